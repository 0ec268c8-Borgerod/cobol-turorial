       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashcase.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * large-cash case file: where compliance works the cases the
      * nightly cashwatch.cob scan raises on CashCases.dat. (L)ist
      * shows the cases still open; (R)eview takes one by number
      * and records that it was looked at and whether a report was
      * filed with the authorities - with the filing reference -
      * or why not. A decided case can be looked at again but not
      * decided twice. Every decision is audited against the
      * customer; the case file is table-loaded and rewritten whole
      * the custmerge.cob way. Administrators only - the compliance
      * sign-off sits with them, as in sanctreview.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "CashCases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CaseFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this lookup uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CaseFile.
           01 CaseRecord.
               COPY CASEREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-CaseFile-Status PIC XX.
               88 WS-Case-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    the case file, table-loaded and rewritten whole with the
      *    decisions.
           01 WS-Case-Table.
               05 WS-Case-Entry OCCURS 5000 TIMES.
                   10 WS-CT-Record PIC X(122).
           01 WS-Case-Count PIC 9(4) VALUE ZERO.
           01 WS-CT-Idx PIC 9(4).
           01 WS-Case-Overflow-Flag PIC X VALUE "N".
               88 WS-Case-Overflow VALUE "Y".
           01 WS-Work-Case.
               COPY CASEREC REPLACING LEADING ==CC-== BY ==WC-==.
           01 WS-Case-Found-Flag PIC X.
               88 WS-Case-Found VALUE "Y".
           01 WS-Cases-Changed-Flag PIC X VALUE "N".
               88 WS-Cases-Changed VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Case-Entry-Num PIC 9(6).
           01 WS-Decision-Entry PIC X.
           01 WS-Ref-Entry PIC X(15).
           01 WS-Note-Entry PIC X(30).
           01 WS-Listed PIC 9(4).
           01 WS-Cust-Name PIC X(24).
           01 WS-Type-Name PIC X(11).
           01 WS-Status-Name PIC X(10).
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    batch-window check state - see the startup check.
           01 WS-BW-Op PIC X(3) VALUE "CHK".
           01 WS-BW-State PIC X.
           01 WS-BW-Detail PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    refuse to touch the shop's files while the nightly job
      *    owns them - see the BATCH-WINDOW subroutine.
           CALL "BATCH-WINDOW" USING WS-BW-Op, WS-BW-State,
               WS-BW-Detail
           IF WS-BW-State = "B"
               DISPLAY "The nightly batch ("
                   FUNCTION TRIM(WS-BW-Detail)
                   ") is in progress - try again when it finishes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Large-cash case file"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing reviewed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Case decisions need an administrator "
                   "sign-on"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CASE-FILE
           IF WS-Case-Overflow
               DISPLAY "CashCases.dat holds more than 5000 cases "
                   "- archive the decided ones before reviewing"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               SET WS-Cust-Open TO TRUE
           END-IF
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Cases - (L)ist open (R)eview a case (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "L" PERFORM LIST-OPEN-CASES
                   WHEN "R" PERFORM REVIEW-ONE-CASE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF
           PERFORM SAVE-CASE-FILE
           STOP RUN.

       LOAD-CASE-FILE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CaseFile
           IF NOT WS-Case-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CaseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Case-Count < 5000
                           ADD 1 TO WS-Case-Count
                           MOVE CaseRecord
                               TO WS-CT-Record(WS-Case-Count)
                       ELSE
                           SET WS-Case-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CaseFile-Status NOT = "35"
               CLOSE CaseFile
           END-IF.

       LIST-OPEN-CASES.
           MOVE ZERO TO WS-Listed
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-Case-Count
               MOVE WS-CT-Record(WS-CT-Idx) TO WS-Work-Case
               IF WC-Open
                   ADD 1 TO WS-Listed
                   PERFORM SHOW-CASE-LINE
               END-IF
           END-PERFORM
           IF WS-Listed = ZERO
               DISPLAY "No cases awaiting review"
           END-IF.

       SHOW-CASE-LINE.
           PERFORM SET-CASE-NAMES
           MOVE WC-Total TO in-total
           DISPLAY WC-Case-Num " " WS-Type-Name " " WC-Customer-ID
               " " WS-Cust-Name " " WC-First-Date "-" WC-Last-Date
               " " WC-Receipt-Count " rcpt " in-total
               " " WS-Status-Name.

       SET-CASE-NAMES.
           IF WC-Large-Cash
               MOVE "LARGE CASH" TO WS-Type-Name
           ELSE
               MOVE "STRUCTURING" TO WS-Type-Name
           END-IF
           EVALUATE TRUE
               WHEN WC-Open MOVE "OPEN" TO WS-Status-Name
               WHEN WC-Filed MOVE "FILED" TO WS-Status-Name
               WHEN OTHER MOVE "NOT FILED" TO WS-Status-Name
           END-EVALUATE
           MOVE "(no longer on file)" TO WS-Cust-Name
           IF WS-Cust-Open
               MOVE WC-Customer-ID TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Cust-Name
                       STRING FUNCTION TRIM(first-name)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE
                           INTO WS-Cust-Name
                       END-STRING
               END-READ
           END-IF.

       REVIEW-ONE-CASE.
           DISPLAY "Case number :" WITH NO ADVANCING
           ACCEPT WS-Case-Entry-Num
           MOVE "N" TO WS-Case-Found-Flag
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-Case-Count
                       OR WS-Case-Found
               MOVE WS-CT-Record(WS-CT-Idx) TO WS-Work-Case
               IF WC-Case-Num = WS-Case-Entry-Num
                   SET WS-Case-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Case-Found
               DISPLAY "No case " WS-Case-Entry-Num " on file"
               EXIT PARAGRAPH
           END-IF
      *    the VARYING has stepped one past the case it found.
           SUBTRACT 1 FROM WS-CT-Idx
           PERFORM SHOW-CASE-LINE
           IF WC-Receipt-Num NOT = ZERO
               DISPLAY "  receipt " WC-Receipt-Num " at branch "
                   WC-Branch
           END-IF
           IF NOT WC-Open
               DISPLAY "  decided " WC-Reviewed-Date " by "
                   WC-Reviewed-By " " WC-Filing-Ref " "
                   WC-Review-Note
               DISPLAY "Case already decided"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Report (F)iled, (N)ot filed, or (S)kip :"
               WITH NO ADVANCING
           ACCEPT WS-Decision-Entry
           MOVE FUNCTION UPPER-CASE(WS-Decision-Entry)
               TO WS-Decision-Entry
           IF WS-Decision-Entry NOT = "F" AND "N"
               DISPLAY "Case left open"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Ref-Entry
           IF WS-Decision-Entry = "F"
               PERFORM WITH TEST AFTER UNTIL WS-Ref-Entry NOT = SPACES
                   DISPLAY "Filing reference :" WITH NO ADVANCING
                   ACCEPT WS-Ref-Entry
                   IF WS-Ref-Entry = SPACES
                       DISPLAY "Error: a filed case needs its "
                           "reference"
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-Note-Entry
           PERFORM WITH TEST AFTER UNTIL WS-Note-Entry NOT = SPACES
               DISPLAY "Review note :" WITH NO ADVANCING
               ACCEPT WS-Note-Entry
               IF WS-Note-Entry = SPACES
                   DISPLAY "Error: a review note is required"
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WC-Reviewed-Date
           MOVE WS-Operator-ID-Entry TO WC-Reviewed-By
           MOVE WS-Ref-Entry TO WC-Filing-Ref
           MOVE WS-Note-Entry TO WC-Review-Note
           MOVE SPACES TO WS-Audit-Detail
           IF WS-Decision-Entry = "F"
               SET WC-Filed TO TRUE
               MOVE "CASFIL" TO WS-Audit-Operation
               STRING "case " WC-Case-Num " filed ref "
                   WS-Ref-Entry
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           ELSE
               SET WC-Not-Filed TO TRUE
               MOVE "CASNOF" TO WS-Audit-Operation
               STRING "case " WC-Case-Num " not filed: "
                   WS-Note-Entry
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           END-IF
           MOVE WS-Work-Case TO WS-CT-Record(WS-CT-Idx)
           SET WS-Cases-Changed TO TRUE
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Case " WC-Case-Num " recorded".

       SAVE-CASE-FILE.
           IF NOT WS-Cases-Changed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CaseFile
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-Case-Count
               MOVE WS-CT-Record(WS-CT-Idx) TO CaseRecord
               WRITE CaseRecord
           END-PERFORM
           CLOSE CaseFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "cashcase" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WC-Customer-ID TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
