       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctreview.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * sanctions screening review: works the queue SANCTIONS-SCREEN
      * leaves on SanctionsHits.dat (at registration in
      * write-file.cob / custmaint.cob, and on every rescreen
      * sanctimport.cob runs when a new list arrives). Each pending
      * possible hit is shown against the customer it was raised
      * for, and the reviewer either clears it as a false positive
      * - which lifts the hold once none of the customer's hits is
      * left pending - or confirms it, which keeps the customer
      * held from new transactions for good (see SCREEN-HOLD).
      * Skipped lines stay pending. Every decision goes to the
      * audit log with the reviewer's note, and onto the queue line
      * itself; the queue is table-loaded and rewritten whole the
      * custmerge.cob way. Administrators only - the compliance
      * sign-off sits with them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this lookup uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT HitFile ASSIGN TO "SanctionsHits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HitFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD HitFile.
           01 HitRecord.
               COPY SCRNREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-HitFile-Status PIC XX.
               88 WS-Hit-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    the review queue, table-loaded and rewritten whole with
      *    the reviewer's decisions.
           01 WS-Hit-Table.
               05 WS-Hit-Entry OCCURS 2000 TIMES.
                   10 WS-HT-Record PIC X(144).
           01 WS-Hit-Count PIC 9(4) VALUE ZERO.
           01 WS-Hit-Pending PIC 9(4) VALUE ZERO.
           01 WS-HT-Idx PIC 9(4).
      *    a queue bigger than the table can't be rewritten whole
      *    without losing lines - see LOAD-HIT-QUEUE.
           01 WS-Hit-Overflow-Flag PIC X VALUE "N".
               88 WS-Hit-Overflow VALUE "Y".
           01 WS-Hit-Line.
               COPY SCRNREC REPLACING LEADING ==SH-== BY ==HL-==.
           01 WS-Review-Choice PIC X.
           01 WS-Note-Entry PIC X(30).
           01 WS-Review-Changed-Flag PIC X VALUE "N".
               88 WS-Review-Changed VALUE "Y".
           01 WS-Review-Quit-Flag PIC X VALUE "N".
               88 WS-Review-Quit VALUE "Y".
           01 WS-Cleared-Count PIC 9(3) VALUE ZERO.
           01 WS-Confirmed-Count PIC 9(3) VALUE ZERO.

           01 WS-Cust-Name PIC X(24).
           01 WS-Cust-DOB PIC X(10).
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
           DISPLAY "Sanctions screening review"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing reviewed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Screening decisions need an administrator "
                   "sign-on"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-HIT-QUEUE
           IF WS-Hit-Overflow
               DISPLAY "SanctionsHits.dat holds more than 2000 lines "
                   "- archive the decided ones before reviewing"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Hit-Pending = ZERO
               DISPLAY "No possible hits waiting for review"
               STOP RUN
           END-IF
           DISPLAY WS-Hit-Pending
               " possible hit(s) waiting for review"

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

           PERFORM VARYING WS-HT-Idx FROM 1 BY 1
                   UNTIL WS-HT-Idx > WS-Hit-Count
                       OR WS-Review-Quit
               MOVE WS-HT-Record(WS-HT-Idx) TO WS-Hit-Line
               IF HL-Pending
                   PERFORM REVIEW-ONE-HIT
               END-IF
           END-PERFORM

           CLOSE AuditFile
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF
           PERFORM SAVE-HIT-QUEUE
           DISPLAY SPACE
           DISPLAY "Cleared  : " WS-Cleared-Count
           DISPLAY "Confirmed: " WS-Confirmed-Count
           STOP RUN.

       LOAD-HIT-QUEUE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HitFile
           IF NOT WS-Hit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ HitFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Hit-Count < 2000
                           ADD 1 TO WS-Hit-Count
                           MOVE HitRecord
                               TO WS-HT-Record(WS-Hit-Count)
                           IF SH-Pending
                               ADD 1 TO WS-Hit-Pending
                           END-IF
                       ELSE
                           SET WS-Hit-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HitFile-Status NOT = "35"
               CLOSE HitFile
           END-IF.

       REVIEW-ONE-HIT.
           MOVE "(no longer on file)" TO WS-Cust-Name
           MOVE "unknown" TO WS-Cust-DOB
           IF WS-Cust-Open
               MOVE HL-Customer-ID TO WS-Relative-Key
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
                       IF DOB-yyyy > ZERO
                           STRING DOB-dd "." DOB-mm "." DOB-yyyy
                               DELIMITED BY SIZE INTO WS-Cust-DOB
                           END-STRING
                       END-IF
               END-READ
           END-IF
           DISPLAY SPACE
           DISPLAY "Customer " HL-Customer-ID " " WS-Cust-Name
               " born " WS-Cust-DOB
           DISPLAY "  list entry " HL-Entry-ID " "
               FUNCTION TRIM(HL-Listed-Name)
           DISPLAY "  matched on " HL-Match-Basis "  list of "
               HL-List-Date "  raised " HL-Raised-Stamp(1:8)
               " by " HL-Raised-By
           DISPLAY "(C)lear as false positive, con(F)irm match, "
               "(S)kip, (Q)uit :" WITH NO ADVANCING
           ACCEPT WS-Review-Choice
           EVALUATE FUNCTION UPPER-CASE(WS-Review-Choice)
               WHEN "C"
                   PERFORM ACCEPT-DECISION-NOTE
                   SET HL-Cleared TO TRUE
                   MOVE "SCRCLR" TO WS-Audit-Operation
                   MOVE SPACES TO WS-Audit-Detail
                   STRING "cleared " DELIMITED BY SIZE
                       HL-Entry-ID DELIMITED BY SPACE
                       " " WS-Note-Entry DELIMITED BY SIZE
                       INTO WS-Audit-Detail
                   END-STRING
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-Cleared-Count
                   DISPLAY "Cleared - the customer is released once "
                       "no other hit is outstanding"
               WHEN "F"
                   PERFORM ACCEPT-DECISION-NOTE
                   SET HL-Confirmed TO TRUE
                   MOVE "SCRCNF" TO WS-Audit-Operation
                   MOVE SPACES TO WS-Audit-Detail
                   STRING "confirmed " DELIMITED BY SIZE
                       HL-Entry-ID DELIMITED BY SPACE
                       " " WS-Note-Entry DELIMITED BY SIZE
                       INTO WS-Audit-Detail
                   END-STRING
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-Confirmed-Count
                   DISPLAY "Confirmed - the customer stays held"
               WHEN "Q"
                   SET WS-Review-Quit TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCEPT-DECISION-NOTE.
      *    the reason is what a regulator asks for - don't take a
      *    decision without one.
           MOVE SPACES TO WS-Note-Entry
           PERFORM WITH TEST AFTER UNTIL WS-Note-Entry NOT = SPACES
               DISPLAY "Reason for the decision :" WITH NO ADVANCING
               ACCEPT WS-Note-Entry
               IF WS-Note-Entry = SPACES
                   DISPLAY "Error: a reason is required"
               END-IF
           END-PERFORM.

       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL-Decided-Date
           MOVE WS-Operator-ID-Entry TO HL-Decided-By
           MOVE WS-Note-Entry TO HL-Decision-Note
           MOVE WS-Hit-Line TO WS-HT-Record(WS-HT-Idx)
           SET WS-Review-Changed TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "sanctreview" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE HL-Customer-ID TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       SAVE-HIT-QUEUE.
           IF NOT WS-Review-Changed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HitFile
           PERFORM VARYING WS-HT-Idx FROM 1 BY 1
                   UNTIL WS-HT-Idx > WS-Hit-Count
               MOVE WS-HT-Record(WS-HT-Idx) TO HitRecord
               WRITE HitRecord
           END-PERFORM
           CLOSE HitFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
