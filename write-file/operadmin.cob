      * on old audit lines; every change here is audited too
      * (AL-Customer-ID zero, operator named in the detail - the
      * prodmaint.cob convention for non-customer maintenance).
      * Sign-on hours live here too: (W)indows lists, adds and
      * removes the SignonWindows.dat lines OPERATOR-SIGNON holds
      * inquiry and maintenance operators to - per role, or per
      * operator, optionally per branch - and (O)verride lets one
      * operator in on one day whatever the windows and the
      * holiday calendar say, with the reason kept on the line.
      * Audited WINADD, WINDEL and OVRSET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT WindowFile ASSIGN TO "SignonWindows.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WindowFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 AuditRecord.
               COPY AUDITLOG.

           FD WindowFile.
           01 WindowRecord.
               COPY SGNWREC.

       WORKING-STORAGE SECTION.
           01 WS-OperatorFile-Status PIC XX.
               88 WS-Operator-File-OK VALUE "00".
           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    sign-on windows, held whole while a line is removed - the
      *    prodmaint.cob table-and-rewrite treatment.
           01 WS-WindowFile-Status PIC XX.
               88 WS-Window-File-OK VALUE "00".
           01 WS-Window-Eof-Flag PIC X.
               88 WS-Window-Eof VALUE "Y".
           01 WS-Window-Table.
               05 WS-WT-Record PIC X(90) OCCURS 200 TIMES.
           01 WS-Window-Count PIC 9(3) VALUE ZERO.
           01 WS-Window-Dropped PIC 9(3) VALUE ZERO.
           01 WS-WT-Idx PIC 9(3).
           01 WS-Window-Line PIC 9(3).
           01 WS-Window-Choice PIC X.
           01 WS-Today PIC 9(8).
           01 WS-Entry-Kind PIC X.
           01 WS-Entry-Key PIC X(10).
           01 WS-Entry-Branch PIC X(2).
           01 WS-Entry-Days PIC X(7).
           01 WS-Entry-From PIC 9(4).
           01 WS-Entry-To PIC 9(4).
           01 WS-Entry-Date PIC 9(8).
           01 WS-Entry-Reason PIC X(30).
           01 WS-Day-Idx PIC 9.
           01 WS-Entry-Valid-Flag PIC X.
               88 WS-Entry-Valid VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Operator administration"
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Operator admin - (A)dd (D)isable/enable "
                   "(R)ole change (P)assword reset (L)ist"
               DISPLAY "                 sign-on (W)indows "
                   "one-day (O)verride (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "R" PERFORM CHANGE-ROLE
                   WHEN "P" PERFORM RESET-PASSWORD
                   WHEN "L" PERFORM LIST-OPERATORS
                   WHEN "W" PERFORM MAINTAIN-WINDOWS
                   WHEN "O" PERFORM GRANT-OVERRIDE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
               END-READ
           END-IF.

       MAINTAIN-WINDOWS.
           PERFORM LOAD-WINDOW-TABLE
           PERFORM LIST-WINDOWS
           DISPLAY "Windows - (A)dd (R)emove a line (Q)uit: "
               WITH NO ADVANCING
           ACCEPT WS-Window-Choice
           EVALUATE FUNCTION UPPER-CASE(WS-Window-Choice)
               WHEN "A" PERFORM ADD-WINDOW
               WHEN "R" PERFORM REMOVE-WINDOW
               WHEN OTHER CONTINUE
           END-EVALUATE.

       LIST-WINDOWS.
           IF WS-Window-Count = ZERO
               DISPLAY "No sign-on windows - nobody is held to hours"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  #   K WHO        BR DAYS    FROM TO   "
               "DATE     SET BY     REASON"
           PERFORM VARYING WS-WT-Idx FROM 1 BY 1
               UNTIL WS-WT-Idx > WS-Window-Count
               MOVE WS-WT-Record(WS-WT-Idx) TO WindowRecord
               IF SW-Override
                   DISPLAY "  " WS-WT-Idx " " SW-Kind " " SW-Key " "
                       SW-Branch " (any day and hour) "
                       SW-Override-Date " " SW-Set-By " "
                       FUNCTION TRIM(SW-Reason)
               ELSE
                   DISPLAY "  " WS-WT-Idx " " SW-Kind " " SW-Key " "
                       SW-Branch " " SW-Days " " SW-From-Time " "
                       SW-To-Time "          " SW-Set-By
               END-IF
           END-PERFORM.

       ADD-WINDOW.
           IF WS-Window-Count >= 200
               DISPLAY "Error: the window file is full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "For a (R)ole or one (O)perator :"
               WITH NO ADVANCING
           ACCEPT WS-Entry-Kind
           MOVE FUNCTION UPPER-CASE(WS-Entry-Kind) TO WS-Entry-Kind
           EVALUATE WS-Entry-Kind
               WHEN "R"
                   DISPLAY "Role - (I)nquiry or (M)aintenance :"
                       WITH NO ADVANCING
                   ACCEPT WS-Entry-Key
                   MOVE FUNCTION UPPER-CASE(WS-Entry-Key)
                       TO WS-Entry-Key
                   IF WS-Entry-Key NOT = "I" AND "M"
                       DISPLAY "Error: windows are for roles I and "
                           "M - administrators are never held"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "O"
                   DISPLAY "Operator ID :" WITH NO ADVANCING
                   ACCEPT WS-Target-ID
                   PERFORM FIND-OPERATOR-SLOT
                   IF NOT WS-Operator-Found
                       DISPLAY "Error: operator " WS-Target-ID
                           " not found"
                       EXIT PARAGRAPH
                   END-IF
                   IF OP-Role-Admin
                       DISPLAY "Error: administrators are never "
                           "held to sign-on hours"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-Target-ID TO WS-Entry-Key
               WHEN OTHER
                   DISPLAY "Error: enter R or O"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Branch (blank = every branch) :"
               WITH NO ADVANCING
           ACCEPT WS-Entry-Branch
           DISPLAY "Days Mon-Sun as Y/N, e.g. YYYYYNN :"
               WITH NO ADVANCING
           ACCEPT WS-Entry-Days
           MOVE FUNCTION UPPER-CASE(WS-Entry-Days) TO WS-Entry-Days
           MOVE "Y" TO WS-Entry-Valid-Flag
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1
               UNTIL WS-Day-Idx > 7
               IF WS-Entry-Days(WS-Day-Idx:1) NOT = "Y" AND "N"
                   MOVE "N" TO WS-Entry-Valid-Flag
               END-IF
           END-PERFORM
           IF NOT WS-Entry-Valid
               DISPLAY "Error: seven days, each Y or N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "From (hhmm) :" WITH NO ADVANCING
           ACCEPT WS-Entry-From
           DISPLAY "Up to (hhmm, not included) :" WITH NO ADVANCING
           ACCEPT WS-Entry-To
           IF WS-Entry-From(1:2) > "23" OR WS-Entry-From(3:2) > "59"
               OR WS-Entry-To(1:2) > "24" OR WS-Entry-To(3:2) > "59"
               OR WS-Entry-To > 2400
               OR WS-Entry-From >= WS-Entry-To
               DISPLAY "Error: from and to must be times of day, "
                   "from before to"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WindowRecord
           MOVE WS-Entry-Kind TO SW-Kind
           MOVE WS-Entry-Key TO SW-Key
           MOVE WS-Entry-Branch TO SW-Branch
           MOVE WS-Entry-Days TO SW-Days
           MOVE WS-Entry-From TO SW-From-Time
           MOVE WS-Entry-To TO SW-To-Time
           MOVE ZERO TO SW-Override-Date
           MOVE WS-Operator-ID-Entry TO SW-Set-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO SW-Set-Stamp
           PERFORM APPEND-WINDOW
           DISPLAY "Window added"
           MOVE "WINADD" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING SW-Kind " " SW-Key " br " SW-Branch " " SW-Days
               " " SW-From-Time "-" SW-To-Time
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       REMOVE-WINDOW.
           IF WS-Window-Count = ZERO
               EXIT PARAGRAPH
           END-IF
      *    a rewrite from a table that didn't hold every line would
      *    lose the rest - refuse rather than truncate.
           IF WS-Window-Dropped > ZERO
               DISPLAY "Error: more than 200 window lines - remove "
                   "expired overrides from the file first"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line number to remove :" WITH NO ADVANCING
           ACCEPT WS-Window-Line
           IF WS-Window-Line < 1 OR WS-Window-Line > WS-Window-Count
               DISPLAY "Error: no such line"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WT-Record(WS-Window-Line) TO WindowRecord
           MOVE SPACES TO WS-Audit-Detail
           STRING SW-Kind " " SW-Key " br " SW-Branch " " SW-Days
               " " SW-From-Time "-" SW-To-Time
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           IF SW-Override
               MOVE SPACES TO WS-Audit-Detail
               STRING SW-Kind " " SW-Key " override "
                   SW-Override-Date
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           END-IF
           OPEN OUTPUT WindowFile
           PERFORM VARYING WS-WT-Idx FROM 1 BY 1
               UNTIL WS-WT-Idx > WS-Window-Count
               IF WS-WT-Idx NOT = WS-Window-Line
                   MOVE WS-WT-Record(WS-WT-Idx) TO WindowRecord
                   WRITE WindowRecord
               END-IF
           END-PERFORM
           CLOSE WindowFile
           DISPLAY "Line " WS-Window-Line " removed"
           MOVE "WINDEL" TO WS-Audit-Operation
           PERFORM WRITE-AUDIT-LOG.

       GRANT-OVERRIDE.
      *    one operator, one day - today or a day ahead, never
      *    back-dated - and a reason, for the auditors.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Operator ID to let in :" WITH NO ADVANCING
           ACCEPT WS-Target-ID
           PERFORM FIND-OPERATOR-SLOT
           IF NOT WS-Operator-Found
               DISPLAY "Error: operator " WS-Target-ID " not found"
               EXIT PARAGRAPH
           END-IF
           IF OP-Role-Admin
               DISPLAY "Error: administrators are never held to "
                   "sign-on hours"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date (yyyymmdd, 0 = today) :" WITH NO ADVANCING
           ACCEPT WS-Entry-Date
           IF WS-Entry-Date = ZERO
               MOVE WS-Today TO WS-Entry-Date
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
               OR WS-Entry-Date < WS-Today
               DISPLAY "Error: enter today or a later date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason :" WITH NO ADVANCING
           ACCEPT WS-Entry-Reason
           IF WS-Entry-Reason = SPACES
               DISPLAY "Error: a reason is required"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-WINDOW-TABLE
           IF WS-Window-Count >= 200
               DISPLAY "Error: the window file is full"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WindowRecord
           SET SW-Override TO TRUE
           MOVE WS-Target-ID TO SW-Key
           MOVE ZERO TO SW-From-Time SW-To-Time
           MOVE WS-Entry-Date TO SW-Override-Date
           MOVE WS-Operator-ID-Entry TO SW-Set-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO SW-Set-Stamp
           MOVE WS-Entry-Reason TO SW-Reason
           PERFORM APPEND-WINDOW
           DISPLAY "Operator " WS-Target-ID " may sign on on "
               WS-Entry-Date
           MOVE "OVRSET" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "operator " WS-Target-ID " day " WS-Entry-Date
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LOAD-WINDOW-TABLE.
           MOVE ZERO TO WS-Window-Count WS-Window-Dropped
           MOVE "N" TO WS-Window-Eof-Flag
           OPEN INPUT WindowFile
           IF NOT WS-Window-File-OK
               SET WS-Window-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Window-Eof
               READ WindowFile
                   AT END
                       SET WS-Window-Eof TO TRUE
                   NOT AT END
                       IF WS-Window-Count < 200
                           ADD 1 TO WS-Window-Count
                           MOVE WindowRecord
                               TO WS-WT-Record(WS-Window-Count)
                       ELSE
                           ADD 1 TO WS-Window-Dropped
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WindowFile-Status NOT = "35"
               CLOSE WindowFile
           END-IF.

       APPEND-WINDOW.
           OPEN EXTEND WindowFile
           IF WS-WindowFile-Status = "35"
               OPEN OUTPUT WindowFile
               CLOSE WindowFile
               OPEN EXTEND WindowFile
           END-IF
           WRITE WindowRecord
           CLOSE WindowFile.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
