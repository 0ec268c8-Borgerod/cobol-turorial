      * only that terminal's record is written or picked up, and
      * the stamp refreshes on every pickup so sessadmin.cob can
      * expire a terminal that went quiet.
      * Sign-on hours: a fresh sign-on by anyone but an
      * administrator must fall inside a window on
      * SignonWindows.dat (SGNWREC.cpy) for their role, or their own
      * windows where they have any, at the branch they give, and
      * never on a HolidayCalendar.dat holiday - unless an
      * administrator has granted them that day in operadmin.cob.
      * A refusal is audited SGNREF with the reason, a sign-on on
      * an override SGNOVR, so the 3am clerk shows up on the trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SessionFile ASSIGN TO "Session.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SessionFile-Status.
           SELECT WindowFile ASSIGN TO "SignonWindows.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WindowFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 SessionRecord.
               COPY SESSREC.

           FD WindowFile.
           01 WindowRecord.
               COPY SGNWREC.

       WORKING-STORAGE SECTION.
           01 WS-OperatorFile-Status PIC XX.
               88 WS-Operator-File-OK VALUE "00".
           01 WS-SS-Idx PIC 9(2).
           01 WS-Mine-Idx PIC 9(2) VALUE ZERO.

      *    sign-on hours - see CHECK-SIGNON-WINDOW.
           01 WS-WindowFile-Status PIC XX.
               88 WS-Window-File-OK VALUE "00".
           01 WS-Window-Eof-Flag PIC X.
               88 WS-Window-Eof VALUE "Y".
           01 WS-Window-Open-Flag PIC X.
               88 WS-Window-Open VALUE "Y".
           01 WS-Check-Role PIC X.
           01 WS-Now-Time PIC 9(4).
           01 WS-Weekday PIC 9.
           01 WS-Day-Names PIC X(21)
               VALUE "MonTueWedThuFriSatSun".
           01 WS-Override-Flag PIC X.
               88 WS-Override-Found VALUE "Y".
      *    Y once a window of that kind exists for the operator /
      *    applies at this branch / covers this minute.
           01 WS-Own-Exists-Flag PIC X.
               88 WS-Own-Exists VALUE "Y".
           01 WS-Own-Applies-Flag PIC X.
               88 WS-Own-Applies VALUE "Y".
           01 WS-Own-Covers-Flag PIC X.
               88 WS-Own-Covers VALUE "Y".
           01 WS-Role-Applies-Flag PIC X.
               88 WS-Role-Applies VALUE "Y".
           01 WS-Role-Covers-Flag PIC X.
               88 WS-Role-Covers VALUE "Y".
           01 WS-Covers-Flag PIC X.
               88 WS-Line-Covers VALUE "Y".
           01 WS-BD-Op PIC X(3) VALUE "HOL".
           01 WS-BD-To-Date PIC 9(8) VALUE ZERO.
           01 WS-BD-Result-Date PIC 9(8).
           01 WS-BD-Holiday PIC 9(5).

       LINKAGE SECTION.
           01 L-Operator-ID PIC X(10).
           01 L-Branch PIC X(2).
               MOVE ZERO TO OP-Fail-Count
               REWRITE OperatorRecord
           END-IF
           PERFORM CHECK-SIGNON-WINDOW
           IF NOT WS-Window-Open
               CLOSE OperatorFile
               GOBACK
           END-IF
           PERFORM CHECK-PASSWORD-AGE
           IF NOT L-Signed-On
               CLOSE OperatorFile
           END-PERFORM
           CLOSE SessionFile.

       CHECK-SIGNON-WINDOW.
      *    administrators are never held to hours - somebody has to
      *    be able to get in and grant the override.
           SET WS-Window-Open TO TRUE
           MOVE OP-Role TO WS-Check-Role
           IF WS-Check-Role NOT = "I" AND "M" AND "A"
               MOVE "M" TO WS-Check-Role
           END-IF
           IF WS-Check-Role = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Now-Time
      *    1 = Monday ... 7 = Sunday, off the same MOD 7 arithmetic
      *    BUSINESS-DAY uses.
           COMPUTE WS-Weekday = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-Today), 7)
           IF WS-Weekday = 0
               MOVE 7 TO WS-Weekday
           END-IF
           PERFORM SCAN-SIGNON-WINDOWS
           IF WS-Override-Found
               MOVE "SGNOVR" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "signed on under override for " WS-Today
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           CALL "BUSINESS-DAY" USING WS-BD-Op, WS-Today,
               WS-BD-To-Date, WS-BD-Result-Date, WS-BD-Holiday
           IF WS-BD-Holiday > ZERO
               DISPLAY "Sign-on refused: today is a holiday - ask "
                   "an administrator for an override"
               MOVE SPACES TO WS-Audit-Detail
               STRING "refused: holiday " WS-Today
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM REFUSE-SIGNON
               EXIT PARAGRAPH
           END-IF
      *    the operator's own windows replace the role's entirely.
           IF WS-Own-Exists
               MOVE WS-Own-Applies-Flag TO WS-Role-Applies-Flag
               MOVE WS-Own-Covers-Flag TO WS-Role-Covers-Flag
           END-IF
           IF WS-Role-Applies AND NOT WS-Role-Covers
               DISPLAY "Sign-on refused: outside your permitted "
                   "sign-on hours"
               MOVE SPACES TO WS-Audit-Detail
               STRING "refused: outside hours "
                   WS-Day-Names((WS-Weekday - 1) * 3 + 1:3) " "
                   WS-Now-Time " branch " L-Branch
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM REFUSE-SIGNON
           END-IF.

       SCAN-SIGNON-WINDOWS.
      *    one pass over the file: today's override for this
      *    operator, then whether their own or their role's windows
      *    apply at this branch and cover the current minute. A
      *    missing file means nobody is restricted.
           MOVE "N" TO WS-Override-Flag WS-Own-Exists-Flag
               WS-Own-Applies-Flag WS-Own-Covers-Flag
               WS-Role-Applies-Flag WS-Role-Covers-Flag
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
                       PERFORM TEST-ONE-WINDOW
               END-READ
           END-PERFORM
           IF WS-WindowFile-Status NOT = "35"
               CLOSE WindowFile
           END-IF.

       TEST-ONE-WINDOW.
           MOVE "N" TO WS-Covers-Flag
           IF SW-Days(WS-Weekday:1) = "Y"
               AND WS-Now-Time >= SW-From-Time
               AND WS-Now-Time < SW-To-Time
               SET WS-Line-Covers TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN SW-Override
                   IF SW-Key = L-Operator-ID
                       AND SW-Override-Date = WS-Today
                       SET WS-Override-Found TO TRUE
                   END-IF
               WHEN SW-Operator-Window
                   IF SW-Key = L-Operator-ID
                       SET WS-Own-Exists TO TRUE
                       IF SW-Branch = SPACES OR SW-Branch = L-Branch
                           SET WS-Own-Applies TO TRUE
                           IF WS-Line-Covers
                               SET WS-Own-Covers TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN SW-Role-Window
                   IF SW-Key = WS-Check-Role
                       IF SW-Branch = SPACES OR SW-Branch = L-Branch
                           SET WS-Role-Applies TO TRUE
                           IF WS-Line-Covers
                               SET WS-Role-Covers TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       REFUSE-SIGNON.
           MOVE "N" TO WS-Window-Open-Flag
           MOVE "SGNREF" TO WS-Audit-Operation
           PERFORM WRITE-AUDIT-LOG.

       CHECK-PASSWORD-AGE.
      *    zero change-date means the password has never been set
      *    by its owner (the seeded admin/1234 ships that way);
