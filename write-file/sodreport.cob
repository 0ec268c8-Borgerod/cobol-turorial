       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodreport.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * segregation-of-duties conflicts for the auditors: one
      * operator doing both ends of a risky chain for the same
      * customer - changing a customer's contact details and then
      * cutting them a refund check, adding a customer and then
      * setting their credit limit, and so on. Maker-checker stops
      * one person making and approving the same action; this looks
      * across programs for what it can't see. The tests are the
      * rules on SoDRules.dat (SODRULE.cpy) - seeded with the shop's
      * standard set the first time this runs - checked against
      * every AuditLog.dat line in the period (the live file and
      * the rotated archives on AuditArchiveIndex.dat), the
      * requests made and approved on PendingActions.dat and the
      * customer checks on CheckRegister.dat. Both events have to
      * fall inside the period asked for (last calendar year by
      * default) and within the rule's window of each other.
      * Conflicts print per operator, one line per rule and
      * customer with the first pair found and how many pairs
      * there were, then a count per rule. Read-only; spooled as
      * SODREPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "SoDRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RuleFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT IndexFile ASSIGN TO "AuditArchiveIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IndexFile-Status.
           SELECT ArchiveFile ASSIGN USING WS-Archive-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchiveFile-Status.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.
           SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this lookup uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD RuleFile.
           01 RuleRecord.
               COPY SODRULE.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

           FD IndexFile.
           01 IndexRecord.
               05 AX-Month PIC 9(6).
               05 AX-File  PIC X(30).
               05 AX-Count PIC 9(6).

           FD ArchiveFile.
           01 ArchiveRecord.
               COPY AUDITLOG REPLACING LEADING ==AL-== BY ==AR-==.

           FD PendingFile.
           01 PendingRecord.
               COPY PENDREC.

           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-RuleFile-Status PIC XX.
               88 WS-Rule-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
               88 WS-Audit-File-OK VALUE "00".
           01 WS-IndexFile-Status PIC XX.
               88 WS-Index-File-OK VALUE "00".
           01 WS-ArchiveFile-Status PIC XX.
               88 WS-Archive-File-OK VALUE "00".
           01 WS-PendingFile-Status PIC XX.
               88 WS-Pending-File-OK VALUE "00".
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Index-Eof-Flag PIC X VALUE "N".
               88 WS-Index-Eof VALUE "Y".
           01 WS-Archive-Eof-Flag PIC X VALUE "N".
               88 WS-Archive-Eof VALUE "Y".
           01 WS-Archive-Name PIC X(30).

      *    the period - both ends of a conflict fall inside it.
           01 WS-Today PIC 9(8).
           01 WS-Period-From PIC 9(8).
           01 WS-Period-To PIC 9(8).
           01 WS-Month-From PIC 9(6).
           01 WS-Month-To PIC 9(6).
           01 WS-Year PIC 9(4).

      *    the rules in force, with each side's detail length worked
      *    out once.
           01 WS-Rule-Table.
               05 WS-RL-Entry OCCURS 50 TIMES.
                   10 WS-RL-ID        PIC X(4).
                   10 WS-RL-Desc      PIC X(40).
                   10 WS-RL-Window    PIC 9(3).
                   10 WS-RL-Side OCCURS 2 TIMES.
                       15 WS-RL-Source    PIC X.
                       15 WS-RL-Program   PIC X(12).
                       15 WS-RL-Operation PIC X(6).
                       15 WS-RL-Detail    PIC X(10).
                       15 WS-RL-Test      PIC X.
                       15 WS-RL-Det-Len   PIC 9(2).
                   10 WS-RL-Found     PIC 9(5).
           01 WS-Rule-Count PIC 9(2) VALUE ZERO.
           01 WS-RL-Idx PIC 9(2).
           01 WS-Side-Idx PIC 9.
           01 WS-Rules-Dropped PIC 9(3) VALUE ZERO.

      *    the event being tested against the rules.
           01 WS-Test-Source PIC X.
           01 WS-Test-Program PIC X(12).
           01 WS-Test-Operation PIC X(6).
           01 WS-Test-Detail PIC X(40).
           01 WS-Test-Operator PIC X(10).
           01 WS-Test-Cust PIC 9(5).
           01 WS-Test-Date PIC 9(8).
           01 WS-Test-Seq PIC 9(7) VALUE ZERO.
           01 WS-Match-Flag PIC X.
               88 WS-Side-Matches VALUE "Y".

      *    every event that is one side of some rule.
           01 WS-Event-Table.
               05 WS-EV-Entry OCCURS 10000 TIMES.
                   10 WS-EV-Seq       PIC 9(7).
                   10 WS-EV-Rule      PIC 9(2).
                   10 WS-EV-Side      PIC 9.
                   10 WS-EV-Operator  PIC X(10).
                   10 WS-EV-Cust      PIC 9(5).
                   10 WS-EV-Date      PIC 9(8).
                   10 WS-EV-Day       PIC 9(7).
           01 WS-Event-Count PIC 9(5) VALUE ZERO.
           01 WS-EV-Idx PIC 9(5).
           01 WS-EV-Idx-2 PIC 9(5).
           01 WS-Events-Dropped PIC 9(6) VALUE ZERO.
           01 WS-Day-Gap PIC S9(7).

      *    conflicts found, kept in operator / rule / customer order.
           01 WS-Conflict-Table.
               05 WS-CF-Entry OCCURS 2000 TIMES.
                   10 WS-CF-Operator  PIC X(10).
                   10 WS-CF-Rule      PIC 9(2).
                   10 WS-CF-Cust      PIC 9(5).
                   10 WS-CF-Date-1    PIC 9(8).
                   10 WS-CF-Date-2    PIC 9(8).
                   10 WS-CF-Pairs     PIC 9(5).
           01 WS-Conflict-Count PIC 9(4) VALUE ZERO.
           01 WS-CF-Idx PIC 9(4).
           01 WS-CF-Pos PIC 9(4).
           01 WS-Conflicts-Dropped PIC 9(5) VALUE ZERO.
           01 WS-New-Key PIC X(17).
           01 WS-Old-Key PIC X(17).
           01 WS-CF-Done-Flag PIC X.
               88 WS-CF-Done VALUE "Y".

           01 WS-Last-Operator PIC X(10).
           01 WS-Operator-Conflicts PIC 9(5).
           01 WS-Operator-Count PIC 9(5) VALUE ZERO.
           01 WS-Cust-Name PIC X(20).
           01 in-count PIC ZZZZ9.
           01 in-window PIC ZZ9.

           01 WS-Report-Line PIC X(120).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "SODREPORT".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Period from (yyyymmdd, 0 = last calendar year):"
               WITH NO ADVANCING
           ACCEPT WS-Period-From
           IF WS-Period-From = ZERO
               COMPUTE WS-Year = WS-Today / 10000 - 1
               COMPUTE WS-Period-From = WS-Year * 10000 + 0101
               COMPUTE WS-Period-To = WS-Year * 10000 + 1231
           ELSE
               DISPLAY "Period to   (yyyymmdd, 0 = today)         :"
                   WITH NO ADVANCING
               ACCEPT WS-Period-To
               IF WS-Period-To = ZERO
                   MOVE WS-Today TO WS-Period-To
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Period-From) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-Period-To) NOT = 0
               OR WS-Period-To < WS-Period-From
               DISPLAY "Not a valid period"
               STOP RUN
           END-IF
           COMPUTE WS-Month-From = WS-Period-From / 100
           COMPUTE WS-Month-To = WS-Period-To / 100

           PERFORM SEED-RULES-IF-MISSING
           PERFORM LOAD-RULES
           IF WS-Rule-Count = ZERO
               DISPLAY "No rules on SoDRules.dat - nothing to test"
               STOP RUN
           END-IF

           PERFORM SCAN-LIVE-AUDIT
           PERFORM SCAN-ARCHIVED-MONTHS
           PERFORM SCAN-PENDING-ACTIONS
           PERFORM SCAN-CHECK-REGISTER
           PERFORM FIND-CONFLICTS

           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               SET WS-Cust-Open TO TRUE
           END-IF
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           PERFORM PRINT-HEADING
           PERFORM PRINT-CONFLICTS
           PERFORM PRINT-SUMMARY
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF
           STOP RUN.

       SEED-RULES-IF-MISSING.
           OPEN INPUT RuleFile
           IF WS-Rule-File-OK
               CLOSE RuleFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seeding the standard rules into SoDRules.dat"
           OPEN OUTPUT RuleFile
           MOVE SPACES TO RuleRecord
           MOVE "SD01" TO SR-Rule-ID
           MOVE "contact change and refund check cut" TO SR-Description
           MOVE 90 TO SR-Window-Days
           PERFORM SEED-CONTACT-CHANGE
           MOVE "K" TO SR-Source(2)
           WRITE RuleRecord
           MOVE SPACES TO RuleRecord
           MOVE "SD02" TO SR-Rule-ID
           MOVE "contact change and refund approved"
               TO SR-Description
           MOVE 90 TO SR-Window-Days
           PERFORM SEED-CONTACT-CHANGE
           MOVE "C" TO SR-Source(2)
           MOVE "REFUND" TO SR-Operation(2)
           WRITE RuleRecord
           MOVE SPACES TO RuleRecord
           MOVE "SD03" TO SR-Rule-ID
           MOVE "customer added and credit limit set"
               TO SR-Description
           MOVE 30 TO SR-Window-Days
           PERFORM SEED-CUSTOMER-ADD
           MOVE "A" TO SR-Source(2)
           MOVE "limitmaint" TO SR-Program(2)
           MOVE "LIMSET" TO SR-Operation(2)
           WRITE RuleRecord
           MOVE SPACES TO RuleRecord
           MOVE "SD04" TO SR-Rule-ID
           MOVE "customer added and refund check cut"
               TO SR-Description
           MOVE 90 TO SR-Window-Days
           PERFORM SEED-CUSTOMER-ADD
           MOVE "K" TO SR-Source(2)
           WRITE RuleRecord
           MOVE SPACES TO RuleRecord
           MOVE "SD05" TO SR-Rule-ID
           MOVE "contact change and write-off approved"
               TO SR-Description
           MOVE 90 TO SR-Window-Days
           PERFORM SEED-CONTACT-CHANGE
           MOVE "C" TO SR-Source(2)
           MOVE "WRTOFF" TO SR-Operation(2)
           WRITE RuleRecord
           CLOSE RuleFile.

       SEED-CONTACT-CHANGE.
      *    custmaint.cob audits a contact add or change with a
      *    "contact: " detail, whichever the operation.
           MOVE "A" TO SR-Source(1)
           MOVE "custmaint" TO SR-Program(1)
           MOVE "contact:" TO SR-Detail(1)
           MOVE "S" TO SR-Detail-Test(1).

       SEED-CUSTOMER-ADD.
      *    any program's ADD that isn't contact details - custmaint,
      *    write-file and custimport all add customers.
           MOVE "A" TO SR-Source(1)
           MOVE "ADD" TO SR-Operation(1)
           MOVE "contact:" TO SR-Detail(1)
           MOVE "N" TO SR-Detail-Test(1).

       LOAD-RULES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RuleFile
           IF NOT WS-Rule-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ RuleFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF SR-Rule-ID NOT = SPACES
                           PERFORM LOAD-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RuleFile-Status NOT = "35"
               CLOSE RuleFile
           END-IF.

       LOAD-ONE-RULE.
           IF WS-Rule-Count >= 50
               ADD 1 TO WS-Rules-Dropped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Rule-Count
           MOVE WS-Rule-Count TO WS-RL-Idx
           MOVE SR-Rule-ID TO WS-RL-ID(WS-RL-Idx)
           MOVE SR-Description TO WS-RL-Desc(WS-RL-Idx)
           IF SR-Window-Days IS NUMERIC
               MOVE SR-Window-Days TO WS-RL-Window(WS-RL-Idx)
           ELSE
               MOVE ZERO TO WS-RL-Window(WS-RL-Idx)
           END-IF
           MOVE ZERO TO WS-RL-Found(WS-RL-Idx)
           PERFORM VARYING WS-Side-Idx FROM 1 BY 1
               UNTIL WS-Side-Idx > 2
               MOVE SR-Source(WS-Side-Idx)
                   TO WS-RL-Source(WS-RL-Idx, WS-Side-Idx)
               MOVE SR-Program(WS-Side-Idx)
                   TO WS-RL-Program(WS-RL-Idx, WS-Side-Idx)
               MOVE SR-Operation(WS-Side-Idx)
                   TO WS-RL-Operation(WS-RL-Idx, WS-Side-Idx)
               MOVE SR-Detail(WS-Side-Idx)
                   TO WS-RL-Detail(WS-RL-Idx, WS-Side-Idx)
               MOVE SR-Detail-Test(WS-Side-Idx)
                   TO WS-RL-Test(WS-RL-Idx, WS-Side-Idx)
               IF SR-Detail(WS-Side-Idx) = SPACES
                   MOVE ZERO TO WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx)
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       SR-Detail(WS-Side-Idx) TRAILING))
                       TO WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx)
               END-IF
           END-PERFORM.

       SCAN-LIVE-AUDIT.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AuditFile
           IF NOT WS-Audit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ AuditFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE AL-Program TO WS-Test-Program
                       MOVE AL-Operation TO WS-Test-Operation
                       MOVE AL-Detail TO WS-Test-Detail
                       MOVE AL-Operator TO WS-Test-Operator
                       MOVE AL-Customer-ID TO WS-Test-Cust
                       MOVE AL-Timestamp(1:8) TO WS-Test-Date
                       PERFORM TEST-AUDIT-EVENT
               END-READ
           END-PERFORM
           IF WS-AuditFile-Status NOT = "35"
               CLOSE AuditFile
           END-IF.

       SCAN-ARCHIVED-MONTHS.
      *    only archives whose month can intersect the period are
      *    opened at all.
           MOVE "N" TO WS-Index-Eof-Flag
           OPEN INPUT IndexFile
           IF NOT WS-Index-File-OK
               SET WS-Index-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Index-Eof
               READ IndexFile
                   AT END
                       SET WS-Index-Eof TO TRUE
                   NOT AT END
                       IF AX-Month >= WS-Month-From
                           AND AX-Month <= WS-Month-To
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IndexFile-Status NOT = "35"
               CLOSE IndexFile
           END-IF.

       SCAN-ONE-ARCHIVE.
           MOVE AX-File TO WS-Archive-Name
           MOVE "N" TO WS-Archive-Eof-Flag
           OPEN INPUT ArchiveFile
           IF NOT WS-Archive-File-OK
               DISPLAY "  (archive "
                   FUNCTION TRIM(WS-Archive-Name)
                   " is on the index but not on disk)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Archive-Eof
               READ ArchiveFile
                   AT END
                       SET WS-Archive-Eof TO TRUE
                   NOT AT END
                       MOVE AR-Program TO WS-Test-Program
                       MOVE AR-Operation TO WS-Test-Operation
                       MOVE AR-Detail TO WS-Test-Detail
                       MOVE AR-Operator TO WS-Test-Operator
                       MOVE AR-Customer-ID TO WS-Test-Cust
                       MOVE AR-Timestamp(1:8) TO WS-Test-Date
                       PERFORM TEST-AUDIT-EVENT
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

       TEST-AUDIT-EVENT.
           MOVE "A" TO WS-Test-Source
           PERFORM TEST-EVENT.

       SCAN-PENDING-ACTIONS.
      *    every request is the maker's event; an approved or
      *    executed one is the checker's too.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PendingFile
           IF NOT WS-Pending-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PendingFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-Test-Program WS-Test-Detail
                       MOVE PA-Type TO WS-Test-Operation
                       MOVE PA-Customer-ID TO WS-Test-Cust
                       MOVE "M" TO WS-Test-Source
                       MOVE PA-Maker TO WS-Test-Operator
                       MOVE PA-Maker-Stamp(1:8) TO WS-Test-Date
                       PERFORM TEST-EVENT
                       IF PA-Approved OR PA-Executed
                           MOVE "C" TO WS-Test-Source
                           MOVE PA-Checker TO WS-Test-Operator
                           MOVE PA-Checker-Stamp(1:8) TO WS-Test-Date
                           PERFORM TEST-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PendingFile-Status NOT = "35"
               CLOSE PendingFile
           END-IF.

       SCAN-CHECK-REGISTER.
      *    a customer check is an event whatever became of it -
      *    cutting it is the act; supplier checks name no customer.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CheckRegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CheckRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CK-Customer-Check
                           MOVE "K" TO WS-Test-Source
                           MOVE SPACES TO WS-Test-Program WS-Test-Detail
                               WS-Test-Operation
                           MOVE CK-Operator TO WS-Test-Operator
                           MOVE CK-Customer-ID TO WS-Test-Cust
                           MOVE CK-Date TO WS-Test-Date
                           PERFORM TEST-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE CheckRegisterFile
           END-IF.

       TEST-EVENT.
      *    an event with no operator or customer, or outside the
      *    period, can't be one end of a conflict.
           IF WS-Test-Operator = SPACES OR WS-Test-Cust = ZERO
               OR WS-Test-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-Test-Date < WS-Period-From
               OR WS-Test-Date > WS-Period-To
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Test-Seq
           PERFORM VARYING WS-RL-Idx FROM 1 BY 1
               UNTIL WS-RL-Idx > WS-Rule-Count
               PERFORM VARYING WS-Side-Idx FROM 1 BY 1
                   UNTIL WS-Side-Idx > 2
                   PERFORM MATCH-RULE-SIDE
                   IF WS-Side-Matches
                       PERFORM ADD-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       MATCH-RULE-SIDE.
           MOVE "N" TO WS-Match-Flag
           IF WS-RL-Source(WS-RL-Idx, WS-Side-Idx) NOT = WS-Test-Source
               EXIT PARAGRAPH
           END-IF
           IF WS-Test-Source = "K"
               SET WS-Side-Matches TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-Operation(WS-RL-Idx, WS-Side-Idx) NOT = SPACES
               AND WS-RL-Operation(WS-RL-Idx, WS-Side-Idx)
                   NOT = WS-Test-Operation
               EXIT PARAGRAPH
           END-IF
           IF WS-Test-Source NOT = "A"
               SET WS-Side-Matches TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-Program(WS-RL-Idx, WS-Side-Idx) NOT = SPACES
               AND WS-RL-Program(WS-RL-Idx, WS-Side-Idx)
                   NOT = WS-Test-Program
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx) > ZERO
               IF WS-RL-Test(WS-RL-Idx, WS-Side-Idx) = "N"
                   IF WS-Test-Detail(1:
                       WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx))
                       = WS-RL-Detail(WS-RL-Idx, WS-Side-Idx)
                       (1:WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx))
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF WS-Test-Detail(1:
                       WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx))
                       NOT = WS-RL-Detail(WS-RL-Idx, WS-Side-Idx)
                       (1:WS-RL-Det-Len(WS-RL-Idx, WS-Side-Idx))
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           SET WS-Side-Matches TO TRUE.

       ADD-EVENT.
           IF WS-Event-Count >= 10000
               ADD 1 TO WS-Events-Dropped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Event-Count
           MOVE WS-Event-Count TO WS-EV-Idx
           MOVE WS-Test-Seq TO WS-EV-Seq(WS-EV-Idx)
           MOVE WS-RL-Idx TO WS-EV-Rule(WS-EV-Idx)
           MOVE WS-Side-Idx TO WS-EV-Side(WS-EV-Idx)
           MOVE WS-Test-Operator TO WS-EV-Operator(WS-EV-Idx)
           MOVE WS-Test-Cust TO WS-EV-Cust(WS-EV-Idx)
           MOVE WS-Test-Date TO WS-EV-Date(WS-EV-Idx)
           COMPUTE WS-EV-Day(WS-EV-Idx) =
               FUNCTION INTEGER-OF-DATE(WS-Test-Date).

       FIND-CONFLICTS.
      *    every first-side event against every second-side event of
      *    the same rule, operator and customer - either order, one
      *    event can't be both ends.
           PERFORM VARYING WS-EV-Idx FROM 1 BY 1
               UNTIL WS-EV-Idx > WS-Event-Count
               IF WS-EV-Side(WS-EV-Idx) = 1
                   PERFORM VARYING WS-EV-Idx-2 FROM 1 BY 1
                       UNTIL WS-EV-Idx-2 > WS-Event-Count
                       IF WS-EV-Side(WS-EV-Idx-2) = 2
                           AND WS-EV-Rule(WS-EV-Idx-2)
                               = WS-EV-Rule(WS-EV-Idx)
                           AND WS-EV-Operator(WS-EV-Idx-2)
                               = WS-EV-Operator(WS-EV-Idx)
                           AND WS-EV-Cust(WS-EV-Idx-2)
                               = WS-EV-Cust(WS-EV-Idx)
                           AND WS-EV-Seq(WS-EV-Idx-2)
                               NOT = WS-EV-Seq(WS-EV-Idx)
                           COMPUTE WS-Day-Gap = WS-EV-Day(WS-EV-Idx-2)
                               - WS-EV-Day(WS-EV-Idx)
                           IF WS-Day-Gap < ZERO
                               COMPUTE WS-Day-Gap = 0 - WS-Day-Gap
                           END-IF
                           MOVE WS-EV-Rule(WS-EV-Idx) TO WS-RL-Idx
                           IF WS-Day-Gap <= WS-RL-Window(WS-RL-Idx)
                               PERFORM RECORD-CONFLICT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       RECORD-CONFLICT.
      *    one line per operator, rule and customer - a repeat pair
      *    only adds to the count, keeping the earliest pair.
           MOVE SPACES TO WS-New-Key
           STRING WS-EV-Operator(WS-EV-Idx) WS-EV-Rule(WS-EV-Idx)
               WS-EV-Cust(WS-EV-Idx)
               DELIMITED BY SIZE INTO WS-New-Key
           END-STRING
           MOVE "N" TO WS-CF-Done-Flag
           MOVE ZERO TO WS-CF-Pos
           PERFORM VARYING WS-CF-Idx FROM 1 BY 1
               UNTIL WS-CF-Idx > WS-Conflict-Count OR WS-CF-Done
               MOVE SPACES TO WS-Old-Key
               STRING WS-CF-Operator(WS-CF-Idx) WS-CF-Rule(WS-CF-Idx)
                   WS-CF-Cust(WS-CF-Idx)
                   DELIMITED BY SIZE INTO WS-Old-Key
               END-STRING
               IF WS-Old-Key = WS-New-Key
                   ADD 1 TO WS-CF-Pairs(WS-CF-Idx)
                   IF WS-EV-Date(WS-EV-Idx) < WS-CF-Date-1(WS-CF-Idx)
                       MOVE WS-EV-Date(WS-EV-Idx)
                           TO WS-CF-Date-1(WS-CF-Idx)
                       MOVE WS-EV-Date(WS-EV-Idx-2)
                           TO WS-CF-Date-2(WS-CF-Idx)
                   END-IF
                   SET WS-CF-Done TO TRUE
               ELSE
                   IF WS-Old-Key > WS-New-Key AND WS-CF-Pos = ZERO
                       MOVE WS-CF-Idx TO WS-CF-Pos
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CF-Done
               EXIT PARAGRAPH
           END-IF
           IF WS-Conflict-Count >= 2000
               ADD 1 TO WS-Conflicts-Dropped
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-Pos = ZERO
               COMPUTE WS-CF-Pos = WS-Conflict-Count + 1
           END-IF
           PERFORM VARYING WS-CF-Idx FROM WS-Conflict-Count BY -1
               UNTIL WS-CF-Idx < WS-CF-Pos
               MOVE WS-CF-Entry(WS-CF-Idx) TO WS-CF-Entry(WS-CF-Idx + 1)
           END-PERFORM
           ADD 1 TO WS-Conflict-Count
           MOVE WS-EV-Operator(WS-EV-Idx) TO WS-CF-Operator(WS-CF-Pos)
           MOVE WS-EV-Rule(WS-EV-Idx) TO WS-CF-Rule(WS-CF-Pos)
           MOVE WS-EV-Cust(WS-EV-Idx) TO WS-CF-Cust(WS-CF-Pos)
           MOVE WS-EV-Date(WS-EV-Idx) TO WS-CF-Date-1(WS-CF-Pos)
           MOVE WS-EV-Date(WS-EV-Idx-2) TO WS-CF-Date-2(WS-CF-Pos)
           MOVE 1 TO WS-CF-Pairs(WS-CF-Pos).

       PRINT-HEADING.
           MOVE SPACES TO WS-Report-Line
           STRING "SEGREGATION-OF-DUTIES CONFLICTS " WS-Period-From
               " - " WS-Period-To "  (run " WS-Today ")"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE "Rules tested:" TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-RL-Idx FROM 1 BY 1
               UNTIL WS-RL-Idx > WS-Rule-Count
               MOVE WS-RL-Window(WS-RL-Idx) TO in-window
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-RL-ID(WS-RL-Idx) " "
                   WS-RL-Desc(WS-RL-Idx) " within " in-window
                   " days"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           IF WS-Rules-Dropped > ZERO
               MOVE WS-Rules-Dropped TO in-count
               MOVE SPACES TO WS-Report-Line
               STRING "  ** " in-count " rule(s) past the first 50 "
                   "not tested"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE.

       PRINT-CONFLICTS.
           IF WS-Conflict-Count = ZERO
               MOVE "No conflicts found in the period"
                   TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Last-Operator
           MOVE ZERO TO WS-Operator-Conflicts
           PERFORM VARYING WS-CF-Idx FROM 1 BY 1
               UNTIL WS-CF-Idx > WS-Conflict-Count
               IF WS-CF-Operator(WS-CF-Idx) NOT = WS-Last-Operator
                   IF WS-Last-Operator NOT = SPACES
                       PERFORM PRINT-OPERATOR-TOTAL
                   END-IF
                   MOVE WS-CF-Operator(WS-CF-Idx) TO WS-Last-Operator
                   MOVE ZERO TO WS-Operator-Conflicts
                   ADD 1 TO WS-Operator-Count
                   MOVE SPACES TO WS-Report-Line
                   STRING "OPERATOR " WS-Last-Operator
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
                   MOVE SPACES TO WS-Report-Line
                   STRING "  RULE DESCRIPTION                      "
                       "        CUST  NAME                 FIR"
                       "ST    SECOND   PAIRS"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
               ADD 1 TO WS-Operator-Conflicts
               MOVE WS-CF-Rule(WS-CF-Idx) TO WS-RL-Idx
               ADD 1 TO WS-RL-Found(WS-RL-Idx)
               PERFORM LOOK-UP-NAME
               MOVE WS-CF-Pairs(WS-CF-Idx) TO in-count
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-RL-ID(WS-RL-Idx) " "
                   WS-RL-Desc(WS-RL-Idx) " "
                   WS-CF-Cust(WS-CF-Idx) " " WS-Cust-Name " "
                   WS-CF-Date-1(WS-CF-Idx) " "
                   WS-CF-Date-2(WS-CF-Idx) " " in-count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           PERFORM PRINT-OPERATOR-TOTAL.

       PRINT-OPERATOR-TOTAL.
           MOVE WS-Operator-Conflicts TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "  conflicts for " FUNCTION TRIM(WS-Last-Operator)
               ": " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE.

       LOOK-UP-NAME.
           MOVE "(no longer on file)" TO WS-Cust-Name
           IF WS-Cust-Open
               MOVE WS-CF-Cust(WS-CF-Idx) TO WS-Relative-Key
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

       PRINT-SUMMARY.
           MOVE "Conflicts by rule:" TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-RL-Idx FROM 1 BY 1
               UNTIL WS-RL-Idx > WS-Rule-Count
               MOVE WS-RL-Found(WS-RL-Idx) TO in-count
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-RL-ID(WS-RL-Idx) " "
                   WS-RL-Desc(WS-RL-Idx) " " in-count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           MOVE WS-Operator-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Operators with a conflict : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Events-Dropped > ZERO OR WS-Conflicts-Dropped > ZERO
      *        a partial scan can hide a conflict - say so on the
      *        page the auditors get.
               MOVE SPACES TO WS-Report-Line
               STRING "** INCOMPLETE - tables full; narrow the period "
                   "and run again"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
