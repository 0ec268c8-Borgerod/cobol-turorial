       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * budgets and budget-versus-actual: branchpl.cob shows what
      * each store did, but there was no plan figure to hold it
      * against. Budget.dat carries one planned amount per GL
      * account, branch and month, kept in the account's natural
      * direction (revenue as the credit expected, expense as the
      * debit) - (S)et one line at a time here, or (L)oad the whole
      * plan from the manager's BudgetIn.csv (account,branch,yyyymm,
      * amount per line, HDR/TRL-controlled through VERIFY-FEED and
      * comma-split the fximport.cob way; a line for a key already
      * on file replaces it). The (R)eport compares a month's
      * actuals from GLJournal.dat against the plan per branch and
      * account, with the variance and year to date, flagging each
      * revenue or expense variance (F)avourable or (U)nfavourable.
      * The journal carries no branch of its own, so a posting is
      * the branch of the customer it names on Customer.dat, and a
      * posting naming no customer (payroll, stock, supplier
      * payments) or a customer without one is the main store's
      * (B1) - the vatreport.cob convention. Behind sign-on; every
      * change audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "Budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BudgetFile-Status.
           SELECT ImportFile ASSIGN TO "BudgetIn.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ImportFile-Status.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ChartFile-Status.
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
           FD BudgetFile.
           01 BudgetRecord.
               05 BG-Account PIC 9(4).
               05 BG-Branch  PIC X(2).
               05 BG-Month   PIC 9(6).
               05 BG-Amount  PIC 9(9)V9(2).

           FD ImportFile.
           01 ImportRecord PIC X(80).

           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

           FD ChartFile.
           01 ChartRecord.
               COPY CHARTREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-BudgetFile-Status PIC XX.
               88 WS-Budget-File-OK VALUE "00".
           01 WS-ImportFile-Status PIC XX.
               88 WS-ImportFile-OK VALUE "00".
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-ChartFile-Status PIC XX.
               88 WS-Chart-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the plan, table-loaded and rewritten whole.
           01 WS-Budget-Table.
               05 WS-Budget-Entry OCCURS 2000 TIMES.
                   10 WS-BG-Account PIC 9(4).
                   10 WS-BG-Branch  PIC X(2).
                   10 WS-BG-Month   PIC 9(6).
                   10 WS-BG-Amount  PIC 9(9)V9(2).
           01 WS-Budget-Count PIC 9(4) VALUE ZERO.
           01 WS-BG-Idx PIC 9(4).
           01 WS-Budget-Found-Flag PIC X.
               88 WS-Budget-Found VALUE "Y".

      *    the chart, for names and the natural direction.
           01 WS-Chart-Table.
               05 WS-Chart-Entry OCCURS 50 TIMES.
                   10 WS-CH-Account PIC 9(4).
                   10 WS-CH-Name    PIC X(24).
                   10 WS-CH-Class   PIC X.
           01 WS-Chart-Count PIC 9(2) VALUE ZERO.
           01 WS-CH-Idx PIC 9(2).
           01 WS-Chart-Found-Flag PIC X.
               88 WS-Chart-Found VALUE "Y".

      *    one report line per account and branch.
           01 WS-Variance-Table.
               05 WS-Variance-Entry OCCURS 300 TIMES.
                   10 WS-VR-Account    PIC 9(4).
                   10 WS-VR-Branch     PIC X(2).
                   10 WS-VR-Class      PIC X.
                   10 WS-VR-Actual     PIC S9(11)V9(2).
                   10 WS-VR-Budget     PIC S9(11)V9(2).
                   10 WS-VR-YTD-Actual PIC S9(11)V9(2).
                   10 WS-VR-YTD-Budget PIC S9(11)V9(2).
           01 WS-Variance-Count PIC 9(3) VALUE ZERO.
           01 WS-VR-Idx PIC 9(3).
           01 WS-Variance-Found-Flag PIC X.
               88 WS-Variance-Found VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Account-Entry PIC 9(4).
           01 WS-Branch-Key PIC X(2).
           01 WS-Month-Entry PIC 9(6).
           01 WS-Month-Parts REDEFINES WS-Month-Entry.
               05 WS-Month-Year PIC 9(4).
               05 WS-Month-MM   PIC 9(2).
           01 WS-Dollars-Entry PIC 9(9).
           01 WS-Cents-Entry PIC 9(2).
           01 WS-Amount-Entry PIC 9(9)V9(2).
           01 WS-Reject-Reason PIC X(40).
           01 WS-Year-Start PIC 9(6).
           01 WS-Line-Month PIC 9(6).
           01 WS-Line-Amount PIC S9(11)V9(2).
           01 WS-Branch-Filter PIC X(2).
           01 WS-Last-Customer PIC 9(5).
           01 WS-Last-Branch PIC X(2).

      *    report figures.
           01 WS-Variance PIC S9(11)V9(2).
           01 WS-YTD-Variance PIC S9(11)V9(2).
           01 WS-Flag PIC X.
           01 WS-YTD-Flag PIC X.
           01 WS-Account-Name PIC X(24).
           01 WS-Print-Branch PIC X(2).
           01 in-actual PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-budget PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-variance PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-amount PIC ZZZ,ZZZ,ZZ9.99.

      *    CSV parsing - same OCCURS-table/WITH POINTER technique as
      *    fximport.cob's PARSE-CSV-LINE.
           01 WS-CSV-Fields.
               05 WS-CSV-Field OCCURS 10 TIMES PIC X(30).
           01 WS-CSV-Field-Count PIC 99 VALUE 0.
           01 WS-CSV-Ptr PIC 999 VALUE 1.
           01 WS-CSV-Line-Len PIC 999.
           01 WS-Amount-Field PIC X(30).
           01 WS-Amount-Whole-X PIC X(12).
           01 WS-Amount-Frac-X PIC X(2).
           01 WS-Amount-Whole PIC 9(9).
           01 WS-Amount-Frac PIC 9(2).
           01 WS-Imported-Count PIC 9(5).
           01 WS-Rejected-Count PIC 9(5).

      *    batch-interface standard: the feed is verified whole
      *    (HDR date line, TRL count line) through the shared
      *    VERIFY-FEED subroutine before any record is applied.
           01 WS-Feed-Name PIC X(30) VALUE "BudgetIn.csv".
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "BUDGETVAR".
           01 WS-Spool-Line PIC X(132).

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

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

           DISPLAY "Budgets"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-BUDGET-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Budgets - (S)et line (L)oad BudgetIn.csv "
                   "(R)eport budget vs actual (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "S" PERFORM SET-BUDGET-LINE
                   WHEN "L" PERFORM LOAD-BUDGET-CSV
                   WHEN "R" PERFORM BUDGET-VARIANCE-REPORT
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       SET-BUDGET-LINE.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot change "
                   "budgets"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GL account :" WITH NO ADVANCING
           ACCEPT WS-Account-Entry
           DISPLAY "Branch :" WITH NO ADVANCING
           ACCEPT WS-Branch-Key
           MOVE FUNCTION UPPER-CASE(WS-Branch-Key) TO WS-Branch-Key
           DISPLAY "Month (yyyymm) :" WITH NO ADVANCING
           ACCEPT WS-Month-Entry
           DISPLAY "Budget - dollars :" WITH NO ADVANCING
           ACCEPT WS-Dollars-Entry
           DISPLAY "Budget - cents :" WITH NO ADVANCING
           ACCEPT WS-Cents-Entry
           COMPUTE WS-Amount-Entry = WS-Dollars-Entry
               + (WS-Cents-Entry / 100)
           PERFORM VALIDATE-BUDGET-KEY
           IF WS-Reject-Reason NOT = SPACES
               DISPLAY "Error: " FUNCTION TRIM(WS-Reject-Reason)
               EXIT PARAGRAPH
           END-IF
           PERFORM STORE-BUDGET-LINE
           IF WS-Budget-Found-Flag = "F"
               DISPLAY "Error: budget table full"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-BUDGET-FILE
           MOVE WS-Amount-Entry TO in-amount
           DISPLAY "Budget " WS-Account-Entry " " WS-Branch-Key
               " " WS-Month-Entry " set to " in-amount
           MOVE "BUDSET" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING WS-Account-Entry " " WS-Branch-Key " "
               WS-Month-Entry " " WS-Dollars-Entry "."
               WS-Cents-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       VALIDATE-BUDGET-KEY.
      *    comes back with WS-Reject-Reason holding the reason, or
      *    spaces when the key is good.
           MOVE SPACES TO WS-Reject-Reason
           PERFORM FIND-CHART-ACCOUNT
           IF NOT WS-Chart-Found
               MOVE "account not on the chart of accounts"
                   TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Branch-Key = SPACES
               MOVE "a budget line needs a branch"
                   TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Month-MM < 1 OR WS-Month-MM > 12
               OR WS-Month-Year < 2000
               MOVE "not a valid month" TO WS-Reject-Reason
           END-IF.

       STORE-BUDGET-LINE.
      *    replaces the amount for a key already on file; sets the
      *    found flag to F when a new key has no room.
           MOVE "N" TO WS-Budget-Found-Flag
           PERFORM VARYING WS-BG-Idx FROM 1 BY 1
               UNTIL WS-BG-Idx > WS-Budget-Count
               OR WS-Budget-Found
               IF WS-BG-Account(WS-BG-Idx) = WS-Account-Entry
                   AND WS-BG-Branch(WS-BG-Idx) = WS-Branch-Key
                   AND WS-BG-Month(WS-BG-Idx) = WS-Month-Entry
                   SET WS-Budget-Found TO TRUE
                   SUBTRACT 1 FROM WS-BG-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Budget-Found
               IF WS-Budget-Count >= 2000
                   MOVE "F" TO WS-Budget-Found-Flag
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Budget-Count
               MOVE WS-Budget-Count TO WS-BG-Idx
               MOVE WS-Account-Entry TO WS-BG-Account(WS-BG-Idx)
               MOVE WS-Branch-Key TO WS-BG-Branch(WS-BG-Idx)
               MOVE WS-Month-Entry TO WS-BG-Month(WS-BG-Idx)
           END-IF
           MOVE WS-Amount-Entry TO WS-BG-Amount(WS-BG-Idx).

       LOAD-BUDGET-CSV.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot load "
                   "budgets"
               EXIT PARAGRAPH
           END-IF
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY "BudgetIn.csv rejected whole - no budget "
                   "lines loaded"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ImportFile
           IF NOT WS-ImportFile-OK
               DISPLAY "Unable to open BudgetIn.csv"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Imported-Count
           MOVE ZERO TO WS-Rejected-Count
           MOVE "N" TO WS-Eof-Flag
           PERFORM UNTIL WS-Eof
               READ ImportFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM IMPORT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ImportFile
           IF WS-Imported-Count > ZERO
               PERFORM REWRITE-BUDGET-FILE
           END-IF
           DISPLAY "Budget lines loaded : " WS-Imported-Count
           DISPLAY "Lines rejected      : " WS-Rejected-Count
           MOVE "BUDLOD" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "BudgetIn.csv loaded " WS-Imported-Count
               " rejected " WS-Rejected-Count
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       IMPORT-ONE-LINE.
      *    the control records aren't budget lines.
           IF ImportRecord(1:3) = "HDR" OR ImportRecord(1:3) = "TRL"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-CSV-LINE
           IF WS-CSV-Field-Count < 4
               DISPLAY "Rejected (too few fields): " ImportRecord
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-Field(1)) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-CSV-Field(3)) IS NOT NUMERIC
               DISPLAY "Rejected (account or month not numeric): "
                   ImportRecord
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-Field(1)) TO WS-Account-Entry
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-Field(2)))
               TO WS-Branch-Key
           MOVE FUNCTION NUMVAL(WS-CSV-Field(3)) TO WS-Month-Entry
           MOVE WS-CSV-Field(4) TO WS-Amount-Field
           PERFORM CONVERT-AMOUNT-FIELD
           PERFORM VALIDATE-BUDGET-KEY
           IF WS-Reject-Reason NOT = SPACES
               DISPLAY "Rejected (" FUNCTION TRIM(WS-Reject-Reason)
                   "): " ImportRecord
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM STORE-BUDGET-LINE
           IF WS-Budget-Found-Flag = "F"
               DISPLAY "Rejected (budget table full): " ImportRecord
               ADD 1 TO WS-Rejected-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Imported-Count.

       CONVERT-AMOUNT-FIELD.
      *    "12500.5" -> whole 12500, fraction "5" right-padded with
      *    zero to "50" -> 12500.50.
           MOVE SPACES TO WS-Amount-Whole-X WS-Amount-Frac-X
           UNSTRING WS-Amount-Field DELIMITED BY "."
               INTO WS-Amount-Whole-X, WS-Amount-Frac-X
           END-UNSTRING
           IF WS-Amount-Whole-X = SPACES
               MOVE ZERO TO WS-Amount-Whole
           ELSE
               MOVE FUNCTION NUMVAL(WS-Amount-Whole-X)
                   TO WS-Amount-Whole
           END-IF
           INSPECT WS-Amount-Frac-X REPLACING ALL SPACE BY "0"
           MOVE WS-Amount-Frac-X TO WS-Amount-Frac
           COMPUTE WS-Amount-Entry =
               WS-Amount-Whole + (WS-Amount-Frac / 100).

       PARSE-CSV-LINE.
           MOVE ZERO TO WS-CSV-Field-Count
           MOVE 1 TO WS-CSV-Ptr
           MOVE SPACES TO WS-CSV-Fields
           COMPUTE WS-CSV-Line-Len =
               FUNCTION LENGTH(FUNCTION TRIM(ImportRecord))

           PERFORM UNTIL WS-CSV-Ptr > WS-CSV-Line-Len
               OR WS-CSV-Field-Count >= 10
               ADD 1 TO WS-CSV-Field-Count
               UNSTRING ImportRecord DELIMITED BY ","
                   INTO WS-CSV-Field(WS-CSV-Field-Count)
                   WITH POINTER WS-CSV-Ptr
               END-UNSTRING
           END-PERFORM.

       BUDGET-VARIANCE-REPORT.
           DISPLAY "Report month (yyyymm) :" WITH NO ADVANCING
           ACCEPT WS-Month-Entry
           IF WS-Month-MM < 1 OR WS-Month-MM > 12
               DISPLAY "Not a valid month"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch [blank = all] :" WITH NO ADVANCING
           ACCEPT WS-Branch-Filter
           MOVE FUNCTION UPPER-CASE(WS-Branch-Filter)
               TO WS-Branch-Filter
           COMPUTE WS-Year-Start = WS-Month-Year * 100 + 1
           MOVE ZERO TO WS-Variance-Count

      *    the plan side: the month and the year to date.
           PERFORM VARYING WS-BG-Idx FROM 1 BY 1
               UNTIL WS-BG-Idx > WS-Budget-Count
               IF WS-BG-Month(WS-BG-Idx) >= WS-Year-Start
                   AND WS-BG-Month(WS-BG-Idx) <= WS-Month-Entry
                   AND (WS-Branch-Filter = SPACES
                   OR WS-BG-Branch(WS-BG-Idx) = WS-Branch-Filter)
                   MOVE WS-BG-Account(WS-BG-Idx) TO WS-Account-Entry
                   MOVE WS-BG-Branch(WS-BG-Idx) TO WS-Branch-Key
                   PERFORM FIND-VARIANCE-SLOT
                   IF WS-Variance-Found
                       ADD WS-BG-Amount(WS-BG-Idx)
                           TO WS-VR-YTD-Budget(WS-VR-Idx)
                       IF WS-BG-Month(WS-BG-Idx) = WS-Month-Entry
                           ADD WS-BG-Amount(WS-BG-Idx)
                               TO WS-VR-Budget(WS-VR-Idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *    the actual side, off the journal.
           OPEN INPUT CustomerFile
           MOVE 99999 TO WS-Last-Customer
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ JournalFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF
           IF WS-Cust-File-OK
               CLOSE CustomerFile
           END-IF

           PERFORM PRINT-VARIANCE-REPORT.

       TAKE-ONE-JOURNAL-LINE.
           MOVE JE-Date(1:6) TO WS-Line-Month
           IF WS-Line-Month < WS-Year-Start
               OR WS-Line-Month > WS-Month-Entry
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTING-BRANCH
           IF WS-Branch-Filter NOT = SPACES
               AND WS-Last-Branch NOT = WS-Branch-Filter
               EXIT PARAGRAPH
           END-IF
           MOVE JE-Account TO WS-Account-Entry
           MOVE WS-Last-Branch TO WS-Branch-Key
           PERFORM FIND-VARIANCE-SLOT
           IF NOT WS-Variance-Found
               EXIT PARAGRAPH
           END-IF
      *    natural direction: credit-natural classes count credits.
           IF WS-VR-Class(WS-VR-Idx) = "L" OR "Q" OR "R"
               COMPUTE WS-Line-Amount = JE-Credit - JE-Debit
           ELSE
               COMPUTE WS-Line-Amount = JE-Debit - JE-Credit
           END-IF
           ADD WS-Line-Amount TO WS-VR-YTD-Actual(WS-VR-Idx)
           IF WS-Line-Month = WS-Month-Entry
               ADD WS-Line-Amount TO WS-VR-Actual(WS-VR-Idx)
           END-IF.

       FIND-POSTING-BRANCH.
      *    one customer read per run of lines for the same customer.
           IF JE-Customer-ID = WS-Last-Customer
               EXIT PARAGRAPH
           END-IF
           MOVE JE-Customer-ID TO WS-Last-Customer
           MOVE "B1" TO WS-Last-Branch
           IF JE-Customer-ID = ZERO OR NOT WS-Cust-File-OK
               EXIT PARAGRAPH
           END-IF
           MOVE JE-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO Branch-Code
           END-READ
           IF Branch-Code NOT = SPACES
               MOVE Branch-Code TO WS-Last-Branch
           END-IF.

       FIND-VARIANCE-SLOT.
           MOVE "N" TO WS-Variance-Found-Flag
           PERFORM VARYING WS-VR-Idx FROM 1 BY 1
               UNTIL WS-VR-Idx > WS-Variance-Count
               OR WS-Variance-Found
               IF WS-VR-Account(WS-VR-Idx) = WS-Account-Entry
                   AND WS-VR-Branch(WS-VR-Idx) = WS-Branch-Key
                   SET WS-Variance-Found TO TRUE
                   SUBTRACT 1 FROM WS-VR-Idx
               END-IF
           END-PERFORM
           IF WS-Variance-Found
               EXIT PARAGRAPH
           END-IF
           IF WS-Variance-Count >= 300
               DISPLAY "Warning: more than 300 account/branch lines "
                   "- " WS-Account-Entry " " WS-Branch-Key
                   " left out"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Variance-Count
           MOVE WS-Variance-Count TO WS-VR-Idx
           MOVE WS-Account-Entry TO WS-VR-Account(WS-VR-Idx)
           MOVE WS-Branch-Key TO WS-VR-Branch(WS-VR-Idx)
           PERFORM FIND-CHART-ACCOUNT
           IF WS-Chart-Found
               MOVE WS-CH-Class(WS-CH-Idx) TO WS-VR-Class(WS-VR-Idx)
           ELSE
               MOVE SPACE TO WS-VR-Class(WS-VR-Idx)
           END-IF
           MOVE ZERO TO WS-VR-Actual(WS-VR-Idx)
           MOVE ZERO TO WS-VR-Budget(WS-VR-Idx)
           MOVE ZERO TO WS-VR-YTD-Actual(WS-VR-Idx)
           MOVE ZERO TO WS-VR-YTD-Budget(WS-VR-Idx)
           SET WS-Variance-Found TO TRUE.

       PRINT-VARIANCE-REPORT.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Spool-Line
           IF WS-Branch-Filter = SPACES
               STRING "BUDGET VERSUS ACTUAL - " WS-Month-Entry
                   " - all branches"
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
           ELSE
               STRING "BUDGET VERSUS ACTUAL - " WS-Month-Entry
                   " - branch " WS-Branch-Filter
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE "BR ACCT NAME                      "
               & "         ACTUAL          BUDGET        VARIANCE"
               & "      YTD ACTUAL      YTD BUDGET    YTD VARIANCE"
               TO WS-Spool-Line
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Spool-Line
           PERFORM PRINT-REPORT-LINE
      *    branch by branch, the order the lines were first met.
           PERFORM VARYING WS-VR-Idx FROM 1 BY 1
               UNTIL WS-VR-Idx > WS-Variance-Count
               IF WS-VR-Branch(WS-VR-Idx) NOT = SPACES
                   MOVE WS-VR-Branch(WS-VR-Idx) TO WS-Print-Branch
                   PERFORM PRINT-ONE-BRANCH
               END-IF
           END-PERFORM
           IF WS-Variance-Count = ZERO
               MOVE "  no budget and no postings for the year to "
                   & "date" TO WS-Spool-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-ONE-BRANCH.
      *    prints every line of WS-Print-Branch, then blanks their
      *    branch so the outer walk doesn't print them twice.
           PERFORM VARYING WS-BG-Idx FROM WS-VR-Idx BY 1
               UNTIL WS-BG-Idx > WS-Variance-Count
               IF WS-VR-Branch(WS-BG-Idx) = WS-Print-Branch
                   PERFORM PRINT-ONE-VARIANCE
                   MOVE SPACES TO WS-VR-Branch(WS-BG-Idx)
               END-IF
           END-PERFORM.

       PRINT-ONE-VARIANCE.
           COMPUTE WS-Variance = WS-VR-Actual(WS-BG-Idx)
               - WS-VR-Budget(WS-BG-Idx)
           COMPUTE WS-YTD-Variance = WS-VR-YTD-Actual(WS-BG-Idx)
               - WS-VR-YTD-Budget(WS-BG-Idx)
      *    more revenue than planned is good, more expense bad.
           MOVE SPACE TO WS-Flag
           MOVE SPACE TO WS-YTD-Flag
           EVALUATE WS-VR-Class(WS-BG-Idx)
               WHEN "R"
                   IF WS-Variance < ZERO
                       MOVE "U" TO WS-Flag
                   ELSE
                       MOVE "F" TO WS-Flag
                   END-IF
                   IF WS-YTD-Variance < ZERO
                       MOVE "U" TO WS-YTD-Flag
                   ELSE
                       MOVE "F" TO WS-YTD-Flag
                   END-IF
               WHEN "E"
                   IF WS-Variance > ZERO
                       MOVE "U" TO WS-Flag
                   ELSE
                       MOVE "F" TO WS-Flag
                   END-IF
                   IF WS-YTD-Variance > ZERO
                       MOVE "U" TO WS-YTD-Flag
                   ELSE
                       MOVE "F" TO WS-YTD-Flag
                   END-IF
           END-EVALUATE
           MOVE "(not on chart of accounts)" TO WS-Account-Name
           MOVE WS-VR-Account(WS-BG-Idx) TO WS-Account-Entry
           PERFORM FIND-CHART-ACCOUNT
           IF WS-Chart-Found
               MOVE WS-CH-Name(WS-CH-Idx) TO WS-Account-Name
           END-IF
           MOVE SPACES TO WS-Spool-Line
           MOVE WS-VR-Actual(WS-BG-Idx) TO in-actual
           MOVE WS-VR-Budget(WS-BG-Idx) TO in-budget
           MOVE WS-Variance TO in-variance
           STRING WS-Print-Branch " " WS-VR-Account(WS-BG-Idx) " "
               WS-Account-Name " " in-actual " " in-budget " "
               in-variance WS-Flag
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           MOVE WS-VR-YTD-Actual(WS-BG-Idx) TO in-actual
           MOVE WS-VR-YTD-Budget(WS-BG-Idx) TO in-budget
           MOVE WS-YTD-Variance TO in-variance
           STRING in-actual " " in-budget " " in-variance
               WS-YTD-Flag
               DELIMITED BY SIZE INTO WS-Spool-Line(83:)
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-Chart-Found-Flag
           PERFORM VARYING WS-CH-Idx FROM 1 BY 1
               UNTIL WS-CH-Idx > WS-Chart-Count
               OR WS-Chart-Found
               IF WS-CH-Account(WS-CH-Idx) = WS-Account-Entry
                   SET WS-Chart-Found TO TRUE
                   SUBTRACT 1 FROM WS-CH-Idx
               END-IF
           END-PERFORM.

       LOAD-CHART-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ChartFile
           IF NOT WS-Chart-File-OK
               DISPLAY "No ChartOfAccounts.dat - run trialbal once "
                   "to seed it"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ChartFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Chart-Count < 50
                           ADD 1 TO WS-Chart-Count
                           MOVE CA-Account
                               TO WS-CH-Account(WS-Chart-Count)
                           MOVE CA-Name
                               TO WS-CH-Name(WS-Chart-Count)
                           MOVE CA-Class
                               TO WS-CH-Class(WS-Chart-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChartFile-Status NOT = "35"
               CLOSE ChartFile
           END-IF.

       LOAD-BUDGET-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BudgetFile
           IF NOT WS-Budget-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ BudgetFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Budget-Count < 2000
                           ADD 1 TO WS-Budget-Count
                           MOVE BG-Account
                               TO WS-BG-Account(WS-Budget-Count)
                           MOVE BG-Branch
                               TO WS-BG-Branch(WS-Budget-Count)
                           MOVE BG-Month
                               TO WS-BG-Month(WS-Budget-Count)
                           MOVE BG-Amount
                               TO WS-BG-Amount(WS-Budget-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BudgetFile-Status NOT = "35"
               CLOSE BudgetFile
           END-IF.

       REWRITE-BUDGET-FILE.
           OPEN OUTPUT BudgetFile
           PERFORM VARYING WS-BG-Idx FROM 1 BY 1
               UNTIL WS-BG-Idx > WS-Budget-Count
               MOVE WS-BG-Account(WS-BG-Idx) TO BG-Account
               MOVE WS-BG-Branch(WS-BG-Idx) TO BG-Branch
               MOVE WS-BG-Month(WS-BG-Idx) TO BG-Month
               MOVE WS-BG-Amount(WS-BG-Idx) TO BG-Amount
               WRITE BudgetRecord
           END-PERFORM
           CLOSE BudgetFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "budget" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
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
