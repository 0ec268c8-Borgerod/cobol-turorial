       IDENTIFICATION DIVISION.
       PROGRAM-ID. payrun.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * payroll run: PayCheck on Customer.dat is the gross, yet
      * bankexport.cob deposited it whole and the withholding was
      * worked out on a spreadsheet afterwards - every person was
      * overpaid by the tax. This keeps an effective-dated
      * withholding table in WithholdingTable.dat (bands of gross,
      * each taxed at its own rate on the slice above its floor -
      * a new table is keyed with a later effective date, the run
      * uses the latest one in force on the run date) and standing
      * per-person deductions in PayDeductions.dat, both maintained
      * here behind sign-on. The monthly (R)un takes each active
      * person's gross, withholds, deducts, writes the net to
      * PayrollRegister.dat (see copybooks/PAYRREC.cpy - the figure
      * bankexport.cob now deposits), prints a payslip per person
      * through SPOOL-PRINT and posts the gross to payroll expense
      * against the PAYROLL CLEARING account 2300, clearing the
      * withholding and deductions out of it into their liability
      * accounts - the net left in 2300 is what the bank export
      * pays out. A period already on the register is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT BandFile ASSIGN TO "WithholdingTable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BandFile-Status.
           SELECT DeductionFile ASSIGN TO "PayDeductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeductionFile-Status.
           SELECT RegisterFile ASSIGN TO "PayrollRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

      *    one line per band of one table - the bands sharing an
      *    effective date make up that table.
           FD BandFile.
           01 BandRecord.
               05 WH-Eff-Date   PIC 9(8).
               05 WH-Band-From  PIC 9(4)V9(2).
               05 WH-Rate       PIC V9(4).

      *    one line per standing deduction - a person may carry
      *    several, each under its own code.
           FD DeductionFile.
           01 DeductionRecord.
               05 DD-Customer-ID PIC 9(5).
               05 DD-Code        PIC X(8).
               05 DD-Amount      PIC 9(4)V9(2).

           FD RegisterFile.
           01 RegisterRecord.
               COPY PAYRREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-BandFile-Status PIC XX.
               88 WS-Band-File-OK VALUE "00".
           01 WS-DeductionFile-Status PIC XX.
               88 WS-Deduction-File-OK VALUE "00".
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    every band of every table, table-loaded and rewritten
      *    whole - the commrun.cob idiom.
           01 WS-Band-Table.
               05 WS-Band-Entry OCCURS 100 TIMES.
                   10 WS-BD-Eff-Date PIC 9(8).
                   10 WS-BD-From     PIC 9(4)V9(2).
                   10 WS-BD-Rate     PIC V9(4).
           01 WS-Band-Count PIC 9(3) VALUE ZERO.
           01 WS-BD-Idx PIC 9(3).

           01 WS-Band-Found-Flag PIC X.
               88 WS-Band-Found VALUE "Y".

      *    the table in force for this run, bands lowest first.
           01 WS-Run-Band-Table.
               05 WS-Run-Band OCCURS 20 TIMES.
                   10 WS-RB-From PIC 9(4)V9(2).
                   10 WS-RB-Rate PIC V9(4).
           01 WS-Run-Band-Count PIC 9(2) VALUE ZERO.
           01 WS-RB-Idx PIC 9(2).
           01 WS-RB-Next PIC 9(2).
           01 WS-RB-Swap.
               05 WS-RB-Swap-From PIC 9(4)V9(2).
               05 WS-RB-Swap-Rate PIC V9(4).
           01 WS-Table-Eff-Date PIC 9(8).

           01 WS-Deduction-Table.
               05 WS-Deduction-Entry OCCURS 300 TIMES.
                   10 WS-DD-Customer PIC 9(5).
                   10 WS-DD-Code     PIC X(8).
                   10 WS-DD-Amount   PIC 9(4)V9(2).
           01 WS-Deduction-Count PIC 9(3) VALUE ZERO.
           01 WS-DD-Idx PIC 9(3).
           01 WS-Deduction-Found-Flag PIC X.
               88 WS-Deduction-Found VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Today PIC 9(8).
           01 WS-Run-Period PIC 9(6).
           01 WS-Period-Run-Flag PIC X.
               88 WS-Period-Already-Run VALUE "Y".
           01 WS-Eff-Date-Entry PIC 9(8).
           01 WS-Dollars-Entry PIC 9(4).
           01 WS-Cents-Entry PIC 9(2).
           01 WS-Rate-Digits PIC 9(4).
           01 WS-Customer-Entry PIC 9(5).
           01 WS-Code-Entry PIC X(8).
           01 WS-Amount-Entry PIC 9(4)V9(2).
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".

      *    one person's pay, worked band by band.
           01 WS-Gross PIC 9(4)V9(2).
           01 WS-Withheld PIC 9(4)V9(2).
           01 WS-Deductions PIC 9(4)V9(2).
           01 WS-Net PIC 9(4)V9(2).
           01 WS-Band-Slice PIC 9(4)V9(2).
           01 WS-Band-Top PIC 9(4)V9(2).
           01 WS-Band-Tax PIC 9(4)V9(2).
           01 WS-After-Tax PIC 9(4)V9(2).
           01 WS-Cut-Flag PIC X.
               88 WS-Deductions-Cut VALUE "Y".
           01 WS-Short-Count PIC 9(5).
           01 WS-Paid-Count PIC 9(5).
           01 WS-Total-Gross PIC 9(9)V9(2).
           01 WS-Total-Withheld PIC 9(9)V9(2).
           01 WS-Total-Deductions PIC 9(9)V9(2).
           01 WS-Total-Net PIC 9(9)V9(2).
           01 WS-Person-Name PIC X(24).
           01 in-amount PIC Z,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.
           01 in-rate PIC .9999.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).
           01 WS-Audit-Customer PIC 9(5).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state - the gross charged to
      *    payroll expense through the clearing account, the
      *    withholding and deductions cleared out to what is owed
      *    on behalf of the people paid.
           01 WS-GL-Source PIC X(12) VALUE "payrun".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.
           01 WS-GL-Clearing-Acct PIC 9(4) VALUE 2300.
           01 WS-GL-Withholding-Acct PIC 9(4) VALUE 2500.
           01 WS-GL-Deductions-Acct PIC 9(4) VALUE 2600.
           01 WS-GL-Expense-Acct PIC 9(4) VALUE 6300.

      *    spool output - see the SPOOL-PRINT subroutine; one
      *    payslip per person in the run's spool.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "PAYSLIP".
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

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "payrun".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
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

           DISPLAY "Payroll"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing run"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-BAND-TABLE
           PERFORM LOAD-DEDUCTION-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Payroll - (W)ithholding band (T)ables "
                   "(D)eduction (L)ist deductions (R)un (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "W" PERFORM SET-WITHHOLDING-BAND
                   WHEN "T" PERFORM LIST-BAND-TABLES
                   WHEN "D" PERFORM SET-DEDUCTION
                   WHEN "L" PERFORM LIST-DEDUCTIONS
                   WHEN "R" PERFORM PAYROLL-RUN
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       SET-WITHHOLDING-BAND.
      *    a band is its floor and its rate; the same floor on the
      *    same effective date re-rates the band, a zero rate on a
      *    floor above zero removes it.
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Error: withholding tables are admin-only"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date (yyyymmdd) :" WITH NO ADVANCING
           ACCEPT WS-Eff-Date-Entry
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Eff-Date-Entry)
               NOT = ZERO
               DISPLAY "Error: not a valid date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Band floor - dollars of gross :"
               WITH NO ADVANCING
           ACCEPT WS-Dollars-Entry
           DISPLAY "Band floor - cents :" WITH NO ADVANCING
           ACCEPT WS-Cents-Entry
           COMPUTE WS-Amount-Entry = WS-Dollars-Entry
               + (WS-Cents-Entry / 100)
      *    the rate arrives as four digits, implied decimal - the
      *    commission-rate entry: 2000 means 20 percent.
           DISPLAY "Rate (4 digits, implied decimal - 2000 = "
               "20%) :" WITH NO ADVANCING
           ACCEPT WS-Rate-Digits
           MOVE "N" TO WS-Band-Found-Flag
           PERFORM VARYING WS-BD-Idx FROM 1 BY 1
               UNTIL WS-BD-Idx > WS-Band-Count
               OR WS-Band-Found
               IF WS-BD-Eff-Date(WS-BD-Idx) = WS-Eff-Date-Entry
                   AND WS-BD-From(WS-BD-Idx) = WS-Amount-Entry
                   SET WS-Band-Found TO TRUE
                   SUBTRACT 1 FROM WS-BD-Idx
               END-IF
           END-PERFORM
           IF WS-Rate-Digits = ZERO AND WS-Amount-Entry > ZERO
               IF NOT WS-Band-Found
                   DISPLAY "No such band to remove"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-BD-Idx FROM WS-BD-Idx BY 1
                   UNTIL WS-BD-Idx >= WS-Band-Count
                   MOVE WS-Band-Entry(WS-BD-Idx + 1)
                       TO WS-Band-Entry(WS-BD-Idx)
               END-PERFORM
               SUBTRACT 1 FROM WS-Band-Count
               DISPLAY "Band removed"
           ELSE
               IF NOT WS-Band-Found
                   IF WS-Band-Count >= 100
                       DISPLAY "Error: withholding table full"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-Band-Count
                   MOVE WS-Band-Count TO WS-BD-Idx
                   MOVE WS-Eff-Date-Entry
                       TO WS-BD-Eff-Date(WS-BD-Idx)
                   MOVE WS-Amount-Entry TO WS-BD-From(WS-BD-Idx)
               END-IF
               COMPUTE WS-BD-Rate(WS-BD-Idx) = WS-Rate-Digits
                   / 10000
               DISPLAY "Band set"
           END-IF
           PERFORM REWRITE-BAND-FILE
           MOVE "WHBAND" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "eff " WS-Eff-Date-Entry " from "
               WS-Dollars-Entry "." WS-Cents-Entry " rate "
               WS-Rate-Digits
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE ZERO TO WS-Audit-Customer
           PERFORM WRITE-AUDIT-LOG.

       LIST-BAND-TABLES.
           DISPLAY "Withholding bands on file: " WS-Band-Count
           PERFORM VARYING WS-BD-Idx FROM 1 BY 1
               UNTIL WS-BD-Idx > WS-Band-Count
               MOVE WS-BD-From(WS-BD-Idx) TO in-amount
               MOVE WS-BD-Rate(WS-BD-Idx) TO in-rate
               DISPLAY "  effective " WS-BD-Eff-Date(WS-BD-Idx)
                   "  gross over " in-amount "  rate " in-rate
           END-PERFORM
           MOVE WS-Today TO WS-Table-Eff-Date
           PERFORM SELECT-RUN-BANDS
           IF WS-Run-Band-Count = ZERO
               DISPLAY "  no table in force today"
           ELSE
               DISPLAY "  table in force today: effective "
                   WS-Table-Eff-Date
           END-IF.

       SET-DEDUCTION.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot change "
                   "deductions"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID :" WITH NO ADVANCING
           ACCEPT WS-Customer-Entry
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Customer-Entry TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   MOVE ZERO TO ID-num
           END-READ
           CLOSE CustomerFile
           IF ID-num NOT = WS-Customer-Entry
               DISPLAY "Error: customer " WS-Customer-Entry
                   " not on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Deduction code :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           IF WS-Code-Entry = SPACES
               DISPLAY "Error: a deduction needs a code"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount per run - dollars (0 = remove) :"
               WITH NO ADVANCING
           ACCEPT WS-Dollars-Entry
           DISPLAY "Amount per run - cents :" WITH NO ADVANCING
           ACCEPT WS-Cents-Entry
           COMPUTE WS-Amount-Entry = WS-Dollars-Entry
               + (WS-Cents-Entry / 100)
           MOVE "N" TO WS-Deduction-Found-Flag
           PERFORM VARYING WS-DD-Idx FROM 1 BY 1
               UNTIL WS-DD-Idx > WS-Deduction-Count
               OR WS-Deduction-Found
               IF WS-DD-Customer(WS-DD-Idx) = WS-Customer-Entry
                   AND WS-DD-Code(WS-DD-Idx) = WS-Code-Entry
                   SET WS-Deduction-Found TO TRUE
                   SUBTRACT 1 FROM WS-DD-Idx
               END-IF
           END-PERFORM
           IF WS-Amount-Entry = ZERO
               IF NOT WS-Deduction-Found
                   DISPLAY "No such deduction to remove"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DD-Idx FROM WS-DD-Idx BY 1
                   UNTIL WS-DD-Idx >= WS-Deduction-Count
                   MOVE WS-Deduction-Entry(WS-DD-Idx + 1)
                       TO WS-Deduction-Entry(WS-DD-Idx)
               END-PERFORM
               SUBTRACT 1 FROM WS-Deduction-Count
               DISPLAY "Deduction removed"
           ELSE
               IF NOT WS-Deduction-Found
                   IF WS-Deduction-Count >= 300
                       DISPLAY "Error: deduction table full"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-Deduction-Count
                   MOVE WS-Deduction-Count TO WS-DD-Idx
                   MOVE WS-Customer-Entry
                       TO WS-DD-Customer(WS-DD-Idx)
                   MOVE WS-Code-Entry TO WS-DD-Code(WS-DD-Idx)
               END-IF
               MOVE WS-Amount-Entry TO WS-DD-Amount(WS-DD-Idx)
               DISPLAY "Deduction set"
           END-IF
           PERFORM REWRITE-DEDUCTION-FILE
           MOVE "PAYDED" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WS-Code-Entry) " "
               WS-Dollars-Entry "." WS-Cents-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE WS-Customer-Entry TO WS-Audit-Customer
           PERFORM WRITE-AUDIT-LOG.

       LIST-DEDUCTIONS.
           DISPLAY "Standing deductions on file: "
               WS-Deduction-Count
           PERFORM VARYING WS-DD-Idx FROM 1 BY 1
               UNTIL WS-DD-Idx > WS-Deduction-Count
               MOVE WS-DD-Amount(WS-DD-Idx) TO in-amount
               DISPLAY "  " WS-DD-Customer(WS-DD-Idx) " "
                   WS-DD-Code(WS-DD-Idx) " " in-amount
           END-PERFORM.

       PAYROLL-RUN.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot run payroll"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay period (yyyymm) :" WITH NO ADVANCING
           ACCEPT WS-Run-Period
           PERFORM CHECK-PERIOD-ALREADY-RUN
           IF WS-Period-Already-Run
               DISPLAY "Period " WS-Run-Period " is already on "
                   "PayrollRegister.dat - nothing run"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today TO WS-Table-Eff-Date
           PERFORM SELECT-RUN-BANDS
           IF WS-Run-Band-Count = ZERO
               DISPLAY "No withholding table in force on "
                   WS-Today " - key one with (W) first"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "payroll cannot post today"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay " WS-Run-Period " with the table effective "
               WS-Table-Eff-Date "? y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Nothing run"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RegisterFile
           IF WS-RegisterFile-Status = "35"
               OPEN OUTPUT RegisterFile
               CLOSE RegisterFile
               OPEN EXTEND RegisterFile
           END-IF
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line

           MOVE ZERO TO WS-Paid-Count
           MOVE ZERO TO WS-Short-Count
           MOVE ZERO TO WS-Total-Gross
           MOVE ZERO TO WS-Total-Withheld
           MOVE ZERO TO WS-Total-Deductions
           MOVE ZERO TO WS-Total-Net
           DISPLAY SPACE
           DISPLAY "PAYROLL REGISTER - " WS-Run-Period
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM PAY-ONE-PERSON
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE RegisterFile
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line

           PERFORM POST-PAYROLL-TO-LEDGER

           DISPLAY "-----------------------------------------"
           DISPLAY "People paid      : " WS-Paid-Count
           MOVE WS-Total-Gross TO in-total
           DISPLAY "Gross            : " in-total
           MOVE WS-Total-Withheld TO in-total
           DISPLAY "Withheld         : " in-total
           MOVE WS-Total-Deductions TO in-total
           DISPLAY "Deductions       : " in-total
           MOVE WS-Total-Net TO in-total
           DISPLAY "Net to the bank  : " in-total
           IF WS-Short-Count > ZERO
               DISPLAY "  " WS-Short-Count " people's deductions "
                   "exceeded their pay after withholding - cut "
                   "to what was left, see the payslips"
           END-IF
           MOVE "PAYRUN" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "period " WS-Run-Period " paid " WS-Paid-Count
               " table " WS-Table-Eff-Date
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE ZERO TO WS-Audit-Customer
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-Paid-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status.

       PAY-ONE-PERSON.
      *    the same population bankexport.cob always paid - active
      *    customers with a paycheck.
           IF NOT Customer-Active OR PayCheck = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PayCheck TO WS-Gross
           PERFORM COMPUTE-WITHHOLDING
           COMPUTE WS-After-Tax = WS-Gross - WS-Withheld
           MOVE ZERO TO WS-Deductions
           PERFORM VARYING WS-DD-Idx FROM 1 BY 1
               UNTIL WS-DD-Idx > WS-Deduction-Count
               IF WS-DD-Customer(WS-DD-Idx) = ID-num
                   ADD WS-DD-Amount(WS-DD-Idx) TO WS-Deductions
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Cut-Flag
           IF WS-Deductions > WS-After-Tax
               MOVE WS-After-Tax TO WS-Deductions
               SET WS-Deductions-Cut TO TRUE
               ADD 1 TO WS-Short-Count
           END-IF
           COMPUTE WS-Net = WS-After-Tax - WS-Deductions
           MOVE SPACES TO WS-Person-Name
           STRING FUNCTION TRIM(first-name) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               FUNCTION TRIM(last-name) DELIMITED BY SIZE
               INTO WS-Person-Name
           END-STRING

           MOVE WS-Run-Period TO PR-Period
           MOVE WS-Today TO PR-Run-Date
           MOVE ID-num TO PR-Customer-ID
           MOVE WS-Person-Name TO PR-Name
           MOVE WS-Gross TO PR-Gross
           MOVE WS-Withheld TO PR-Withheld
           MOVE WS-Deductions TO PR-Deductions
           MOVE WS-Net TO PR-Net
           MOVE Branch-Code TO PR-Branch
           WRITE RegisterRecord

           MOVE WS-Net TO in-amount
           DISPLAY "  " ID-num " " WS-Person-Name " net " in-amount
           PERFORM PRINT-PAYSLIP
           ADD 1 TO WS-Paid-Count
           ADD WS-Gross TO WS-Total-Gross
           ADD WS-Withheld TO WS-Total-Withheld
           ADD WS-Deductions TO WS-Total-Deductions
           ADD WS-Net TO WS-Total-Net.

       COMPUTE-WITHHOLDING.
      *    each band taxes only the slice of gross between its own
      *    floor and the next band's floor - the top band has no
      *    ceiling.
           MOVE ZERO TO WS-Withheld
           PERFORM VARYING WS-RB-Idx FROM 1 BY 1
               UNTIL WS-RB-Idx > WS-Run-Band-Count
               IF WS-Gross > WS-RB-From(WS-RB-Idx)
                   MOVE WS-Gross TO WS-Band-Top
                   IF WS-RB-Idx < WS-Run-Band-Count
                       AND WS-RB-From(WS-RB-Idx + 1) < WS-Gross
                       MOVE WS-RB-From(WS-RB-Idx + 1) TO WS-Band-Top
                   END-IF
                   COMPUTE WS-Band-Slice = WS-Band-Top
                       - WS-RB-From(WS-RB-Idx)
                   COMPUTE WS-Band-Tax ROUNDED = WS-Band-Slice
                       * WS-RB-Rate(WS-RB-Idx)
                   ADD WS-Band-Tax TO WS-Withheld
               END-IF
           END-PERFORM
           IF WS-Withheld > WS-Gross
               MOVE WS-Gross TO WS-Withheld
           END-IF.

       PRINT-PAYSLIP.
           MOVE SPACES TO WS-Spool-Line
           STRING "PAYSLIP  period " WS-Run-Period
               "  paid " WS-Today
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE SPACES TO WS-Spool-Line
           STRING "  " ID-num "  " WS-Person-Name
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE WS-Gross TO in-amount
           MOVE SPACES TO WS-Spool-Line
           STRING "  Gross pay            " in-amount
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE WS-Withheld TO in-amount
           MOVE SPACES TO WS-Spool-Line
           STRING "  Tax withheld         " in-amount
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           PERFORM VARYING WS-DD-Idx FROM 1 BY 1
               UNTIL WS-DD-Idx > WS-Deduction-Count
               IF WS-DD-Customer(WS-DD-Idx) = ID-num
                   MOVE WS-DD-Amount(WS-DD-Idx) TO in-amount
                   MOVE SPACES TO WS-Spool-Line
                   STRING "  Deduction " WS-DD-Code(WS-DD-Idx)
                       "   " in-amount
                       DELIMITED BY SIZE INTO WS-Spool-Line
                   END-STRING
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-Deductions-Cut
               MOVE WS-Deductions TO in-amount
               MOVE SPACES TO WS-Spool-Line
               STRING "  Deductions taken     " in-amount
                   "  (cut to the pay left)"
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
               PERFORM SPOOL-ONE-LINE
           END-IF
           MOVE WS-Net TO in-amount
           MOVE SPACES TO WS-Spool-Line
           STRING "  NET PAY              " in-amount
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE SPACES TO WS-Spool-Line
           PERFORM SPOOL-ONE-LINE.

       SPOOL-ONE-LINE.
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       POST-PAYROLL-TO-LEDGER.
      *    run totals, one reference per period: the gross into
      *    the clearing account, withholding and deductions out of
      *    it. What stays in 2300 is the net, cleared when
      *    bankexport.cob pays it to the bank.
           MOVE SPACES TO WS-GL-Reference
           STRING "PAY " WS-Run-Period
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Expense-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Clearing-Acct TO WS-GL-Credit-Acct
           MOVE WS-Total-Gross TO WS-GL-Amount
           PERFORM CALL-GL-POST
           MOVE WS-GL-Clearing-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Withholding-Acct TO WS-GL-Credit-Acct
           MOVE WS-Total-Withheld TO WS-GL-Amount
           PERFORM CALL-GL-POST
           MOVE WS-GL-Clearing-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Deductions-Acct TO WS-GL-Credit-Acct
           MOVE WS-Total-Deductions TO WS-GL-Amount
           PERFORM CALL-GL-POST.

       CALL-GL-POST.
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       SELECT-RUN-BANDS.
      *    the table in force on WS-Table-Eff-Date is the one with
      *    the latest effective date not after it; comes back with
      *    WS-Table-Eff-Date set to that table's date and its bands
      *    sorted lowest floor first.
           MOVE ZERO TO WS-Run-Band-Count
           MOVE WS-Table-Eff-Date TO WS-Eff-Date-Entry
           MOVE ZERO TO WS-Table-Eff-Date
           PERFORM VARYING WS-BD-Idx FROM 1 BY 1
               UNTIL WS-BD-Idx > WS-Band-Count
               IF WS-BD-Eff-Date(WS-BD-Idx) <= WS-Eff-Date-Entry
                   AND WS-BD-Eff-Date(WS-BD-Idx) > WS-Table-Eff-Date
                   MOVE WS-BD-Eff-Date(WS-BD-Idx)
                       TO WS-Table-Eff-Date
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BD-Idx FROM 1 BY 1
               UNTIL WS-BD-Idx > WS-Band-Count
               IF WS-BD-Eff-Date(WS-BD-Idx) = WS-Table-Eff-Date
                   AND WS-Run-Band-Count < 20
                   ADD 1 TO WS-Run-Band-Count
                   MOVE WS-BD-From(WS-BD-Idx)
                       TO WS-RB-From(WS-Run-Band-Count)
                   MOVE WS-BD-Rate(WS-BD-Idx)
                       TO WS-RB-Rate(WS-Run-Band-Count)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RB-Idx FROM 1 BY 1
               UNTIL WS-RB-Idx >= WS-Run-Band-Count
               PERFORM VARYING WS-RB-Next FROM WS-RB-Idx BY 1
                   UNTIL WS-RB-Next > WS-Run-Band-Count
                   IF WS-RB-From(WS-RB-Next) < WS-RB-From(WS-RB-Idx)
                       MOVE WS-Run-Band(WS-RB-Idx) TO WS-RB-Swap
                       MOVE WS-Run-Band(WS-RB-Next)
                           TO WS-Run-Band(WS-RB-Idx)
                       MOVE WS-RB-Swap TO WS-Run-Band(WS-RB-Next)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-PERIOD-ALREADY-RUN.
           MOVE "N" TO WS-Period-Run-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ RegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PR-Period = WS-Run-Period
                           SET WS-Period-Already-Run TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE RegisterFile
           END-IF.

       LOAD-BAND-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BandFile
           IF NOT WS-Band-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ BandFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Band-Count < 100
                           ADD 1 TO WS-Band-Count
                           MOVE WH-Eff-Date
                               TO WS-BD-Eff-Date(WS-Band-Count)
                           MOVE WH-Band-From
                               TO WS-BD-From(WS-Band-Count)
                           MOVE WH-Rate
                               TO WS-BD-Rate(WS-Band-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BandFile-Status NOT = "35"
               CLOSE BandFile
           END-IF.

       REWRITE-BAND-FILE.
           OPEN OUTPUT BandFile
           PERFORM VARYING WS-BD-Idx FROM 1 BY 1
               UNTIL WS-BD-Idx > WS-Band-Count
               MOVE WS-BD-Eff-Date(WS-BD-Idx) TO WH-Eff-Date
               MOVE WS-BD-From(WS-BD-Idx) TO WH-Band-From
               MOVE WS-BD-Rate(WS-BD-Idx) TO WH-Rate
               WRITE BandRecord
           END-PERFORM
           CLOSE BandFile.

       LOAD-DEDUCTION-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DeductionFile
           IF NOT WS-Deduction-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ DeductionFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Deduction-Count < 300
                           ADD 1 TO WS-Deduction-Count
                           MOVE DD-Customer-ID
                               TO WS-DD-Customer(WS-Deduction-Count)
                           MOVE DD-Code
                               TO WS-DD-Code(WS-Deduction-Count)
                           MOVE DD-Amount
                               TO WS-DD-Amount(WS-Deduction-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DeductionFile-Status NOT = "35"
               CLOSE DeductionFile
           END-IF.

       REWRITE-DEDUCTION-FILE.
           OPEN OUTPUT DeductionFile
           PERFORM VARYING WS-DD-Idx FROM 1 BY 1
               UNTIL WS-DD-Idx > WS-Deduction-Count
               MOVE WS-DD-Customer(WS-DD-Idx) TO DD-Customer-ID
               MOVE WS-DD-Code(WS-DD-Idx) TO DD-Code
               MOVE WS-DD-Amount(WS-DD-Idx) TO DD-Amount
               WRITE DeductionRecord
           END-PERFORM
           CLOSE DeductionFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "payrun" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WS-Audit-Customer TO AL-Customer-ID
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
