      * month-end summary: total current payroll across active
      * customers, plus how many customers were added (per
      * AuditLog.dat) during the requested month - so month-end
      * review doesn't mean eyeballing Customer.dat by hand. The
      * PayCheck total is the gross; the month's payroll run from
      * PayrollRegister.dat (payrun.cob) is shown under it -
      * withheld, deducted and the net actually paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT RegisterFile ASSIGN TO "PayrollRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 AuditRecord.
               COPY AUDITLOG.

           FD RegisterFile.
           01 RegisterRecord.
               COPY PAYRREC.

       WORKING-STORAGE SECTION.
      *    relative record number for CustomerFile (scan-only here).
           01 WS-Relative-Key PIC 9(5).
           01 WS-Payroll-Total   PIC 9(7)V9(2) VALUE ZERO.
           01 in-Payroll-Total   PIC Z(6)9.99.
           01 WS-New-Customer-Count PIC 9(5) VALUE ZERO.
      *    the month's payroll run, off the register.
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-Register-Eof-Flag PIC X VALUE "N".
               88 WS-Register-Eof VALUE "Y".
           01 WS-Run-Paid-Count PIC 9(5) VALUE ZERO.
           01 WS-Run-Gross PIC 9(7)V9(2) VALUE ZERO.
           01 WS-Run-Withheld PIC 9(7)V9(2) VALUE ZERO.
           01 WS-Run-Deductions PIC 9(7)V9(2) VALUE ZERO.
           01 WS-Run-Net PIC 9(7)V9(2) VALUE ZERO.
      *    run for one store or consolidated - blank = all branches.
           01 WS-Branch-Filter PIC X(2).

           PERFORM SPOOL-OPEN
           PERFORM SCAN-CUSTOMER-FILE
           PERFORM SCAN-AUDIT-LOG
           PERFORM SCAN-PAYROLL-REGISTER
           PERFORM DISPLAY-MONTHLY-SUMMARY
           MOVE WS-Active-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
               ADD 1 TO WS-New-Customer-Count
           END-IF.

       SCAN-PAYROLL-REGISTER.
           OPEN INPUT RegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Register-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Register-Eof
               READ RegisterFile
                   AT END
                       SET WS-Register-Eof TO TRUE
                   NOT AT END
                       PERFORM TOTAL-ONE-PAY-LINE
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE RegisterFile
           END-IF.

       TOTAL-ONE-PAY-LINE.
           IF PR-Period NOT = WS-Report-Month
               EXIT PARAGRAPH
           END-IF
           IF WS-Branch-Filter NOT = SPACES
               AND PR-Branch NOT = WS-Branch-Filter
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Run-Paid-Count
           ADD PR-Gross TO WS-Run-Gross
           ADD PR-Withheld TO WS-Run-Withheld
           ADD PR-Deductions TO WS-Run-Deductions
           ADD PR-Net TO WS-Run-Net.

       DISPLAY-MONTHLY-SUMMARY.
           MOVE WS-Payroll-Total TO in-Payroll-Total
           DISPLAY SPACE
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-A-LINE
           IF WS-Run-Paid-Count = ZERO
               DISPLAY "Payroll run for the month ..... : none on "
                   "PayrollRegister.dat"
           ELSE
               DISPLAY "Payroll run - people paid ..... : "
                   WS-Run-Paid-Count
               MOVE WS-Run-Gross TO in-Payroll-Total
               DISPLAY "  gross ....................... : "
                   in-Payroll-Total
               MOVE WS-Run-Withheld TO in-Payroll-Total
               DISPLAY "  withheld .................... : "
                   in-Payroll-Total
               MOVE WS-Run-Deductions TO in-Payroll-Total
               DISPLAY "  deductions .................. : "
                   in-Payroll-Total
               MOVE WS-Run-Net TO in-Payroll-Total
               DISPLAY "  net paid .................... : "
                   in-Payroll-Total
               MOVE SPACES TO WS-Spool-Line
               STRING "Payroll run " WS-Report-Month
                   "  paid " WS-Run-Paid-Count
                   "  net " in-Payroll-Total
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
               PERFORM SPOOL-A-LINE
           END-IF
           PERFORM SPOOL-CLOSE.

       SPOOL-OPEN.
