      * zero-padded cents-implied form), and a TRL record with the
      * detail count and amount total the bank balances the file
      * against - so month-end payroll goes out as a file transfer.
      * The deposit is no longer the gross PayCheck: it is the net
      * pay of the latest period on PayrollRegister.dat (payrun.cob
      * withholds and deducts first), a person not in that run gets
      * no deposit, and no register at all stops the export. The
      * amount deposited is posted out of the PAYROLL CLEARING
      * account 2300 against cash, once per period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HoldFile ASSIGN TO "DepositHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldFile-Status.
           SELECT RegisterFile ASSIGN TO "PayrollRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 HD-Reason      PIC X(3).
               05 HD-Held-Date   PIC 9(8).

           FD RegisterFile.
           01 RegisterRecord.
               COPY PAYRREC.

           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
           01 WS-Held-Out-Count PIC 9(5) VALUE ZERO.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.

      *    the latest payroll period's net pay, one entry a person -
      *    what actually goes to the bank.
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-Register-Eof-Flag PIC X VALUE "N".
               88 WS-Register-Eof VALUE "Y".
           01 WS-Pay-Period PIC 9(6) VALUE ZERO.
           01 WS-Net-Table.
               05 WS-Net-Entry OCCURS 1000 TIMES.
                   10 WS-NT-Customer PIC 9(5).
                   10 WS-NT-Net      PIC 9(4)V9(2).
           01 WS-Net-Count PIC 9(4) VALUE ZERO.
           01 WS-NT-Idx PIC 9(4).
           01 WS-Net-Found-Flag PIC X.
               88 WS-Net-Found VALUE "Y".
           01 WS-Deposit-Amount PIC 9(4)V9(2).
           01 WS-Not-Run-Count PIC 9(5) VALUE ZERO.

      *    general-ledger posting state - the net paid out of the
      *    payroll clearing account; bankreturn.cob reverses a
      *    bounced one back into it.
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-Journal-Eof-Flag PIC X VALUE "N".
               88 WS-Journal-Eof VALUE "Y".
           01 WS-Already-Posted-Flag PIC X VALUE "N".
               88 WS-Already-Posted VALUE "Y".
           01 WS-GL-Date PIC 9(8).
           01 WS-GL-Source PIC X(12) VALUE "bankexport".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 2300.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 1000.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           DISPLAY "Direct-deposit bank export"
           PERFORM LOAD-DEPOSIT-HOLDS
           PERFORM LOAD-PAYROLL-NET
           IF WS-Net-Count = ZERO
               DISPLAY "No payroll run on PayrollRegister.dat - "
                   "run payrun first; BankDeposit.dat left as it was"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Paying the net of payroll period " WS-Pay-Period
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
           MOVE WS-Trailer-Record TO DepositRecord
           WRITE DepositRecord
           CLOSE DepositFile
           PERFORM POST-DEPOSIT-TO-LEDGER

           MOVE WS-Amount-Total TO in-total
           DISPLAY "Deposit file written: " WS-Detail-Count
                   "out after a bounced deposit - see "
                   "DepositHolds.dat)"
           END-IF
           IF WS-Not-Run-Count > ZERO
               DISPLAY "  (" WS-Not-Run-Count " active customers "
                   "not in the period's payroll run left out)"
           END-IF
           MOVE WS-Detail-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
               ADD 1 TO WS-Zero-Pay-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NET-PAY
           IF NOT WS-Net-Found
               ADD 1 TO WS-Not-Run-Count
               EXIT PARAGRAPH
           END-IF
           IF WS-Deposit-Amount = ZERO
               ADD 1 TO WS-Zero-Pay-Count
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DEPOSIT-HOLD
           IF WS-Customer-Held
               ADD 1 TO WS-Held-Out-Count
               FUNCTION TRIM(last-name) DELIMITED BY SIZE
               INTO DT-Name
           END-STRING
           MOVE WS-Deposit-Amount TO DT-Amount
           MOVE WS-Detail-Record TO DepositRecord
           WRITE DepositRecord
           ADD 1 TO WS-Detail-Count
           ADD WS-Deposit-Amount TO WS-Amount-Total.

       FIND-NET-PAY.
           MOVE "N" TO WS-Net-Found-Flag
           MOVE ZERO TO WS-Deposit-Amount
           PERFORM VARYING WS-NT-Idx FROM 1 BY 1
               UNTIL WS-NT-Idx > WS-Net-Count
               OR WS-Net-Found
               IF WS-NT-Customer(WS-NT-Idx) = ID-num
                   SET WS-Net-Found TO TRUE
                   MOVE WS-NT-Net(WS-NT-Idx) TO WS-Deposit-Amount
               END-IF
           END-PERFORM.

       LOAD-PAYROLL-NET.
      *    only the latest period counts - a later period on the
      *    register starts the table over.
           OPEN INPUT RegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Register-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Register-Eof
               READ RegisterFile
                   AT END
                       SET WS-Register-Eof TO TRUE
                   NOT AT END
                       IF PR-Period > WS-Pay-Period
                           MOVE PR-Period TO WS-Pay-Period
                           MOVE ZERO TO WS-Net-Count
                       END-IF
                       IF PR-Period = WS-Pay-Period
                           AND WS-Net-Count < 1000
                           ADD 1 TO WS-Net-Count
                           MOVE PR-Customer-ID
                               TO WS-NT-Customer(WS-Net-Count)
                           MOVE PR-Net TO WS-NT-Net(WS-Net-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE RegisterFile
           END-IF.

       POST-DEPOSIT-TO-LEDGER.
      *    the export can be cut again for the same period (a
      *    re-send after a transfer failure) - the money only
      *    leaves the clearing account once.
           MOVE SPACES TO WS-GL-Reference
           STRING "PAY " WS-Pay-Period
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               SET WS-Journal-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Journal-Eof
               READ JournalFile
                   AT END
                       SET WS-Journal-Eof TO TRUE
                   NOT AT END
                       IF JE-Source = WS-GL-Source
                           AND JE-Reference = WS-GL-Reference
                           SET WS-Already-Posted TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF
           IF WS-Already-Posted
               DISPLAY "  (period " WS-Pay-Period " already posted "
                   "to the ledger - re-sent file not posted again)"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-Date
           MOVE WS-Amount-Total TO WS-GL-Amount
           CALL "GL-POST" USING WS-GL-Date, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       CHECK-DEPOSIT-HOLD.
           MOVE "N" TO WS-Held-Flag
