      * line through the shared AMOUNT-IN-WORDS subroutine - so
      * refund checks come off the system instead of being
      * handwritten.
      * The (S)upplier payment run does the same for what we owe:
      * every approved Payables.dat line (apinvoice.cob's ledger)
      * due by the pay-by date, one check per supplier for the sum,
      * through the same register, check face and GL-POST as the
      * refunds - with a remittance advice listing the invoices
      * each check settles, spooled for the envelope.
      * A check to a customer is written in the customer's language
      * (Language-Code on the master): the amount line, the date
      * and the figures in the box come through AMOUNT-IN-WORDS and
      * LANG-FORMAT in Norwegian for a Norwegian reader. Supplier
      * and non-customer checks stay English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
      *    the supplier side: the payables ledger and who to pay.
           SELECT PayableFile ASSIGN TO "Payables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PayableFile-Status.
           SELECT SupplierFile ASSIGN TO "Suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupplierFile-Status.

       DATA DIVISION.
       FILE SECTION.

           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

           FD PendingFile.
           01 PendingRecord.
           01 AuditRecord.
               COPY AUDITLOG.

           FD PayableFile.
           01 PayableRecord.
               COPY APLGREC.

           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Memo PIC X(30).
           01 WS-Next-Check-Num PIC 9(6).
           01 WS-Amount-Words PIC X(120).
      *    the payee's language and the check face in it - see
      *    PRINT-CHECK-BODY.
           01 WS-Check-Language PIC X(2) VALUE "EN".
           01 WS-LF-Op PIC X(3).
           01 WS-LF-Value PIC X(20).
           01 WS-LF-Result PIC X(20).
           01 WS-Check-Date-Text PIC X(20).
           01 WS-Check-Box-Text PIC X(20).
           01 WS-Currency-Word PIC X(8).
      *    what the check pays - stamped on the register line.
           01 WS-Check-Kind PIC X VALUE "C".
           01 WS-Check-Supplier PIC 9(4) VALUE ZERO.

      *    same edited picture family as statement.cob.
           01 in-dollar PIC $$,$$$,$$9.99.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 1000.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
      *    a supplier check clears the payable, not the receivable.
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Payable-Acct PIC 9(4) VALUE 2000.

      *    supplier payment run state - the payables ledger
      *    table-loaded and rewritten with the paid marks, the
      *    pending-queue treatment above.
           01 WS-PayableFile-Status PIC XX.
               88 WS-Payable-File-OK VALUE "00".
           01 WS-SupplierFile-Status PIC XX.
               88 WS-Supplier-File-OK VALUE "00".
           01 WS-Payable-Eof-Flag PIC X VALUE "N".
               88 WS-Payable-Eof VALUE "Y".
           01 WS-Payable-Count PIC 9(4) VALUE ZERO.
           01 WS-AP-Idx PIC 9(4).
           01 WS-Payable-Table.
               05 WS-Payable-Entry OCCURS 1000 TIMES.
                   10 WS-AP-Record PIC X(95).
           01 WS-Work-Payable.
               COPY APLGREC.
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Supplier-Table.
               05 WS-Supplier-Entry OCCURS 100 TIMES.
                   10 WS-SU-ID    PIC 9(4).
                   10 WS-SU-Name  PIC X(24).
           01 WS-Pay-By-Date PIC 9(8).
           01 WS-Supplier-Due PIC 9(7)V9(2).
           01 WS-Supplier-Invoices PIC 9(3).
           01 WS-Supplier-Checks-Cut PIC 9(3) VALUE ZERO.
           01 WS-Run-Paid-Total PIC 9(9)V9(2) VALUE ZERO.
           01 in-inv-amount PIC Z,ZZZ,ZZ9.99.
           01 in-run-total PIC ZZZ,ZZZ,ZZ9.99.

      *    report spooling - see the SPOOL-PRINT subroutine.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "REMITTANCE".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Check printing - (C)heck (B)atch refund "
                   "run (S)upplier payment run (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Another-Entry
               EVALUATE FUNCTION UPPER-CASE(WS-Another-Entry)
                   WHEN "C" PERFORM PRINT-ONE-CHECK
                   WHEN "B" PERFORM BATCH-REFUND-RUN
                   WHEN "S" PERFORM SUPPLIER-PAYMENT-RUN
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-IF
           MOVE WS-Refund-Amount TO WS-Check-Amount
           MOVE "CREDIT BALANCE REFUND" TO WS-Memo
           MOVE "C" TO WS-Check-Kind
           MOVE ZERO TO WS-Check-Supplier
           MOVE Language-Code TO WS-Check-Language
           PERFORM GET-NEXT-CHECK-NUM
           CALL "AMOUNT-IN-WORDS" USING WS-Check-Amount,
               WS-Amount-Words, WS-Check-Language
           MOVE WS-Check-Amount TO in-dollar
           PERFORM PRINT-CHECK-BODY
           PERFORM WRITE-REGISTER-LINE
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           CLOSE TransactionFile.

       CLEAR-REFUNDED-BALANCE.
           END-PERFORM
           CLOSE PendingFile.

       SUPPLIER-PAYMENT-RUN.
      *    one check per supplier for everything approved and due
      *    by the pay-by date - never one per invoice, the
      *    supplier gets a single envelope with the advice in it.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot run "
                   "supplier payments"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay everything due by (yyyymmdd, 0 = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Pay-By-Date
           IF WS-Pay-By-Date = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pay-By-Date
           END-IF
           PERFORM LOAD-PAYABLES-TABLE
           PERFORM LOAD-SUPPLIER-TABLE
           MOVE ZERO TO WS-Supplier-Checks-Cut
           MOVE ZERO TO WS-Run-Paid-Total
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
                   UNTIL WS-SU-Idx > WS-Supplier-Count
               PERFORM PAY-ONE-SUPPLIER
           END-PERFORM
           MOVE "CLS" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           IF WS-Supplier-Checks-Cut = ZERO
               DISPLAY "No approved payables due by "
                   WS-Pay-By-Date
           ELSE
               PERFORM REWRITE-PAYABLES-TABLE
               MOVE WS-Run-Paid-Total TO in-run-total
               DISPLAY "Supplier checks cut this run: "
                   WS-Supplier-Checks-Cut " totalling "
                   in-run-total
           END-IF.

       PAY-ONE-SUPPLIER.
           MOVE ZERO TO WS-Supplier-Due
           MOVE ZERO TO WS-Supplier-Invoices
           PERFORM VARYING WS-AP-Idx FROM 1 BY 1
                   UNTIL WS-AP-Idx > WS-Payable-Count
               MOVE WS-AP-Record(WS-AP-Idx) TO WS-Work-Payable
               IF AP-Approved OF WS-Work-Payable
                   AND AP-Supplier-ID OF WS-Work-Payable
                       = WS-SU-ID(WS-SU-Idx)
                   AND AP-Due-Date OF WS-Work-Payable
                       <= WS-Pay-By-Date
                   ADD AP-Amount OF WS-Work-Payable
                       TO WS-Supplier-Due
                   ADD 1 TO WS-Supplier-Invoices
               END-IF
           END-PERFORM
           IF WS-Supplier-Due = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ID-Entry
           MOVE WS-SU-Name(WS-SU-Idx) TO WS-Payee
           MOVE WS-Supplier-Due TO WS-Check-Amount
           MOVE SPACES TO WS-Memo
           STRING "SUPPLIER PAYMENT - " WS-Supplier-Invoices
               " INVOICE(S)" DELIMITED BY SIZE INTO WS-Memo
           END-STRING
           MOVE "S" TO WS-Check-Kind
           MOVE WS-SU-ID(WS-SU-Idx) TO WS-Check-Supplier
           MOVE "EN" TO WS-Check-Language
           PERFORM GET-NEXT-CHECK-NUM
           CALL "AMOUNT-IN-WORDS" USING WS-Check-Amount,
               WS-Amount-Words, WS-Check-Language
           MOVE WS-Check-Amount TO in-dollar
           PERFORM PRINT-CHECK-BODY
           PERFORM WRITE-REGISTER-LINE
           PERFORM PRINT-REMITTANCE-ADVICE
           PERFORM WRITE-SUPPLIER-PAY-AUDIT
           ADD 1 TO WS-Supplier-Checks-Cut
           ADD WS-Check-Amount TO WS-Run-Paid-Total
           MOVE "C" TO WS-Check-Kind
           MOVE ZERO TO WS-Check-Supplier.

       PRINT-REMITTANCE-ADVICE.
      *    the invoices this check settles, each one marked paid on
      *    the ledger as it is listed - the advice and the ledger
      *    can't disagree about what the check covered.
           DISPLAY "REMITTANCE ADVICE - check " WS-Next-Check-Num
               " to " FUNCTION TRIM(WS-Payee)
           MOVE SPACES TO WS-Spool-Line
           STRING "REMITTANCE ADVICE - CHECK " WS-Next-Check-Num
               " - " WS-Payee " (SUPPLIER " WS-Check-Supplier ")"
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE "  YOUR INVOICE    OUR PO  INV DATE    DUE DATE"
               TO WS-Spool-Line
           MOVE "AMOUNT" TO WS-Spool-Line(58:6)
           PERFORM SPOOL-ONE-LINE
           PERFORM VARYING WS-AP-Idx FROM 1 BY 1
                   UNTIL WS-AP-Idx > WS-Payable-Count
               MOVE WS-AP-Record(WS-AP-Idx) TO WS-Work-Payable
               IF AP-Approved OF WS-Work-Payable
                   AND AP-Supplier-ID OF WS-Work-Payable
                       = WS-Check-Supplier
                   AND AP-Due-Date OF WS-Work-Payable
                       <= WS-Pay-By-Date
                   MOVE AP-Amount OF WS-Work-Payable
                       TO in-inv-amount
                   DISPLAY "  " AP-Supplier-Inv OF WS-Work-Payable
                       " PO " AP-PO-Num OF WS-Work-Payable " "
                       in-inv-amount
                   MOVE SPACES TO WS-Spool-Line
                   STRING "  " AP-Supplier-Inv OF WS-Work-Payable
                       " " AP-PO-Num OF WS-Work-Payable
                       "  " AP-Inv-Date OF WS-Work-Payable
                       "    " AP-Due-Date OF WS-Work-Payable
                       "  " in-inv-amount
                       DELIMITED BY SIZE INTO WS-Spool-Line
                   END-STRING
                   PERFORM SPOOL-ONE-LINE
                   SET AP-Paid OF WS-Work-Payable TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO AP-Paid-Date OF WS-Work-Payable
                   MOVE WS-Next-Check-Num
                       TO AP-Check-Num OF WS-Work-Payable
                   MOVE WS-Work-Payable TO WS-AP-Record(WS-AP-Idx)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Spool-Line
           STRING "  CHECK TOTAL " in-dollar
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE SPACES TO WS-Spool-Line
           PERFORM SPOOL-ONE-LINE.

       SPOOL-ONE-LINE.
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       WRITE-SUPPLIER-PAY-AUDIT.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "checkprint" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE "SUPPAY" TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE SPACES TO WS-Audit-Detail
           STRING "supplier " WS-Check-Supplier " check "
               WS-Next-Check-Num " " WS-Check-Amount
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
           CLOSE AuditFile.

       LOAD-PAYABLES-TABLE.
           MOVE ZERO TO WS-Payable-Count
           MOVE "N" TO WS-Payable-Eof-Flag
           OPEN INPUT PayableFile
           IF NOT WS-Payable-File-OK
               SET WS-Payable-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Payable-Eof
               READ PayableFile
                   AT END
                       SET WS-Payable-Eof TO TRUE
                   NOT AT END
                       IF WS-Payable-Count < 1000
                           ADD 1 TO WS-Payable-Count
                           MOVE PayableRecord
                               TO WS-AP-Record(WS-Payable-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PayableFile-Status NOT = "35"
               CLOSE PayableFile
           END-IF.

       REWRITE-PAYABLES-TABLE.
           OPEN OUTPUT PayableFile
           PERFORM VARYING WS-AP-Idx FROM 1 BY 1
               UNTIL WS-AP-Idx > WS-Payable-Count
               MOVE WS-AP-Record(WS-AP-Idx) TO PayableRecord
               WRITE PayableRecord
           END-PERFORM
           CLOSE PayableFile.

       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO WS-Supplier-Count
           MOVE "N" TO WS-Payable-Eof-Flag
           OPEN INPUT SupplierFile
           IF NOT WS-Supplier-File-OK
               SET WS-Payable-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Payable-Eof
               READ SupplierFile
                   AT END
                       SET WS-Payable-Eof TO TRUE
                   NOT AT END
                       IF WS-Supplier-Count < 100
                           ADD 1 TO WS-Supplier-Count
                           MOVE SU-Supplier-ID
                               TO WS-SU-ID(WS-Supplier-Count)
                           MOVE SU-Name
                               TO WS-SU-Name(WS-Supplier-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SupplierFile-Status NOT = "35"
               CLOSE SupplierFile
           END-IF.

       PRINT-ONE-CHECK.
           MOVE "C" TO WS-Check-Kind
           MOVE ZERO TO WS-Check-Supplier
           DISPLAY "Customer ID [0 = non-customer payee] :"
               WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           DISPLAY "Memo :" WITH NO ADVANCING
           ACCEPT WS-Memo

           IF WS-ID-Entry = ZERO
               MOVE "EN" TO WS-Check-Language
           ELSE
               MOVE Language-Code TO WS-Check-Language
           END-IF
           PERFORM GET-NEXT-CHECK-NUM
           CALL "AMOUNT-IN-WORDS" USING WS-Check-Amount,
               WS-Amount-Words, WS-Check-Language
           MOVE WS-Check-Amount TO in-dollar
           PERFORM PRINT-CHECK-BODY
           PERFORM WRITE-REGISTER-LINE.
       PRINT-CHECK-BODY.
      *    the check face itself - shared between the hand-keyed
      *    path and the batch refund run, so every check the shop
      *    cuts looks the same. The date, the box and the written
      *    line follow the payee's language.
           MOVE "DAT" TO WS-LF-Op
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Check-Language,
               WS-LF-Value, WS-Check-Date-Text
           MOVE "AMT" TO WS-LF-Op
           MOVE in-dollar TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Check-Language,
               WS-LF-Value, WS-Check-Box-Text
           IF WS-Check-Language = "NO"
               MOVE "DOLLAR" TO WS-Currency-Word
           ELSE
               MOVE "DOLLARS" TO WS-Currency-Word
           END-IF
           DISPLAY SPACE
           DISPLAY "+------------------------------------------"
               "----------------+"
           DISPLAY "| CHECK NO. " WS-Next-Check-Num
               "                 DATE "
               WS-Check-Date-Text(1:10) " |"
           DISPLAY "| PAY TO THE ORDER OF: " WS-Payee
               "            |"
           DISPLAY "| " WS-Check-Box-Text(1:13)
           DISPLAY "| " FUNCTION TRIM(WS-Amount-Words) " "
               FUNCTION TRIM(WS-Currency-Word)
           DISPLAY "| MEMO: " WS-Memo
           DISPLAY "+------------------------------------------"
               "----------------+".
           MOVE WS-Operator-ID-Entry TO CK-Operator
           MOVE "I" TO CK-Status
           MOVE WS-Branch-Entry TO CK-Branch
           MOVE WS-Check-Kind TO CK-Kind
           MOVE WS-Check-Supplier TO CK-Supplier-ID
           WRITE CheckRegisterRecord
           CLOSE CheckRegisterFile
           PERFORM POST-TO-LEDGER.
           END-STRING
           MOVE WS-ID-Entry TO WS-GL-Customer
           MOVE WS-Check-Amount TO WS-GL-Amount
           IF WS-Check-Kind = "S"
               MOVE WS-GL-Payable-Acct TO WS-GL-Debit-Acct
           ELSE
               MOVE WS-GL-Receivable-Acct TO WS-GL-Debit-Acct
           END-IF
           CALL "GL-POST" USING WS-GL-Date, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.
