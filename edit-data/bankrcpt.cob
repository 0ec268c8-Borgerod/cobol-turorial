       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankrcpt.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * bank payment auto-application: customers paying by transfer
      * arrive on the bank's daily payment file BankPaymentsIn.dat
      * (HDR/TRL-controlled through VERIFY-FEED like every other
      * feed; each DTL line carries the customer ID the payer gave,
      * the amount, the bank's own reference and up to five of our
      * invoice numbers), and every one of them used to be keyed
      * into cashrcpt.cob by hand. The (P)rocess pass posts each
      * payment it can match exactly the way a cashrcpt receipt
      * posts - payment transaction, Balances.dat, ReceiptRegister
      * line (drawer zero - no till took it), cash/receivable pair
      * through GL-POST - and applies it to the invoices it names on
      * Allocations.dat, anything left over standing as unapplied
      * cash for openitems.cob. A payment whose customer or invoices
      * can't be matched goes to the suspense queue
      * PaymentSuspense.dat instead, its cash booked to CASH
      * SUSPENSE 2800 so the bank balance is on the ledger from the
      * day it arrived; a clerk (W)orks each item - applies it to
      * the right customer and invoices, or returns it to the payer
      * - and the suspense account clears as they go. Every bank
      * reference handled is logged on BankPayLog.dat, so a file
      * delivered twice can't post twice. Behind sign-on, audited,
      * the file pass logged on RunHistory.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaymentFile ASSIGN TO "BankPaymentsIn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PaymentFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT BalanceFile ASSIGN TO "Balances.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT ReceiptRegisterFile ASSIGN TO "ReceiptRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.
           SELECT SuspenseFile ASSIGN TO "PaymentSuspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SuspenseFile-Status.
           SELECT PayLogFile ASSIGN TO "BankPayLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PayLogFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    the bank's payment lines. The customer ID is what the
      *    payer wrote on the transfer, so it is taken as text and
      *    proved before use.
           FD PaymentFile.
           01 PaymentRecord.
               05 PY-Type        PIC X(3).
               05 PY-Customer-ID PIC X(5).
               05 PY-Amount      PIC 9(7)V9(2).
               05 PY-Bank-Ref    PIC X(16).
               05 PY-Invoice     PIC X(6) OCCURS 5 TIMES.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

      *    same register cashrcpt.cob writes - one line a receipt.
           FD ReceiptRegisterFile.
           01 ReceiptRegisterRecord.
               05 RR-Receipt-Num PIC 9(6).
               05 RR-Date        PIC 9(8).
               05 RR-Customer-ID PIC 9(5).
               05 RR-Operator    PIC X(10).
               05 RR-Amount      PIC 9(7)V9(2).
               05 RR-Drawer      PIC 9(2).
               05 RR-Branch      PIC X(2).

           FD InvoiceRegisterFile.
           01 InvoiceRegisterRecord.
               05 IR-Invoice-Num PIC 9(6).
               05 IR-Date        PIC 9(8).
               05 IR-Customer-ID PIC 9(5).
               05 IR-Net-Total   PIC 9(7)V9(2).
               05 IR-VAT-Total   PIC 9(7)V9(2).
               05 IR-Total       PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 IR-Branch      PIC X(2).
               05 IR-Doc-Type    PIC X.
                   88 IR-Invoice     VALUE "I", " ".
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).

           FD AllocationFile.
           01 AllocationRecord.
               05 AP-Receipt-Num PIC 9(6).
               05 AP-Invoice-Num PIC 9(6).
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).

      *    one line per payment the file pass couldn't place - open
      *    until a clerk applies it (receipt number filled in) or
      *    returns it to the payer. NOCUST: no such customer;
      *    NOINV: no invoice named; BADINV: a named invoice isn't
      *    open for that customer.
           FD SuspenseFile.
           01 SuspenseRecord.
               05 SP-Suspense-Num  PIC 9(5).
               05 SP-Status        PIC X.
                   88 SP-Open      VALUE "O".
                   88 SP-Applied   VALUE "A".
                   88 SP-Returned  VALUE "R".
               05 SP-Received-Date PIC 9(8).
               05 SP-Bank-Ref      PIC X(16).
               05 SP-Customer-ID   PIC X(5).
               05 SP-Amount        PIC 9(7)V9(2).
               05 SP-Invoice       PIC X(6) OCCURS 5 TIMES.
               05 SP-Reason        PIC X(6).
               05 SP-Worked-By     PIC X(10).
               05 SP-Worked-Stamp  PIC X(14).
               05 SP-Receipt-Num   PIC 9(6).

      *    every bank reference the file pass has handled, and
      *    where it went (A applied - receipt number, S suspense -
      *    suspense number).
           FD PayLogFile.
           01 PayLogRecord.
               05 BL-Bank-Ref    PIC X(16).
               05 BL-Date        PIC 9(8).
               05 BL-Customer-ID PIC X(5).
               05 BL-Amount      PIC 9(7)V9(2).
               05 BL-Outcome     PIC X.
               05 BL-Ref-Num     PIC 9(6).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-PaymentFile-Status PIC XX.
               88 WS-Payment-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
               88 WS-Alloc-File-OK VALUE "00".
           01 WS-SuspenseFile-Status PIC XX.
               88 WS-Suspense-File-OK VALUE "00".
           01 WS-PayLogFile-Status PIC XX.
               88 WS-PayLog-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".

      *    the payment being posted, whichever way it arrived.
           01 WS-Pay-Customer PIC 9(5).
           01 WS-Pay-Amount PIC 9(7)V9(2).
           01 WS-Customer-Found-Flag PIC X.
               88 WS-Customer-Found VALUE "Y".
           01 WS-Next-Receipt-Num PIC 9(6) VALUE ZERO.
           01 WS-Inv-Idx PIC 9.
           01 WS-Ref-Invoice PIC 9(6).
           01 WS-Ref-Count PIC 9.
           01 WS-Reject-Reason PIC X(6).

      *    the customer's open invoices, oldest first - built the
      *    way cashrcpt.cob's LOAD-OPEN-INVOICES builds them.
           01 WS-Open-Table.
               05 WS-Open-Entry OCCURS 50 TIMES.
                   10 WS-OI-Invoice PIC 9(6).
                   10 WS-OI-Date    PIC 9(8).
                   10 WS-OI-Open    PIC S9(8)V9(2).
           01 WS-Open-Count PIC 9(2).
           01 WS-OI-Idx PIC 9(2).
           01 WS-Open-Found-Flag PIC X.
               88 WS-Open-Found VALUE "Y".
           01 WS-Remaining PIC 9(7)V9(2).
           01 WS-Slice PIC 9(7)V9(2).
           01 WS-Alloc-Mode PIC X.
               88 WS-Directed-Mode VALUE "D", "d".
           01 WS-Dir-Invoice PIC 9(6).
           01 WS-Dir-Dollars PIC 9(7).
           01 WS-Dir-Cents PIC 9(2).
           01 WS-Dir-Amount PIC 9(7)V9(2).
           01 in-open PIC Z,ZZZ,ZZ9.99.
           01 in-slice PIC Z,ZZZ,ZZ9.99.
           01 in-amount PIC Z,ZZZ,ZZ9.99.

      *    the suspense queue, held whole and rewritten - the
      *    prodmaint.cob treatment.
           01 WS-Suspense-Table.
               05 WS-Suspense-Entry OCCURS 500 TIMES.
                   10 WS-SP-Record PIC X(110).
           01 WS-Suspense-Count PIC 9(3) VALUE ZERO.
           01 WS-SP-Idx PIC 9(3).
           01 WS-Next-Suspense-Num PIC 9(5).
           01 WS-Suspense-Entry-Num PIC 9(5).
           01 WS-Suspense-Found-Flag PIC X.
               88 WS-Suspense-Found VALUE "Y".
           01 WS-Open-Suspense PIC 9(3).
           01 WS-Suspense-Total PIC 9(9)V9(2).
           01 WS-Work-Action PIC X.
           01 WS-ID-Entry PIC 9(5).

      *    bank references already handled, for the re-run guard.
           01 WS-Done-Ref-Table.
               05 WS-Done-Ref PIC X(16) OCCURS 2000 TIMES.
           01 WS-Done-Ref-Count PIC 9(4) VALUE ZERO.
           01 WS-DR-Idx PIC 9(4).
           01 WS-Ref-Seen-Flag PIC X.
               88 WS-Ref-Seen VALUE "Y".

      *    feed verification - the batch-interface standard.
           01 WS-Feed-Name PIC X(30) VALUE "BankPaymentsIn.dat".
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

           01 WS-Applied-Count PIC 9(5).
           01 WS-Applied-Total PIC 9(9)V9(2).
           01 WS-Suspended-Count PIC 9(5).
           01 WS-Suspended-Total PIC 9(9)V9(2).
           01 WS-Duplicate-Count PIC 9(5).
           01 in-total PIC ZZ,ZZZ,ZZ9.99.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state: a matched payment is a
      *    cashrcpt receipt (cash against the receivable); an
      *    unmatched one is cash against suspense until a clerk
      *    moves it to the receivable or pays it back out.
           01 WS-GL-Source PIC X(12) VALUE "bankrcpt".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
           01 WS-GL-Cash-Acct PIC 9(4) VALUE 1000.
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Suspense-Acct PIC 9(4) VALUE 2800.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Customer PIC 9(5).
           01 WS-Audit-Detail PIC X(40).

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
           01 WS-RH-Job PIC X(12) VALUE "bankrcpt".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

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

           DISPLAY "Bank payment application"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
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

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Bank payments - (P)rocess payment file "
                   "(S)uspense queue (W)ork a suspense item (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "P" PERFORM PROCESS-PAYMENT-FILE
                   WHEN "S" PERFORM SHOW-SUSPENSE-QUEUE
                   WHEN "W" PERFORM WORK-SUSPENSE-ITEM
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       PROCESS-PAYMENT-FILE.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot post "
                   "receipts"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE ZERO TO WS-Applied-Count WS-Applied-Total
               WS-Suspended-Count WS-Suspended-Total
               WS-Duplicate-Count
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-Period-Is-Open
               EXIT PARAGRAPH
           END-IF
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY "BankPaymentsIn.dat rejected whole - "
                   "nothing posted"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
                   WS-RH-Records, WS-RH-RC, WS-RH-Status
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-DONE-REFERENCES
           PERFORM LOAD-SUSPENSE-TABLE
           PERFORM GET-NEXT-RECEIPT-NUM
           PERFORM OPEN-POSTING-FILES
           OPEN EXTEND PayLogFile
           IF WS-PayLogFile-Status = "35"
               OPEN OUTPUT PayLogFile
               CLOSE PayLogFile
               OPEN EXTEND PayLogFile
           END-IF

           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PaymentFile
           PERFORM UNTIL WS-Eof
               READ PaymentFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PY-Type = "DTL"
                           PERFORM PROCESS-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaymentFile
           CLOSE PayLogFile
           PERFORM CLOSE-POSTING-FILES
           IF WS-Suspended-Count > ZERO
               PERFORM REWRITE-SUSPENSE-FILE
           END-IF

           DISPLAY SPACE
           MOVE WS-Applied-Total TO in-total
           DISPLAY "Payments applied        : " WS-Applied-Count
               " for " in-total
           MOVE WS-Suspended-Total TO in-total
           DISPLAY "Payments to suspense    : " WS-Suspended-Count
               " for " in-total
           IF WS-Duplicate-Count > ZERO
               DISPLAY "Already handled, skipped: "
                   WS-Duplicate-Count
           END-IF
           COMPUTE WS-RH-Records = WS-Applied-Count
               + WS-Suspended-Count
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status.

       PROCESS-ONE-PAYMENT.
      *    a bank reference already on the log was posted by an
      *    earlier pass - the same file delivered twice.
           MOVE "N" TO WS-Ref-Seen-Flag
           PERFORM VARYING WS-DR-Idx FROM 1 BY 1
               UNTIL WS-DR-Idx > WS-Done-Ref-Count
               OR WS-Ref-Seen
               IF WS-Done-Ref(WS-DR-Idx) = PY-Bank-Ref
                   SET WS-Ref-Seen TO TRUE
               END-IF
           END-PERFORM
           IF WS-Ref-Seen
               ADD 1 TO WS-Duplicate-Count
               DISPLAY "  bank ref " PY-Bank-Ref " already handled "
                   "- skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-Done-Ref-Count < 2000
               ADD 1 TO WS-Done-Ref-Count
               MOVE PY-Bank-Ref TO WS-Done-Ref(WS-Done-Ref-Count)
           END-IF

           MOVE SPACES TO WS-Reject-Reason
           MOVE ZERO TO WS-Pay-Customer
           IF PY-Customer-ID IS NUMERIC
               MOVE PY-Customer-ID TO WS-Pay-Customer
           END-IF
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-Customer-Found
               MOVE "NOCUST" TO WS-Reject-Reason
           ELSE
               PERFORM LOAD-OPEN-INVOICES
               PERFORM CHECK-NAMED-INVOICES
           END-IF
           MOVE PY-Amount TO WS-Pay-Amount
           IF WS-Reject-Reason NOT = SPACES
               PERFORM SUSPEND-PAYMENT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GL-Cash-Acct TO WS-GL-Debit-Acct
           PERFORM POST-RECEIPT
           MOVE WS-Pay-Amount TO WS-Remaining
           PERFORM VARYING WS-Inv-Idx FROM 1 BY 1
               UNTIL WS-Inv-Idx > 5 OR WS-Remaining = ZERO
               IF PY-Invoice(WS-Inv-Idx) IS NUMERIC
                   MOVE PY-Invoice(WS-Inv-Idx) TO WS-Ref-Invoice
                   PERFORM FIND-OPEN-INVOICE
                   IF WS-Open-Found AND WS-OI-Open(WS-OI-Idx) > ZERO
                       IF WS-Remaining >= WS-OI-Open(WS-OI-Idx)
                           MOVE WS-OI-Open(WS-OI-Idx) TO WS-Slice
                       ELSE
                           MOVE WS-Remaining TO WS-Slice
                       END-IF
                       PERFORM WRITE-ALLOCATION
                       SUBTRACT WS-Slice FROM WS-Remaining
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-Pay-Amount TO in-amount
           DISPLAY "  receipt " WS-Next-Receipt-Num " customer "
               WS-Pay-Customer " " in-amount " (bank ref "
               FUNCTION TRIM(PY-Bank-Ref) ")"
           IF WS-Remaining > ZERO
               MOVE WS-Remaining TO in-slice
               DISPLAY "    " in-slice " left unapplied - see the "
                   "openitems report"
           END-IF

           MOVE PY-Bank-Ref TO BL-Bank-Ref
           MOVE WS-Today TO BL-Date
           MOVE PY-Customer-ID TO BL-Customer-ID
           MOVE PY-Amount TO BL-Amount
           MOVE "A" TO BL-Outcome
           MOVE WS-Next-Receipt-Num TO BL-Ref-Num
           WRITE PayLogRecord
           ADD 1 TO WS-Applied-Count
           ADD WS-Pay-Amount TO WS-Applied-Total
           ADD 1 TO WS-Next-Receipt-Num.

       CHECK-NAMED-INVOICES.
      *    the payment places only if it names at least one invoice
      *    and every invoice it names is open for this customer -
      *    a wrong number sends the whole payment to a clerk rather
      *    than applying part of it somewhere it doesn't belong.
           MOVE ZERO TO WS-Ref-Count
           PERFORM VARYING WS-Inv-Idx FROM 1 BY 1
               UNTIL WS-Inv-Idx > 5
               IF PY-Invoice(WS-Inv-Idx) NOT = SPACES
                   AND PY-Invoice(WS-Inv-Idx) NOT = ZERO
                   ADD 1 TO WS-Ref-Count
                   IF PY-Invoice(WS-Inv-Idx) IS NUMERIC
                       MOVE PY-Invoice(WS-Inv-Idx) TO WS-Ref-Invoice
                       PERFORM FIND-OPEN-INVOICE
                   ELSE
                       MOVE "N" TO WS-Open-Found-Flag
                   END-IF
                   IF NOT WS-Open-Found
                       MOVE "BADINV" TO WS-Reject-Reason
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Ref-Count = ZERO
               MOVE "NOINV" TO WS-Reject-Reason
           END-IF.

       FIND-OPEN-INVOICE.
           MOVE "N" TO WS-Open-Found-Flag
           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
               UNTIL WS-OI-Idx > WS-Open-Count
               OR WS-Open-Found
               IF WS-OI-Invoice(WS-OI-Idx) = WS-Ref-Invoice
                   AND WS-OI-Open(WS-OI-Idx) > ZERO
                   SET WS-Open-Found TO TRUE
                   SUBTRACT 1 FROM WS-OI-Idx
               END-IF
           END-PERFORM.

       SUSPEND-PAYMENT.
      *    the money is in the bank either way - it goes on the
      *    ledger now, against suspense, and into the clerk's queue.
           IF WS-Suspense-Count >= 500
               DISPLAY "  suspense queue full - bank ref "
                   PY-Bank-Ref " not handled, rerun after the "
                   "queue is worked"
               SUBTRACT 1 FROM WS-Done-Ref-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Suspense-Count
           MOVE WS-Next-Suspense-Num TO SP-Suspense-Num
           SET SP-Open TO TRUE
           MOVE WS-Today TO SP-Received-Date
           MOVE PY-Bank-Ref TO SP-Bank-Ref
           MOVE PY-Customer-ID TO SP-Customer-ID
           MOVE PY-Amount TO SP-Amount
           PERFORM VARYING WS-Inv-Idx FROM 1 BY 1
               UNTIL WS-Inv-Idx > 5
               MOVE PY-Invoice(WS-Inv-Idx)
                   TO SP-Invoice(WS-Inv-Idx)
           END-PERFORM
           MOVE WS-Reject-Reason TO SP-Reason
           MOVE SPACES TO SP-Worked-By
           MOVE SPACES TO SP-Worked-Stamp
           MOVE ZERO TO SP-Receipt-Num
           MOVE SuspenseRecord TO WS-SP-Record(WS-Suspense-Count)

           MOVE SPACES TO WS-GL-Reference
           STRING "SUSP " WS-Next-Suspense-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Cash-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Suspense-Acct TO WS-GL-Credit-Acct
           MOVE WS-Pay-Amount TO WS-GL-Amount
           MOVE WS-Pay-Customer TO WS-GL-Customer
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer

           MOVE WS-Pay-Amount TO in-amount
           DISPLAY "  SUSPENSE " WS-Next-Suspense-Num " "
               WS-Reject-Reason " customer " PY-Customer-ID " "
               in-amount " (bank ref " FUNCTION TRIM(PY-Bank-Ref)
               ")"
           MOVE "PAYSUS" TO WS-Audit-Operation
           MOVE WS-Pay-Customer TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "suspense " WS-Next-Suspense-Num " "
               WS-Reject-Reason " ref " PY-Bank-Ref
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           MOVE PY-Bank-Ref TO BL-Bank-Ref
           MOVE WS-Today TO BL-Date
           MOVE PY-Customer-ID TO BL-Customer-ID
           MOVE PY-Amount TO BL-Amount
           MOVE "S" TO BL-Outcome
           MOVE WS-Next-Suspense-Num TO BL-Ref-Num
           WRITE PayLogRecord
           ADD 1 TO WS-Next-Suspense-Num
           ADD 1 TO WS-Suspended-Count
           ADD WS-Pay-Amount TO WS-Suspended-Total.

       SHOW-SUSPENSE-QUEUE.
           PERFORM LOAD-SUSPENSE-TABLE
           MOVE ZERO TO WS-Open-Suspense
           MOVE ZERO TO WS-Suspense-Total
           DISPLAY SPACE
           DISPLAY "PAYMENT SUSPENSE QUEUE - open items"
           PERFORM VARYING WS-SP-Idx FROM 1 BY 1
               UNTIL WS-SP-Idx > WS-Suspense-Count
               MOVE WS-SP-Record(WS-SP-Idx) TO SuspenseRecord
               IF SP-Open
                   ADD 1 TO WS-Open-Suspense
                   ADD SP-Amount TO WS-Suspense-Total
                   PERFORM SHOW-ONE-SUSPENSE-ITEM
               END-IF
           END-PERFORM
           MOVE WS-Suspense-Total TO in-total
           DISPLAY "Open items: " WS-Open-Suspense
               "  total in suspense: " in-total.

       SHOW-ONE-SUSPENSE-ITEM.
           MOVE SP-Amount TO in-amount
           DISPLAY "  " SP-Suspense-Num " [" SP-Reason "] received "
               SP-Received-Date " customer " SP-Customer-ID " "
               in-amount " bank ref " SP-Bank-Ref
           DISPLAY "      invoices named: " SP-Invoice(1) " "
               SP-Invoice(2) " " SP-Invoice(3) " " SP-Invoice(4)
               " " SP-Invoice(5).

       WORK-SUSPENSE-ITEM.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot work the "
                   "suspense queue"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-Period-Is-Open
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUSPENSE-TABLE
           DISPLAY "Suspense number :" WITH NO ADVANCING
           ACCEPT WS-Suspense-Entry-Num
           MOVE "N" TO WS-Suspense-Found-Flag
           PERFORM VARYING WS-SP-Idx FROM 1 BY 1
               UNTIL WS-SP-Idx > WS-Suspense-Count
               OR WS-Suspense-Found
               MOVE WS-SP-Record(WS-SP-Idx) TO SuspenseRecord
               IF SP-Suspense-Num = WS-Suspense-Entry-Num
                   AND SP-Open
                   SET WS-Suspense-Found TO TRUE
                   SUBTRACT 1 FROM WS-SP-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Suspense-Found
               DISPLAY "No open suspense item "
                   WS-Suspense-Entry-Num
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SP-Record(WS-SP-Idx) TO SuspenseRecord
           PERFORM SHOW-ONE-SUSPENSE-ITEM
           DISPLAY "(A)pply to a customer, (R)eturn to the payer, "
               "(Q)uit :" WITH NO ADVANCING
           ACCEPT WS-Work-Action
           MOVE FUNCTION UPPER-CASE(WS-Work-Action) TO WS-Work-Action
           EVALUATE WS-Work-Action
               WHEN "A" PERFORM APPLY-SUSPENSE-ITEM
               WHEN "R" PERFORM RETURN-SUSPENSE-ITEM
               WHEN OTHER DISPLAY "Nothing changed"
           END-EVALUATE.

       APPLY-SUSPENSE-ITEM.
      *    the clerk has found out who paid and for what - post it
      *    as that customer's receipt out of suspense, and place it
      *    the way cashrcpt.cob does: oldest first or directed.
           DISPLAY "Customer ID :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO WS-Pay-Customer
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-Customer-Found
               DISPLAY "Error: customer " WS-ID-Entry " not found"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Applying to " first-name " " last-name
           MOVE SP-Amount TO WS-Pay-Amount
           PERFORM GET-NEXT-RECEIPT-NUM
           PERFORM OPEN-POSTING-FILES
           MOVE WS-GL-Suspense-Acct TO WS-GL-Debit-Acct
           PERFORM POST-RECEIPT
           PERFORM LOAD-OPEN-INVOICES
           MOVE WS-Pay-Amount TO WS-Remaining
           IF WS-Open-Count = ZERO
               DISPLAY "  (no open invoices - receipt recorded "
                   "as unapplied cash)"
           ELSE
               PERFORM SHOW-OPEN-INVOICES
               DISPLAY "Allocate - (O)ldest first (D)irected :"
                   WITH NO ADVANCING
               ACCEPT WS-Alloc-Mode
               IF WS-Directed-Mode
                   PERFORM DIRECTED-ALLOCATION
               ELSE
                   PERFORM OLDEST-FIRST-ALLOCATION
               END-IF
           END-IF
           IF WS-Remaining > ZERO
               MOVE WS-Remaining TO in-slice
               DISPLAY "  " in-slice " left unapplied - see the "
                   "openitems report"
           END-IF
           PERFORM CLOSE-POSTING-FILES

           MOVE WS-SP-Record(WS-SP-Idx) TO SuspenseRecord
           SET SP-Applied TO TRUE
           MOVE WS-Operator-ID-Entry TO SP-Worked-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO SP-Worked-Stamp
           MOVE WS-Next-Receipt-Num TO SP-Receipt-Num
           MOVE SuspenseRecord TO WS-SP-Record(WS-SP-Idx)
           PERFORM REWRITE-SUSPENSE-FILE
           DISPLAY "Suspense " SP-Suspense-Num " applied as receipt "
               WS-Next-Receipt-Num
           MOVE "PAYAPL" TO WS-Audit-Operation
           MOVE WS-Pay-Customer TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "suspense " SP-Suspense-Num " receipt "
               WS-Next-Receipt-Num
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RETURN-SUSPENSE-ITEM.
      *    nobody here is owed this money - it goes back out to the
      *    payer and leaves suspense the way it came in.
           MOVE SPACES TO WS-GL-Reference
           STRING "SUSP " SP-Suspense-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Suspense-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Cash-Acct TO WS-GL-Credit-Acct
           MOVE SP-Amount TO WS-GL-Amount
           MOVE ZERO TO WS-GL-Customer
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           SET SP-Returned TO TRUE
           MOVE WS-Operator-ID-Entry TO SP-Worked-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO SP-Worked-Stamp
           MOVE SuspenseRecord TO WS-SP-Record(WS-SP-Idx)
           PERFORM REWRITE-SUSPENSE-FILE
           DISPLAY "Suspense " SP-Suspense-Num " returned to the "
               "payer"
           MOVE "PAYRTN" TO WS-Audit-Operation
           MOVE ZERO TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "suspense " SP-Suspense-Num " returned ref "
               SP-Bank-Ref
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       POST-RECEIPT.
      *    the receipt itself, laid down exactly as cashrcpt.cob's
      *    TAKE-ONE-RECEIPT lays it down; the caller has set which
      *    account the money comes out of.
           MOVE WS-Pay-Customer TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Payment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "BANK RECEIPT " WS-Next-Receipt-Num
               DELIMITED BY SIZE INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = 0 - WS-Pay-Amount
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           PERFORM APPLY-TO-BALANCE

           MOVE WS-Next-Receipt-Num TO RR-Receipt-Num
           MOVE WS-Today TO RR-Date
           MOVE WS-Pay-Customer TO RR-Customer-ID
           MOVE WS-Operator-ID-Entry TO RR-Operator
           MOVE WS-Pay-Amount TO RR-Amount
           MOVE ZERO TO RR-Drawer
           MOVE WS-Branch-Entry TO RR-Branch
           WRITE ReceiptRegisterRecord

           MOVE SPACES TO WS-GL-Reference
           STRING "RCPT " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Receivable-Acct TO WS-GL-Credit-Acct
           MOVE WS-Pay-Customer TO WS-GL-Customer
           MOVE WS-Pay-Amount TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer

           MOVE "RCPT" TO WS-Audit-Operation
           MOVE WS-Pay-Customer TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "receipt " WS-Next-Receipt-Num " by bank"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       APPLY-TO-BALANCE.
      *    keep Balances.dat current between roll-ups, as cashrcpt
      *    does.
           OPEN I-O BalanceFile
           IF WS-Balance-File-OK
               MOVE WS-Pay-Customer TO WS-Balance-Rel-Key
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-Pay-Amount FROM BA-Balance
                       ADD 1 TO BA-Tran-Count
                       REWRITE BalanceRecord
               END-READ
               CLOSE BalanceFile
           END-IF.

       OLDEST-FIRST-ALLOCATION.
           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
               UNTIL WS-OI-Idx > WS-Open-Count
               OR WS-Remaining = ZERO
               IF WS-OI-Open(WS-OI-Idx) > ZERO
                   IF WS-Remaining >= WS-OI-Open(WS-OI-Idx)
                       MOVE WS-OI-Open(WS-OI-Idx) TO WS-Slice
                   ELSE
                       MOVE WS-Remaining TO WS-Slice
                   END-IF
                   PERFORM WRITE-ALLOCATION
                   SUBTRACT WS-Slice FROM WS-Remaining
               END-IF
           END-PERFORM.

       DIRECTED-ALLOCATION.
           PERFORM UNTIL WS-Remaining = ZERO
               MOVE WS-Remaining TO in-slice
               DISPLAY "  " in-slice " to place - invoice "
                   "number [0 = stop] :" WITH NO ADVANCING
               ACCEPT WS-Dir-Invoice
               IF WS-Dir-Invoice = ZERO
                   EXIT PERFORM
               END-IF
               MOVE WS-Dir-Invoice TO WS-Ref-Invoice
               PERFORM FIND-OPEN-INVOICE
               IF NOT WS-Open-Found
                   DISPLAY "  no open invoice " WS-Dir-Invoice
                       " for this customer"
               ELSE
                   DISPLAY "  amount - dollars :"
                       WITH NO ADVANCING
                   ACCEPT WS-Dir-Dollars
                   DISPLAY "  amount - cents :" WITH NO ADVANCING
                   ACCEPT WS-Dir-Cents
                   COMPUTE WS-Dir-Amount = WS-Dir-Dollars
                       + (WS-Dir-Cents / 100)
                   IF WS-Dir-Amount = ZERO
                       OR WS-Dir-Amount > WS-Remaining
                       OR WS-Dir-Amount > WS-OI-Open(WS-OI-Idx)
                       DISPLAY "  amount must fit both the "
                           "receipt and the invoice"
                   ELSE
                       MOVE WS-Dir-Amount TO WS-Slice
                       PERFORM WRITE-ALLOCATION
                       SUBTRACT WS-Slice FROM WS-Remaining
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ALLOCATION.
           OPEN EXTEND AllocationFile
           IF WS-AllocFile-Status = "35"
               OPEN OUTPUT AllocationFile
               CLOSE AllocationFile
               OPEN EXTEND AllocationFile
           END-IF
           MOVE WS-Next-Receipt-Num TO AP-Receipt-Num
           MOVE WS-OI-Invoice(WS-OI-Idx) TO AP-Invoice-Num
           MOVE WS-Pay-Customer TO AP-Customer-ID
           MOVE WS-Slice TO AP-Amount
           MOVE WS-Today TO AP-Date
           WRITE AllocationRecord
           CLOSE AllocationFile
           SUBTRACT WS-Slice FROM WS-OI-Open(WS-OI-Idx)
           MOVE WS-Slice TO in-slice
           DISPLAY "    " in-slice " applied to invoice "
               WS-OI-Invoice(WS-OI-Idx).

       LOAD-OPEN-INVOICES.
      *    the invoice total, less prior allocations, less credit
      *    notes raised against it - cashrcpt.cob's open figure.
           MOVE ZERO TO WS-Open-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceRegisterFile
           IF NOT WS-InvReg-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-IN-REGISTER-LINE
               END-READ
           END-PERFORM
           IF WS-InvRegFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF
           PERFORM NET-OFF-ALLOCATIONS
      *    the reader loop above shares the file-pass flag with the
      *    payment file - put it back for the caller's pass.
           MOVE "N" TO WS-Eof-Flag.

       SHOW-OPEN-INVOICES.
           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
               UNTIL WS-OI-Idx > WS-Open-Count
               IF WS-OI-Open(WS-OI-Idx) > ZERO
                   MOVE WS-OI-Open(WS-OI-Idx) TO in-open
                   DISPLAY "  open invoice "
                       WS-OI-Invoice(WS-OI-Idx) " ("
                       WS-OI-Date(WS-OI-Idx) "): " in-open
               END-IF
           END-PERFORM.

       TAKE-IN-REGISTER-LINE.
           IF IR-Customer-ID NOT = WS-Pay-Customer
               EXIT PARAGRAPH
           END-IF
           IF IR-Voided
               EXIT PARAGRAPH
           END-IF
           IF IR-Credit-Note
               PERFORM VARYING WS-OI-Idx FROM 1 BY 1
                   UNTIL WS-OI-Idx > WS-Open-Count
                   IF WS-OI-Invoice(WS-OI-Idx)
                       = IR-Orig-Invoice
                       SUBTRACT IR-Total
                           FROM WS-OI-Open(WS-OI-Idx)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-Open-Count < 50
               ADD 1 TO WS-Open-Count
               MOVE IR-Invoice-Num
                   TO WS-OI-Invoice(WS-Open-Count)
               MOVE IR-Date TO WS-OI-Date(WS-Open-Count)
               MOVE IR-Total TO WS-OI-Open(WS-Open-Count)
           END-IF.

       NET-OFF-ALLOCATIONS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AllocationFile
           IF NOT WS-Alloc-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ AllocationFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AP-Customer-ID = WS-Pay-Customer
                           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
                               UNTIL WS-OI-Idx > WS-Open-Count
                               IF WS-OI-Invoice(WS-OI-Idx)
                                   = AP-Invoice-Num
                                   SUBTRACT AP-Amount FROM
                                       WS-OI-Open(WS-OI-Idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AllocFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-Customer-Found-Flag
           IF WS-Pay-Customer = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Pay-Customer TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Customer-Found TO TRUE
           END-READ
           CLOSE CustomerFile.

       CHECK-PERIOD-OPEN.
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no receipts can post today until an "
                   "administrator reopens it (periodclose)"
           END-IF.

       OPEN-POSTING-FILES.
           OPEN EXTEND TransactionFile
           IF WS-TransactionFile-Status = "35"
               OPEN OUTPUT TransactionFile
               CLOSE TransactionFile
               OPEN EXTEND TransactionFile
           END-IF
           OPEN EXTEND ReceiptRegisterFile
           IF WS-RegisterFile-Status = "35"
               OPEN OUTPUT ReceiptRegisterFile
               CLOSE ReceiptRegisterFile
               OPEN EXTEND ReceiptRegisterFile
           END-IF.

       CLOSE-POSTING-FILES.
           CLOSE TransactionFile
           CLOSE ReceiptRegisterFile.

       GET-NEXT-RECEIPT-NUM.
      *    one receipt sequence whoever takes the money - the same
      *    max-scan over the register cashrcpt.cob numbers from.
           MOVE ZERO TO WS-Next-Receipt-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReceiptRegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReceiptRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RR-Receipt-Num > WS-Next-Receipt-Num
                           MOVE RR-Receipt-Num
                               TO WS-Next-Receipt-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE ReceiptRegisterFile
           END-IF
           ADD 1 TO WS-Next-Receipt-Num
           MOVE "N" TO WS-Eof-Flag.

       LOAD-DONE-REFERENCES.
           MOVE ZERO TO WS-Done-Ref-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PayLogFile
           IF NOT WS-PayLog-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PayLogFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Done-Ref-Count < 2000
                           ADD 1 TO WS-Done-Ref-Count
                           MOVE BL-Bank-Ref
                               TO WS-Done-Ref(WS-Done-Ref-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PayLogFile-Status NOT = "35"
               CLOSE PayLogFile
           END-IF.

       LOAD-SUSPENSE-TABLE.
           MOVE ZERO TO WS-Suspense-Count
           MOVE ZERO TO WS-Next-Suspense-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SuspenseFile
           IF NOT WS-Suspense-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SuspenseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Suspense-Count < 500
                           ADD 1 TO WS-Suspense-Count
                           MOVE SuspenseRecord
                               TO WS-SP-Record(WS-Suspense-Count)
                       END-IF
                       IF SP-Suspense-Num > WS-Next-Suspense-Num
                           MOVE SP-Suspense-Num
                               TO WS-Next-Suspense-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SuspenseFile-Status NOT = "35"
               CLOSE SuspenseFile
           END-IF
           ADD 1 TO WS-Next-Suspense-Num.

       REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SuspenseFile
           PERFORM VARYING WS-SP-Idx FROM 1 BY 1
               UNTIL WS-SP-Idx > WS-Suspense-Count
               MOVE WS-SP-Record(WS-SP-Idx) TO SuspenseRecord
               WRITE SuspenseRecord
           END-PERFORM
           CLOSE SuspenseFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "bankrcpt" TO AL-Program
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
