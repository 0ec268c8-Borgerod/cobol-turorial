       IDENTIFICATION DIVISION.
       PROGRAM-ID. apinvoice.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * supplier invoices and the payables ledger: purchasing.cob
      * stopped at the goods receipt, and the supplier's bill that
      * followed lived in a paper folder - the trial balance never
      * showed a cent of what we owed. (E)nter takes the bill as it
      * arrives and three-way matches it: the PurchaseOrders.dat
      * line it quotes must be ours, for that supplier and already
      * received, the billed quantity must be what we counted in
      * (PO-Recv-Qty) and the billed unit cost must sit within the
      * price tolerance of PO-Unit-Cost. A clean match is approved
      * straight onto Payables.dat (see copybooks/APLGREC.cpy) with
      * a due date from the supplier's terms, and posted through
      * GL-POST to INVENTORY 1300 / ACCOUNTS PAYABLE 2000. Anything
      * else is HELD on SupplierInvoices.dat with the reason, and
      * only a DIFFERENT operator can (R)elease it to the ledger or
      * re(J)ect it - the maker-checker rule the refund queue
      * already lives by. Behind sign-on, every decision audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierFile ASSIGN TO "Suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupplierFile-Status.
           SELECT OrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT InvoiceFile ASSIGN TO "SupplierInvoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvoiceFile-Status.
           SELECT PayableFile ASSIGN TO "Payables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PayableFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

           FD OrderFile.
           01 OrderRecord.
               COPY POREC.

      *    every supplier invoice keyed in, matched or not - M
      *    matched and approved, H held, R released off hold by a
      *    second operator, J rejected back to the supplier.
           FD InvoiceFile.
           01 InvoiceRecord.
               05 SI-Voucher-Num   PIC 9(6).
               05 SI-Status        PIC X.
                   88 SI-Matched   VALUE "M".
                   88 SI-Held      VALUE "H".
                   88 SI-Released  VALUE "R".
                   88 SI-Rejected  VALUE "J".
               05 SI-Supplier-ID   PIC 9(4).
               05 SI-Supplier-Inv  PIC X(15).
               05 SI-PO-Num        PIC 9(6).
               05 SI-Qty           PIC 9(5).
               05 SI-Unit-Cost     PIC 9(4)V9(2).
               05 SI-Amount        PIC 9(7)V9(2).
               05 SI-Inv-Date      PIC 9(8).
               05 SI-Hold-Reason   PIC X(20).
               05 SI-Entered-By    PIC X(10).
               05 SI-Entered-Stamp PIC X(14).
               05 SI-Decided-By    PIC X(10).

           FD PayableFile.
           01 PayableRecord.
               COPY APLGREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-SupplierFile-Status PIC XX.
               88 WS-Supplier-File-OK VALUE "00".
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-InvoiceFile-Status PIC XX.
               88 WS-Invoice-File-OK VALUE "00".
           01 WS-PayableFile-Status PIC XX.
               88 WS-Payable-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    suppliers - name and terms for the match and due date.
           01 WS-Supplier-Table.
               05 WS-Supplier-Entry OCCURS 100 TIMES.
                   10 WS-SU-ID    PIC 9(4).
                   10 WS-SU-Name  PIC X(24).
                   10 WS-SU-Terms PIC 9(3).
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Supplier-Found-Flag PIC X.
               88 WS-Supplier-Found VALUE "Y".

      *    purchase orders, read-only here - purchasing.cob owns
      *    the file.
           01 WS-Order-Table.
               05 WS-Order-Entry OCCURS 200 TIMES.
                   10 WS-PO-Record PIC X(73).
           01 WS-Order-Count PIC 9(3) VALUE ZERO.
           01 WS-PO-Idx PIC 9(3).
           01 WS-Order-Found-Flag PIC X.
               88 WS-Order-Found VALUE "Y".
           01 WS-Work-Order.
               05 WO-Num         PIC 9(6).
               05 WO-Status      PIC X.
                   88 WO-Open      VALUE "O".
                   88 WO-Received  VALUE "R".
                   88 WO-Cancelled VALUE "X".
               05 WO-Supplier-ID PIC 9(4).
               05 WO-Product     PIC X(20).
               05 WO-Qty         PIC 9(5).
               05 WO-Unit-Cost   PIC 9(4)V9(2).
               05 WO-Date        PIC 9(8).
               05 WO-Recv-Date   PIC 9(8).
               05 WO-Recv-Qty    PIC 9(5).
               05 WO-Promised-Date PIC 9(8).

      *    the invoice register, table-loaded and rewritten whole
      *    when a held invoice is decided - the purchasing.cob
      *    order-table idiom.
           01 WS-Invoice-Table.
               05 WS-Invoice-Entry OCCURS 500 TIMES.
                   10 WS-SI-Record PIC X(114).
           01 WS-Invoice-Count PIC 9(3) VALUE ZERO.
           01 WS-SI-Idx PIC 9(3).
           01 WS-Next-Voucher PIC 9(6) VALUE ZERO.
           01 WS-Invoice-Found-Flag PIC X.
               88 WS-Invoice-Found VALUE "Y".
           01 WS-Work-Invoice.
               05 WI-Voucher-Num   PIC 9(6).
               05 WI-Status        PIC X.
               05 WI-Supplier-ID   PIC 9(4).
               05 WI-Supplier-Inv  PIC X(15).
               05 WI-PO-Num        PIC 9(6).
               05 WI-Qty           PIC 9(5).
               05 WI-Unit-Cost     PIC 9(4)V9(2).
               05 WI-Amount        PIC 9(7)V9(2).
               05 WI-Inv-Date      PIC 9(8).
               05 WI-Hold-Reason   PIC X(20).
               05 WI-Entered-By    PIC X(10).
               05 WI-Entered-Stamp PIC X(14).
               05 WI-Decided-By    PIC X(10).

      *    the match tolerance: the billed unit cost may drift this
      *    many percent either side of the PO cost (rounding on the
      *    supplier's side, a carriage surcharge folded in) before
      *    the invoice is held. The quantity has no tolerance - we
      *    pay for what we counted in.
           01 WS-Price-Tolerance-Pct PIC 9(2)V9(2) VALUE 2.00.
           01 WS-Price-Variance-Pct PIC 9(5)V9(2).
           01 WS-Price-Difference PIC 9(4)V9(2).

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Supplier-Entry-ID PIC 9(4).
           01 WS-Supplier-Inv-Entry PIC X(15).
           01 WS-PO-Entry PIC 9(6).
           01 WS-Qty-Entry PIC 9(5).
           01 WS-Cost-Dollars PIC 9(4).
           01 WS-Cost-Cents PIC 9(2).
           01 WS-Cost-Entry-Amt PIC 9(4)V9(2).
           01 WS-Date-Entry PIC 9(8).
           01 WS-Voucher-Entry PIC 9(6).
           01 WS-Hold-Reason PIC X(20).
           01 WS-Today PIC 9(8).
           01 WS-Due-Int PIC 9(8).
           01 WS-Due-Date PIC 9(8).
           01 WS-Terms-Days PIC 9(3).
           01 WS-Open-Count PIC 9(4).
           01 WS-Open-Total PIC 9(9)V9(2).
           01 in-amount PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.
           01 in-cost PIC Z,ZZ9.99.

      *    business-day roll for the due date - see BUSINESS-DAY.
           01 WS-BD-Op PIC X(3) VALUE "NXT".
           01 WS-BD-From PIC 9(8).
           01 WS-BD-To PIC 9(8) VALUE ZERO.
           01 WS-BD-Result PIC 9(8).
           01 WS-BD-Count PIC 9(5).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting - see the GL-POST subroutine.
           01 WS-GL-Source PIC X(12) VALUE "apinvoice".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 1300.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 2000.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.

           01 WS-Audit-Operation PIC X(6).
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

           DISPLAY "Supplier invoices and payables"
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

           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-INVOICE-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Supplier invoices - (E)nter (H)eld list "
                   "(R)elease (J)reject (L)edger (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "E" PERFORM ENTER-INVOICE
                   WHEN "H" PERFORM LIST-HELD-INVOICES
                   WHEN "R" PERFORM RELEASE-HELD-INVOICE
                   WHEN "J" PERFORM REJECT-HELD-INVOICE
                   WHEN "L" PERFORM LIST-OPEN-PAYABLES
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       ENTER-INVOICE.
           IF WS-Invoice-Count >= 500
               DISPLAY "Error: invoice register table full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier ID :" WITH NO ADVANCING
           ACCEPT WS-Supplier-Entry-ID
           PERFORM FIND-SUPPLIER
           IF NOT WS-Supplier-Found
               DISPLAY "Error: supplier " WS-Supplier-Entry-ID
                   " not on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Supplier: " WS-SU-Name(WS-SU-Idx)
           DISPLAY "Supplier's invoice number :" WITH NO ADVANCING
           ACCEPT WS-Supplier-Inv-Entry
           IF WS-Supplier-Inv-Entry = SPACES
               DISPLAY "Error: the supplier's invoice number is "
                   "required"
               EXIT PARAGRAPH
           END-IF
      *    the same bill keyed twice would be paid twice.
           MOVE "N" TO WS-Invoice-Found-Flag
           PERFORM VARYING WS-SI-Idx FROM 1 BY 1
               UNTIL WS-SI-Idx > WS-Invoice-Count
               MOVE WS-SI-Record(WS-SI-Idx) TO WS-Work-Invoice
               IF WI-Supplier-ID = WS-Supplier-Entry-ID
                   AND WI-Supplier-Inv = WS-Supplier-Inv-Entry
                   AND WI-Status NOT = "J"
                   SET WS-Invoice-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Invoice-Found
               DISPLAY "Error: invoice "
                   FUNCTION TRIM(WS-Supplier-Inv-Entry)
                   " from this supplier is already on file"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Our PO number :" WITH NO ADVANCING
           ACCEPT WS-PO-Entry
           PERFORM FIND-ORDER
           IF NOT WS-Order-Found
               DISPLAY "Error: no PO " WS-PO-Entry " on file"
               EXIT PARAGRAPH
           END-IF
           IF WO-Supplier-ID NOT = WS-Supplier-Entry-ID
               DISPLAY "Error: PO " WS-PO-Entry " was raised on "
                   "supplier " WO-Supplier-ID " - not this one"
               EXIT PARAGRAPH
           END-IF
           IF WO-Cancelled
               DISPLAY "Error: PO " WS-PO-Entry " was cancelled - "
                   "nothing to pay"
               EXIT PARAGRAPH
           END-IF
      *    one bill per order - a second one against the same PO
      *    is either a duplicate or a supplier error.
           MOVE "N" TO WS-Invoice-Found-Flag
           PERFORM VARYING WS-SI-Idx FROM 1 BY 1
               UNTIL WS-SI-Idx > WS-Invoice-Count
               MOVE WS-SI-Record(WS-SI-Idx) TO WS-Work-Invoice
               IF WI-PO-Num = WS-PO-Entry
                   AND WI-Status NOT = "J"
                   SET WS-Invoice-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Invoice-Found
               DISPLAY "Error: PO " WS-PO-Entry " is already "
                   "invoiced - see the held list or the ledger"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Invoice date (yyyymmdd, 0 = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry = ZERO
               MOVE WS-Today TO WS-Date-Entry
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Date-Entry) NOT = ZERO
               DISPLAY "Error: " WS-Date-Entry " is not a date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity billed :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           DISPLAY "Unit cost billed - dollars :" WITH NO ADVANCING
           ACCEPT WS-Cost-Dollars
           DISPLAY "Unit cost billed - cents :" WITH NO ADVANCING
           ACCEPT WS-Cost-Cents
           COMPUTE WS-Cost-Entry-Amt = WS-Cost-Dollars
               + (WS-Cost-Cents / 100)

           ADD 1 TO WS-Next-Voucher
           MOVE WS-Next-Voucher TO WI-Voucher-Num
           MOVE WS-Supplier-Entry-ID TO WI-Supplier-ID
           MOVE WS-Supplier-Inv-Entry TO WI-Supplier-Inv
           MOVE WS-PO-Entry TO WI-PO-Num
           MOVE WS-Qty-Entry TO WI-Qty
           MOVE WS-Cost-Entry-Amt TO WI-Unit-Cost
           COMPUTE WI-Amount ROUNDED = WS-Qty-Entry
               * WS-Cost-Entry-Amt
           MOVE WS-Date-Entry TO WI-Inv-Date
           MOVE WS-Operator-ID-Entry TO WI-Entered-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO WI-Entered-Stamp
           MOVE SPACES TO WI-Decided-By

           PERFORM THREE-WAY-MATCH
           IF WS-Hold-Reason = SPACES
               PERFORM CHECK-POSTING-PERIOD
               IF NOT WS-Period-Is-Open
                   SUBTRACT 1 FROM WS-Next-Voucher
                   EXIT PARAGRAPH
               END-IF
               MOVE "M" TO WI-Status
               MOVE SPACES TO WI-Hold-Reason
           ELSE
               MOVE "H" TO WI-Status
               MOVE WS-Hold-Reason TO WI-Hold-Reason
           END-IF
           ADD 1 TO WS-Invoice-Count
           MOVE WS-Work-Invoice TO WS-SI-Record(WS-Invoice-Count)
           PERFORM REWRITE-INVOICE-FILE

           MOVE WI-Amount TO in-amount
           IF WI-Status = "M"
               PERFORM APPROVE-TO-LEDGER
               DISPLAY "Voucher " WI-Voucher-Num " matched - "
                   in-amount " due " WS-Due-Date
               MOVE "APMTCH" TO WS-Audit-Operation
           ELSE
               DISPLAY "Voucher " WI-Voucher-Num " HELD - "
                   FUNCTION TRIM(WI-Hold-Reason)
               MOVE "APHOLD" TO WS-Audit-Operation
           END-IF
           MOVE SPACES TO WS-Audit-Detail
           STRING "voucher " WI-Voucher-Num " PO " WI-PO-Num
               " " WI-Amount
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       THREE-WAY-MATCH.
      *    PO, receipt, invoice: the first failure names the hold.
           MOVE SPACES TO WS-Hold-Reason
           IF NOT WO-Received
               MOVE "GOODS NOT RECEIVED" TO WS-Hold-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Qty-Entry > WO-Recv-Qty
               MOVE "QTY OVER RECEIVED" TO WS-Hold-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Qty-Entry < WO-Recv-Qty
               MOVE "QTY UNDER RECEIVED" TO WS-Hold-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Cost-Entry-Amt > WO-Unit-Cost
               COMPUTE WS-Price-Difference =
                   WS-Cost-Entry-Amt - WO-Unit-Cost
           ELSE
               COMPUTE WS-Price-Difference =
                   WO-Unit-Cost - WS-Cost-Entry-Amt
           END-IF
           IF WO-Unit-Cost = ZERO
               IF WS-Price-Difference > ZERO
                   MOVE "PRICE OVER TOLERANCE" TO WS-Hold-Reason
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Price-Variance-Pct ROUNDED =
               WS-Price-Difference * 100 / WO-Unit-Cost
           IF WS-Price-Variance-Pct > WS-Price-Tolerance-Pct
               MOVE "PRICE OVER TOLERANCE" TO WS-Hold-Reason
           END-IF.

       APPROVE-TO-LEDGER.
      *    due date: invoice date plus the supplier's terms, rolled
      *    forward to a business day - a bill falling due on a
      *    Sunday is paid on the Monday.
           MOVE WI-Supplier-ID TO WS-Supplier-Entry-ID
           PERFORM FIND-SUPPLIER
           MOVE 30 TO WS-Terms-Days
           IF WS-Supplier-Found
               MOVE WS-SU-Terms(WS-SU-Idx) TO WS-Terms-Days
           END-IF
           COMPUTE WS-Due-Int =
               FUNCTION INTEGER-OF-DATE(WI-Inv-Date)
               + WS-Terms-Days - 1
           COMPUTE WS-BD-From = FUNCTION DATE-OF-INTEGER(WS-Due-Int)
           CALL "BUSINESS-DAY" USING WS-BD-Op, WS-BD-From,
               WS-BD-To, WS-BD-Result, WS-BD-Count
           MOVE WS-BD-Result TO WS-Due-Date

           OPEN EXTEND PayableFile
           IF WS-PayableFile-Status = "35"
               OPEN OUTPUT PayableFile
               CLOSE PayableFile
               OPEN EXTEND PayableFile
           END-IF
           MOVE WI-Voucher-Num TO AP-Voucher-Num
           MOVE "A" TO AP-Status
           MOVE WI-Supplier-ID TO AP-Supplier-ID
           MOVE WI-Supplier-Inv TO AP-Supplier-Inv
           MOVE WI-PO-Num TO AP-PO-Num
           MOVE WI-Amount TO AP-Amount
           MOVE WI-Inv-Date TO AP-Inv-Date
           MOVE WS-Due-Date TO AP-Due-Date
           MOVE WS-Operator-ID-Entry TO AP-Approved-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO AP-Approved-Stamp
           MOVE ZERO TO AP-Paid-Date
           MOVE ZERO TO AP-Check-Num
           WRITE PayableRecord
           CLOSE PayableFile

           MOVE SPACES TO WS-GL-Reference
           STRING "AP" WI-Voucher-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WI-Amount TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       LIST-HELD-INVOICES.
           MOVE ZERO TO WS-Open-Count
           DISPLAY "Held supplier invoices:"
           PERFORM VARYING WS-SI-Idx FROM 1 BY 1
               UNTIL WS-SI-Idx > WS-Invoice-Count
               MOVE WS-SI-Record(WS-SI-Idx) TO WS-Work-Invoice
               IF WI-Status = "H"
                   ADD 1 TO WS-Open-Count
                   MOVE WI-Amount TO in-amount
                   MOVE WI-Unit-Cost TO in-cost
                   DISPLAY "  voucher " WI-Voucher-Num " supplier "
                       WI-Supplier-ID " inv "
                       FUNCTION TRIM(WI-Supplier-Inv) " PO "
                       WI-PO-Num
                   DISPLAY "      " WI-Qty " at " in-cost " = "
                       in-amount " - "
                       FUNCTION TRIM(WI-Hold-Reason)
                       " (keyed by "
                       FUNCTION TRIM(WI-Entered-By) ")"
               END-IF
           END-PERFORM
           DISPLAY WS-Open-Count " invoice(s) on hold".

       RELEASE-HELD-INVOICE.
           PERFORM FIND-HELD-FOR-DECISION
           IF NOT WS-Invoice-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSTING-PERIOD
           IF NOT WS-Period-Is-Open
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WI-Status
           MOVE WS-Operator-ID-Entry TO WI-Decided-By
           MOVE WS-Work-Invoice TO WS-SI-Record(WS-SI-Idx)
           PERFORM REWRITE-INVOICE-FILE
           PERFORM APPROVE-TO-LEDGER
           MOVE WI-Amount TO in-amount
           DISPLAY "Voucher " WI-Voucher-Num " released to the "
               "ledger - " in-amount " due " WS-Due-Date
           MOVE "APRELS" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "voucher " WI-Voucher-Num " released "
               FUNCTION TRIM(WI-Hold-Reason)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       REJECT-HELD-INVOICE.
           PERFORM FIND-HELD-FOR-DECISION
           IF NOT WS-Invoice-Found
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WI-Status
           MOVE WS-Operator-ID-Entry TO WI-Decided-By
           MOVE WS-Work-Invoice TO WS-SI-Record(WS-SI-Idx)
           PERFORM REWRITE-INVOICE-FILE
           DISPLAY "Voucher " WI-Voucher-Num " rejected - return "
               "it to the supplier for a corrected bill"
           MOVE "APREJ" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "voucher " WI-Voucher-Num " rejected "
               FUNCTION TRIM(WI-Hold-Reason)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       FIND-HELD-FOR-DECISION.
      *    a held invoice is decided by somebody other than whoever
      *    keyed it, and never by an inquiry-only operator.
           MOVE "N" TO WS-Invoice-Found-Flag
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot decide "
                   "held invoices"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Voucher number :" WITH NO ADVANCING
           ACCEPT WS-Voucher-Entry
           PERFORM VARYING WS-SI-Idx FROM 1 BY 1
               UNTIL WS-SI-Idx > WS-Invoice-Count
               OR WS-Invoice-Found
               MOVE WS-SI-Record(WS-SI-Idx) TO WS-Work-Invoice
               IF WI-Voucher-Num = WS-Voucher-Entry
                   AND WI-Status = "H"
                   SET WS-Invoice-Found TO TRUE
                   SUBTRACT 1 FROM WS-SI-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Invoice-Found
               DISPLAY "No held voucher " WS-Voucher-Entry
                   " on file"
               EXIT PARAGRAPH
           END-IF
           IF WI-Entered-By = WS-Operator-ID-Entry
               DISPLAY "Error: you keyed this invoice - another "
                   "operator must decide it"
               MOVE "N" TO WS-Invoice-Found-Flag
           END-IF.

       LIST-OPEN-PAYABLES.
           MOVE ZERO TO WS-Open-Count
           MOVE ZERO TO WS-Open-Total
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PayableFile
           IF NOT WS-Payable-File-OK
               DISPLAY "No payables on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Open payables (approved, unpaid):"
           DISPLAY "VOUCHER SUPP SUPPLIER INV         DUE      "
               "       AMOUNT"
           PERFORM UNTIL WS-Eof
               READ PayableFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AP-Approved
                           ADD 1 TO WS-Open-Count
                           ADD AP-Amount TO WS-Open-Total
                           MOVE AP-Amount TO in-amount
                           DISPLAY AP-Voucher-Num "  "
                               AP-Supplier-ID " " AP-Supplier-Inv
                               " " AP-Due-Date " " in-amount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PayableFile
           MOVE WS-Open-Total TO in-total
           DISPLAY WS-Open-Count " open payable(s) totalling "
               in-total.

       CHECK-POSTING-PERIOD.
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "nothing can be approved into it"
           END-IF.

       FIND-SUPPLIER.
           MOVE "N" TO WS-Supplier-Found-Flag
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
               UNTIL WS-SU-Idx > WS-Supplier-Count
               OR WS-Supplier-Found
               IF WS-SU-ID(WS-SU-Idx) = WS-Supplier-Entry-ID
                   SET WS-Supplier-Found TO TRUE
                   SUBTRACT 1 FROM WS-SU-Idx
               END-IF
           END-PERFORM.

       FIND-ORDER.
           MOVE "N" TO WS-Order-Found-Flag
           PERFORM VARYING WS-PO-Idx FROM 1 BY 1
               UNTIL WS-PO-Idx > WS-Order-Count
               OR WS-Order-Found
               MOVE WS-PO-Record(WS-PO-Idx) TO WS-Work-Order
               IF WO-Num = WS-PO-Entry
                   SET WS-Order-Found TO TRUE
               END-IF
           END-PERFORM.

       LOAD-SUPPLIER-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SupplierFile
           IF NOT WS-Supplier-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SupplierFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Supplier-Count < 100
                           ADD 1 TO WS-Supplier-Count
                           MOVE SU-Supplier-ID
                               TO WS-SU-ID(WS-Supplier-Count)
                           MOVE SU-Name
                               TO WS-SU-Name(WS-Supplier-Count)
                           IF SU-Terms-Days NUMERIC
                               AND SU-Terms-Days > ZERO
                               MOVE SU-Terms-Days
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           ELSE
                               MOVE 30
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SupplierFile-Status NOT = "35"
               CLOSE SupplierFile
           END-IF.

       LOAD-ORDER-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT OrderFile
           IF NOT WS-Order-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ OrderFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Order-Count < 200
                           IF PO-Recv-Qty NOT NUMERIC
                               IF PO-Received
                                   MOVE PO-Qty TO PO-Recv-Qty
                               ELSE
                                   MOVE ZERO TO PO-Recv-Qty
                               END-IF
                           END-IF
                           ADD 1 TO WS-Order-Count
                           MOVE OrderRecord
                               TO WS-PO-Record(WS-Order-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF.

       LOAD-INVOICE-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceFile
           IF NOT WS-Invoice-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Invoice-Count < 500
                           ADD 1 TO WS-Invoice-Count
                           MOVE InvoiceRecord
                               TO WS-SI-Record(WS-Invoice-Count)
                           IF SI-Voucher-Num > WS-Next-Voucher
                               MOVE SI-Voucher-Num
                                   TO WS-Next-Voucher
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-InvoiceFile-Status NOT = "35"
               CLOSE InvoiceFile
           END-IF.

       REWRITE-INVOICE-FILE.
           OPEN OUTPUT InvoiceFile
           PERFORM VARYING WS-SI-Idx FROM 1 BY 1
               UNTIL WS-SI-Idx > WS-Invoice-Count
               MOVE WS-SI-Record(WS-SI-Idx) TO InvoiceRecord
               WRITE InvoiceRecord
           END-PERFORM
           CLOSE InvoiceFile.

       WRITE-AUDIT-LOG.
      *    AL-Customer-ID has no meaning for a supplier bill - left
      *    at zero, detail names the voucher, the purchasing.cob
      *    convention.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "apinvoice" TO AL-Program
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
