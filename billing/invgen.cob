      * total, so a gap in the invoice number sequence is detectable
      * at audit time. Non-interactive, so it can run as a step in
      * billing-job.cob.
      * Every invoice also earns the customer loyalty points on its
      * net value (before VAT), one point per whole unit of
      * currency: an earning line on PointsLedger.dat, good until
      * the end of the month the expiry setting below puts it in,
      * and a points line under the invoice total so the customer
      * sees what the purchase earned.
      * Product lines also take the best promotion running on the
      * day (Promotions.dat, through the PROMO-PRICE subroutine) -
      * percentage off, a fixed price or buy-N-get-one-free,
      * limited to a branch or tier where marketing set one - and
      * never more than one per line. The shop's stacking rule
      * decides whether the customer's tier/negotiated discount
      * still comes off too (S) or whichever is the better deal
      * wins alone (B). The invoice names the promotion and what
      * it saved, and each promoted line lands on PromoSales.dat
      * for the promorpt.cob performance report.
      * A kit (a gift set or starter pack with a bill of materials
      * on KitComponents.dat) has no shelf of its own: billing one
      * issues each of its components instead.
      * Lot-tracked stock (StockLots.dat) issues first expiry first
      * out through the STOCK-LOTS subroutine, never from a lot past
      * its date. Every lot a line draws on is kept on LotMoves.dat
      * against the invoice number and customer, so a supplier
      * recall traces to who got the lot, and the invoice names the
      * lot under the line.
      * Stock is kept per store now: a line comes off the shelf of
      * the customer's branch - the store that sold it - and a
      * product kept only at the other store gets a record at this
      * one so the shortfall shows on its reorder report. Its lots
      * come off that branch's lots only.
      * A deposit taken up front on a sales order (cashrcpt.cob,
      * OrderDeposits.dat) is applied automatically once the order
      * is billed: the invoice that flips the order's lines to
      * billed gets an allocation from the deposit's receipt on
      * Allocations.dat, up to the invoice total, a LESS DEPOSIT
      * line under the total, and the amount moves out of CUSTOMER
      * DEPOSITS 2950 against the receivable. Whatever the invoice
      * doesn't take stays held for the order's next invoice.
      * Each invoice falls due on the customer's payment terms
      * (Payment-Terms, kept in custmaint.cob): the due date, and
      * the last day of any early-payment discount, come off the
      * PAY-TERMS subroutine - never on a weekend or a holiday -
      * are printed under the total and stamped on the register
      * for cashrcpt.cob to grant the discount from. aging.cob and
      * the collections side count overdue from the same due date.
      * Each line on InvoiceLines.dat also carries the tier or
      * negotiated discount it gave, for the custprofit.cob
      * customer profitability report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
      *    the loyalty points ledger - one earning line per invoice.
           SELECT PointsFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PointsFile-Status.
      *    the promotion ledger - one line per promoted invoice line.
           SELECT PromoSaleFile ASSIGN TO "PromoSales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromoSaleFile-Status.
      *    kit bills of materials - a billed kit issues these.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.
      *    deposits held against sales orders, and the open-item
      *    trail they are applied onto.
           SELECT DepositFile ASSIGN TO "OrderDeposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DepositFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 IL-Amount      PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 IL-VAT         PIC 9(6)V9(2).
      *        the customer's tier/negotiated discount the line
      *        gave (net, before VAT) - custprofit.cob counts it
      *        against the customer.
               05 IL-Discount    PIC 9(6)V9(2).

           FD StockFile.
           01 StockRecord.
               COPY STOCKREC.

           FD PointsFile.
           01 PointsRecord.
               COPY LOYLREC.

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

           FD PromoSaleFile.
           01 PromoSaleRecord.
               COPY PSLSREC.

           FD TierFile.
           01 TierRecord.
               COPY TIERREC.

           FD OrderLineFile.
           01 OrderLineRecord.
               COPY ORDLREC.

           FD DepositFile.
           01 DepositRecord.
               COPY DEPOREC.

           FD AllocationFile.
           01 AllocationRecord.
               05 AP-Receipt-Num PIC 9(6).
               05 AP-Invoice-Num PIC 9(6).
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).

           FD TierScheduleFile.
           01 TierScheduleRecord.
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).
      *        the customer's payment terms as they stood when the
      *        invoice was cut: the date it falls due, and the
      *        early-payment discount with the last day it can be
      *        taken (zero percent = none). Spaces on lines from
      *        before terms existed - due the day they were cut.
               05 IR-Due-Date    PIC 9(8).
               05 IR-Disc-Date   PIC 9(8).
               05 IR-Disc-Pct    PIC 9V9(2).

       WORKING-STORAGE SECTION.
      *    relative record number for CustomerFile (scan-only here).
           01 WS-Stock-Eof-Flag PIC X VALUE "N".
               88 WS-Stock-Eof VALUE "Y".
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-SK-Idx PIC 9(3).
           01 WS-Stock-Product PIC X(20).
           01 WS-Stock-Found-Flag PIC X.
               88 WS-Stock-Found VALUE "Y".
           01 WS-Stock-Tracked-Flag PIC X.
               88 WS-Stock-Tracked VALUE "Y".
           01 WS-Stock-Changed-Flag PIC X VALUE "N".
               88 WS-Stock-Changed VALUE "Y".

      *    kit components, loaded at startup - see
      *    ISSUE-STOCK-FOR-LINE.
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-Kit-Eof-Flag PIC X VALUE "N".
               88 WS-Kit-Eof VALUE "Y".
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".
           01 WS-Issue-Qty PIC 9(6).

      *    lot ledger call - see the STOCK-LOTS subroutine. The
      *    first lot a plain product line drew on is printed under
      *    it.
           01 WS-Lot-Op PIC X(3).
           01 WS-Lot-Product PIC X(20).
           01 WS-Lot-Number PIC X(12).
           01 WS-Lot-Expiry PIC 9(8).
           01 WS-Lot-Qty PIC 9(5).
           01 WS-Lot-Move-Type PIC X VALUE "I".
           01 WS-Lot-Customer PIC 9(5).
           01 WS-Lots-Used PIC 9(2).
           01 in-more-lots PIC Z9.
           01 WS-Out-Ptr PIC 9(3).

      *    effective-dated prices, table-loaded at startup - see
      *    RESOLVE-PRODUCT-PRICE.
           01 WS-PriceFile-Status PIC XX.
           01 WS-Sched-Count PIC 9(2) VALUE ZERO.
           01 WS-SC-Idx PIC 9(2).
           01 WS-Cust-Discount-Pct PIC 9(2)V9(2).
           01 WS-Cust-Tier PIC X.
           01 WS-Line-Discount-Pct PIC 9(2)V9(2).
           01 WS-Line-Discount PIC 9(6)V9(2).
           01 in-discount PIC ZZ,ZZ9.99.
           01 in-pct PIC Z9.99.

      *    promotion state for the line being priced - see
      *    APPLY-PROMOTION and the PROMO-PRICE subroutine.
           01 WS-PromoSaleFile-Status PIC XX.
           01 WS-Promo-Code PIC X(8).
           01 WS-Promo-Desc PIC X(24).
           01 WS-Promo-Unit PIC 9(4)V9(2).
           01 WS-Paid-Qty PIC 9(3).
           01 WS-Stack-Rule PIC X.
           01 WS-Promo-Value PIC 9(7)V9(2).
           01 WS-Tier-Value PIC 9(7)V9(2).
           01 WS-Regular-Net PIC 9(6)V9(2).
           01 WS-Regular-Disc PIC 9(6)V9(2).
           01 WS-Regular-Gross PIC 9(6)V9(2).
           01 WS-Promo-Given PIC 9(7)V9(2).
           01 WS-Promo-Saved PIC 9(7)V9(2).
           01 in-saved PIC ZZ,ZZ9.99.

      *    sales orders and lines, loaded at startup so an
      *    invoiced customer's shipped lines can flip to billed -
      *    rewritten at end of run when any line moved.
           01 WS-SO-Idx PIC 9(3).
           01 WS-OLine-Table.
               05 WS-OLine-Entry OCCURS 500 TIMES.
                   10 WS-OL-Record PIC X(46).
           01 WS-OLine-Count PIC 9(3) VALUE ZERO.
           01 WS-OL-Idx PIC 9(3).
           01 WS-Work-Line.
               05 WL-Qty       PIC 9(3).
               05 WL-Price     PIC 9(4)V9(2).
               05 WL-Status    PIC X.
               05 WL-BO-Date   PIC 9(8).
           01 WS-Lines-Billed-Flag PIC X VALUE "N".
               88 WS-Lines-Billed VALUE "Y".

      *    order deposits, loaded at startup and rewritten at end of
      *    run when any was applied - see APPLY-ORDER-DEPOSITS.
      *    WS-Deposit-Left is what the invoice being issued can
      *    still take.
           01 WS-DepositFile-Status PIC XX.
               88 WS-Deposit-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
           01 WS-DE-Eof-Flag PIC X VALUE "N".
               88 WS-DE-Eof VALUE "Y".
           01 WS-Deposit-Table.
               05 WS-Deposit-Entry OCCURS 500 TIMES.
                   10 WS-DE-Record PIC X(70).
           01 WS-Deposit-Count PIC 9(3) VALUE ZERO.
           01 WS-DE-Idx PIC 9(3).
           01 WS-Deposits-Changed-Flag PIC X VALUE "N".
               88 WS-Deposits-Changed VALUE "Y".
           01 WS-Deposit-Left PIC 9(8)V9(2).
           01 WS-Deposit-Take PIC 9(7)V9(2).
           01 WS-Deposits-Applied PIC 9(5) VALUE ZERO.
           01 WS-GL-Deposit-Acct PIC 9(4) VALUE 2950.
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.

      *    invoice pricing work fields - same fixed-point COMPUTE
      *    ROUNDED style as decimal-arithmatics.cob.
           01 net-price   PIC 9(6)V9(2).
           01 WS-Cycle-Filter PIC 9 VALUE ZERO.
           01 WS-Cust-Cycle PIC 9.

      *    loyalty points - earned per whole unit of the invoice's
      *    net value, spendable through the end of the month this
      *    many months after the invoice's.
           01 WS-PointsFile-Status PIC XX.
           01 WS-Points-Per-Unit PIC 9(2) VALUE 1.
           01 WS-Points-Expiry-Months PIC 9(2) VALUE 24.
           01 WS-Invoice-Points PIC 9(7).
           01 WS-Expiry-Month-Count PIC 9(6).
           01 WS-Expiry-Year PIC 9(4).
           01 WS-Expiry-Month PIC 9(2).
           01 in-points PIC Z,ZZZ,ZZ9.

           01 WS-Next-Invoice-Num PIC 9(6) VALUE ZERO.
           01 WS-Invoices-Issued PIC 9(5) VALUE ZERO.
           01 signed-dollar PIC $$,$$$,$$9.99-.
           01 WS-Print-Work PIC X(80).

      *    the customer's payment terms turned into this invoice's
      *    dates through the PAY-TERMS subroutine - see
      *    RESOLVE-PAYMENT-TERMS.
           01 WS-Terms-Days PIC 9(3).
           01 WS-Due-Date PIC 9(8).
           01 WS-Disc-Date PIC 9(8).
           01 WS-Disc-Pct PIC 9V9(2).
           01 WS-Disc-Amount PIC 9(7)V9(2).
           01 in-disc-pct PIC 9.99.

      *    general-ledger posting state - the output VAT on each
      *    invoice lands as a balanced receivable/liability pair on
      *    GLJournal.dat through the GL-POST subroutine (the charge
           PERFORM LOOKUP-RATE-FOR-DATE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-STOCK-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-TIER-SCHEDULE
           PERFORM LOAD-ORDER-TABLES
           PERFORM LOAD-DEPOSIT-TABLE
           PERFORM LOAD-DATED-PRICES
           PERFORM GET-NEXT-INVOICE-NUM

               CLOSE InvoiceLineFile
               OPEN EXTEND InvoiceLineFile
           END-IF
           OPEN EXTEND PointsFile
           IF WS-PointsFile-Status = "35"
               OPEN OUTPUT PointsFile
               CLOSE PointsFile
               OPEN EXTEND PointsFile
           END-IF
           OPEN EXTEND PromoSaleFile
           IF WS-PromoSaleFile-Status = "35"
               OPEN OUTPUT PromoSaleFile
               CLOSE PromoSaleFile
               OPEN EXTEND PromoSaleFile
           END-IF
           OPEN EXTEND AllocationFile
           IF WS-AllocFile-Status = "35"
               OPEN OUTPUT AllocationFile
               CLOSE AllocationFile
               OPEN EXTEND AllocationFile
           END-IF

           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
           CLOSE InvoicePrintFile
           CLOSE InvoiceLineFile
           CLOSE InvoiceRegisterFile
           CLOSE PointsFile
           CLOSE PromoSaleFile
           CLOSE AllocationFile
           IF WS-Stock-Changed
               PERFORM REWRITE-STOCK-FILE
           END-IF
           MOVE "END" TO WS-Lot-Op
           CALL "STOCK-LOTS" USING WS-Lot-Op, WS-Lot-Product,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty,
               WS-Price-Date, WS-Lot-Move-Type, WS-Next-Invoice-Num,
               WS-Lot-Customer, WS-Lots-Used, WS-Price-Branch,
               WS-Price-Branch
           IF WS-Lines-Billed
               PERFORM REWRITE-ORDER-LINES
           END-IF
           IF WS-Deposits-Changed
               PERFORM REWRITE-DEPOSIT-FILE
           END-IF
           DISPLAY "Invoices issued this run: " WS-Invoices-Issued
           IF WS-Deposits-Applied > ZERO
               DISPLAY "Order deposits applied  : "
                   WS-Deposits-Applied
           END-IF
           MOVE WS-Invoices-Issued TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           IF WS-Line-Count > ZERO
               PERFORM PRINT-INVOICE-HEADER
               PERFORM PRINT-INVOICE-LINES
               PERFORM RESOLVE-PAYMENT-TERMS
               PERFORM PRINT-INVOICE-TRAILER
               PERFORM WRITE-REGISTER-RECORD
               PERFORM EARN-LOYALTY-POINTS
               PERFORM MARK-ORDER-LINES-BILLED
               ADD 1 TO WS-Invoices-Issued
               ADD 1 TO WS-Next-Invoice-Num
      *    the customer just got invoiced - any of their shipped
      *    order lines (whose per-unit charges are exactly what
      *    this invoice billed) move to billed, so orderentry's
      *    listing shows the loop closed. A deposit held on an
      *    order billed here comes off this invoice.
           MOVE ZERO TO WS-Deposit-Left
           IF WS-Invoice-Total > ZERO
               MOVE WS-Invoice-Total TO WS-Deposit-Left
           END-IF
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-OLine-Count
               MOVE WS-OL-Record(WS-OL-Idx) TO WS-Work-Line
                           MOVE WS-Work-Line
                               TO WS-OL-Record(WS-OL-Idx)
                           SET WS-Lines-Billed TO TRUE
                           PERFORM APPLY-ORDER-DEPOSITS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       APPLY-ORDER-DEPOSITS.
      *    every deposit still held on the order, oldest first,
      *    until the invoice is covered.
           PERFORM VARYING WS-DE-Idx FROM 1 BY 1
                   UNTIL WS-DE-Idx > WS-Deposit-Count
                   OR WS-Deposit-Left = ZERO
               MOVE WS-DE-Record(WS-DE-Idx) TO DepositRecord
               IF DP-Order-Num = WL-Order-Num
                   AND DP-Customer-ID = ID-num
                   AND DP-Held
                   COMPUTE WS-Deposit-Take = DP-Amount - DP-Applied
                   IF WS-Deposit-Take > WS-Deposit-Left
                       MOVE WS-Deposit-Left TO WS-Deposit-Take
                   END-IF
                   IF WS-Deposit-Take > ZERO
                       PERFORM APPLY-ONE-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-DEPOSIT.
      *    the deposit's receipt pays this invoice on the open-item
      *    trail, the same allocation line cashrcpt.cob writes for
      *    a receipt taken over the counter.
           MOVE DP-Receipt-Num TO AP-Receipt-Num
           MOVE WS-Next-Invoice-Num TO AP-Invoice-Num
           MOVE ID-num TO AP-Customer-ID
           MOVE WS-Deposit-Take TO AP-Amount
           MOVE WS-Price-Date TO AP-Date
           WRITE AllocationRecord
           ADD WS-Deposit-Take TO DP-Applied
           MOVE WS-Next-Invoice-Num TO DP-Invoice-Num
           IF DP-Applied NOT < DP-Amount
               SET DP-Used-Up TO TRUE
               MOVE WS-Price-Date TO DP-Closed-Date
           END-IF
           MOVE DepositRecord TO WS-DE-Record(WS-DE-Idx)
           SET WS-Deposits-Changed TO TRUE
           SUBTRACT WS-Deposit-Take FROM WS-Deposit-Left
           ADD 1 TO WS-Deposits-Applied
      *    no longer owed back to the customer - it pays what they
      *    now owe.
           MOVE SPACES TO WS-GL-Reference
           STRING "INV " WS-Next-Invoice-Num
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE ID-num TO WS-GL-Customer
           MOVE WS-Deposit-Take TO WS-GL-Amount
           CALL "GL-POST" USING WS-Price-Date, WS-GL-Source,
               WS-GL-Reference, WS-GL-Deposit-Acct,
               WS-GL-Receivable-Acct, WS-GL-Amount, WS-GL-Customer
           MOVE WS-Deposit-Take TO signed-dollar
           MOVE SPACES TO WS-Print-Work
           STRING "  LESS DEPOSIT    " signed-dollar
               " (order " DP-Order-Num ", receipt "
               DP-Receipt-Num ")"
               DELIMITED BY SIZE
               INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine.

       LOAD-DEPOSIT-TABLE.
           OPEN INPUT DepositFile
           IF WS-Deposit-File-OK
               PERFORM UNTIL WS-DE-Eof
                   READ DepositFile
                       AT END
                           SET WS-DE-Eof TO TRUE
                       NOT AT END
                           IF WS-Deposit-Count < 500
                               ADD 1 TO WS-Deposit-Count
                               MOVE DepositRecord TO
                                   WS-DE-Record(WS-Deposit-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       REWRITE-DEPOSIT-FILE.
           OPEN OUTPUT DepositFile
           PERFORM VARYING WS-DE-Idx FROM 1 BY 1
               UNTIL WS-DE-Idx > WS-Deposit-Count
               MOVE WS-DE-Record(WS-DE-Idx) TO DepositRecord
               WRITE DepositRecord
           END-PERFORM
           CLOSE DepositFile.

       LOAD-ORDER-TABLES.
           OPEN INPUT SalesOrderFile
           IF WS-SalesOrder-File-OK
           IF WS-Line-Qty = ZERO
               MOVE 1 TO WS-Line-Qty
           END-IF
           MOVE SPACES TO WS-Promo-Code
           MOVE SPACES TO WS-Lot-Number
           MOVE WS-Line-Qty TO WS-Paid-Qty
           IF WS-Product-Found
               PERFORM ISSUE-STOCK-FOR-LINE
               PERFORM RESOLVE-PRODUCT-PRICE
               PERFORM APPLY-PROMOTION
               COMPUTE net-price ROUNDED =
                   WS-Promo-Unit * (1 + tax-rate)
      *        the customer's discount comes off the net price
      *        before VAT, and is shown on the invoice so the
      *        customer can see what their arrangement bought.
               MOVE ZERO TO WS-Line-Discount
               IF WS-Line-Discount-Pct > ZERO
                   COMPUTE WS-Line-Discount ROUNDED =
                       net-price * WS-Line-Discount-Pct / 100
                   SUBTRACT WS-Line-Discount FROM net-price
               END-IF
               COMPUTE gross-price ROUNDED = net-price * (1 + VAT)
      *        a buy-N-get-one-free line ships WS-Line-Qty but
      *        charges only WS-Paid-Qty of them.
               COMPUTE WS-Line-Amount =
                   gross-price * WS-Paid-Qty
               COMPUTE WS-Line-VAT =
                   (gross-price - net-price) * WS-Paid-Qty
               COMPUTE WS-Line-Discount =
                   WS-Line-Discount * WS-Paid-Qty
               COMPUTE WS-Line-Net = net-price * WS-Paid-Qty
               ADD WS-Line-Net TO WS-Invoice-Net
               IF WS-Promo-Code NOT = SPACES
                   PERFORM RECORD-PROMOTION-SALE
               END-IF
           ELSE
               MOVE TR-Amount TO WS-Line-Amount
               MOVE ZERO TO WS-Line-VAT
           MOVE WS-Line-Qty TO IL-Qty
           IF WS-Product-Found
               MOVE WS-Unit-Price TO IL-Unit-Price
               MOVE WS-Line-Discount TO IL-Discount
           ELSE
               MOVE ZERO TO IL-Unit-Price
               MOVE ZERO TO IL-Discount
           END-IF
           MOVE WS-Line-Amount TO IL-Amount
           MOVE WS-Line-VAT TO IL-VAT

           MOVE WS-Line-Amount TO signed-dollar
           MOVE SPACES TO WS-Print-Work
           EVALUATE TRUE
               WHEN WS-Product-Found AND WS-Paid-Qty < WS-Line-Qty
      *            a free-unit promotion - what shipped, and how
      *            many of those were charged.
                   MOVE gross-price TO in-unit-gross
                   STRING "  " TR-Description "  " WS-Line-Qty
                       " (" WS-Paid-Qty " charged) x "
                       in-unit-gross " = " signed-dollar
                       DELIMITED BY SIZE
                       INTO WS-Print-Work
                   END-STRING
               WHEN WS-Product-Found AND WS-Line-Qty > 1
      *            the qty x price form every invoice the shop
      *            receives prints - per-unit gross times the
      *            count.
                   MOVE gross-price TO in-unit-gross
                   STRING "  " TR-Description "  " WS-Line-Qty
                       " x " in-unit-gross " = " signed-dollar
                       DELIMITED BY SIZE
                       INTO WS-Print-Work
                   END-STRING
               WHEN OTHER
                   STRING "  " TR-Description "  " signed-dollar
                       DELIMITED BY SIZE
                       INTO WS-Print-Work
                   END-STRING
           END-EVALUATE
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           IF WS-Promo-Code NOT = SPACES
               MOVE WS-Promo-Saved TO in-saved
               MOVE SPACES TO WS-Print-Work
               STRING "    promotion " WS-Promo-Code " "
                   WS-Promo-Desc " you save " in-saved
                   DELIMITED BY SIZE
                   INTO WS-Print-Work
               END-STRING
               MOVE WS-Print-Work TO InvoicePrintLine
               WRITE InvoicePrintLine
           END-IF
           IF WS-Line-Discount > ZERO
               MOVE WS-Line-Discount TO in-discount
               MOVE WS-Line-Discount-Pct TO in-pct
               MOVE SPACES TO WS-Print-Work
               STRING "    less " in-pct "% discount  -"
                   in-discount
               END-STRING
               MOVE WS-Print-Work TO InvoicePrintLine
               WRITE InvoicePrintLine
           END-IF
           IF WS-Lot-Number NOT = SPACES
               PERFORM PRINT-LINE-LOT
           END-IF.

       PRINT-LINE-LOT.
      *    the lot the line shipped from, with its use-by date, and
      *    how many more lots made up the quantity.
           MOVE SPACES TO WS-Print-Work
           MOVE 1 TO WS-Out-Ptr
           STRING "    lot " FUNCTION TRIM(WS-Lot-Number)
               DELIMITED BY SIZE
               INTO WS-Print-Work WITH POINTER WS-Out-Ptr
           END-STRING
           IF WS-Lot-Expiry NOT = ZERO
               STRING " use by " WS-Lot-Expiry
                   DELIMITED BY SIZE
                   INTO WS-Print-Work WITH POINTER WS-Out-Ptr
               END-STRING
           END-IF
           IF WS-Lots-Used > 1
               COMPUTE in-more-lots = WS-Lots-Used - 1
               STRING " and " FUNCTION TRIM(in-more-lots)
                   " more lot(s)"
                   DELIMITED BY SIZE
                   INTO WS-Print-Work WITH POINTER WS-Out-Ptr
               END-STRING
           END-IF
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine.

       APPLY-PROMOTION.
      *    the best promotion for the line, then the stacking rule:
      *    under best-of (B) the customer's own discount and the
      *    promotion are compared on the line and only the better
      *    one is given; under stack (S) the discount also comes
      *    off the promotion price.
           CALL "PROMO-PRICE" USING TR-Description, WS-Price-Date,
               WS-Price-Branch, WS-Cust-Tier, WS-Line-Qty,
               WS-Unit-Price, WS-Promo-Code, WS-Promo-Desc,
               WS-Promo-Unit, WS-Paid-Qty, WS-Stack-Rule
           MOVE WS-Cust-Discount-Pct TO WS-Line-Discount-Pct
           IF WS-Promo-Code = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Stack-Rule = "S"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Promo-Value = WS-Promo-Unit * WS-Paid-Qty
           COMPUTE WS-Tier-Value ROUNDED = WS-Unit-Price
               * WS-Line-Qty * (100 - WS-Cust-Discount-Pct) / 100
           IF WS-Tier-Value <= WS-Promo-Value
               MOVE SPACES TO WS-Promo-Code
               MOVE WS-Unit-Price TO WS-Promo-Unit
               MOVE WS-Line-Qty TO WS-Paid-Qty
           ELSE
               MOVE ZERO TO WS-Line-Discount-Pct
           END-IF.

       RECORD-PROMOTION-SALE.
      *    what the line would have cost without the promotion -
      *    the price in force less the customer's own discount,
      *    every unit charged - against what it did cost: the net
      *    difference is what the promotion gave away, the gross
      *    difference what the customer saved.
           COMPUTE WS-Regular-Net ROUNDED =
               WS-Unit-Price * (1 + tax-rate)
           MOVE ZERO TO WS-Regular-Disc
           IF WS-Cust-Discount-Pct > ZERO
               COMPUTE WS-Regular-Disc ROUNDED =
                   WS-Regular-Net * WS-Cust-Discount-Pct / 100
               SUBTRACT WS-Regular-Disc FROM WS-Regular-Net
           END-IF
           COMPUTE WS-Regular-Gross ROUNDED =
               WS-Regular-Net * (1 + VAT)
           MOVE ZERO TO WS-Promo-Given
           MOVE ZERO TO WS-Promo-Saved
           IF WS-Regular-Net * WS-Line-Qty > WS-Line-Net
               COMPUTE WS-Promo-Given =
                   WS-Regular-Net * WS-Line-Qty - WS-Line-Net
           END-IF
           IF WS-Regular-Gross * WS-Line-Qty > WS-Line-Amount
               COMPUTE WS-Promo-Saved =
                   WS-Regular-Gross * WS-Line-Qty - WS-Line-Amount
           END-IF
           MOVE WS-Promo-Code TO PS-Promo-Code
           MOVE WS-Next-Invoice-Num TO PS-Invoice-Num
           MOVE WS-Price-Date TO PS-Date
           MOVE ID-num TO PS-Customer-ID
           MOVE TR-Description TO PS-Product
           MOVE WS-Line-Qty TO PS-Qty
           MOVE WS-Line-Net TO PS-Revenue
           MOVE WS-Promo-Given TO PS-Given-Away
           MOVE WS-Price-Branch TO PS-Branch
           WRITE PromoSaleRecord.

       RESOLVE-CUSTOMER-DISCOUNT.
           MOVE ZERO TO WS-Cust-Discount-Pct
           MOVE SPACE TO WS-Cust-Tier
           OPEN INPUT TierFile
           IF NOT WS-Tier-File-OK
               EXIT PARAGRAPH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TI-Tier TO WS-Cust-Tier
                   IF TI-Negotiated-Pct > ZERO
                       MOVE TI-Negotiated-Pct
                           TO WS-Cust-Discount-Pct
      *    On-hand may go negative: that means the shop billed what
      *    the back room didn't have, and the stockctl.cob reorder
      *    report is how anyone finds out.
      *    A kit comes off as its components - KT-Qty of each per
      *    kit billed.
      *    Lot-tracked stock also comes out of its lots, first
      *    expiry first, each lot drawn on recorded against this
      *    invoice and customer.
           MOVE SPACES TO WS-Lot-Number
           MOVE ZERO TO WS-Lots-Used
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = TR-Description
                   SET WS-Is-Kit TO TRUE
                   COMPUTE WS-Issue-Qty =
                       WS-Line-Qty * WS-KT-Qty(WS-KT-Idx)
                   PERFORM ISSUE-KIT-COMPONENT
               END-IF
           END-PERFORM
           IF WS-Is-Kit
      *        the parts' lots are on LotMoves.dat - the invoice
      *        line itself names none.
               MOVE SPACES TO WS-Lot-Number
               EXIT PARAGRAPH
           END-IF
           MOVE TR-Description TO WS-Stock-Product
           PERFORM FIND-BRANCH-STOCK
           IF WS-Stock-Found
               SUBTRACT WS-Line-Qty
                   FROM WS-SK-On-Hand(WS-SK-Idx)
               SET WS-Stock-Changed TO TRUE
               MOVE TR-Description TO WS-Lot-Product
               MOVE WS-Line-Qty TO WS-Lot-Qty
               PERFORM ISSUE-FROM-LOTS
           END-IF.

       ISSUE-KIT-COMPONENT.
           MOVE WS-KT-Component(WS-KT-Idx) TO WS-Stock-Product
           PERFORM FIND-BRANCH-STOCK
           IF WS-Stock-Found
               SUBTRACT WS-Issue-Qty
                   FROM WS-SK-On-Hand(WS-SK-Idx)
               SET WS-Stock-Changed TO TRUE
               MOVE WS-KT-Component(WS-KT-Idx) TO WS-Lot-Product
               MOVE WS-Issue-Qty TO WS-Lot-Qty
               PERFORM ISSUE-FROM-LOTS
           END-IF.

       FIND-BRANCH-STOCK.
      *    WS-Stock-Product's record on the customer's store's
      *    shelf. A product kept only at the other store is given a
      *    record here at zero - the sale still has to show up as
      *    this store's shortfall; one kept nowhere isn't tracked.
           MOVE "N" TO WS-Stock-Found-Flag
           MOVE "N" TO WS-Stock-Tracked-Flag
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               OR WS-Stock-Found
               IF WS-SK-Name(WS-SK-Idx) = WS-Stock-Product
                   SET WS-Stock-Tracked TO TRUE
                   IF WS-SK-Branch(WS-SK-Idx) = WS-Price-Branch
                       SET WS-Stock-Found TO TRUE
                       SUBTRACT 1 FROM WS-SK-Idx
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Stock-Found OR NOT WS-Stock-Tracked
               EXIT PARAGRAPH
           END-IF
           IF WS-Stock-Count < 200
               ADD 1 TO WS-Stock-Count
               MOVE WS-Stock-Count TO WS-SK-Idx
               MOVE WS-Stock-Product TO WS-SK-Name(WS-SK-Idx)
               MOVE ZERO TO WS-SK-On-Hand(WS-SK-Idx)
               MOVE ZERO TO WS-SK-Min(WS-SK-Idx)
               MOVE WS-Price-Branch TO WS-SK-Branch(WS-SK-Idx)
               SET WS-Stock-Found TO TRUE
           END-IF.

       ISSUE-FROM-LOTS.
           MOVE "ISS" TO WS-Lot-Op
           MOVE ID-num TO WS-Lot-Customer
           CALL "STOCK-LOTS" USING WS-Lot-Op, WS-Lot-Product,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty,
               WS-Price-Date, WS-Lot-Move-Type, WS-Next-Invoice-Num,
               WS-Lot-Customer, WS-Lots-Used, WS-Price-Branch,
               WS-Price-Branch.

       LOAD-KIT-TABLE.
           OPEN INPUT KitFile
           IF NOT WS-Kit-File-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Kit-Eof
               READ KitFile
                   AT END
                       SET WS-Kit-Eof TO TRUE
                   NOT AT END
                       IF WS-Kit-Count < 200
                           ADD 1 TO WS-Kit-Count
                           MOVE KT-Kit-Name
                               TO WS-KT-Kit(WS-Kit-Count)
                           MOVE KT-Component
                               TO WS-KT-Component(WS-Kit-Count)
                           MOVE KT-Qty TO WS-KT-Qty(WS-Kit-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KitFile.

       LOAD-STOCK-TABLE.
           OPEN INPUT StockFile
                   AT END
                       SET WS-Stock-Eof TO TRUE
                   NOT AT END
                       IF WS-Stock-Count < 200
                           ADD 1 TO WS-Stock-Count
                           MOVE ST-Product-Name
                               TO WS-SK-Name(WS-Stock-Count)
                               TO WS-SK-On-Hand(WS-Stock-Count)
                           MOVE ST-Reorder-Min
                               TO WS-SK-Min(WS-Stock-Count)
                           MOVE ST-Branch
                               TO WS-SK-Branch(WS-Stock-Count)
                           IF ST-Branch = SPACES
                               MOVE "B1"
                                   TO WS-SK-Branch(WS-Stock-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-SK-Name(WS-SK-Idx) TO ST-Product-Name
               MOVE WS-SK-On-Hand(WS-SK-Idx) TO ST-On-Hand
               MOVE WS-SK-Min(WS-SK-Idx) TO ST-Reorder-Min
               MOVE WS-SK-Branch(WS-SK-Idx) TO ST-Branch
               WRITE StockRecord
           END-PERFORM
           CLOSE StockFile.
               INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           MOVE SPACES TO WS-Print-Work
           STRING "  PAYMENT DUE     " WS-Due-Date
               DELIMITED BY SIZE
               INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           IF WS-Disc-Pct > ZERO
               MOVE WS-Disc-Pct TO in-disc-pct
               COMPUTE WS-Disc-Amount ROUNDED =
                   WS-Invoice-Total * WS-Disc-Pct / 100
               MOVE WS-Disc-Amount TO signed-dollar
               MOVE SPACES TO WS-Print-Work
               STRING "  LESS " in-disc-pct "% " signed-dollar
                   " IF PAID IN FULL BY " WS-Disc-Date
                   DELIMITED BY SIZE
                   INTO WS-Print-Work
               END-STRING
               MOVE WS-Print-Work TO InvoicePrintLine
               WRITE InvoicePrintLine
           END-IF.

       RESOLVE-PAYMENT-TERMS.
      *    due Terms-Net-Days after the invoice date, moved on to a
      *    business day; the early-payment discount the same way.
      *    A customer with no terms - or a credit balance, which
      *    nobody pays - is due the day the invoice is cut.
           MOVE ZERO TO WS-Disc-Pct
           MOVE ZERO TO WS-Disc-Date
           IF Payment-Terms NOT NUMERIC
               OR WS-Invoice-Total NOT > ZERO
               MOVE ZERO TO WS-Terms-Days
           ELSE
               MOVE Terms-Net-Days TO WS-Terms-Days
           END-IF
           CALL "PAY-TERMS" USING WS-Price-Date, WS-Terms-Days,
               WS-Due-Date
           IF WS-Terms-Days > ZERO
               AND Terms-Disc-Pct > ZERO
               AND Terms-Disc-Days > ZERO
               MOVE Terms-Disc-Pct TO WS-Disc-Pct
               MOVE Terms-Disc-Days TO WS-Terms-Days
               CALL "PAY-TERMS" USING WS-Price-Date, WS-Terms-Days,
                   WS-Disc-Date
           END-IF.

       WRITE-REGISTER-RECORD.
           MOVE WS-Next-Invoice-Num TO IR-Invoice-Num
           MOVE WS-Price-Branch TO IR-Branch
           MOVE "I" TO IR-Doc-Type
           MOVE ZERO TO IR-Orig-Invoice
           MOVE WS-Due-Date TO IR-Due-Date
           MOVE WS-Disc-Date TO IR-Disc-Date
           MOVE WS-Disc-Pct TO IR-Disc-Pct
           WRITE InvoiceRegisterRecord
           IF WS-Invoice-VAT > ZERO
               MOVE SPACES TO WS-GL-Reference
                   WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           END-IF.

       EARN-LOYALTY-POINTS.
      *    whole points only - the fraction of a unit earns nothing.
           COMPUTE WS-Invoice-Points =
               WS-Invoice-Net * WS-Points-Per-Unit
           IF WS-Invoice-Points = ZERO
               EXIT PARAGRAPH
           END-IF
      *    the expiry month, counted in months from year zero and
      *    split back into yyyymm.
           MOVE WS-Price-Date(1:4) TO WS-Expiry-Year
           MOVE WS-Price-Date(5:2) TO WS-Expiry-Month
           COMPUTE WS-Expiry-Month-Count =
               WS-Expiry-Year * 12 + WS-Expiry-Month - 1
               + WS-Points-Expiry-Months
           DIVIDE WS-Expiry-Month-Count BY 12
               GIVING WS-Expiry-Year REMAINDER WS-Expiry-Month
           ADD 1 TO WS-Expiry-Month
           MOVE ID-num TO LP-Customer-ID
           MOVE WS-Price-Date TO LP-Date
           SET LP-Earned TO TRUE
           MOVE WS-Invoice-Points TO LP-Points
           COMPUTE LP-Expires = WS-Expiry-Year * 100
               + WS-Expiry-Month
           MOVE WS-Next-Invoice-Num TO LP-Doc-Num
           MOVE ZERO TO LP-Orig-Invoice
           WRITE PointsRecord
           MOVE WS-Invoice-Points TO in-points
           MOVE SPACES TO WS-Print-Work
           STRING "  LOYALTY POINTS EARNED " in-points
               " (use by end of " LP-Expires ")"
               DELIMITED BY SIZE
               INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine.

       GET-NEXT-INVOICE-NUM.
      *    scan the register for the highest invoice number already
      *    issued, so a fresh run never reuses one - the same
