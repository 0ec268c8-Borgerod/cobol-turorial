      * balance against the till at close - the same control-figure
      * discipline custreconcile.cob gives customer counts, applied
      * to money.
      * Loyalty points are a tender here: once the amount is keyed,
      * a customer with points (POINTS-BALANCE) can spend some of
      * them against it at the shop's point value. The receipt
      * still settles the whole amount against the balance and the
      * open invoices, but it lands on the register as two lines
      * under one receipt number - the cash that went in the
      * drawer, and the points part on drawer zero, since no till
      * holds it - so the drawer proof counts only the cash. The
      * points part posts through GL-POST as a discount (LOYALTY
      * DISCOUNTS 4100 against the receivable) and as a redemption
      * line on PointsLedger.dat.
      * Gift vouchers are sold here too, over the counter: each
      * gets the next voucher number on GiftVouchers.dat, a year's
      * validity, and its face value posted as cash against GIFT
      * VOUCHER LIABILITY 2900 - the money is in the drawer, so the
      * drawer proof counts voucher sales alongside the receipts.
      * A voucher is then a tender like points: whatever part of a
      * receipt it pays (all of what's left on it at most) comes
      * off its balance, lands as its own drawer-zero register line
      * and posts against the liability, and the rest stays on the
      * voucher for next time. An expired voucher is refused even
      * before giftvouch.cob's nightly run has written it off.
      * A GiftVouchers.dat too big for the voucher table is never
      * written back short: no voucher is sold or taken until
      * giftvouch.cob's nightly archive has thinned it.
      * A deposit on a large or special order is taken under (D)
      * against the sales order number, not as a general payment
      * on account: it gets its own receipt number and register
      * line like any receipt, but is not allocated to open
      * invoices - it lands on OrderDeposits.dat against the order
      * and posts as cash against CUSTOMER DEPOSITS 2950, and
      * invgen.cob applies it to the invoice that bills the order.
      * An invoice cut under terms with an early-payment discount
      * (see invgen.cob) is settled for the discounted figure while
      * the discount date on its register line has not passed: a
      * receipt that covers the invoice less its discount clears it
      * in full, the discount lands as a D line on the allocation
      * trail, an adjustment off the balance, and DISCOUNTS ALLOWED
      * 4150 against the receivable. A part payment earns none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DrawerFile ASSIGN TO "DrawerSessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DrawerFile-Status.
      *    the loyalty points ledger - a redemption line whenever
      *    points are tendered.
           SELECT PointsFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PointsFile-Status.
      *    gift vouchers sold and their balances left to spend.
           SELECT VoucherFile ASSIGN TO "GiftVouchers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoucherFile-Status.
      *    operator sign-on credentials, checked before any receipt
      *    is taken (same file/layout/scan idiom as write-file.cob's
      *    SIGN-ON/FIND-OPERATOR-BY-ID).
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Operator-Rel-Key
               FILE STATUS IS WS-OperatorFile-Status.
      *    the sales orders a deposit can be taken against
      *    (orderentry.cob), and the deposits held on them.
           SELECT OrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT OrderLineFile ASSIGN TO "OrderLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderLineFile-Status.
           SELECT DepositFile ASSIGN TO "OrderDeposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DepositFile-Status.

       DATA DIVISION.
       FILE SECTION.
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).
               05 IR-Due-Date    PIC 9(8).
               05 IR-Disc-Date   PIC 9(8).
               05 IR-Disc-Pct    PIC 9V9(2).

      *    one line per applied slice of a receipt - the open-item
      *    trail openitems.cob and statement.cob read back.
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).
      *        D for an early-payment discount granted against the
      *        invoice (see GRANT-EARLY-DISCOUNT) - it settles the
      *        invoice like cash but was never money taken. Spaces
      *        on every receipt slice, and on lines from before
      *        discounts existed.
               05 AP-Kind        PIC X.
                   88 AP-Discount    VALUE "D".

      *    one line per drawer session - opened with a counted
      *    float, closed with the counted cash and the over/short.
           01 OperatorRecord.
               COPY OPERREC.

           FD PointsFile.
           01 PointsRecord.
               COPY LOYLREC.

           FD VoucherFile.
           01 VoucherRecord.
               COPY VOUCHREC.

           FD OrderFile.
           01 OrderRecord.
               05 SO-Order-Num   PIC 9(6).
               05 SO-Customer-ID PIC 9(5).
               05 SO-Date        PIC 9(8).
               05 SO-Cust-Ref    PIC X(15).

           FD OrderLineFile.
           01 OrderLineRecord.
               COPY ORDLREC.

           FD DepositFile.
           01 DepositRecord.
               COPY DEPOREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
      *    relative record number for CustomerFile (lookup-only here).
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
                   10 WS-OI-Invoice PIC 9(6).
                   10 WS-OI-Date    PIC 9(8).
                   10 WS-OI-Open    PIC S9(8)V9(2).
      *            what the invoice came to net of credit notes,
      *            and its early-payment discount terms.
                   10 WS-OI-Gross   PIC S9(8)V9(2).
                   10 WS-OI-Disc-Date PIC 9(8).
                   10 WS-OI-Disc-Pct  PIC 9V9(2).
           01 WS-Open-Count PIC 9(2).
           01 WS-OI-Idx PIC 9(2).
           01 WS-Remaining PIC 9(7)V9(2).
               88 WS-Dir-Found VALUE "Y".
           01 in-open PIC Z,ZZZ,ZZ9.99.
           01 in-slice PIC Z,ZZZ,ZZ9.99.
      *    early-payment discount on the invoice being settled -
      *    see CHECK-EARLY-DISCOUNT.
           01 WS-Discount PIC 9(7)V9(2).
           01 WS-Disc-Settles PIC 9(7)V9(2).
           01 WS-Disc-Open-Flag PIC X.
               88 WS-Disc-Window-Open VALUE "Y".
           01 WS-Disc-Count PIC 9(5) VALUE ZERO.
           01 WS-Disc-Total PIC 9(9)V9(2) VALUE ZERO.
           01 in-disc-pct PIC 9.99.
           01 WS-GL-Disc-Allowed-Acct PIC 9(4) VALUE 4150.

      *    drawer-session state - see OPEN-DRAWER-SESSION and
      *    CLOSE-DRAWER-SESSION.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
           01 WS-GL-Discount-Acct PIC 9(4) VALUE 4100.

      *    loyalty points tender - see GET-POINTS-TENDER. A point
      *    is worth this much against a bill.
           01 WS-PointsFile-Status PIC XX.
           01 WS-Point-Value PIC V9(2) VALUE .01.
           01 WS-Points-Balance PIC S9(7).
           01 WS-Points-Entry PIC 9(7).
           01 WS-Points-Redeemed PIC 9(7).
           01 WS-Points-Amount PIC 9(7)V9(2).
           01 WS-Cash-Amount PIC 9(7)V9(2).
           01 in-points PIC Z,ZZZ,ZZ9.
           01 in-points-amount PIC $$,$$$,$$9.99.

      *    gift vouchers - see SELL-VOUCHER and GET-VOUCHER-TENDER.
      *    The file is held whole while a voucher is sold or spent
      *    and written back, the drawer-session treatment.
           01 WS-VoucherFile-Status PIC XX.
               88 WS-Voucher-File-OK VALUE "00".
           01 WS-Voucher-Eof-Flag PIC X VALUE "N".
               88 WS-Voucher-Eof VALUE "Y".
           01 WS-Voucher-Table.
               05 WS-Voucher-Slot OCCURS 2000 TIMES.
                   10 WS-VC-Record PIC X(63).
           01 WS-Voucher-Count PIC 9(4) VALUE ZERO.
           01 WS-Voucher-Overflow-Flag PIC X VALUE "N".
               88 WS-Voucher-Overflow VALUE "Y".
           01 WS-VC-Idx PIC 9(4).
           01 WS-Voucher-Idx PIC 9(4).
           01 WS-Voucher-Found-Flag PIC X.
               88 WS-Voucher-Found VALUE "Y".
           01 WS-Next-Voucher-Num PIC 9(6).
           01 WS-Voucher-Entry PIC 9(6).
           01 WS-Voucher-Used PIC 9(6).
           01 WS-Voucher-Amount PIC 9(7)V9(2).
           01 WS-Voucher-Face PIC 9(7)V9(2).
      *    a voucher is good until the day before the same date the
      *    given number of years on.
           01 WS-Voucher-Valid-Years PIC 9 VALUE 1.
           01 WS-Voucher-Expiry PIC 9(8).
           01 WS-Voucher-Expiry-Parts REDEFINES WS-Voucher-Expiry.
               05 WS-VE-Year PIC 9(4).
               05 WS-VE-mmdd PIC 9(4).
           01 WS-Voucher-Sold-Count PIC 9(5) VALUE ZERO.
           01 WS-Voucher-Sold-Total PIC 9(9)V9(2) VALUE ZERO.
           01 in-voucher-amount PIC $$,$$$,$$9.99.
           01 in-voucher-total PIC $$$,$$$,$$9.99.
           01 WS-GL-Voucher-Acct PIC 9(4) VALUE 2900.

      *    order deposits - see TAKE-ORDER-DEPOSIT. The money is
      *    owed back to the customer until the order is invoiced,
      *    so it sits in its own liability account meanwhile.
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-OrderLineFile-Status PIC XX.
               88 WS-OrderLine-File-OK VALUE "00".
           01 WS-DepositFile-Status PIC XX.
           01 WS-Order-Eof-Flag PIC X.
               88 WS-Order-Eof VALUE "Y".
           01 WS-Dep-Order-Entry PIC 9(6).
           01 WS-Dep-Order-Found-Flag PIC X.
               88 WS-Dep-Order-Found VALUE "Y".
           01 WS-Dep-Order-Cust PIC 9(5).
           01 WS-Dep-Live-Lines PIC 9(3).
           01 WS-GL-Deposit-Acct PIC 9(4) VALUE 2950.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Cash receipts - (R)eceipt (D)eposit on an "
                   "order (V)oucher sale (Q)uit and balance"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "R" PERFORM TAKE-ONE-RECEIPT
                   WHEN "D" PERFORM TAKE-ORDER-DEPOSIT
                   WHEN "V" PERFORM SELL-VOUCHER
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           DISPLAY "Receipt register - close of day"
           DISPLAY "  Receipts taken : " WS-Receipt-Count
           DISPLAY "  Register total : " in-receipt-total
           IF WS-Voucher-Sold-Count > ZERO
               MOVE WS-Voucher-Sold-Total TO in-voucher-total
               DISPLAY "  Vouchers sold  : " WS-Voucher-Sold-Count
                   " for " in-voucher-total
           END-IF
           IF WS-Disc-Count > ZERO
               MOVE WS-Disc-Total TO in-voucher-total
               DISPLAY "  Discounts given: " WS-Disc-Count
                   " for " in-voucher-total " (not in the till)"
           END-IF

           DISPLAY "Close drawer " WS-Drawer-Entry
               " with an over/short proof? y/n: "
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE ReceiptRegisterFile
           END-IF
      *    vouchers sold into this drawer today are cash in it too.
           PERFORM LOAD-VOUCHER-TABLE
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Issue-Date = WS-Today
                   AND GV-Drawer = WS-Drawer-Entry
                   ADD GV-Face-Value TO WS-Drawer-Taken
               END-IF
           END-PERFORM.

       LOAD-DRAWER-TABLE.
           MOVE ZERO TO WS-Drawer-Count
               ACCEPT WS-Amt-Cents
               COMPUTE WS-Receipt-Amount = WS-Amt-Dollars
                   + (WS-Amt-Cents / 100)
               PERFORM GET-POINTS-TENDER
               PERFORM GET-VOUCHER-TENDER

      *        the receipt lands in Transactions.dat as a payment
      *        (stored negative, see transentry.cob) so the nightly
               CALL "TRAN-SERIAL" USING WS-Tran-Serial
               MOVE WS-Tran-Serial TO TR-Serial
               WRITE TransactionRecord
               CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
                   TransactionRecord, WS-TI-End-Flag

               PERFORM APPLY-TO-BALANCE

               MOVE WS-Today TO RR-Date
               MOVE ID-num TO RR-Customer-ID
               MOVE WS-Operator-ID-Entry TO RR-Operator
               MOVE WS-Drawer-Entry TO RR-Drawer
               MOVE WS-Branch-Entry TO RR-Branch
               IF WS-Cash-Amount > ZERO
                   OR (WS-Points-Redeemed = ZERO
                   AND WS-Voucher-Amount = ZERO)
                   MOVE WS-Cash-Amount TO RR-Amount
                   WRITE ReceiptRegisterRecord
               END-IF
               IF WS-Points-Redeemed > ZERO
                   MOVE WS-Points-Amount TO RR-Amount
                   MOVE ZERO TO RR-Drawer
                   WRITE ReceiptRegisterRecord
               END-IF
               IF WS-Voucher-Amount > ZERO
                   MOVE WS-Voucher-Amount TO RR-Amount
                   MOVE ZERO TO RR-Drawer
                   WRITE ReceiptRegisterRecord
               END-IF

               PERFORM WRITE-AUDIT-LOG
               PERFORM POST-TO-LEDGER
               IF WS-Points-Redeemed > ZERO
                   PERFORM REDEEM-POINTS
               END-IF
               IF WS-Voucher-Amount > ZERO
                   PERFORM REDEEM-VOUCHER
               END-IF
               PERFORM ALLOCATE-RECEIPT

               MOVE WS-Receipt-Amount TO in-receipt-amount
               DISPLAY "Receipt " RR-Receipt-Num " for "
                   in-receipt-amount " - customer " RR-Customer-ID
               IF WS-Points-Redeemed > ZERO
                   MOVE WS-Points-Redeemed TO in-points
                   MOVE WS-Points-Amount TO in-points-amount
                   DISPLAY "  of which " in-points " points ("
                       in-points-amount ")"
               END-IF
               IF WS-Voucher-Amount > ZERO
                   MOVE WS-Voucher-Amount TO in-voucher-amount
                   DISPLAY "  of which " in-voucher-amount
                       " on voucher " WS-Voucher-Used
               END-IF
               ADD 1 TO WS-Receipt-Count
               ADD WS-Cash-Amount TO WS-Receipt-Total
               ADD 1 TO WS-Next-Receipt-Num
           END-IF.

       TAKE-ORDER-DEPOSIT.
      *    money up front on a sales order. It is a receipt like any
      *    other - a payment on the customer's account, a register
      *    line in this drawer - but it is held against the order
      *    rather than allocated to what the customer owes today;
      *    invgen.cob allocates it to the invoice that bills the
      *    order.
           DISPLAY "Sales order number :" WITH NO ADVANCING
           ACCEPT WS-Dep-Order-Entry
           PERFORM FIND-DEPOSIT-ORDER
           IF NOT WS-Dep-Order-Found
               DISPLAY "Error: order " WS-Dep-Order-Entry " not on "
                   "file - deposit not taken"
               EXIT PARAGRAPH
           END-IF
           IF WS-Dep-Live-Lines = ZERO
               DISPLAY "Error: order " WS-Dep-Order-Entry " is "
                   "already billed or cancelled - deposit not taken"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Dep-Order-Cust TO WS-ID-Entry
           PERFORM LOOKUP-CUSTOMER
           IF NOT WS-Customer-Found
               DISPLAY "Error: customer " WS-ID-Entry " on order "
                   WS-Dep-Order-Entry " not found - deposit not "
                   "taken"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Deposit from " first-name " " last-name
               " on order " WS-Dep-Order-Entry
           DISPLAY "Amount - dollars :" WITH NO ADVANCING
           ACCEPT WS-Amt-Dollars
           DISPLAY "Amount - cents :" WITH NO ADVANCING
           ACCEPT WS-Amt-Cents
           COMPUTE WS-Receipt-Amount = WS-Amt-Dollars
               + (WS-Amt-Cents / 100)
           IF WS-Receipt-Amount = ZERO
               DISPLAY "No amount - deposit not taken"
               EXIT PARAGRAPH
           END-IF
      *    a deposit is taken in cash only - points and vouchers
      *    pay for goods, they don't secure an order.
           MOVE WS-Receipt-Amount TO WS-Cash-Amount
           MOVE ZERO TO WS-Points-Redeemed
           MOVE ZERO TO WS-Voucher-Amount

           MOVE ID-num TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Payment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "DEPOSIT ORDER " WS-Dep-Order-Entry
               DELIMITED BY SIZE
               INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = 0 - WS-Receipt-Amount
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
           MOVE ID-num TO RR-Customer-ID
           MOVE WS-Operator-ID-Entry TO RR-Operator
           MOVE WS-Drawer-Entry TO RR-Drawer
           MOVE WS-Branch-Entry TO RR-Branch
           MOVE WS-Cash-Amount TO RR-Amount
           WRITE ReceiptRegisterRecord

           OPEN EXTEND DepositFile
           IF WS-DepositFile-Status = "35"
               OPEN OUTPUT DepositFile
               CLOSE DepositFile
               OPEN EXTEND DepositFile
           END-IF
           MOVE WS-Next-Receipt-Num TO DP-Receipt-Num
           MOVE WS-Dep-Order-Entry TO DP-Order-Num
           MOVE ID-num TO DP-Customer-ID
           MOVE WS-Today TO DP-Date
           MOVE WS-Receipt-Amount TO DP-Amount
           MOVE ZERO TO DP-Applied
           SET DP-Held TO TRUE
           MOVE ZERO TO DP-Invoice-Num
           MOVE ZERO TO DP-Closed-Date
           MOVE WS-Operator-ID-Entry TO DP-Operator
           MOVE WS-Branch-Entry TO DP-Branch
           WRITE DepositRecord
           CLOSE DepositFile

           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "cashrcpt" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE "ORDDEP" TO AL-Operation
           MOVE ID-num TO AL-Customer-ID
           MOVE SPACES TO AL-Detail
           STRING "receipt " WS-Next-Receipt-Num " deposit order "
               WS-Dep-Order-Entry DELIMITED BY SIZE INTO AL-Detail
           END-STRING
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
      *    cash in the till, held for the customer until the order
      *    is invoiced.
           MOVE SPACES TO WS-GL-Reference
           STRING "RCPT " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE ID-num TO WS-GL-Customer
           MOVE WS-Receipt-Amount TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Deposit-Acct, WS-GL-Amount, WS-GL-Customer

           MOVE WS-Receipt-Amount TO in-receipt-amount
           DISPLAY "Receipt " RR-Receipt-Num " for "
               in-receipt-amount " - deposit held on order "
               WS-Dep-Order-Entry
           ADD 1 TO WS-Receipt-Count
           ADD WS-Cash-Amount TO WS-Receipt-Total
           ADD 1 TO WS-Next-Receipt-Num.

       FIND-DEPOSIT-ORDER.
      *    the order's customer, and how many of its lines are still
      *    to be billed - a deposit on an order already billed or
      *    cancelled in full would never be applied.
           MOVE "N" TO WS-Dep-Order-Found-Flag
           MOVE ZERO TO WS-Dep-Order-Cust
           MOVE ZERO TO WS-Dep-Live-Lines
           MOVE "N" TO WS-Order-Eof-Flag
           OPEN INPUT OrderFile
           IF NOT WS-Order-File-OK
               SET WS-Order-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Order-Eof
               READ OrderFile
                   AT END
                       SET WS-Order-Eof TO TRUE
                   NOT AT END
                       IF SO-Order-Num = WS-Dep-Order-Entry
                           SET WS-Dep-Order-Found TO TRUE
                           MOVE SO-Customer-ID TO WS-Dep-Order-Cust
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF
           IF NOT WS-Dep-Order-Found
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Order-Eof-Flag
           OPEN INPUT OrderLineFile
           IF NOT WS-OrderLine-File-OK
               SET WS-Order-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Order-Eof
               READ OrderLineFile
                   AT END
                       SET WS-Order-Eof TO TRUE
                   NOT AT END
                       IF OL-Order-Num = WS-Dep-Order-Entry
                           AND NOT OL-Billed
                           AND NOT OL-Cancelled
                           ADD 1 TO WS-Dep-Live-Lines
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderLineFile-Status NOT = "35"
               CLOSE OrderLineFile
           END-IF.

       ALLOCATE-RECEIPT.
      *    apply this receipt against the customer's open invoices
      *    - oldest first by default, directed when the customer
               UNTIL WS-OI-Idx > WS-Open-Count
               OR WS-Remaining = ZERO
               IF WS-OI-Open(WS-OI-Idx) > ZERO
                   PERFORM CHECK-EARLY-DISCOUNT
                   EVALUATE TRUE
                       WHEN WS-Disc-Window-Open
                           AND WS-Remaining >= WS-Disc-Settles
                           MOVE WS-Disc-Settles TO WS-Slice
                       WHEN WS-Remaining >= WS-OI-Open(WS-OI-Idx)
                           MOVE WS-OI-Open(WS-OI-Idx) TO WS-Slice
                       WHEN OTHER
                           MOVE WS-Remaining TO WS-Slice
                   END-EVALUATE
                   PERFORM WRITE-ALLOCATION
                   SUBTRACT WS-Slice FROM WS-Remaining
                   IF WS-Disc-Window-Open
                       AND WS-Slice = WS-Disc-Settles
                       PERFORM GRANT-EARLY-DISCOUNT
                   END-IF
               END-IF
           END-PERFORM.

                       DISPLAY "  amount must fit both the "
                           "receipt and the invoice"
                   ELSE
      *                paying at least the discounted figure inside
      *                the window settles the invoice - the rest
      *                of what was keyed stays on the receipt.
                       MOVE WS-Dir-Amount TO WS-Slice
                       PERFORM CHECK-EARLY-DISCOUNT
                       IF WS-Disc-Window-Open
                           AND WS-Dir-Amount >= WS-Disc-Settles
                           MOVE WS-Disc-Settles TO WS-Slice
                       END-IF
                       PERFORM WRITE-ALLOCATION
                       SUBTRACT WS-Slice FROM WS-Remaining
                       IF WS-Disc-Window-Open
                           AND WS-Slice = WS-Disc-Settles
                           PERFORM GRANT-EARLY-DISCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ID-num TO AP-Customer-ID
           MOVE WS-Slice TO AP-Amount
           MOVE WS-Today TO AP-Date
           MOVE SPACE TO AP-Kind
           WRITE AllocationRecord
           CLOSE AllocationFile
           SUBTRACT WS-Slice FROM WS-OI-Open(WS-OI-Idx)
           DISPLAY "  " in-slice " applied to invoice "
               WS-OI-Invoice(WS-OI-Idx).

       CHECK-EARLY-DISCOUNT.
      *    the invoice's early-payment discount is there to be had
      *    while today is inside its window: the percentage off what
      *    the invoice came to, and what the customer then has to
      *    pay to settle what is still open on it.
           MOVE "N" TO WS-Disc-Open-Flag
           MOVE ZERO TO WS-Discount
           MOVE ZERO TO WS-Disc-Settles
           IF WS-OI-Disc-Pct(WS-OI-Idx) = ZERO
               OR WS-Today > WS-OI-Disc-Date(WS-OI-Idx)
               OR WS-OI-Gross(WS-OI-Idx) NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Discount ROUNDED = WS-OI-Gross(WS-OI-Idx)
               * WS-OI-Disc-Pct(WS-OI-Idx) / 100
           IF WS-Discount > WS-OI-Open(WS-OI-Idx)
               MOVE WS-OI-Open(WS-OI-Idx) TO WS-Discount
           END-IF
           IF WS-Discount > ZERO
               SET WS-Disc-Window-Open TO TRUE
               COMPUTE WS-Disc-Settles =
                   WS-OI-Open(WS-OI-Idx) - WS-Discount
           END-IF.

       GRANT-EARLY-DISCOUNT.
      *    the discount settles the rest of the invoice: a D slice
      *    on the open-item trail, an adjustment off the customer's
      *    balance (Transactions.dat and Balances.dat, so
      *    moneyproof.cob still ties), and the cost of it to
      *    DISCOUNTS ALLOWED against the receivable. Nothing goes
      *    on the receipt register - no money changed hands.
           OPEN EXTEND AllocationFile
           IF WS-AllocFile-Status = "35"
               OPEN OUTPUT AllocationFile
               CLOSE AllocationFile
               OPEN EXTEND AllocationFile
           END-IF
           MOVE WS-Next-Receipt-Num TO AP-Receipt-Num
           MOVE WS-OI-Invoice(WS-OI-Idx) TO AP-Invoice-Num
           MOVE ID-num TO AP-Customer-ID
           MOVE WS-Discount TO AP-Amount
           MOVE WS-Today TO AP-Date
           SET AP-Discount TO TRUE
           WRITE AllocationRecord
           CLOSE AllocationFile
           SUBTRACT WS-Discount FROM WS-OI-Open(WS-OI-Idx)

           MOVE ID-num TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Adjustment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "EARLY DISC " WS-OI-Invoice(WS-OI-Idx)
               DELIMITED BY SIZE
               INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = 0 - WS-Discount
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           OPEN I-O BalanceFile
           IF WS-Balance-File-OK
               MOVE ID-num TO WS-Balance-Rel-Key
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-Discount FROM BA-Balance
                       ADD 1 TO BA-Tran-Count
                       REWRITE BalanceRecord
               END-READ
               CLOSE BalanceFile
           END-IF

           MOVE SPACES TO WS-GL-Reference
           STRING "RCPT " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE ID-num TO WS-GL-Customer
           MOVE WS-Discount TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Disc-Allowed-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer

           MOVE WS-OI-Disc-Pct(WS-OI-Idx) TO in-disc-pct
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "cashrcpt" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE "EPDISC" TO AL-Operation
           MOVE ID-num TO AL-Customer-ID
           MOVE SPACES TO AL-Detail
           STRING "receipt " WS-Next-Receipt-Num " invoice "
               WS-OI-Invoice(WS-OI-Idx) " " in-disc-pct "%"
               DELIMITED BY SIZE INTO AL-Detail
           END-STRING
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord

           ADD 1 TO WS-Disc-Count
           ADD WS-Discount TO WS-Disc-Total
           MOVE WS-Discount TO in-slice
           DISPLAY "  " in-slice " early-payment discount ("
               in-disc-pct "%) settles invoice "
               WS-OI-Invoice(WS-OI-Idx).

       LOAD-OPEN-INVOICES.
      *    the customer's live invoices with what's still open on
      *    each: the invoice total, less prior allocations, less
                   DISPLAY "  open invoice "
                       WS-OI-Invoice(WS-OI-Idx) " ("
                       WS-OI-Date(WS-OI-Idx) "): " in-open
                   PERFORM CHECK-EARLY-DISCOUNT
                   IF WS-Disc-Window-Open
                       MOVE WS-OI-Disc-Pct(WS-OI-Idx) TO in-disc-pct
                       MOVE WS-Disc-Settles TO in-open
                       DISPLAY "    " in-disc-pct "% off until "
                           WS-OI-Disc-Date(WS-OI-Idx)
                           " - settles for " in-open
                   END-IF
               END-IF
           END-PERFORM.

                       = IR-Orig-Invoice
                       SUBTRACT IR-Total
                           FROM WS-OI-Open(WS-OI-Idx)
                       SUBTRACT IR-Total
                           FROM WS-OI-Gross(WS-OI-Idx)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
                   TO WS-OI-Invoice(WS-Open-Count)
               MOVE IR-Date TO WS-OI-Date(WS-Open-Count)
               MOVE IR-Total TO WS-OI-Open(WS-Open-Count)
               MOVE IR-Total TO WS-OI-Gross(WS-Open-Count)
      *        a line from before terms existed has no discount.
               IF IR-Disc-Date NUMERIC
                   AND IR-Disc-Pct NUMERIC
                   MOVE IR-Disc-Date
                       TO WS-OI-Disc-Date(WS-Open-Count)
                   MOVE IR-Disc-Pct
                       TO WS-OI-Disc-Pct(WS-Open-Count)
               ELSE
                   MOVE ZERO TO WS-OI-Disc-Date(WS-Open-Count)
                   MOVE ZERO TO WS-OI-Disc-Pct(WS-Open-Count)
               END-IF
           END-IF.

       NET-OFF-ALLOCATIONS.
      *    the balanced ledger pair for this receipt - money in the
      *    till debits cash, and the customer owes that much less,
      *    crediting the receivable. Account numbers are the ones
      *    trialbal.cob seeds onto ChartOfAccounts.dat. Points
      *    tendered are a discount given, not cash taken - their
      *    share debits the loyalty discount account instead.
           MOVE SPACES TO WS-GL-Reference
           STRING "RCPT " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE ID-num TO WS-GL-Customer
           IF WS-Cash-Amount > ZERO
               OR (WS-Points-Redeemed = ZERO
               AND WS-Voucher-Amount = ZERO)
               MOVE WS-Cash-Amount TO WS-GL-Amount
               CALL "GL-POST" USING WS-Today, WS-GL-Source,
                   WS-GL-Reference, WS-GL-Debit-Acct,
                   WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           END-IF
           IF WS-Points-Redeemed > ZERO
               MOVE WS-Points-Amount TO WS-GL-Amount
               CALL "GL-POST" USING WS-Today, WS-GL-Source,
                   WS-GL-Reference, WS-GL-Discount-Acct,
                   WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           END-IF
      *    a voucher tendered settles the bill out of what the shop
      *    already owes the voucher holder.
           IF WS-Voucher-Amount > ZERO
               MOVE WS-Voucher-Amount TO WS-GL-Amount
               CALL "GL-POST" USING WS-Today, WS-GL-Source,
                   WS-GL-Reference, WS-GL-Voucher-Acct,
                   WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           END-IF.

       GET-POINTS-TENDER.
      *    how much of the amount the customer pays in points - none
      *    unless they have some and want to. Points can't pay more
      *    than the amount being settled.
           MOVE ZERO TO WS-Points-Redeemed
           MOVE ZERO TO WS-Points-Amount
           MOVE WS-Receipt-Amount TO WS-Cash-Amount
           CALL "POINTS-BALANCE" USING ID-num, WS-Today,
               WS-Points-Balance
           IF WS-Points-Balance NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Points-Balance TO in-points
           COMPUTE WS-Points-Amount =
               WS-Points-Balance * WS-Point-Value
           MOVE WS-Points-Amount TO in-points-amount
           MOVE ZERO TO WS-Points-Amount
           DISPLAY "Loyalty points: " in-points " (worth "
               in-points-amount ")"
           DISPLAY "Points to redeem [0 = none] :" WITH NO ADVANCING
           ACCEPT WS-Points-Entry
           IF WS-Points-Entry = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Points-Entry > WS-Points-Balance
               DISPLAY "  only " in-points " points available - "
                   "no points taken"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Points-Amount =
               WS-Points-Entry * WS-Point-Value
           IF WS-Points-Amount > WS-Receipt-Amount
               DISPLAY "  those points are worth more than the "
                   "amount being paid - no points taken"
               MOVE ZERO TO WS-Points-Amount
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Points-Entry TO WS-Points-Redeemed
           COMPUTE WS-Cash-Amount =
               WS-Receipt-Amount - WS-Points-Amount
           MOVE WS-Cash-Amount TO in-receipt-amount
           DISPLAY "  cash to take: " in-receipt-amount.

       REDEEM-POINTS.
           OPEN EXTEND PointsFile
           IF WS-PointsFile-Status = "35"
               OPEN OUTPUT PointsFile
               CLOSE PointsFile
               OPEN EXTEND PointsFile
           END-IF
           MOVE ID-num TO LP-Customer-ID
           MOVE WS-Today TO LP-Date
           SET LP-Redeemed TO TRUE
           COMPUTE LP-Points = 0 - WS-Points-Redeemed
           MOVE ZERO TO LP-Expires
           MOVE WS-Next-Receipt-Num TO LP-Doc-Num
           MOVE ZERO TO LP-Orig-Invoice
           WRITE PointsRecord
           CLOSE PointsFile.

       SELL-VOUCHER.
      *    a voucher bought with cash into this drawer - no customer
      *    account is involved, so nothing touches Transactions.dat
      *    or the receipt register; the voucher line itself is the
      *    record, and the drawer proof reads it.
           DISPLAY "Voucher value - dollars :" WITH NO ADVANCING
           ACCEPT WS-Amt-Dollars
           DISPLAY "Voucher value - cents :" WITH NO ADVANCING
           ACCEPT WS-Amt-Cents
           COMPUTE WS-Voucher-Face = WS-Amt-Dollars
               + (WS-Amt-Cents / 100)
           IF WS-Voucher-Face = ZERO
               DISPLAY "No value - voucher not sold"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-VOUCHER-TABLE
           IF WS-Voucher-Count >= 2000 OR WS-Voucher-Overflow
               DISPLAY "Voucher file full - not sold; giftvouch's "
                   "nightly run archives used-up and expired ones"
               EXIT PARAGRAPH
           END-IF
      *    the next voucher number - the max-scan idiom of
      *    GET-NEXT-RECEIPT-NUM, so a number is never issued twice.
           MOVE ZERO TO WS-Next-Voucher-Num
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Voucher-Num > WS-Next-Voucher-Num
                   MOVE GV-Voucher-Num TO WS-Next-Voucher-Num
               END-IF
           END-PERFORM
           ADD 1 TO WS-Next-Voucher-Num

           MOVE WS-Today TO WS-Voucher-Expiry
           ADD WS-Voucher-Valid-Years TO WS-VE-Year
           IF WS-VE-mmdd = 0229
               MOVE 0228 TO WS-VE-mmdd
           END-IF
           COMPUTE WS-Voucher-Expiry = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Voucher-Expiry) - 1)

           MOVE WS-Next-Voucher-Num TO GV-Voucher-Num
           MOVE WS-Today TO GV-Issue-Date
           MOVE WS-Voucher-Expiry TO GV-Expiry-Date
           MOVE WS-Voucher-Face TO GV-Face-Value
           MOVE WS-Voucher-Face TO GV-Balance
           SET GV-Live TO TRUE
           MOVE WS-Operator-ID-Entry TO GV-Operator
           MOVE WS-Drawer-Entry TO GV-Drawer
           MOVE WS-Branch-Entry TO GV-Branch
           MOVE ZERO TO GV-Closed-Date
           ADD 1 TO WS-Voucher-Count
           MOVE VoucherRecord TO WS-VC-Record(WS-Voucher-Count)
           PERFORM REWRITE-VOUCHER-FILE

      *    cash in, owed to whoever holds the voucher.
           MOVE SPACES TO WS-GL-Reference
           STRING "VCHR " WS-Next-Voucher-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE ZERO TO WS-GL-Customer
           MOVE WS-Voucher-Face TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Voucher-Acct, WS-GL-Amount, WS-GL-Customer

           MOVE WS-Voucher-Face TO in-voucher-amount
           MOVE "VCHSAL" TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE SPACES TO AL-Detail
           STRING "voucher " WS-Next-Voucher-Num " sold "
               in-voucher-amount DELIMITED BY SIZE INTO AL-Detail
           END-STRING
           PERFORM WRITE-VOUCHER-AUDIT

           ADD 1 TO WS-Voucher-Sold-Count
           ADD WS-Voucher-Face TO WS-Voucher-Sold-Total
           DISPLAY "Voucher " WS-Next-Voucher-Num " for "
               in-voucher-amount " - valid until " WS-Voucher-Expiry.

       GET-VOUCHER-TENDER.
      *    a voucher pays what the points left to pay, up to what is
      *    left on it - the rest of the bill is cash, the rest of the
      *    voucher stays on it.
           MOVE ZERO TO WS-Voucher-Used
           MOVE ZERO TO WS-Voucher-Amount
           IF WS-Cash-Amount = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Gift voucher number [0 = none] :"
               WITH NO ADVANCING
           ACCEPT WS-Voucher-Entry
           IF WS-Voucher-Entry = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-VOUCHER-TABLE
           IF WS-Voucher-Overflow
               DISPLAY "  voucher file too big to update here - "
                   "not taken"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Voucher-Found-Flag
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               OR WS-Voucher-Found
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Voucher-Num = WS-Voucher-Entry
                   SET WS-Voucher-Found TO TRUE
                   SUBTRACT 1 FROM WS-VC-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Voucher-Found
               DISPLAY "  no voucher " WS-Voucher-Entry
                   " - not taken"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
           IF NOT GV-Live OR GV-Expiry-Date < WS-Today
               DISPLAY "  voucher " WS-Voucher-Entry " expired "
                   GV-Expiry-Date " or is used up - not taken"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VC-Idx TO WS-Voucher-Idx
           MOVE WS-Voucher-Entry TO WS-Voucher-Used
           IF GV-Balance >= WS-Cash-Amount
               MOVE WS-Cash-Amount TO WS-Voucher-Amount
           ELSE
               MOVE GV-Balance TO WS-Voucher-Amount
           END-IF
           SUBTRACT WS-Voucher-Amount FROM WS-Cash-Amount
           MOVE WS-Voucher-Amount TO in-voucher-amount
           DISPLAY "  voucher pays " in-voucher-amount
           MOVE WS-Cash-Amount TO in-receipt-amount
           DISPLAY "  cash to take: " in-receipt-amount.

       REDEEM-VOUCHER.
           MOVE WS-VC-Record(WS-Voucher-Idx) TO VoucherRecord
           SUBTRACT WS-Voucher-Amount FROM GV-Balance
           IF GV-Balance = ZERO
               SET GV-Used-Up TO TRUE
               MOVE WS-Today TO GV-Closed-Date
           END-IF
           MOVE VoucherRecord TO WS-VC-Record(WS-Voucher-Idx)
           PERFORM REWRITE-VOUCHER-FILE
           MOVE GV-Balance TO in-voucher-amount
           DISPLAY "  left on voucher " WS-Voucher-Used ": "
               in-voucher-amount
           MOVE "VCHRDM" TO AL-Operation
           MOVE ID-num TO AL-Customer-ID
           MOVE SPACES TO AL-Detail
           STRING "voucher " WS-Voucher-Used " receipt "
               WS-Next-Receipt-Num DELIMITED BY SIZE INTO AL-Detail
           END-STRING
           PERFORM WRITE-VOUCHER-AUDIT.

       WRITE-VOUCHER-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "cashrcpt" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       LOAD-VOUCHER-TABLE.
           MOVE ZERO TO WS-Voucher-Count
           MOVE "N" TO WS-Voucher-Overflow-Flag
           MOVE "N" TO WS-Voucher-Eof-Flag
           OPEN INPUT VoucherFile
           IF NOT WS-Voucher-File-OK
               SET WS-Voucher-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Voucher-Eof
               READ VoucherFile
                   AT END
                       SET WS-Voucher-Eof TO TRUE
                   NOT AT END
                       IF WS-Voucher-Count < 2000
                           ADD 1 TO WS-Voucher-Count
                           MOVE VoucherRecord
                               TO WS-VC-Record(WS-Voucher-Count)
                       ELSE
                           SET WS-Voucher-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VoucherFile-Status NOT = "35"
               CLOSE VoucherFile
           END-IF.

       REWRITE-VOUCHER-FILE.
           OPEN OUTPUT VoucherFile
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               WRITE VoucherRecord
           END-PERFORM
           CLOSE VoucherFile.

       APPLY-TO-BALANCE.
      *    keep Balances.dat current between roll-ups - if the
           STRING "receipt " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO AL-Detail
           END-STRING
           IF WS-Points-Redeemed > ZERO
               MOVE SPACES TO AL-Detail
               STRING "receipt " WS-Next-Receipt-Num " points "
                   WS-Points-Redeemed DELIMITED BY SIZE
                   INTO AL-Detail
               END-STRING
           END-IF
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
