      * StockLevels.dat, so the stock side sees the delivery too.
      * Same table-and-rewrite treatment prodmaint.cob gives
      * Products.dat, behind sign-on, every write audited.
      * Receipt now counts what actually came off the van - a short
      * delivery lands on stock at the counted quantity and the PO
      * carries it in PO-Recv-Qty - because the supplier's invoice
      * is matched against what we received, not what we asked
      * for (apinvoice.cob). Suppliers carry their payment terms
      * for the payables due date.
      * A receipt also clears sales-order backorders: the units
      * just landed go to the product's backordered OrderLines.dat
      * lines oldest order first, exactly as orderentry.cob's
      * allocation would, so the customer who waited longest ships
      * first without anyone re-running the allocation.
      * Perishable deliveries come in with the supplier's lot number
      * and expiry date, recorded on StockLots.dat through the
      * STOCK-LOTS subroutine, so the shelf issues first expiry
      * first out and a supplier recall can be traced. A lot that
      * is already past its date is refused at the door, and lots
      * past their date on the shelf fill no backorders.
      * Stock is kept per store: a delivery goes onto the shelf of
      * the branch receiving it (the signed-on operator's), and
      * fills only that branch's customers' backorders - the other
      * store's customers are served from the other shelf. Its lots
      * are that branch's lots too (LT-Branch on StockLots.dat).
      * Raising an order takes the delivery date the supplier
      * promises, and an open order the supplier cannot or will
      * not fill is (C)ancelled rather than left open forever -
      * both feed the supplier scorecard (suppscore.cob).
      * A purchase order is raised for the signed-on operator's
      * branch and carries it in PO-Branch; its delivery is booked
      * onto that branch's shelf, lots and backorders whoever keys
      * the receipt, so replenish.cob can net each store's own open
      * orders. Orders from before the branch was kept are the main
      * store's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT LotFile ASSIGN TO "StockLots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotFile-Status.
           SELECT SalesLineFile ASSIGN TO "OrderLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SalesLineFile-Status.
           SELECT SalesOrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SalesOrderFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
       FILE SECTION.
           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

      *    one line per purchase order - see copybooks/POREC.cpy,
      *    shared now that the supplier-invoice match reads it too.
           FD OrderFile.
           01 OrderRecord.
               COPY POREC.

           FD ProductFile.
           01 ProductRecord.
           01 StockRecord.
               COPY STOCKREC.

           FD LotFile.
           01 LotRecord.
               COPY LOTREC.

      *    sales-order lines - see copybooks/ORDLREC.cpy.
           FD SalesLineFile.
           01 SalesLineRecord.
               COPY ORDLREC.

      *    sales-order headers - only for the customer, whose
      *    branch decides which shelf fills the order.
           FD SalesOrderFile.
           01 SalesOrderRecord.
               05 SO-Order-Num   PIC 9(6).
               05 SO-Customer-ID PIC 9(5).
               05 SO-Date        PIC 9(8).
               05 SO-Cust-Ref    PIC X(15).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-SalesLineFile-Status PIC XX.
               88 WS-SalesLine-File-OK VALUE "00".
           01 WS-LotFile-Status PIC XX.
               88 WS-Lot-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
                   10 WS-SU-ID    PIC 9(4).
                   10 WS-SU-Name  PIC X(24).
                   10 WS-SU-Phone PIC X(15).
                   10 WS-SU-Terms PIC 9(3).
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Supplier-Found-Flag PIC X.
      *    purchase orders, same treatment.
           01 WS-Order-Table.
               05 WS-Order-Entry OCCURS 200 TIMES.
                   10 WS-PO-Record PIC X(73).
           01 WS-Order-Count PIC 9(3) VALUE ZERO.
           01 WS-PO-Idx PIC 9(3).
           01 WS-Work-Order.
               05 WO-Unit-Cost   PIC 9(4)V9(2).
               05 WO-Date        PIC 9(8).
               05 WO-Recv-Date   PIC 9(8).
               05 WO-Recv-Qty    PIC 9(5).
               05 WO-Promised-Date PIC 9(8).
               05 WO-Branch      PIC X(2).
           01 WS-Next-Order-Num PIC 9(6) VALUE ZERO.
           01 WS-Order-Found-Flag PIC X.
               88 WS-Order-Found VALUE "Y".
      *    stock, credited with the received quantity - the
      *    stockctl.cob table shape.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-SK-Idx PIC 9(3).
           01 WS-Stock-Found-Flag PIC X.
               88 WS-Stock-Found VALUE "Y".
      *    the shelf a delivery lands on - the branch the PO was
      *    raised for, blank as the main store.
           01 WS-Stock-Branch PIC X(2).
      *    the signed-on operator's branch - the one new orders are
      *    raised for.
           01 WS-Operator-Branch PIC X(2).

      *    each sales order's branch (its customer's), loaded only
      *    when a receipt has backorders to fill.
           01 WS-SalesOrderFile-Status PIC XX.
               88 WS-SalesOrder-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Order-Branch-Table.
               05 WS-Order-Branch-Entry OCCURS 200 TIMES.
                   10 WS-OB-Num    PIC 9(6).
                   10 WS-OB-Branch PIC X(2).
           01 WS-Order-Branch-Count PIC 9(3) VALUE ZERO.
           01 WS-OB-Idx PIC 9(3).
           01 WS-Line-Branch PIC X(2).

      *    sales-order lines, for clearing backorders on receipt -
      *    the invgen.cob record-table treatment.
           01 WS-Sales-Line-Table.
               05 WS-Sales-Line-Entry OCCURS 500 TIMES.
                   10 WS-SL-Record PIC X(46).
           01 WS-Sales-Line-Count PIC 9(3) VALUE ZERO.
           01 WS-SL-Idx PIC 9(3).
           01 WS-SL-Oldest PIC 9(3).
           01 WS-Work-Sales-Line.
               05 SL-Order-Num PIC 9(6).
               05 SL-Line-Num  PIC 9(2).
               05 SL-Product   PIC X(20).
               05 SL-Qty       PIC 9(3).
               05 SL-Price     PIC 9(4)V9(2).
               05 SL-Status    PIC X.
               05 SL-BO-Date   PIC 9(8).
           01 WS-Split-Line.
               05 SP-Order-Num PIC 9(6).
               05 SP-Line-Num  PIC 9(2).
               05 SP-Product   PIC X(20).
               05 SP-Qty       PIC 9(3).
               05 SP-Price     PIC 9(4)V9(2).
               05 SP-Status    PIC X.
               05 SP-BO-Date   PIC 9(8).
           01 WS-Oldest-Key PIC 9(8).
           01 WS-Line-Key PIC 9(8).
           01 WS-Available PIC S9(5).
           01 WS-Next-Line-Num PIC 9(2).
           01 WS-Remainder-Qty PIC 9(3).
           01 WS-Backorders-Filled PIC 9(3).
           01 WS-Backorder-Done-Flag PIC X.
               88 WS-Backorder-Done VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
           01 WS-Supplier-Entry-ID PIC 9(4).
           01 WS-Product-Entry-Name PIC X(20).
           01 WS-Qty-Entry PIC 9(5).
           01 WS-Terms-Entry PIC 9(3).
           01 WS-Cost-Dollars PIC 9(4).
           01 WS-Cost-Cents PIC 9(2).
           01 WS-Cost-Entry-Amt PIC 9(4)V9(2).
           01 WS-Order-Num-Entry PIC 9(6).
           01 WS-Promised-Entry PIC 9(8).
           01 in-cost PIC Z,ZZ9.99.
           01 WS-Today PIC 9(8).
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".

      *    lot ledger call - see the STOCK-LOTS subroutine.
           01 WS-Lot-Op PIC X(3).
           01 WS-Lot-Number PIC X(12).
           01 WS-Lot-Expiry PIC 9(8).
           01 WS-Lot-Qty PIC 9(5).
           01 WS-Lot-Move-Type PIC X VALUE "R".
           01 WS-Lot-Customer PIC 9(5) VALUE ZERO.
           01 WS-Lots-Used PIC 9(2).
           01 WS-Lot-Branch PIC X(2).

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-Branch-Entry)
               TO WS-Operator-Branch
           IF WS-Operator-Branch = SPACES
               MOVE "B1" TO WS-Operator-Branch
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Purchasing - (S)upplier add (L)ist "
                   "suppliers (P)O raise (R)eceive (C)ancel PO "
                   "(O)pen POs (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "L" PERFORM LIST-SUPPLIERS
                   WHEN "P" PERFORM RAISE-ORDER
                   WHEN "R" PERFORM RECEIVE-ORDER
                   WHEN "C" PERFORM CANCEL-ORDER
                   WHEN "O" PERFORM LIST-OPEN-ORDERS
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
           ACCEPT WS-Name-Entry
           DISPLAY "Phone :" WITH NO ADVANCING
           ACCEPT WS-Phone-Entry
           DISPLAY "Payment terms in days (0 = 30) :"
               WITH NO ADVANCING
           ACCEPT WS-Terms-Entry
           IF WS-Terms-Entry = ZERO
               MOVE 30 TO WS-Terms-Entry
           END-IF
           ADD 1 TO WS-Supplier-Count
           MOVE WS-Next-Supplier-ID
               TO WS-SU-ID(WS-Supplier-Count)
           MOVE WS-Name-Entry TO WS-SU-Name(WS-Supplier-Count)
           MOVE WS-Phone-Entry TO WS-SU-Phone(WS-Supplier-Count)
           MOVE WS-Terms-Entry TO WS-SU-Terms(WS-Supplier-Count)
           PERFORM REWRITE-SUPPLIER-FILE
           DISPLAY "Supplier " WS-Next-Supplier-ID " added"
           ADD 1 TO WS-Next-Supplier-ID
               UNTIL WS-SU-Idx > WS-Supplier-Count
               DISPLAY "  " WS-SU-ID(WS-SU-Idx) " "
                   WS-SU-Name(WS-SU-Idx) " "
                   WS-SU-Phone(WS-SU-Idx) " net "
                   WS-SU-Terms(WS-SU-Idx)
           END-PERFORM.

       RAISE-ORDER.
           ACCEPT WS-Cost-Cents
           COMPUTE WS-Cost-Entry-Amt = WS-Cost-Dollars
               + (WS-Cost-Cents / 100)
      *    the supplier's promised delivery date, for the on-time
      *    figure on the scorecard.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Promised delivery date (yyyymmdd, 0 = none) :"
               WITH NO ADVANCING
           MOVE ZERO TO WS-Promised-Entry
           ACCEPT WS-Promised-Entry
           IF WS-Promised-Entry NOT = ZERO
               MOVE WS-Promised-Entry(7:2) TO WS-Date-dd
               MOVE WS-Promised-Entry(5:2) TO WS-Date-mm
               MOVE WS-Promised-Entry(1:4) TO WS-Date-yyyy
               MOVE "N" TO WS-Date-Valid-Flag
               CALL "VALIDATE-DOB" USING WS-Date-dd,
                   WS-Date-mm, WS-Date-yyyy, WS-Date-Valid-Flag
               IF NOT WS-Date-Valid
                   DISPLAY "Error: not a real date"
                   EXIT PARAGRAPH
               END-IF
               IF WS-Promised-Entry < WS-Today
                   DISPLAY "Error: promised date is already past"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-Next-Order-Num TO WO-Num
           MOVE "O" TO WO-Status
           MOVE WS-Cost-Entry-Amt TO WO-Unit-Cost
           MOVE FUNCTION CURRENT-DATE(1:8) TO WO-Date
           MOVE ZERO TO WO-Recv-Date
           MOVE ZERO TO WO-Recv-Qty
           MOVE WS-Promised-Entry TO WO-Promised-Date
           MOVE WS-Operator-Branch TO WO-Branch
           ADD 1 TO WS-Order-Count
           MOVE WS-Work-Order TO WS-PO-Record(WS-Order-Count)
           PERFORM REWRITE-ORDER-FILE
           DISPLAY "Purchase order " WS-Next-Order-Num " raised for "
               "branch " WO-Branch
           ADD 1 TO WS-Next-Order-Num
           MOVE "PORAIS" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
               DISPLAY "No open PO " WS-Order-Num-Entry " on file"
               EXIT PARAGRAPH
           END-IF
      *    the goods are the ordering branch's, not the keyer's.
           MOVE WO-Branch TO WS-Stock-Branch
           IF WS-Stock-Branch = SPACES
               MOVE "B1" TO WS-Stock-Branch
           END-IF
           MOVE WO-Unit-Cost TO in-cost
           DISPLAY "PO " WO-Num ": " WO-Qty " x "
               FUNCTION TRIM(WO-Product) " at " in-cost
               " for branch " WS-Stock-Branch
      *    count what came in - zero takes the full order, anything
      *    above the order is refused (over-deliveries go back on
      *    the van, they are not quietly bought).
           DISPLAY "Quantity received (0 = all " WO-Qty ") :"
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry = ZERO
               MOVE WO-Qty TO WS-Qty-Entry
           END-IF
           IF WS-Qty-Entry > WO-Qty
               DISPLAY "Error: more than the " WO-Qty
                   " ordered - refuse the excess and re-enter"
               EXIT PARAGRAPH
           END-IF
      *    a perishable delivery carries the supplier's lot number
      *    and expiry date - blank lot, not lot-tracked.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Lot number (blank = not lot-tracked) :"
               WITH NO ADVANCING
           ACCEPT WS-Lot-Number
           MOVE ZERO TO WS-Lot-Expiry
           IF WS-Lot-Number NOT = SPACES
               DISPLAY "Expiry date (yyyymmdd, 0 = none) :"
                   WITH NO ADVANCING
               ACCEPT WS-Lot-Expiry
               IF WS-Lot-Expiry NOT = ZERO
                   MOVE WS-Lot-Expiry(7:2) TO WS-Date-dd
                   MOVE WS-Lot-Expiry(5:2) TO WS-Date-mm
                   MOVE WS-Lot-Expiry(1:4) TO WS-Date-yyyy
                   MOVE "N" TO WS-Date-Valid-Flag
                   CALL "VALIDATE-DOB" USING WS-Date-dd,
                       WS-Date-mm, WS-Date-yyyy, WS-Date-Valid-Flag
                   IF NOT WS-Date-Valid
                       DISPLAY "Error: not a real date"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-Lot-Expiry < WS-Today
                       DISPLAY "Error: that lot expired "
                           WS-Lot-Expiry " - refuse it at the door"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE WS-Qty-Entry TO WO-Recv-Qty
           IF WO-Recv-Qty < WO-Qty
               DISPLAY "Short delivery - PO closes at "
                   WO-Recv-Qty " of " WO-Qty
           END-IF
           MOVE "R" TO WO-Status
           MOVE FUNCTION CURRENT-DATE(1:8) TO WO-Recv-Date
           MOVE WS-Work-Order TO WS-PO-Record(WS-PO-Idx)
           PERFORM FLOW-COST-TO-PRODUCT
           PERFORM RECEIVE-INTO-STOCK
           DISPLAY "PO " WO-Num " received - prime cost and "
               WS-Stock-Branch " stock updated"
           PERFORM ALLOCATE-BACKORDERS
           MOVE "PORECV" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "PO " WO-Num " received " WO-Recv-Qty
               " at " WO-Unit-Cost
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.
       RECEIVE-INTO-STOCK.
      *    the delivery lands on the shelf count too - the same
      *    StockLevels.dat goods receipt stockctl.cob takes by hand.
           MOVE ZERO TO WS-Available
           PERFORM LOAD-STOCK-TABLE
           MOVE "N" TO WS-Stock-Found-Flag
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               OR WS-Stock-Found
               IF WS-SK-Name(WS-SK-Idx) = WO-Product
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   SET WS-Stock-Found TO TRUE
                   SUBTRACT 1 FROM WS-SK-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Stock-Found
               IF WS-Stock-Count >= 200
                   DISPLAY "Warning: stock table full - delivery "
                       "not recorded on stock"
                   EXIT PARAGRAPH
               MOVE WO-Product TO WS-SK-Name(WS-SK-Idx)
               MOVE ZERO TO WS-SK-On-Hand(WS-SK-Idx)
               MOVE ZERO TO WS-SK-Min(WS-SK-Idx)
               MOVE WS-Stock-Branch TO WS-SK-Branch(WS-SK-Idx)
           END-IF
           ADD WO-Recv-Qty TO WS-SK-On-Hand(WS-SK-Idx)
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO WS-Available
           PERFORM REWRITE-STOCK-FILE
           IF WS-Lot-Number NOT = SPACES
               PERFORM RECEIVE-INTO-LOT
           END-IF.

       RECEIVE-INTO-LOT.
      *    the same units as a lot on StockLots.dat, dated today
      *    and against this PO.
           MOVE "RCV" TO WS-Lot-Op
           MOVE WO-Recv-Qty TO WS-Lot-Qty
           CALL "STOCK-LOTS" USING WS-Lot-Op, WO-Product,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty, WO-Recv-Date,
               WS-Lot-Move-Type, WO-Num, WS-Lot-Customer, WS-Lots-Used,
               WS-Stock-Branch, WS-Stock-Branch
           IF WS-Lots-Used = ZERO
               DISPLAY "Warning: lot table full - lot "
                   FUNCTION TRIM(WS-Lot-Number) " not recorded"
           ELSE
               DISPLAY "Lot " FUNCTION TRIM(WS-Lot-Number)
                   " recorded"
           END-IF
           MOVE "END" TO WS-Lot-Op
           CALL "STOCK-LOTS" USING WS-Lot-Op, WO-Product,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty, WO-Recv-Date,
               WS-Lot-Move-Type, WO-Num, WS-Lot-Customer,
               WS-Lots-Used, WS-Stock-Branch, WS-Stock-Branch.

       ALLOCATE-BACKORDERS.
      *    what the shelf now holds for this product, less the
      *    units already promised to allocated or shipped-unbilled
      *    lines, goes to its backorders oldest order first - a
      *    line the delivery only part-covers splits, the
      *    remainder staying on backorder with its original date.
           PERFORM LOAD-SALES-LINE-TABLE
           IF WS-Sales-Line-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ORDER-BRANCHES
           PERFORM VARYING WS-SL-Idx FROM 1 BY 1
                   UNTIL WS-SL-Idx > WS-Sales-Line-Count
               MOVE WS-SL-Record(WS-SL-Idx) TO WS-Work-Sales-Line
               PERFORM FIND-LINE-BRANCH
               IF SL-Product = WO-Product
                   AND WS-Line-Branch = WS-Stock-Branch
                   AND (SL-Status = "A" OR SL-Status = "S")
                   SUBTRACT SL-Qty FROM WS-Available
               END-IF
           END-PERFORM
           PERFORM HOLD-BACK-EXPIRED-LOTS
           MOVE ZERO TO WS-Backorders-Filled
           MOVE "N" TO WS-Backorder-Done-Flag
           PERFORM UNTIL WS-Backorder-Done
               IF WS-Available <= ZERO
                   SET WS-Backorder-Done TO TRUE
               ELSE
                   PERFORM FIND-OLDEST-BACKORDER
                   IF WS-SL-Oldest = ZERO
                       SET WS-Backorder-Done TO TRUE
                   ELSE
                       PERFORM FILL-ONE-BACKORDER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Backorders-Filled > ZERO
               PERFORM REWRITE-SALES-LINE-FILE
               DISPLAY "Backordered sales lines allocated: "
                   WS-Backorders-Filled
                   " - orderentry's pick list has them"
           END-IF.

       HOLD-BACK-EXPIRED-LOTS.
      *    lots of the product already past their expiry date are
      *    on the shelf count but can't be sold - orderentry.cob
      *    holds them back from allocation the same way. Only
      *    this branch's lots - the other store's are on its shelf.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LotFile
           IF NOT WS-Lot-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ LotFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE LT-Branch TO WS-Lot-Branch
                       IF WS-Lot-Branch = SPACES
                           MOVE "B1" TO WS-Lot-Branch
                       END-IF
                       IF LT-Product = WO-Product
                           AND WS-Lot-Branch = WS-Stock-Branch
                           AND LT-Expiry > ZERO
                           AND LT-Expiry < WS-Today
                           SUBTRACT LT-On-Hand FROM WS-Available
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotFile-Status NOT = "35"
               CLOSE LotFile
           END-IF.

       FIND-OLDEST-BACKORDER.
      *    order numbers are issued in sequence, so the lowest
      *    order-and-line is the customer who has waited longest.
           MOVE ZERO TO WS-SL-Oldest
           MOVE 99999999 TO WS-Oldest-Key
           PERFORM VARYING WS-SL-Idx FROM 1 BY 1
                   UNTIL WS-SL-Idx > WS-Sales-Line-Count
               MOVE WS-SL-Record(WS-SL-Idx) TO WS-Work-Sales-Line
               PERFORM FIND-LINE-BRANCH
               IF SL-Product = WO-Product AND SL-Status = "K"
                   AND WS-Line-Branch = WS-Stock-Branch
                   COMPUTE WS-Line-Key = SL-Order-Num * 100
                       + SL-Line-Num
                   IF WS-Line-Key < WS-Oldest-Key
                       MOVE WS-Line-Key TO WS-Oldest-Key
                       MOVE WS-SL-Idx TO WS-SL-Oldest
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LINE-BRANCH.
      *    SL-Order-Num's branch - an order not found counts as
      *    the main store's, the same default orderentry.cob uses.
           MOVE "B1" TO WS-Line-Branch
           PERFORM VARYING WS-OB-Idx FROM 1 BY 1
               UNTIL WS-OB-Idx > WS-Order-Branch-Count
               IF WS-OB-Num(WS-OB-Idx) = SL-Order-Num
                   MOVE WS-OB-Branch(WS-OB-Idx) TO WS-Line-Branch
               END-IF
           END-PERFORM.

       LOAD-ORDER-BRANCHES.
      *    each sales order's branch is its customer's Branch-Code,
      *    blank counting as the main store (B1).
           MOVE ZERO TO WS-Order-Branch-Count
           OPEN INPUT CustomerFile
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SalesOrderFile
           IF NOT WS-SalesOrder-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SalesOrderFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Order-Branch-Count < 200
                           ADD 1 TO WS-Order-Branch-Count
                           MOVE WS-Order-Branch-Count TO WS-OB-Idx
                           MOVE SO-Order-Num TO WS-OB-Num(WS-OB-Idx)
                           MOVE "B1" TO WS-OB-Branch(WS-OB-Idx)
                           PERFORM READ-ORDER-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SalesOrderFile-Status NOT = "35"
               CLOSE SalesOrderFile
           END-IF
           IF WS-CustomerFile-Status NOT = "35"
               CLOSE CustomerFile
           END-IF.

       READ-ORDER-CUSTOMER.
           IF WS-CustomerFile-Status = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE SO-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Branch-Code NOT = SPACES
                       MOVE Branch-Code TO WS-OB-Branch(WS-OB-Idx)
                   END-IF
           END-READ.

       FILL-ONE-BACKORDER.
           MOVE WS-SL-Record(WS-SL-Oldest) TO WS-Work-Sales-Line
           IF SL-Qty <= WS-Available
               MOVE "A" TO SL-Status
               SUBTRACT SL-Qty FROM WS-Available
               MOVE WS-Work-Sales-Line TO WS-SL-Record(WS-SL-Oldest)
               ADD 1 TO WS-Backorders-Filled
               DISPLAY "  order " SL-Order-Num " line " SL-Line-Num
                   " allocated - " SL-Qty " units"
               EXIT PARAGRAPH
           END-IF
           IF WS-Sales-Line-Count >= 500
               DISPLAY "  order " SL-Order-Num " line " SL-Line-Num
                   " still short - line table full, cannot split"
               SET WS-Backorder-Done TO TRUE
               EXIT PARAGRAPH
           END-IF
      *    part-cover: the remainder becomes the order's next line,
      *    still backordered from the same date.
           COMPUTE WS-Remainder-Qty = SL-Qty - WS-Available
           MOVE ZERO TO WS-Next-Line-Num
           PERFORM VARYING WS-SL-Idx FROM 1 BY 1
                   UNTIL WS-SL-Idx > WS-Sales-Line-Count
               MOVE WS-SL-Record(WS-SL-Idx) TO WS-Split-Line
               IF SP-Order-Num = SL-Order-Num
                   AND SP-Line-Num > WS-Next-Line-Num
                   MOVE SP-Line-Num TO WS-Next-Line-Num
               END-IF
           END-PERFORM
           ADD 1 TO WS-Next-Line-Num
           MOVE WS-Work-Sales-Line TO WS-Split-Line
           MOVE WS-Next-Line-Num TO SP-Line-Num
           MOVE WS-Remainder-Qty TO SP-Qty
           ADD 1 TO WS-Sales-Line-Count
           MOVE WS-Split-Line TO WS-SL-Record(WS-Sales-Line-Count)
           MOVE WS-Available TO SL-Qty
           MOVE "A" TO SL-Status
           MOVE WS-Work-Sales-Line TO WS-SL-Record(WS-SL-Oldest)
           MOVE ZERO TO WS-Available
           ADD 1 TO WS-Backorders-Filled
           DISPLAY "  order " SL-Order-Num " line " SL-Line-Num
               " part-allocated - " SL-Qty " units, "
               WS-Remainder-Qty " still backordered".

       LOAD-SALES-LINE-TABLE.
           MOVE ZERO TO WS-Sales-Line-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SalesLineFile
           IF NOT WS-SalesLine-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SalesLineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Sales-Line-Count < 500
                           ADD 1 TO WS-Sales-Line-Count
                           IF OL-BO-Date NOT NUMERIC
                               MOVE ZERO TO OL-BO-Date
                           END-IF
                           MOVE SalesLineRecord
                               TO WS-SL-Record(WS-Sales-Line-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SalesLineFile-Status NOT = "35"
               CLOSE SalesLineFile
           END-IF.

       REWRITE-SALES-LINE-FILE.
           OPEN OUTPUT SalesLineFile
           PERFORM VARYING WS-SL-Idx FROM 1 BY 1
               UNTIL WS-SL-Idx > WS-Sales-Line-Count
               MOVE WS-SL-Record(WS-SL-Idx) TO SalesLineRecord
               WRITE SalesLineRecord
           END-PERFORM
           CLOSE SalesLineFile.

       CANCEL-ORDER.
      *    an open order that will never arrive is closed as
      *    cancelled, dated in PO-Recv-Date with nothing received -
      *    it counts against the supplier on the scorecard.
           DISPLAY "PO number :" WITH NO ADVANCING
           ACCEPT WS-Order-Num-Entry
           MOVE "N" TO WS-Order-Found-Flag
           PERFORM VARYING WS-PO-Idx FROM 1 BY 1
               UNTIL WS-PO-Idx > WS-Order-Count
               OR WS-Order-Found
               MOVE WS-PO-Record(WS-PO-Idx) TO WS-Work-Order
               IF WO-Num = WS-Order-Num-Entry
                   AND WO-Status = "O"
                   SET WS-Order-Found TO TRUE
                   SUBTRACT 1 FROM WS-PO-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Order-Found
               DISPLAY "No open PO " WS-Order-Num-Entry " on file"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WO-Status
           MOVE FUNCTION CURRENT-DATE(1:8) TO WO-Recv-Date
           MOVE ZERO TO WO-Recv-Qty
           MOVE WS-Work-Order TO WS-PO-Record(WS-PO-Idx)
           PERFORM REWRITE-ORDER-FILE
           DISPLAY "PO " WO-Num " cancelled"
           MOVE "POCANC" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "PO " WO-Num " "
               FUNCTION TRIM(WO-Product) " cancelled"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LIST-OPEN-ORDERS.
           DISPLAY "Open purchase orders:"
                   DISPLAY "  PO " WO-Num " supplier "
                       WO-Supplier-ID " - " WO-Qty " x "
                       FUNCTION TRIM(WO-Product) " at " in-cost
                       " (raised " WO-Date " for " WO-Branch ")"
                   IF WO-Promised-Date NOT = ZERO
                       DISPLAY "      promised for "
                           WO-Promised-Date
                   END-IF
               END-IF
           END-PERFORM.

                               TO WS-SU-Name(WS-Supplier-Count)
                           MOVE SU-Phone
                               TO WS-SU-Phone(WS-Supplier-Count)
                           IF SU-Terms-Days NUMERIC
                               AND SU-Terms-Days > ZERO
                               MOVE SU-Terms-Days
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           ELSE
                               MOVE 30
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           END-IF
                           IF SU-Supplier-ID
                               > WS-Next-Supplier-ID
                               MOVE SU-Supplier-ID
               MOVE WS-SU-ID(WS-SU-Idx) TO SU-Supplier-ID
               MOVE WS-SU-Name(WS-SU-Idx) TO SU-Name
               MOVE WS-SU-Phone(WS-SU-Idx) TO SU-Phone
               MOVE WS-SU-Terms(WS-SU-Idx) TO SU-Terms-Days
               WRITE SupplierRecord
           END-PERFORM
           CLOSE SupplierFile.
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Order-Count < 200
      *                    orders received before the count was
      *                    captured took the whole PO-Qty in.
                           IF PO-Recv-Qty NOT NUMERIC
                               IF PO-Received
                                   MOVE PO-Qty TO PO-Recv-Qty
                               ELSE
                                   MOVE ZERO TO PO-Recv-Qty
                               END-IF
                           END-IF
                           IF PO-Promised-Date NOT NUMERIC
                               MOVE ZERO TO PO-Promised-Date
                           END-IF
                           IF PO-Branch = SPACES
                               MOVE "B1" TO PO-Branch
                           END-IF
                           ADD 1 TO WS-Order-Count
                           MOVE OrderRecord
                               TO WS-PO-Record(WS-Order-Count)
                   AT END
                       SET WS-Eof TO TRUE
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
