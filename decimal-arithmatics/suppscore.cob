       IDENTIFICATION DIVISION.
       PROGRAM-ID. suppscore.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * supplier performance scorecard: when a supplier is late or
      * short for the third time running, all the buyer has had to
      * argue with is a feeling. This reads PurchaseOrders.dat over
      * a requested range of months (by the month each order was
      * raised) and shows, per supplier and month:
      *   - lead time: average days from PO-Date to PO-Recv-Date
      *     over the orders received;
      *   - on-time rate: received orders that arrived by the date
      *     the supplier promised when the order was raised (orders
      *     taken with no promise are not counted either way);
      *   - fill rate: quantity received against quantity ordered,
      *     over received AND cancelled orders - a cancelled order
      *     counts against the supplier as nothing delivered;
      *   - price variance: each order's PO-Unit-Cost against the
      *     previous order's cost for the same product, whichever
      *     supplier that was, averaged as a percentage (plus =
      *     dearer than before).
      * Cancelled and still-open orders are counted on every line.
      * The second part ranks the suppliers of each product over
      * the whole range on the average of their on-time and fill
      * rates (shorter lead time breaking a tie), so a buyer can
      * pick a preferred supplier on evidence - that choice still
      * goes into replenish.cob's (P)olicy by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT SupplierFile ASSIGN TO "Suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupplierFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD OrderFile.
           01 OrderRecord.
               COPY POREC.

           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

       WORKING-STORAGE SECTION.
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-SupplierFile-Status PIC XX.
               88 WS-Supplier-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Period-From PIC 9(6).
           01 WS-Period-To   PIC 9(6).
           01 WS-Order-Month PIC 9(6).
           01 WS-Orders-Read PIC 9(5) VALUE ZERO.
           01 WS-Orders-In-Range PIC 9(5) VALUE ZERO.

      *    supplier names, for the headings.
           01 WS-Supplier-Table.
               05 WS-Supplier-Entry OCCURS 100 TIMES.
                   10 WS-SU-ID   PIC 9(4).
                   10 WS-SU-Name PIC X(24).
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Supplier-Name PIC X(24).

      *    the last unit cost seen on file for each product - the
      *    "previous cost" a new order's price is measured against.
           01 WS-Last-Cost-Table.
               05 WS-Last-Cost-Entry OCCURS 100 TIMES.
                   10 WS-LC-Product PIC X(20).
                   10 WS-LC-Cost    PIC 9(4)V9(2).
           01 WS-Last-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-LC-Idx PIC 9(3).
           01 WS-Var-Known-Flag PIC X.
               88 WS-Var-Known VALUE "Y".
           01 WS-Var-Pct PIC S9(5)V9(2).

      *    one order's contribution, added into a supplier/month
      *    line and a supplier/product line alike.
           01 WS-Order-Lead PIC 9(5).
           01 WS-Order-Promised-Flag PIC X.
               88 WS-Order-Promised VALUE "Y".
           01 WS-Order-On-Time-Flag PIC X.
               88 WS-Order-On-Time VALUE "Y".

      *    the two sets of scorecard lines: by supplier and month,
      *    and by supplier and product. Same counters on both.
           01 WS-Month-Table.
               05 WS-Month-Entry OCCURS 300 TIMES.
                   10 WS-MS-Supplier  PIC 9(4).
                   10 WS-MS-Month     PIC 9(6).
                   10 WS-MS-Orders    PIC 9(5).
                   10 WS-MS-Open      PIC 9(5).
                   10 WS-MS-Cancelled PIC 9(5).
                   10 WS-MS-Received  PIC 9(5).
                   10 WS-MS-Promised  PIC 9(5).
                   10 WS-MS-On-Time   PIC 9(5).
                   10 WS-MS-Qty-Ord   PIC 9(7).
                   10 WS-MS-Qty-Recv  PIC 9(7).
                   10 WS-MS-Lead-Days PIC 9(7).
                   10 WS-MS-Var-Count PIC 9(5).
                   10 WS-MS-Var-Sum   PIC S9(7)V9(2).
           01 WS-Month-Count PIC 9(3) VALUE ZERO.
           01 WS-MS-Idx PIC 9(3).

           01 WS-Product-Line-Table.
               05 WS-Product-Line-Entry OCCURS 300 TIMES.
                   10 WS-PS-Supplier  PIC 9(4).
                   10 WS-PS-Product   PIC X(20).
                   10 WS-PS-Orders    PIC 9(5).
                   10 WS-PS-Open      PIC 9(5).
                   10 WS-PS-Cancelled PIC 9(5).
                   10 WS-PS-Received  PIC 9(5).
                   10 WS-PS-Promised  PIC 9(5).
                   10 WS-PS-On-Time   PIC 9(5).
                   10 WS-PS-Qty-Ord   PIC 9(7).
                   10 WS-PS-Qty-Recv  PIC 9(7).
                   10 WS-PS-Lead-Days PIC 9(7).
                   10 WS-PS-Var-Count PIC 9(5).
                   10 WS-PS-Var-Sum   PIC S9(7)V9(2).
                   10 WS-PS-Score     PIC 9(3)V9.
                   10 WS-PS-Avg-Lead  PIC 9(3)V9.
                   10 WS-PS-Ranked    PIC X.
           01 WS-Product-Line-Count PIC 9(3) VALUE ZERO.
           01 WS-PS-Idx PIC 9(3).
           01 WS-Slot-Found-Flag PIC X.
               88 WS-Slot-Found VALUE "Y".

      *    the distinct products, in the order first met, for the
      *    ranking.
           01 WS-Rank-Product-Table.
               05 WS-Rank-Product OCCURS 100 TIMES PIC X(20).
           01 WS-Rank-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-RP-Idx PIC 9(3).
           01 WS-Rank PIC 9(3).
           01 WS-Best-Idx PIC 9(3).

      *    one line's rates, worked out for printing.
           01 WS-Calc-Orders    PIC 9(5).
           01 WS-Calc-Open      PIC 9(5).
           01 WS-Calc-Cancelled PIC 9(5).
           01 WS-Calc-Received  PIC 9(5).
           01 WS-Calc-Promised  PIC 9(5).
           01 WS-Calc-On-Time   PIC 9(5).
           01 WS-Calc-Qty-Ord   PIC 9(7).
           01 WS-Calc-Qty-Recv  PIC 9(7).
           01 WS-Calc-Lead-Days PIC 9(7).
           01 WS-Calc-Var-Count PIC 9(5).
           01 WS-Calc-Var-Sum   PIC S9(7)V9(2).
           01 WS-Avg-Lead PIC 9(3)V9.
           01 WS-On-Time-Pct PIC 9(3)V9.
           01 WS-Fill-Pct PIC 9(3)V9.
           01 WS-Avg-Var PIC S9(5)V9(2).
           01 WS-Score PIC 9(3)V9.
           01 WS-Rates-Known PIC 9.
           01 in-lead PIC ZZ9.9.
           01 in-on-time PIC X(6).
           01 in-fill PIC X(6).
           01 in-var PIC X(8).
           01 in-pct PIC ZZ9.9.
           01 in-var-pct PIC +ZZ9.99.
           01 in-score PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Supplier scorecard"
           DISPLAY "Reporting period from (yyyymm) :"
               WITH NO ADVANCING
           ACCEPT WS-Period-From
           DISPLAY "Reporting period to (yyyymm) :"
               WITH NO ADVANCING
           ACCEPT WS-Period-To

           OPEN INPUT OrderFile
           IF NOT WS-Order-File-OK
               DISPLAY "No PurchaseOrders.dat on file - nothing "
                   "to score"
               STOP RUN
           END-IF
           PERFORM LOAD-SUPPLIER-TABLE
           INITIALIZE WS-Month-Table
           INITIALIZE WS-Product-Line-Table

           PERFORM UNTIL WS-Eof
               READ OrderFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Orders-Read
                       PERFORM SCORE-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE OrderFile

           PERFORM PRINT-SUPPLIER-MONTHS
           PERFORM PRINT-PRODUCT-RANKING
           DISPLAY SPACE
           DISPLAY "Orders on file: " WS-Orders-Read
               "   raised in the period: " WS-Orders-In-Range
           STOP RUN.

       SCORE-ONE-ORDER.
      *    orders raised before the date was captured carry spaces
      *    for the promise and, the oldest, for the count in.
           IF PO-Promised-Date NOT NUMERIC
               MOVE ZERO TO PO-Promised-Date
           END-IF
           IF PO-Recv-Qty NOT NUMERIC
               IF PO-Received
                   MOVE PO-Qty TO PO-Recv-Qty
               ELSE
                   MOVE ZERO TO PO-Recv-Qty
               END-IF
           END-IF
      *    the price is measured against the product's previous
      *    order whether or not this one falls in the period, so
      *    the first order of the period has something to beat.
           PERFORM MEASURE-PRICE-VARIANCE
           MOVE PO-Date(1:6) TO WS-Order-Month
           IF WS-Order-Month < WS-Period-From
               OR WS-Order-Month > WS-Period-To
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Orders-In-Range
           MOVE ZERO TO WS-Order-Lead
           MOVE "N" TO WS-Order-Promised-Flag
           MOVE "N" TO WS-Order-On-Time-Flag
           IF PO-Received
               COMPUTE WS-Order-Lead =
                   FUNCTION INTEGER-OF-DATE(PO-Recv-Date)
                   - FUNCTION INTEGER-OF-DATE(PO-Date)
               IF PO-Promised-Date NOT = ZERO
                   SET WS-Order-Promised TO TRUE
                   IF PO-Recv-Date <= PO-Promised-Date
                       SET WS-Order-On-Time TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM ADD-TO-MONTH-LINE
           PERFORM ADD-TO-PRODUCT-LINE.

       MEASURE-PRICE-VARIANCE.
           MOVE "N" TO WS-Var-Known-Flag
           IF PO-Cancelled
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Slot-Found-Flag
           PERFORM VARYING WS-LC-Idx FROM 1 BY 1
               UNTIL WS-LC-Idx > WS-Last-Cost-Count
               OR WS-Slot-Found
               IF WS-LC-Product(WS-LC-Idx) = PO-Product
                   SET WS-Slot-Found TO TRUE
                   SUBTRACT 1 FROM WS-LC-Idx
               END-IF
           END-PERFORM
           IF WS-Slot-Found
               IF WS-LC-Cost(WS-LC-Idx) > ZERO
                   SET WS-Var-Known TO TRUE
                   COMPUTE WS-Var-Pct ROUNDED =
                       (PO-Unit-Cost - WS-LC-Cost(WS-LC-Idx)) * 100
                       / WS-LC-Cost(WS-LC-Idx)
               END-IF
               MOVE PO-Unit-Cost TO WS-LC-Cost(WS-LC-Idx)
           ELSE
               IF WS-Last-Cost-Count < 100
                   ADD 1 TO WS-Last-Cost-Count
                   MOVE PO-Product
                       TO WS-LC-Product(WS-Last-Cost-Count)
                   MOVE PO-Unit-Cost
                       TO WS-LC-Cost(WS-Last-Cost-Count)
               END-IF
           END-IF.

       ADD-TO-MONTH-LINE.
           MOVE "N" TO WS-Slot-Found-Flag
           PERFORM VARYING WS-MS-Idx FROM 1 BY 1
               UNTIL WS-MS-Idx > WS-Month-Count
               OR WS-Slot-Found
               IF WS-MS-Supplier(WS-MS-Idx) = PO-Supplier-ID
                   AND WS-MS-Month(WS-MS-Idx) = WS-Order-Month
                   SET WS-Slot-Found TO TRUE
                   SUBTRACT 1 FROM WS-MS-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Slot-Found
               IF WS-Month-Count >= 300
                   DISPLAY "Warning: more than 300 supplier/month "
                       "lines - PO " PO-Num " not scored by month"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Month-Count
               MOVE WS-Month-Count TO WS-MS-Idx
               MOVE PO-Supplier-ID TO WS-MS-Supplier(WS-MS-Idx)
               MOVE WS-Order-Month TO WS-MS-Month(WS-MS-Idx)
           END-IF
           ADD 1 TO WS-MS-Orders(WS-MS-Idx)
           EVALUATE TRUE
               WHEN PO-Open
                   ADD 1 TO WS-MS-Open(WS-MS-Idx)
               WHEN PO-Cancelled
                   ADD 1 TO WS-MS-Cancelled(WS-MS-Idx)
                   ADD PO-Qty TO WS-MS-Qty-Ord(WS-MS-Idx)
               WHEN PO-Received
                   ADD 1 TO WS-MS-Received(WS-MS-Idx)
                   ADD PO-Qty TO WS-MS-Qty-Ord(WS-MS-Idx)
                   ADD PO-Recv-Qty TO WS-MS-Qty-Recv(WS-MS-Idx)
                   ADD WS-Order-Lead TO WS-MS-Lead-Days(WS-MS-Idx)
           END-EVALUATE
           IF WS-Order-Promised
               ADD 1 TO WS-MS-Promised(WS-MS-Idx)
           END-IF
           IF WS-Order-On-Time
               ADD 1 TO WS-MS-On-Time(WS-MS-Idx)
           END-IF
           IF WS-Var-Known
               ADD 1 TO WS-MS-Var-Count(WS-MS-Idx)
               ADD WS-Var-Pct TO WS-MS-Var-Sum(WS-MS-Idx)
           END-IF.

       ADD-TO-PRODUCT-LINE.
           MOVE "N" TO WS-Slot-Found-Flag
           PERFORM VARYING WS-PS-Idx FROM 1 BY 1
               UNTIL WS-PS-Idx > WS-Product-Line-Count
               OR WS-Slot-Found
               IF WS-PS-Supplier(WS-PS-Idx) = PO-Supplier-ID
                   AND WS-PS-Product(WS-PS-Idx) = PO-Product
                   SET WS-Slot-Found TO TRUE
                   SUBTRACT 1 FROM WS-PS-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Slot-Found
               IF WS-Product-Line-Count >= 300
                   DISPLAY "Warning: more than 300 supplier/product "
                       "lines - PO " PO-Num " not ranked"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Product-Line-Count
               MOVE WS-Product-Line-Count TO WS-PS-Idx
               MOVE PO-Supplier-ID TO WS-PS-Supplier(WS-PS-Idx)
               MOVE PO-Product TO WS-PS-Product(WS-PS-Idx)
               PERFORM NOTE-RANK-PRODUCT
           END-IF
           ADD 1 TO WS-PS-Orders(WS-PS-Idx)
           EVALUATE TRUE
               WHEN PO-Open
                   ADD 1 TO WS-PS-Open(WS-PS-Idx)
               WHEN PO-Cancelled
                   ADD 1 TO WS-PS-Cancelled(WS-PS-Idx)
                   ADD PO-Qty TO WS-PS-Qty-Ord(WS-PS-Idx)
               WHEN PO-Received
                   ADD 1 TO WS-PS-Received(WS-PS-Idx)
                   ADD PO-Qty TO WS-PS-Qty-Ord(WS-PS-Idx)
                   ADD PO-Recv-Qty TO WS-PS-Qty-Recv(WS-PS-Idx)
                   ADD WS-Order-Lead TO WS-PS-Lead-Days(WS-PS-Idx)
           END-EVALUATE
           IF WS-Order-Promised
               ADD 1 TO WS-PS-Promised(WS-PS-Idx)
           END-IF
           IF WS-Order-On-Time
               ADD 1 TO WS-PS-On-Time(WS-PS-Idx)
           END-IF
           IF WS-Var-Known
               ADD 1 TO WS-PS-Var-Count(WS-PS-Idx)
               ADD WS-Var-Pct TO WS-PS-Var-Sum(WS-PS-Idx)
           END-IF.

       NOTE-RANK-PRODUCT.
           MOVE "N" TO WS-Slot-Found-Flag
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Rank-Product-Count
               OR WS-Slot-Found
               IF WS-Rank-Product(WS-RP-Idx) = PO-Product
                   SET WS-Slot-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Slot-Found
               AND WS-Rank-Product-Count < 100
               ADD 1 TO WS-Rank-Product-Count
               MOVE PO-Product
                   TO WS-Rank-Product(WS-Rank-Product-Count)
           END-IF.

       PRINT-SUPPLIER-MONTHS.
           DISPLAY SPACE
           DISPLAY "SUPPLIER SCORECARD - " WS-Period-From " to "
               WS-Period-To
           DISPLAY SPACE
           DISPLAY "MONTH   ORDERS OPEN CANC  LEAD DAYS  ON-TIME"
               "  FILL   PRICE VAR"
           DISPLAY "--------------------------------------------"
               "------------------"
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
               UNTIL WS-SU-Idx > WS-Supplier-Count
               PERFORM PRINT-ONE-SUPPLIER
           END-PERFORM.

       PRINT-ONE-SUPPLIER.
           MOVE "N" TO WS-Slot-Found-Flag
           PERFORM VARYING WS-MS-Idx FROM 1 BY 1
               UNTIL WS-MS-Idx > WS-Month-Count
               IF WS-MS-Supplier(WS-MS-Idx) = WS-SU-ID(WS-SU-Idx)
                   IF NOT WS-Slot-Found
                       SET WS-Slot-Found TO TRUE
                       DISPLAY "Supplier " WS-SU-ID(WS-SU-Idx) " "
                           WS-SU-Name(WS-SU-Idx)
                   END-IF
                   MOVE WS-MS-Orders(WS-MS-Idx) TO WS-Calc-Orders
                   MOVE WS-MS-Open(WS-MS-Idx) TO WS-Calc-Open
                   MOVE WS-MS-Cancelled(WS-MS-Idx)
                       TO WS-Calc-Cancelled
                   MOVE WS-MS-Received(WS-MS-Idx)
                       TO WS-Calc-Received
                   MOVE WS-MS-Promised(WS-MS-Idx)
                       TO WS-Calc-Promised
                   MOVE WS-MS-On-Time(WS-MS-Idx) TO WS-Calc-On-Time
                   MOVE WS-MS-Qty-Ord(WS-MS-Idx) TO WS-Calc-Qty-Ord
                   MOVE WS-MS-Qty-Recv(WS-MS-Idx)
                       TO WS-Calc-Qty-Recv
                   MOVE WS-MS-Lead-Days(WS-MS-Idx)
                       TO WS-Calc-Lead-Days
                   MOVE WS-MS-Var-Count(WS-MS-Idx)
                       TO WS-Calc-Var-Count
                   MOVE WS-MS-Var-Sum(WS-MS-Idx) TO WS-Calc-Var-Sum
                   PERFORM WORK-OUT-RATES
                   DISPLAY WS-MS-Month(WS-MS-Idx) "  "
                       WS-Calc-Orders " " WS-Calc-Open(3:3) " "
                       WS-Calc-Cancelled(3:3) "  " in-lead
                       "     " in-on-time "  " in-fill "  " in-var
               END-IF
           END-PERFORM.

       PRINT-PRODUCT-RANKING.
      *    per product, the suppliers best first: repeatedly pick
      *    the unranked line with the highest score, the shorter
      *    lead time winning a tie. Lines with nothing received
      *    or cancelled yet have no score and come last.
           PERFORM VARYING WS-PS-Idx FROM 1 BY 1
               UNTIL WS-PS-Idx > WS-Product-Line-Count
               PERFORM LOAD-PRODUCT-LINE-CALC
               PERFORM WORK-OUT-RATES
               MOVE WS-Score TO WS-PS-Score(WS-PS-Idx)
               MOVE WS-Avg-Lead TO WS-PS-Avg-Lead(WS-PS-Idx)
               MOVE "N" TO WS-PS-Ranked(WS-PS-Idx)
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "SUPPLIER RANKING BY PRODUCT"
           DISPLAY "(score = average of on-time and fill rate)"
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Rank-Product-Count
               DISPLAY SPACE
               DISPLAY WS-Rank-Product(WS-RP-Idx)
               DISPLAY "  RANK SUPPLIER                       ORDERS"
                   " CANC  LEAD  ON-TIME  FILL   PRICE VAR  SCORE"
               MOVE ZERO TO WS-Rank
               PERFORM WITH TEST AFTER UNTIL WS-Best-Idx = ZERO
                   PERFORM FIND-NEXT-BEST
                   IF WS-Best-Idx NOT = ZERO
                       PERFORM PRINT-RANKED-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-NEXT-BEST.
           MOVE ZERO TO WS-Best-Idx
           PERFORM VARYING WS-PS-Idx FROM 1 BY 1
               UNTIL WS-PS-Idx > WS-Product-Line-Count
               IF WS-PS-Product(WS-PS-Idx) = WS-Rank-Product(WS-RP-Idx)
                   AND WS-PS-Ranked(WS-PS-Idx) = "N"
                   IF WS-Best-Idx = ZERO
                       MOVE WS-PS-Idx TO WS-Best-Idx
                   ELSE
                       IF WS-PS-Score(WS-PS-Idx)
                               > WS-PS-Score(WS-Best-Idx)
                           OR (WS-PS-Score(WS-PS-Idx)
                               = WS-PS-Score(WS-Best-Idx)
                           AND WS-PS-Avg-Lead(WS-PS-Idx)
                               < WS-PS-Avg-Lead(WS-Best-Idx))
                           MOVE WS-PS-Idx TO WS-Best-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-RANKED-LINE.
           MOVE "Y" TO WS-PS-Ranked(WS-Best-Idx)
           ADD 1 TO WS-Rank
           MOVE WS-Best-Idx TO WS-PS-Idx
           PERFORM LOAD-PRODUCT-LINE-CALC
           PERFORM WORK-OUT-RATES
           MOVE SPACES TO WS-Supplier-Name
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
               UNTIL WS-SU-Idx > WS-Supplier-Count
               IF WS-SU-ID(WS-SU-Idx) = WS-PS-Supplier(WS-PS-Idx)
                   MOVE WS-SU-Name(WS-SU-Idx) TO WS-Supplier-Name
               END-IF
           END-PERFORM
           DISPLAY "  " WS-Rank " " WS-PS-Supplier(WS-PS-Idx) " "
               WS-Supplier-Name "  " WS-Calc-Orders " "
               WS-Calc-Cancelled(3:3) " " in-lead "   " in-on-time
               "  " in-fill "  " in-var "  " in-score
               WITH NO ADVANCING
           IF WS-Rank = 1 AND WS-Rates-Known > ZERO
               DISPLAY "  <- preferred"
           ELSE
               DISPLAY SPACE
           END-IF.

       LOAD-PRODUCT-LINE-CALC.
           MOVE WS-PS-Orders(WS-PS-Idx) TO WS-Calc-Orders
           MOVE WS-PS-Open(WS-PS-Idx) TO WS-Calc-Open
           MOVE WS-PS-Cancelled(WS-PS-Idx) TO WS-Calc-Cancelled
           MOVE WS-PS-Received(WS-PS-Idx) TO WS-Calc-Received
           MOVE WS-PS-Promised(WS-PS-Idx) TO WS-Calc-Promised
           MOVE WS-PS-On-Time(WS-PS-Idx) TO WS-Calc-On-Time
           MOVE WS-PS-Qty-Ord(WS-PS-Idx) TO WS-Calc-Qty-Ord
           MOVE WS-PS-Qty-Recv(WS-PS-Idx) TO WS-Calc-Qty-Recv
           MOVE WS-PS-Lead-Days(WS-PS-Idx) TO WS-Calc-Lead-Days
           MOVE WS-PS-Var-Count(WS-PS-Idx) TO WS-Calc-Var-Count
           MOVE WS-PS-Var-Sum(WS-PS-Idx) TO WS-Calc-Var-Sum.

       WORK-OUT-RATES.
      *    a rate with nothing to measure prints as "n/a" rather
      *    than as a zero the supplier never earned.
           MOVE ZERO TO WS-Avg-Lead WS-On-Time-Pct WS-Fill-Pct
               WS-Avg-Var WS-Score WS-Rates-Known
           MOVE "   n/a" TO in-on-time in-fill in-score
           MOVE "     n/a" TO in-var
           MOVE ZERO TO in-lead
           IF WS-Calc-Received > ZERO
               COMPUTE WS-Avg-Lead ROUNDED =
                   WS-Calc-Lead-Days / WS-Calc-Received
               MOVE WS-Avg-Lead TO in-lead
           END-IF
           IF WS-Calc-Promised > ZERO
               COMPUTE WS-On-Time-Pct ROUNDED =
                   WS-Calc-On-Time * 100 / WS-Calc-Promised
               MOVE WS-On-Time-Pct TO in-pct
               MOVE in-pct TO in-on-time(1:5)
               MOVE "%" TO in-on-time(6:1)
               ADD WS-On-Time-Pct TO WS-Score
               ADD 1 TO WS-Rates-Known
           END-IF
           IF WS-Calc-Qty-Ord > ZERO
               COMPUTE WS-Fill-Pct ROUNDED =
                   WS-Calc-Qty-Recv * 100 / WS-Calc-Qty-Ord
               MOVE WS-Fill-Pct TO in-pct
               MOVE in-pct TO in-fill(1:5)
               MOVE "%" TO in-fill(6:1)
               ADD WS-Fill-Pct TO WS-Score
               ADD 1 TO WS-Rates-Known
           END-IF
           IF WS-Rates-Known > ZERO
               COMPUTE WS-Score ROUNDED = WS-Score / WS-Rates-Known
               MOVE WS-Score TO in-pct
               MOVE in-pct TO in-score(1:5)
               MOVE SPACE TO in-score(6:1)
           END-IF
           IF WS-Calc-Var-Count > ZERO
               COMPUTE WS-Avg-Var ROUNDED =
                   WS-Calc-Var-Sum / WS-Calc-Var-Count
               MOVE WS-Avg-Var TO in-var-pct
               MOVE in-var-pct TO in-var(1:7)
               MOVE "%" TO in-var(8:1)
           END-IF.

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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SupplierFile-Status NOT = "35"
               CLOSE SupplierFile
           END-IF
           MOVE "N" TO WS-Eof-Flag.
