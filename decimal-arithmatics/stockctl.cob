      * when it bills a product line. Same table-and-rewrite
      * treatment prodmaint.cob gives Products.dat, every movement
      * audited.
      * Gift sets and starter packs are kits: a Products.dat name
      * with a bill of materials on KitComponents.dat (see
      * copybooks/KITREC.cpy), kept on the (K)it screen. A kit has
      * no stock record of its own - billing, allocating and
      * returning one moves its components - and (B)uildable
      * reports how many of each kit the shelf can make up now.
      * A receipt of perishable goods takes the supplier's lot
      * number and expiry date onto StockLots.dat, and an issue
      * takes from the lot that expires first (the STOCK-LOTS
      * subroutine) - stocklots.cob reports and writes off what is
      * expiring.
      * Each store keeps its own shelf: StockLevels.dat holds one
      * record per product per branch, and receipts, issues and
      * minimums here work on the signed-on operator's branch.
      * (L)evels shows every branch side by side with what is in
      * transit between them. (T)ransfer sends goods to the other
      * store - off this shelf, onto StockTransfers.dat (see
      * copybooks/XFERREC.cpy) and into INVENTORY IN TRANSIT 1310
      * at prime cost - and (C)onfirm transfer at the receiving
      * branch puts them on its shelf and back into INVENTORY 1300.
      * Lots are per store too (LT-Branch on StockLots.dat): a
      * receipt lands its lot on this branch, an issue takes only
      * this branch's lots, and a transfer takes its lots to the
      * other store when it is sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.
           SELECT TransferFile ASSIGN TO "StockTransfers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransferFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

           FD TransferFile.
           01 TransferRecord.
               COPY XFERREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.
               88 WS-Product-Eof VALUE "Y".
           01 WS-Cost-Eof-Flag PIC X VALUE "N".
               88 WS-Cost-Eof VALUE "Y".
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-Kit-Eof-Flag PIC X VALUE "N".
               88 WS-Kit-Eof VALUE "Y".
           01 WS-TransferFile-Status PIC XX.
               88 WS-Transfer-File-OK VALUE "00".
           01 WS-Transfer-Eof-Flag PIC X VALUE "N".
               88 WS-Transfer-Eof VALUE "Y".

      *    the whole stock file held in storage while the menu runs
      *    - same table-and-rewrite idiom as prodmaint.cob. One
      *    entry per product per branch.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-SK-Idx PIC 9(3).
           01 WS-SK-Scan PIC 9(3).
           01 WS-Stock-Found-Flag PIC X.
               88 WS-Stock-Found VALUE "Y".
           01 WS-Name-Seen-Flag PIC X.
               88 WS-Name-Seen VALUE "Y".
      *    the shelf this session works on - the operator's branch,
      *    blank signing on as the main store.
           01 WS-Stock-Branch PIC X(2).

      *    StockTransfers.dat, table-loaded and rewritten whole -
      *    an entry has the XFERREC layout.
           01 WS-Transfer-Table.
               05 WS-Transfer-Entry OCCURS 999 TIMES.
                   10 WS-XT-Num         PIC 9(6).
                   10 WS-XT-Product     PIC X(20).
                   10 WS-XT-Qty         PIC 9(5).
                   10 WS-XT-From-Branch PIC X(2).
                   10 WS-XT-To-Branch   PIC X(2).
                   10 WS-XT-Status      PIC X.
                   10 WS-XT-Value       PIC 9(7)V9(2).
                   10 WS-XT-Sent-Date   PIC 9(8).
                   10 WS-XT-Sent-By     PIC X(10).
                   10 WS-XT-Recv-Date   PIC 9(8).
                   10 WS-XT-Recv-By     PIC X(10).
           01 WS-Transfer-Count PIC 9(4) VALUE ZERO.
           01 WS-XT-Idx PIC 9(4).
           01 WS-XT-Scan PIC 9(4).
           01 WS-Next-Transfer-Num PIC 9(6).
           01 WS-Transfer-Num-Entry PIC 9(6).
           01 WS-To-Branch-Entry PIC X(2).
           01 WS-Transfer-Found-Flag PIC X.
               88 WS-Transfer-Found VALUE "Y".
           01 WS-In-Transit-Count PIC 9(3).
           01 WS-Transit-Value PIC 9(9)V9(2).
           01 WS-Confirm PIC X.
           01 in-transfer-num PIC Z(5)9.

      *    Products.dat names, so only real products get stock
      *    records - same load idiom as invgen.cob.
           01 WS-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-CT-Idx PIC 9(3).

      *    kit bills of materials, table-loaded and rewritten whole.
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-KT-Scan PIC 9(3).
           01 WS-Kit-Found-Flag PIC X.
               88 WS-Kit-Found VALUE "Y".
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".
           01 WS-Kit-Seen-Flag PIC X.
               88 WS-Kit-Seen VALUE "Y".
           01 WS-Check-Name PIC X(20).
           01 WS-Kit-Entry-Name PIC X(20).
           01 WS-Component-Entry PIC X(20).
           01 WS-Kit-Qty-Entry PIC 9(3).
           01 WS-Components-Done-Flag PIC X.
               88 WS-Components-Done VALUE "Y".
           01 WS-Component-On-Hand PIC S9(5).
           01 WS-Kits-Covered PIC S9(5).
           01 WS-Kits-Buildable PIC S9(5).
           01 WS-Limiting-Part PIC X(20).
           01 WS-Kit-Reported PIC 9(3).
           01 in-kits PIC ZZZZ9.

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Below-Count PIC 9(3).
           01 in-on-hand PIC ZZZZ9-.
           01 in-value PIC ZZZ,ZZZ,ZZ9.99.
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
           01 WS-Lot-Move-Type PIC X.
           01 WS-Lot-Ref PIC 9(6) VALUE ZERO.
           01 WS-Lot-Customer PIC 9(5) VALUE ZERO.
           01 WS-Lots-Used PIC 9(2).
           01 in-lots PIC Z9.
           01 in-lot-qty PIC ZZZZ9.
           01 in-prime PIC Z,ZZ9.99.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    GL-POST arguments - a transfer moves its prime-cost value
      *    between INVENTORY 1300 and INVENTORY IN TRANSIT 1310.
           01 WS-GL-Source PIC X(12) VALUE "stockctl".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Inventory-Acct PIC 9(4) VALUE 1300.
           01 WS-GL-Transit-Acct PIC 9(4) VALUE 1310.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-Branch-Entry)
               TO WS-Stock-Branch
           IF WS-Stock-Branch = SPACES
               MOVE "B1" TO WS-Stock-Branch
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"

           PERFORM LOAD-STOCK-TABLE
           PERFORM LOAD-PRODUCT-NAMES
           PERFORM LOAD-KIT-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Stock - (R)eceipt (I)ssue (M)inimum "
                   "(L)evels (O)rder report (V)aluation"
               DISPLAY "        (K)it components (B)uildable kits "
                   "(T)ransfer out (C)onfirm transfer (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "L" PERFORM LIST-LEVELS
                   WHEN "O" PERFORM REORDER-REPORT
                   WHEN "V" PERFORM VALUATION-REPORT
                   WHEN "K" PERFORM MAINTAIN-KIT
                   WHEN "B" PERFORM BUILDABLE-KITS-REPORT
                   WHEN "T" PERFORM SEND-TRANSFER
                   WHEN "C" PERFORM RECEIVE-TRANSFER
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-IF
           DISPLAY "Quantity received :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           PERFORM GET-LOT-AND-EXPIRY
           IF NOT WS-Date-Valid
               EXIT PARAGRAPH
           END-IF
           ADD WS-Qty-Entry TO WS-SK-On-Hand(WS-SK-Idx)
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
           PERFORM REWRITE-STOCK-FILE
           IF WS-Lot-Number NOT = SPACES
               MOVE "RCV" TO WS-Lot-Op
               MOVE "R" TO WS-Lot-Move-Type
               MOVE WS-Qty-Entry TO WS-Lot-Qty
               PERFORM CALL-STOCK-LOTS
               IF WS-Lots-Used = ZERO
                   DISPLAY "Warning: lot table full - lot not "
                       "recorded"
               END-IF
               PERFORM RELEASE-STOCK-LOTS
           END-IF
           DISPLAY "On hand now " in-on-hand
           MOVE "STKRCV" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           END-IF
           DISPLAY "Quantity issued :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
      *    lot-tracked stock goes first expiry first - the back
      *    room is told which lot to take it from.
           MOVE "ISS" TO WS-Lot-Op
           MOVE "S" TO WS-Lot-Move-Type
           MOVE WS-Qty-Entry TO WS-Lot-Qty
           PERFORM CALL-STOCK-LOTS
           PERFORM RELEASE-STOCK-LOTS
           IF WS-Lots-Used > ZERO
               IF WS-Lot-Expiry = ZERO
                   DISPLAY "Take from lot "
                       FUNCTION TRIM(WS-Lot-Number) " first"
               ELSE
                   DISPLAY "Take from lot "
                       FUNCTION TRIM(WS-Lot-Number)
                       " first (use by " WS-Lot-Expiry ")"
               END-IF
               IF WS-Lots-Used > 1
                   MOVE WS-Lots-Used TO in-lots
                   DISPLAY "  - the quantity spans "
                       FUNCTION TRIM(in-lots)
                       " lots, nearest expiry first"
               END-IF
               IF WS-Lot-Qty < WS-Qty-Entry
                   MOVE WS-Lot-Qty TO in-lot-qty
                   DISPLAY "  - only " FUNCTION TRIM(in-lot-qty)
                       " of it from in-date lots"
               END-IF
           END-IF
           SUBTRACT WS-Qty-Entry FROM WS-SK-On-Hand(WS-SK-Idx)
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
           IF WS-SK-On-Hand(WS-SK-Idx)
           PERFORM WRITE-AUDIT-LOG.

       LIST-LEVELS.
      *    every branch's shelf, product by product, then whatever
      *    of the product is on its way between the stores.
           PERFORM LOAD-TRANSFER-TABLE
           DISPLAY "Stock on hand by branch (you are at "
               WS-Stock-Branch "):"
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               MOVE "N" TO WS-Name-Seen-Flag
               PERFORM VARYING WS-SK-Scan FROM 1 BY 1
                   UNTIL WS-SK-Scan >= WS-SK-Idx
                   IF WS-SK-Name(WS-SK-Scan) = WS-SK-Name(WS-SK-Idx)
                       SET WS-Name-Seen TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Name-Seen
                   PERFORM LIST-ONE-PRODUCT
               END-IF
           END-PERFORM.

       LIST-ONE-PRODUCT.
           PERFORM VARYING WS-SK-Scan FROM WS-SK-Idx BY 1
               UNTIL WS-SK-Scan > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Scan) = WS-SK-Name(WS-SK-Idx)
                   MOVE WS-SK-On-Hand(WS-SK-Scan) TO in-on-hand
                   DISPLAY "  " WS-SK-Name(WS-SK-Scan) " "
                       WS-SK-Branch(WS-SK-Scan) "    " in-on-hand
                       "  (min " WS-SK-Min(WS-SK-Scan) ")"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-XT-Idx FROM 1 BY 1
               UNTIL WS-XT-Idx > WS-Transfer-Count
               IF WS-XT-Product(WS-XT-Idx) = WS-SK-Name(WS-SK-Idx)
                   AND WS-XT-Status(WS-XT-Idx) = "T"
                   MOVE WS-XT-Qty(WS-XT-Idx) TO in-on-hand
                   MOVE WS-XT-Num(WS-XT-Idx) TO in-transfer-num
                   DISPLAY "  " WS-SK-Name(WS-SK-Idx) " "
                       WS-XT-From-Branch(WS-XT-Idx) ">"
                       WS-XT-To-Branch(WS-XT-Idx) " " in-on-hand
                       "  in transit, transfer "
                       FUNCTION TRIM(in-transfer-num)
               END-IF
           END-PERFORM.

       REORDER-REPORT.
      *    each store reorders against its own minimum.
           DISPLAY SPACE
           DISPLAY "REORDER REPORT - below minimum"
           MOVE ZERO TO WS-Below-Count
                   < WS-SK-Min(WS-SK-Idx)
                   ADD 1 TO WS-Below-Count
                   MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
                   DISPLAY "  " WS-SK-Name(WS-SK-Idx) " "
                       WS-SK-Branch(WS-SK-Idx)
                       " on hand " in-on-hand " minimum "
                       WS-SK-Min(WS-SK-Idx)
               END-IF
               UNTIL WS-SK-Idx > WS-Stock-Count
               PERFORM VALUE-ONE-PRODUCT
           END-PERFORM
      *    goods between the stores are still ours - at the value
      *    they left the sending shelf with, as carried on 1310.
           PERFORM LOAD-TRANSFER-TABLE
           MOVE ZERO TO WS-Transit-Value
           PERFORM VARYING WS-XT-Idx FROM 1 BY 1
               UNTIL WS-XT-Idx > WS-Transfer-Count
               IF WS-XT-Status(WS-XT-Idx) = "T"
                   ADD WS-XT-Value(WS-XT-Idx) TO WS-Transit-Value
               END-IF
           END-PERFORM
           MOVE WS-Transit-Value TO in-value
           DISPLAY "  IN TRANSIT BETWEEN BRANCHES " in-value
           ADD WS-Transit-Value TO WS-Total-Value
           MOVE WS-Total-Value TO in-value
           DISPLAY "TOTAL STOCK VALUE: " in-value.

           END-PERFORM
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
           MOVE WS-Line-Value TO in-value
           DISPLAY "  " WS-SK-Name(WS-SK-Idx) " "
               WS-SK-Branch(WS-SK-Idx) " " in-on-hand
               " x " in-prime " = " in-value
           ADD WS-Line-Value TO WS-Total-Value.

       GET-LOT-AND-EXPIRY.
      *    the supplier's lot number and expiry date - blank lot,
      *    not lot-tracked; a lot already past its date is refused.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           SET WS-Date-Valid TO TRUE
           DISPLAY "Lot number (blank = not lot-tracked) :"
               WITH NO ADVANCING
           ACCEPT WS-Lot-Number
           MOVE ZERO TO WS-Lot-Expiry
           IF WS-Lot-Number = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Expiry date (yyyymmdd, 0 = none) :"
               WITH NO ADVANCING
           ACCEPT WS-Lot-Expiry
           IF WS-Lot-Expiry = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Lot-Expiry(7:2) TO WS-Date-dd
           MOVE WS-Lot-Expiry(5:2) TO WS-Date-mm
           MOVE WS-Lot-Expiry(1:4) TO WS-Date-yyyy
           MOVE "N" TO WS-Date-Valid-Flag
           CALL "VALIDATE-DOB" USING WS-Date-dd, WS-Date-mm,
               WS-Date-yyyy, WS-Date-Valid-Flag
           IF NOT WS-Date-Valid
               DISPLAY "Error: not a real date - nothing received"
               EXIT PARAGRAPH
           END-IF
           IF WS-Lot-Expiry < WS-Today
               DISPLAY "Error: that lot expired " WS-Lot-Expiry
                   " - nothing received"
               MOVE "N" TO WS-Date-Valid-Flag
           END-IF.

       CALL-STOCK-LOTS.
           CALL "STOCK-LOTS" USING WS-Lot-Op, WS-Name-Entry,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty, WS-Today,
               WS-Lot-Move-Type, WS-Lot-Ref, WS-Lot-Customer,
               WS-Lots-Used, WS-Stock-Branch, WS-To-Branch-Entry.

       RELEASE-STOCK-LOTS.
      *    StockLots.dat is rewritten after every movement, the
      *    same as StockLevels.dat.
           MOVE "END" TO WS-Lot-Op
           CALL "STOCK-LOTS" USING WS-Lot-Op, WS-Name-Entry,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty, WS-Today,
               WS-Lot-Move-Type, WS-Lot-Ref, WS-Lot-Customer,
               WS-Lots-Used, WS-Stock-Branch, WS-To-Branch-Entry.

       GET-PRODUCT-AND-SLOT.
      *    only real Products.dat products get stock records - a
      *    typo'd name is refused instead of silently tracking a
               DISPLAY "Error: no such product on Products.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BRANCH-SLOT
      *    a kit's stock is its components' - it never gets a
      *    record of its own (one left from before it became a kit
      *    can still be issued down).
           MOVE WS-Name-Entry TO WS-Check-Name
           PERFORM CHECK-IS-KIT
           IF WS-Is-Kit AND NOT WS-Stock-Found
               DISPLAY "Error: " FUNCTION TRIM(WS-Name-Entry)
                   " is a kit - its stock is kept on its components"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-Stock-Found
               PERFORM ADD-BRANCH-SLOT
           END-IF.

       FIND-BRANCH-SLOT.
      *    WS-Name-Entry's record on this session's shelf.
           MOVE "N" TO WS-Stock-Found-Flag
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               OR WS-Stock-Found
               IF WS-SK-Name(WS-SK-Idx) = WS-Name-Entry
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   SET WS-Stock-Found TO TRUE
                   SUBTRACT 1 FROM WS-SK-Idx
               END-IF
           END-PERFORM.

       ADD-BRANCH-SLOT.
           IF WS-Stock-Count >= 200
               DISPLAY "Error: stock table full"
           ELSE
               ADD 1 TO WS-Stock-Count
               MOVE WS-Stock-Count TO WS-SK-Idx
               MOVE WS-Name-Entry TO WS-SK-Name(WS-SK-Idx)
               MOVE ZERO TO WS-SK-On-Hand(WS-SK-Idx)
               MOVE ZERO TO WS-SK-Min(WS-SK-Idx)
               MOVE WS-Stock-Branch TO WS-SK-Branch(WS-SK-Idx)
               SET WS-Stock-Found TO TRUE
           END-IF.

       SEND-TRANSFER.
      *    goods leave this branch's shelf for the other store and
      *    stay in transit - on StockTransfers.dat and on 1310 at
      *    prime cost - until the receiving branch confirms them.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no transfer sent"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-PRODUCT-AND-SLOT
           IF NOT WS-Stock-Found
               EXIT PARAGRAPH
           END-IF
           DISPLAY "To branch :" WITH NO ADVANCING
           ACCEPT WS-To-Branch-Entry
           MOVE FUNCTION UPPER-CASE(WS-To-Branch-Entry)
               TO WS-To-Branch-Entry
           IF WS-To-Branch-Entry = SPACES
               OR WS-To-Branch-Entry = WS-Stock-Branch
               DISPLAY "Error: a transfer goes to the other branch"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity to send :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry = ZERO
               DISPLAY "Nothing sent"
               EXIT PARAGRAPH
           END-IF
           IF WS-Qty-Entry > WS-SK-On-Hand(WS-SK-Idx)
               MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
               DISPLAY "Error: only " FUNCTION TRIM(in-on-hand)
                   " on the " WS-Stock-Branch " shelf - nothing sent"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TRANSFER-TABLE
           IF WS-Transfer-Count >= 999
               DISPLAY "Error: transfer file full"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COST-TABLE
           MOVE ZERO TO WS-Line-Value
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               IF WS-CT-Name(WS-CT-Idx) = WS-Name-Entry
                   COMPUTE WS-Line-Value =
                       WS-Qty-Entry * WS-CT-Prime(WS-CT-Idx)
               END-IF
           END-PERFORM

           SUBTRACT WS-Qty-Entry FROM WS-SK-On-Hand(WS-SK-Idx)
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
           PERFORM REWRITE-STOCK-FILE

           ADD 1 TO WS-Transfer-Count
           MOVE WS-Transfer-Count TO WS-XT-Idx
           MOVE WS-Next-Transfer-Num TO WS-XT-Num(WS-XT-Idx)
           MOVE WS-Name-Entry TO WS-XT-Product(WS-XT-Idx)
           MOVE WS-Qty-Entry TO WS-XT-Qty(WS-XT-Idx)
           MOVE WS-Stock-Branch TO WS-XT-From-Branch(WS-XT-Idx)
           MOVE WS-To-Branch-Entry TO WS-XT-To-Branch(WS-XT-Idx)
           MOVE "T" TO WS-XT-Status(WS-XT-Idx)
           MOVE WS-Line-Value TO WS-XT-Value(WS-XT-Idx)
           MOVE WS-Today TO WS-XT-Sent-Date(WS-XT-Idx)
           MOVE WS-Operator-ID-Entry TO WS-XT-Sent-By(WS-XT-Idx)
           MOVE ZERO TO WS-XT-Recv-Date(WS-XT-Idx)
           MOVE SPACES TO WS-XT-Recv-By(WS-XT-Idx)
           PERFORM REWRITE-TRANSFER-FILE
      *    lot-tracked goods take their lots with them, first
      *    expiry first, so the other store issues from them.
           MOVE "XFR" TO WS-Lot-Op
           MOVE WS-Qty-Entry TO WS-Lot-Qty
           MOVE WS-XT-Num(WS-XT-Idx) TO WS-Lot-Ref
           PERFORM CALL-STOCK-LOTS
           PERFORM RELEASE-STOCK-LOTS
           MOVE ZERO TO WS-Lot-Ref

           MOVE WS-GL-Transit-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Inventory-Acct TO WS-GL-Credit-Acct
           PERFORM POST-TRANSFER-TO-LEDGER

           MOVE WS-XT-Num(WS-XT-Idx) TO in-transfer-num
           DISPLAY "Transfer " FUNCTION TRIM(in-transfer-num)
               " in transit to " WS-To-Branch-Entry
               " - on hand here now " in-on-hand
           IF WS-Line-Value = ZERO
               DISPLAY "  (no ProductCosts.dat prime cost - carried "
                   "in transit at zero)"
           END-IF
           IF WS-Lots-Used > ZERO
               IF WS-Lot-Expiry = ZERO
                   DISPLAY "Send from lot "
                       FUNCTION TRIM(WS-Lot-Number) " first"
               ELSE
                   DISPLAY "Send from lot "
                       FUNCTION TRIM(WS-Lot-Number)
                       " first (use by " WS-Lot-Expiry ")"
               END-IF
               IF WS-Lots-Used > 1
                   MOVE WS-Lots-Used TO in-lots
                   DISPLAY "  - the quantity spans "
                       FUNCTION TRIM(in-lots)
                       " lots, nearest expiry first"
               END-IF
           END-IF
           MOVE "STKXFO" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(in-transfer-num) " "
               FUNCTION TRIM(WS-Name-Entry) " -" WS-Qty-Entry
               " to " WS-To-Branch-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RECEIVE-TRANSFER.
      *    the receiving branch confirms a transfer has arrived:
      *    the goods go on this shelf and their value comes out of
      *    transit.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no transfer received"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TRANSFER-TABLE
           MOVE ZERO TO WS-In-Transit-Count
           DISPLAY "In transit to " WS-Stock-Branch ":"
           PERFORM VARYING WS-XT-Idx FROM 1 BY 1
               UNTIL WS-XT-Idx > WS-Transfer-Count
               IF WS-XT-Status(WS-XT-Idx) = "T"
                   AND WS-XT-To-Branch(WS-XT-Idx) = WS-Stock-Branch
                   ADD 1 TO WS-In-Transit-Count
                   MOVE WS-XT-Num(WS-XT-Idx) TO in-transfer-num
                   MOVE WS-XT-Qty(WS-XT-Idx) TO in-on-hand
                   DISPLAY "  " in-transfer-num " "
                       WS-XT-Product(WS-XT-Idx) " " in-on-hand
                       "  from " WS-XT-From-Branch(WS-XT-Idx)
                       " sent " WS-XT-Sent-Date(WS-XT-Idx)
               END-IF
           END-PERFORM
           IF WS-In-Transit-Count = ZERO
               DISPLAY "  nothing on its way"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Transfer number received (0 = none) :"
               WITH NO ADVANCING
           ACCEPT WS-Transfer-Num-Entry
           IF WS-Transfer-Num-Entry = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Transfer-Found-Flag
           PERFORM VARYING WS-XT-Idx FROM 1 BY 1
               UNTIL WS-XT-Idx > WS-Transfer-Count
               OR WS-Transfer-Found
               IF WS-XT-Num(WS-XT-Idx) = WS-Transfer-Num-Entry
                   AND WS-XT-Status(WS-XT-Idx) = "T"
                   AND WS-XT-To-Branch(WS-XT-Idx) = WS-Stock-Branch
                   SET WS-Transfer-Found TO TRUE
                   SUBTRACT 1 FROM WS-XT-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Transfer-Found
               DISPLAY "Error: no such transfer in transit to "
                   WS-Stock-Branch
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XT-Qty(WS-XT-Idx) TO in-on-hand
           DISPLAY "Confirm " FUNCTION TRIM(in-on-hand) " "
               FUNCTION TRIM(WS-XT-Product(WS-XT-Idx))
               " received (y/n) :" WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
               DISPLAY "Not received"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XT-Product(WS-XT-Idx) TO WS-Name-Entry
           PERFORM FIND-BRANCH-SLOT
           IF NOT WS-Stock-Found
               PERFORM ADD-BRANCH-SLOT
               IF NOT WS-Stock-Found
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-XT-Qty(WS-XT-Idx) TO WS-SK-On-Hand(WS-SK-Idx)
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
           PERFORM REWRITE-STOCK-FILE

           MOVE "R" TO WS-XT-Status(WS-XT-Idx)
           MOVE WS-Today TO WS-XT-Recv-Date(WS-XT-Idx)
           MOVE WS-Operator-ID-Entry TO WS-XT-Recv-By(WS-XT-Idx)
           PERFORM REWRITE-TRANSFER-FILE

           MOVE WS-XT-Value(WS-XT-Idx) TO WS-Line-Value
           MOVE WS-GL-Inventory-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Transit-Acct TO WS-GL-Credit-Acct
           PERFORM POST-TRANSFER-TO-LEDGER

           MOVE WS-XT-Num(WS-XT-Idx) TO in-transfer-num
           DISPLAY "Transfer " FUNCTION TRIM(in-transfer-num)
               " received - on hand here now " in-on-hand
           MOVE "STKXFI" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(in-transfer-num) " "
               FUNCTION TRIM(WS-Name-Entry) " +"
               WS-XT-Qty(WS-XT-Idx)
               " from " WS-XT-From-Branch(WS-XT-Idx)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       POST-TRANSFER-TO-LEDGER.
           IF WS-Line-Value = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GL-Reference
           STRING "XFER " WS-XT-Num(WS-XT-Idx)
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE WS-Line-Value TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       MAINTAIN-KIT.
      *    a kit's parts and how many of each go in one kit -
      *    entering a part again changes its quantity, zero takes
      *    it out. Parts are plain products, never other kits.
           DISPLAY "Kit name :" WITH NO ADVANCING
           ACCEPT WS-Kit-Entry-Name
           MOVE WS-Kit-Entry-Name TO WS-Check-Name
           PERFORM CHECK-PRODUCT-NAME
           IF NOT WS-Product-Found
               DISPLAY "Error: no such product on Products.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IS-COMPONENT
           IF WS-Kit-Found
               DISPLAY "Error: " FUNCTION TRIM(WS-Kit-Entry-Name)
                   " is itself a part of a kit"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-Kit-Entry-Name
                   AND WS-SK-On-Hand(WS-SK-Idx) NOT = ZERO
                   MOVE WS-SK-On-Hand(WS-SK-Idx) TO in-on-hand
                   DISPLAY "Note: " FUNCTION TRIM(WS-Kit-Entry-Name)
                       " still has " in-on-hand " on its own stock "
                       "record - issue it out once the kit is set up"
               END-IF
           END-PERFORM
           PERFORM SHOW-KIT-COMPONENTS
           MOVE "N" TO WS-Components-Done-Flag
           PERFORM UNTIL WS-Components-Done
               DISPLAY "Part name (blank = done) :"
                   WITH NO ADVANCING
               ACCEPT WS-Component-Entry
               IF WS-Component-Entry = SPACES
                   SET WS-Components-Done TO TRUE
               ELSE
                   PERFORM SET-KIT-COMPONENT
               END-IF
           END-PERFORM.

       SET-KIT-COMPONENT.
           MOVE WS-Component-Entry TO WS-Check-Name
           PERFORM CHECK-PRODUCT-NAME
           IF NOT WS-Product-Found
               DISPLAY "Error: no such product on Products.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IS-KIT
           IF WS-Is-Kit OR WS-Component-Entry = WS-Kit-Entry-Name
               DISPLAY "Error: a kit cannot be a part of a kit"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quantity in one kit (0 = remove) :"
               WITH NO ADVANCING
           ACCEPT WS-Kit-Qty-Entry
           MOVE "N" TO WS-Kit-Found-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               OR WS-Kit-Found
               IF WS-KT-Kit(WS-KT-Idx) = WS-Kit-Entry-Name
                   AND WS-KT-Component(WS-KT-Idx) = WS-Component-Entry
                   SET WS-Kit-Found TO TRUE
                   SUBTRACT 1 FROM WS-KT-Idx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Kit-Found AND WS-Kit-Qty-Entry = ZERO
                   PERFORM VARYING WS-KT-Scan FROM WS-KT-Idx BY 1
                       UNTIL WS-KT-Scan >= WS-Kit-Count
                       MOVE WS-Kit-Entry(WS-KT-Scan + 1)
                           TO WS-Kit-Entry(WS-KT-Scan)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-Kit-Count
               WHEN WS-Kit-Found
                   MOVE WS-Kit-Qty-Entry TO WS-KT-Qty(WS-KT-Idx)
               WHEN WS-Kit-Qty-Entry = ZERO
                   DISPLAY "Error: " FUNCTION TRIM(WS-Component-Entry)
                       " is not a part of this kit"
                   EXIT PARAGRAPH
               WHEN WS-Kit-Count >= 200
                   DISPLAY "Error: kit file full"
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-Kit-Count
                   MOVE WS-Kit-Entry-Name TO WS-KT-Kit(WS-Kit-Count)
                   MOVE WS-Component-Entry
                       TO WS-KT-Component(WS-Kit-Count)
                   MOVE WS-Kit-Qty-Entry TO WS-KT-Qty(WS-Kit-Count)
           END-EVALUATE
           PERFORM REWRITE-KIT-FILE
           PERFORM SHOW-KIT-COMPONENTS
           MOVE "KITSET" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WS-Kit-Entry-Name) " "
               FUNCTION TRIM(WS-Component-Entry) " x"
               WS-Kit-Qty-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       SHOW-KIT-COMPONENTS.
           MOVE "N" TO WS-Kit-Found-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = WS-Kit-Entry-Name
                   IF NOT WS-Kit-Found
                       DISPLAY FUNCTION TRIM(WS-Kit-Entry-Name)
                           " is made up of:"
                       SET WS-Kit-Found TO TRUE
                   END-IF
                   DISPLAY "  " WS-KT-Qty(WS-KT-Idx) " x "
                       WS-KT-Component(WS-KT-Idx)
               END-IF
           END-PERFORM
           IF NOT WS-Kit-Found
               DISPLAY FUNCTION TRIM(WS-Kit-Entry-Name)
                   " has no parts - not a kit"
           END-IF.

       BUILDABLE-KITS-REPORT.
      *    per kit, the number the shelf can make up now: the
      *    scarcest part decides, and is named. A part with no
      *    stock record, or none on hand, makes none.
           DISPLAY SPACE
           DISPLAY "BUILDABLE KITS - from stock on hand"
           MOVE ZERO TO WS-Kit-Reported
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               MOVE "N" TO WS-Kit-Seen-Flag
               PERFORM VARYING WS-KT-Scan FROM 1 BY 1
                   UNTIL WS-KT-Scan >= WS-KT-Idx
                   IF WS-KT-Kit(WS-KT-Scan) = WS-KT-Kit(WS-KT-Idx)
                       SET WS-Kit-Seen TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Kit-Seen
                   PERFORM REPORT-ONE-KIT
               END-IF
           END-PERFORM
           DISPLAY "Kits reported: " WS-Kit-Reported.

       REPORT-ONE-KIT.
           ADD 1 TO WS-Kit-Reported
           MOVE WS-KT-Kit(WS-KT-Idx) TO WS-Kit-Entry-Name
           MOVE "N" TO WS-Kit-Found-Flag
           MOVE ZERO TO WS-Kits-Buildable
           MOVE SPACES TO WS-Limiting-Part
           PERFORM VARYING WS-KT-Scan FROM WS-KT-Idx BY 1
               UNTIL WS-KT-Scan > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Scan) = WS-Kit-Entry-Name
                   PERFORM KITS-FROM-COMPONENT
                   IF NOT WS-Kit-Found
                       OR WS-Kits-Covered < WS-Kits-Buildable
                       MOVE WS-Kits-Covered TO WS-Kits-Buildable
                       MOVE WS-KT-Component(WS-KT-Scan)
                           TO WS-Limiting-Part
                   END-IF
                   SET WS-Kit-Found TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-Kits-Buildable TO in-kits
           DISPLAY "  " WS-Kit-Entry-Name " buildable " in-kits
               "  (limited by " FUNCTION TRIM(WS-Limiting-Part) ")"
           PERFORM VARYING WS-KT-Scan FROM WS-KT-Idx BY 1
               UNTIL WS-KT-Scan > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Scan) = WS-Kit-Entry-Name
                   PERFORM KITS-FROM-COMPONENT
                   MOVE WS-Component-On-Hand TO in-on-hand
                   DISPLAY "      " WS-KT-Qty(WS-KT-Scan) " x "
                       WS-KT-Component(WS-KT-Scan) " on hand "
                       in-on-hand
               END-IF
           END-PERFORM.

       KITS-FROM-COMPONENT.
           MOVE ZERO TO WS-Component-On-Hand
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-KT-Component(WS-KT-Scan)
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   MOVE WS-SK-On-Hand(WS-SK-Idx)
                       TO WS-Component-On-Hand
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-Kits-Covered
           IF WS-Component-On-Hand > ZERO
               AND WS-KT-Qty(WS-KT-Scan) > ZERO
               DIVIDE WS-KT-Qty(WS-KT-Scan)
                   INTO WS-Component-On-Hand
                   GIVING WS-Kits-Covered
           END-IF.

       CHECK-PRODUCT-NAME.
           MOVE "N" TO WS-Product-Found-Flag
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
               UNTIL WS-PT-Idx > WS-Product-Count
               IF WS-PT-Name(WS-PT-Idx) = WS-Check-Name
                   SET WS-Product-Found TO TRUE
               END-IF
           END-PERFORM.

       CHECK-IS-KIT.
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = WS-Check-Name
                   SET WS-Is-Kit TO TRUE
               END-IF
           END-PERFORM.

       CHECK-IS-COMPONENT.
           MOVE "N" TO WS-Kit-Found-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Component(WS-KT-Idx) = WS-Check-Name
                   SET WS-Kit-Found TO TRUE
               END-IF
           END-PERFORM.

       LOAD-KIT-TABLE.
           OPEN INPUT KitFile
           IF WS-Kit-File-OK
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
                               MOVE KT-Qty
                                   TO WS-KT-Qty(WS-Kit-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KitFile
           END-IF.

       REWRITE-KIT-FILE.
           OPEN OUTPUT KitFile
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               MOVE WS-KT-Kit(WS-KT-Idx) TO KT-Kit-Name
               MOVE WS-KT-Component(WS-KT-Idx) TO KT-Component
               MOVE WS-KT-Qty(WS-KT-Idx) TO KT-Qty
               WRITE KitRecord
           END-PERFORM
           CLOSE KitFile.

       LOAD-STOCK-TABLE.
           OPEN INPUT StockFile
           IF NOT WS-Stock-File-OK
                       AT END
                           SET WS-Stock-Eof TO TRUE
                       NOT AT END
                           IF WS-Stock-Count < 200
                               ADD 1 TO WS-Stock-Count
                               MOVE ST-Product-Name TO
                                   WS-SK-Name(WS-Stock-Count)
                                   WS-SK-On-Hand(WS-Stock-Count)
                               MOVE ST-Reorder-Min TO
                                   WS-SK-Min(WS-Stock-Count)
                               MOVE ST-Branch TO
                                   WS-SK-Branch(WS-Stock-Count)
                               IF ST-Branch = SPACES
                                   MOVE "B1" TO
                                       WS-SK-Branch(WS-Stock-Count)
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

       LOAD-TRANSFER-TABLE.
      *    reloaded for each use - the other store may have sent
      *    or confirmed something since the menu came up.
           MOVE ZERO TO WS-Transfer-Count
           MOVE 1 TO WS-Next-Transfer-Num
           MOVE "N" TO WS-Transfer-Eof-Flag
           OPEN INPUT TransferFile
           IF NOT WS-Transfer-File-OK
               SET WS-Transfer-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Transfer-Eof
               READ TransferFile
                   AT END
                       SET WS-Transfer-Eof TO TRUE
                   NOT AT END
                       IF WS-Transfer-Count < 999
                           ADD 1 TO WS-Transfer-Count
                           MOVE TransferRecord
                               TO WS-Transfer-Entry(WS-Transfer-Count)
                       END-IF
                       IF XF-Num >= WS-Next-Transfer-Num
                           COMPUTE WS-Next-Transfer-Num = XF-Num + 1
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransferFile-Status NOT = "35"
               CLOSE TransferFile
           END-IF.

       REWRITE-TRANSFER-FILE.
           OPEN OUTPUT TransferFile
           PERFORM VARYING WS-XT-Scan FROM 1 BY 1
               UNTIL WS-XT-Scan > WS-Transfer-Count
               MOVE WS-Transfer-Entry(WS-XT-Scan) TO TransferRecord
               WRITE TransferRecord
           END-PERFORM
           CLOSE TransferFile.

       LOAD-PRODUCT-NAMES.
           OPEN INPUT ProductFile
           IF NOT WS-ProductFile-OK
