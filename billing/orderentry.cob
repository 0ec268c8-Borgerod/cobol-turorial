      * so the nightly invgen.cob re-prices and invoices them like
      * any keyed charge and flips the lines to billed. Behind
      * sign-on, every movement audited.
      * Allocation used to be all-or-nothing - a line the shelf
      * couldn't cover in full just sat open and nobody told the
      * customer. Now a line ships what is on hand and the rest
      * splits off as a backordered (K) line of the same order,
      * dated; backorders allocate oldest order first, here or
      * automatically when purchasing.cob receives the product,
      * and (B)ackorders reports them by product and by customer
      * with the days each has waited. Stock already allocated or
      * shipped but not yet billed is held back from allocation,
      * so two runs can't promise the same units twice.
      * An order from a customer the nightly creditscore.cob run
      * rates high risk, or one that would take the customer over
      * their credit limit, goes in on credit hold (H) instead of
      * open - nothing allocates or ships from it until a credit
      * manager (administrator role) works the (C)redit hold queue
      * and releases it back to open or cancels it.
      * A customer held by sanctions screening (SCREEN-HOLD) can't
      * have an order entered or shipped until compliance clears
      * them in sanctreview.cob.
      * An order can carry the customer's own order reference (their
      * PO number), and the same reference can't be used twice for
      * one customer - orderimport.cob loads the trade customers'
      * order files with the same rule, so a resent file or an
      * order both keyed and sent can't be taken twice.
      * A kit (gift set, starter pack - a bill of materials on
      * KitComponents.dat) allocates against its components: as
      * many kits as the scarcest component covers, and an
      * allocated kit holds back every component it takes. The
      * pick list names the parts to put together.
      * Stock in a lot past its expiry date (StockLots.dat) is not
      * offered to allocation - it waits for stocklots.cob's
      * write-off - and the pick list names the lots to pick from,
      * first expiry first, the same order invgen.cob issues them.
      * Stock is kept per store. An order is filled from the shelf
      * of the customer's branch - the shelf invgen.cob bills it
      * from - so (A)llocate and the (P)ick list at the signed-on
      * operator's branch work that branch's shelf and that
      * branch's customers' orders; the other store's orders wait
      * for the other store. Lots are per store as well: only this
      * branch's expired lots are held back from its shelf, and the
      * pick list names only lots on this branch's shelf.
      * A deposit taken on an order at the till (cashrcpt.cob,
      * OrderDeposits.dat) shows under the order on the (L)isting
      * and on the pick list, so the back room knows the customer
      * has paid up front. An order cancelled off the credit-hold
      * queue with nothing of it left to bill sends what is left of
      * its deposits to the refund queue (a REFUND action on
      * PendingActions.dat for a second operator to approve, which
      * checkprint.cob then pays), and moves the money out of
      * CUSTOMER DEPOSITS 2950 back against the receivable, where
      * the refund check clears it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.
           SELECT LotFile ASSIGN TO "StockLots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT ScoreFile ASSIGN TO "CreditScores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScoreFile-Status.
           SELECT DepositFile ASSIGN TO "OrderDeposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DepositFile-Status.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.
           SELECT LimitFile ASSIGN TO "CreditLimits.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Limit-Rel-Key
               FILE STATUS IS WS-LimitFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 SO-Order-Num   PIC 9(6).
               05 SO-Customer-ID PIC 9(5).
               05 SO-Date        PIC 9(8).
      *        spaces on orders from before references were taken.
               05 SO-Cust-Ref    PIC X(15).

           FD LineFile.
           01 LineRecord.
               COPY ORDLREC.

           FD CustomerFile.
           01 CustomerData.
           01 StockRecord.
               COPY STOCKREC.

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

           FD LotFile.
           01 LotRecord.
               COPY LOTREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.
           01 AuditRecord.
               COPY AUDITLOG.

           FD ScoreFile.
           01 ScoreRecord.
               COPY CRSKREC.

           FD LimitFile.
           01 CreditLimitRecord.
               COPY CRLMREC.

           FD DepositFile.
           01 DepositRecord.
               COPY DEPOREC.

           FD PendingFile.
           01 PendingRecord.
               COPY PENDREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-LineFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-LotFile-Status PIC XX.
               88 WS-Lot-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
           01 WS-ScoreFile-Status PIC XX.
               88 WS-Score-File-OK VALUE "00".
           01 WS-Limit-Rel-Key PIC 9(5).
           01 WS-LimitFile-Status PIC XX.
               88 WS-Limit-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

                   10 WS-SO-Num  PIC 9(6).
                   10 WS-SO-Cust PIC 9(5).
                   10 WS-SO-Date PIC 9(8).
                   10 WS-SO-Ref  PIC X(15).
      *            the customer's branch, from Customer.dat at load.
                   10 WS-SO-Branch PIC X(2).
           01 WS-Order-Count PIC 9(3) VALUE ZERO.
           01 WS-SO-Idx PIC 9(3).
           01 WS-Next-Order-Num PIC 9(6) VALUE ZERO.
           01 WS-Order-Found-Flag PIC X.
               88 WS-Order-Found VALUE "Y".
           01 WS-Order-Customer PIC 9(5).
           01 WS-Order-Branch PIC X(2).
           01 WS-Customer-Branch PIC X(2).

           01 WS-Line-Table.
               05 WS-Line-Entry OCCURS 500 TIMES.
                   10 WS-OL-Qty     PIC 9(3).
                   10 WS-OL-Price   PIC 9(4)V9(2).
                   10 WS-OL-Status  PIC X.
                   10 WS-OL-BO-Date PIC 9(8).
           01 WS-Line-Count PIC 9(3) VALUE ZERO.
           01 WS-OL-Idx PIC 9(3).
           01 WS-OL-Scan PIC 9(3).
           01 WS-Next-Line-Num PIC 9(2).
           01 WS-Backorder-Qty PIC 9(3).

      *    Products.dat with prices, so lines capture the price in
      *    force at entry.
               88 WS-Product-Found VALUE "Y".

      *    stock levels for allocation - read-only here; the issue
      *    itself happens when invgen bills the shipped line. Only
      *    the signed-on branch's shelf is loaded.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 100 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-Stock-Branch PIC X(2).
           01 WS-Record-Branch PIC X(2).
           01 WS-SK-Idx PIC 9(3).
           01 WS-On-Hand PIC S9(5).

      *    in-date lots for the pick list, drawn down first expiry
      *    first as lines are picked.
           01 WS-Pick-Lot-Table.
               05 WS-Pick-Lot-Entry OCCURS 300 TIMES.
                   10 WS-PL-Product PIC X(20).
                   10 WS-PL-Lot     PIC X(12).
                   10 WS-PL-Expiry  PIC 9(8).
                   10 WS-PL-Left    PIC 9(5).
           01 WS-Pick-Lot-Count PIC 9(3) VALUE ZERO.
           01 WS-PL-Idx PIC 9(3).
           01 WS-PL-Best PIC 9(3).
           01 WS-PL-Best-Key PIC 9(8).
           01 WS-PL-Try-Key PIC 9(8).
           01 WS-Pick-Product PIC X(20).
           01 WS-Pick-Qty PIC 9(6).
           01 WS-Pick-Take PIC 9(5).
           01 WS-Pick-Show-Flag PIC X.
               88 WS-Pick-Show VALUE "Y".
           01 in-pick-take PIC ZZZZ9.

      *    kit bills of materials - a kit's stock is its
      *    components'.
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".
           01 WS-Stock-Product PIC X(20).
           01 WS-Stock-Qty PIC 9(6).
           01 WS-Component-Qty PIC 9(6).
           01 WS-Component-On-Hand PIC S9(5).
           01 WS-Kits-Covered PIC S9(5).

      *    backorder report work - the customers with anything
      *    waiting, and how long each line has waited.
           01 WS-BO-Cust-Table.
               05 WS-BO-Cust-Entry OCCURS 200 TIMES.
                   10 WS-BC-Cust PIC 9(5).
           01 WS-BO-Cust-Count PIC 9(3) VALUE ZERO.
           01 WS-BC-Idx PIC 9(3).
           01 WS-BO-Found-Flag PIC X.
               88 WS-BO-Found VALUE "Y".
           01 WS-BO-Since PIC 9(8).
           01 WS-Days-Waiting PIC 9(5).
           01 WS-BO-Units PIC 9(5).
           01 WS-BO-Lines PIC 9(3).
           01 WS-Order-Date PIC 9(8).
           01 in-days PIC ZZZZ9.

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Customer-Found-Flag PIC X VALUE "N".
               88 WS-Customer-Found VALUE "Y".
           01 WS-Order-Entry-Num PIC 9(6).
           01 WS-Cust-Ref-Entry PIC X(15).
           01 WS-Ref-Used-Flag PIC X.
               88 WS-Ref-Used VALUE "Y".
           01 WS-Product-Entry-Name PIC X(20).
           01 WS-Qty-Entry PIC 9(3).
           01 WS-Line-Seq PIC 9(2).
           01 WS-Today PIC 9(8).
           01 WS-Shipped-Units PIC 9(4).
           01 WS-Alloc-Count PIC 9(3).
           01 WS-Backorder-Count PIC 9(3).
           01 in-price PIC Z,ZZ9.99.

      *    credit-hold state: the customer's score from last night's
      *    creditscore.cob run and their limit from CreditLimits.dat.
      *    Exposure is that night's balance plus the order being
      *    entered.
           01 WS-Cust-Score.
               COPY CRSKREC.
           01 WS-Score-Found-Flag PIC X.
               88 WS-Score-Found VALUE "Y".
           01 WS-Cust-Limit PIC 9(7)V9(2).
           01 WS-Order-Value PIC 9(7)V9(2).
           01 WS-Exposure PIC S9(9)V9(2).
           01 WS-Credit-Hold-Flag PIC X.
               88 WS-Credit-Hold VALUE "Y".
           01 WS-Hold-Reason PIC X(20).
           01 WS-Held-Orders PIC 9(3).
           01 WS-Held-Lines PIC 9(3).
           01 WS-Hold-Action PIC X.
           01 WS-Reason-Idx PIC 9.
           01 in-value PIC Z,ZZZ,ZZ9.99.
           01 in-exposure PIC ZZ,ZZZ,ZZ9.99-.
           01 in-score PIC ZZ9.

      *    deposits taken on orders - see SUM-ORDER-DEPOSITS and
      *    REFUND-ORDER-DEPOSITS. Table-loaded at startup; a
      *    cancellation rewrites the file.
           01 WS-DepositFile-Status PIC XX.
               88 WS-Deposit-File-OK VALUE "00".
           01 WS-PendingFile-Status PIC XX.
               88 WS-Pending-File-OK VALUE "00".
           01 WS-Deposit-Table.
               05 WS-Deposit-Entry OCCURS 500 TIMES.
                   10 WS-DE-Record PIC X(70).
           01 WS-Deposit-Count PIC 9(3) VALUE ZERO.
           01 WS-DE-Idx PIC 9(3).
           01 WS-Deposits-Changed-Flag PIC X.
               88 WS-Deposits-Changed VALUE "Y".
           01 WS-Deposit-Order PIC 9(6).
           01 WS-Deposit-Held PIC 9(7)V9(2).
           01 WS-Deposit-Refund PIC 9(7)V9(2).
           01 WS-Pick-Last-Order PIC 9(6).
           01 WS-Live-Lines PIC 9(3).
           01 WS-Next-Action-Num PIC 9(5).
           01 WS-Detail-Amount PIC 9(7)V9(2).
           01 in-deposit PIC Z,ZZZ,ZZ9.99.
           01 WS-GL-Source PIC X(12) VALUE "orderentry".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Deposit-Acct PIC 9(4) VALUE 2950.
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Held-Flag PIC X.
               88 WS-Customer-Held VALUE "Y".
           01 WS-Held-Reason PIC X(30).

      *    batch-window check state - see the startup check.
           01 WS-BW-Op PIC X(3) VALUE "CHK".
           01 WS-BW-State PIC X.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-Branch-Entry)
               TO WS-Stock-Branch
           IF WS-Stock-Branch = SPACES
               MOVE "B1" TO WS-Stock-Branch
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN EXTEND AuditFile
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-LINE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-DEPOSIT-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Orders - (E)nter (A)llocate (P)ick list "
                   "(S)hip (L)ist (B)ackorders (C)redit holds "
                   "(Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "P" PERFORM PRINT-PICK-LIST
                   WHEN "S" PERFORM SHIP-ORDER
                   WHEN "L" PERFORM LIST-ORDERS
                   WHEN "B" PERFORM BACKORDER-REPORT
                   WHEN "C" PERFORM CREDIT-HOLD-QUEUE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
               DISPLAY "Error: customer " WS-ID-Entry " not found"
               EXIT PARAGRAPH
           END-IF
           CALL "SCREEN-HOLD" USING WS-ID-Entry, WS-Held-Flag,
               WS-Held-Reason
           IF WS-Customer-Held
               DISPLAY "Error: customer " WS-ID-Entry " is held - "
                   FUNCTION TRIM(WS-Held-Reason)
                   " - no order taken"
               EXIT PARAGRAPH
           END-IF
           IF WS-Order-Count >= 200
               DISPLAY "Error: order table full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer's order reference [blank = none] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Cust-Ref-Entry
           ACCEPT WS-Cust-Ref-Entry
           IF WS-Cust-Ref-Entry NOT = SPACES
               PERFORM CHECK-REF-USED
               IF WS-Ref-Used
                   DISPLAY "Error: customer " WS-ID-Entry
                       " reference "
                       FUNCTION TRIM(WS-Cust-Ref-Entry)
                       " is already order " WS-Order-Entry-Num
                       " - no order taken"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-Order-Count
           MOVE WS-Next-Order-Num
               TO WS-SO-Num(WS-Order-Count)
           MOVE WS-ID-Entry TO WS-SO-Cust(WS-Order-Count)
           MOVE WS-Customer-Branch TO WS-SO-Branch(WS-Order-Count)
           MOVE WS-Today TO WS-SO-Date(WS-Order-Count)
           MOVE WS-Cust-Ref-Entry TO WS-SO-Ref(WS-Order-Count)
           DISPLAY "Order " WS-Next-Order-Num " opened"

           MOVE ZERO TO WS-Line-Seq
               DISPLAY "Another line? y/n: " WITH NO ADVANCING
               ACCEPT WS-More-Entry
           END-PERFORM
           MOVE "N" TO WS-Credit-Hold-Flag
           IF WS-Line-Seq > ZERO
               PERFORM CHECK-CREDIT-HOLD
           END-IF
           PERFORM REWRITE-ORDER-FILE
           PERFORM REWRITE-LINE-FILE
           MOVE "ORDENT" TO WS-Audit-Operation
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           IF WS-Credit-Hold
               MOVE "ORDHLD" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "order " WS-Next-Order-Num " held - "
                   WS-Hold-Reason
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF
           ADD 1 TO WS-Next-Order-Num.

       CHECK-REF-USED.
      *    one customer, one reference - whichever way the order
      *    came in.
           MOVE "N" TO WS-Ref-Used-Flag
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
                   UNTIL WS-SO-Idx > WS-Order-Count
               IF WS-SO-Cust(WS-SO-Idx) = WS-ID-Entry
                   AND WS-SO-Ref(WS-SO-Idx) = WS-Cust-Ref-Entry
                   SET WS-Ref-Used TO TRUE
                   MOVE WS-SO-Num(WS-SO-Idx) TO WS-Order-Entry-Num
               END-IF
           END-PERFORM.

       CHECK-CREDIT-HOLD.
      *    high risk on last night's score, or the order taking the
      *    customer past their limit - either way every line of the
      *    order waits in H for the credit manager. A customer not
      *    scored yet (new since last night) is judged on the limit
      *    alone.
           MOVE ZERO TO WS-Order-Value
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Order(WS-OL-Idx) = WS-Next-Order-Num
                   COMPUTE WS-Order-Value = WS-Order-Value
                       + WS-OL-Qty(WS-OL-Idx) * WS-OL-Price(WS-OL-Idx)
               END-IF
           END-PERFORM
           MOVE WS-ID-Entry TO WS-Order-Customer
           PERFORM LOAD-CUSTOMER-SCORE
           PERFORM READ-CUSTOMER-LIMIT
           MOVE WS-Order-Value TO WS-Exposure
           IF WS-Score-Found
               ADD CS-Balance OF WS-Cust-Score TO WS-Exposure
           END-IF

           MOVE SPACES TO WS-Hold-Reason
           IF WS-Score-Found AND CS-High-Risk OF WS-Cust-Score
               SET WS-Credit-Hold TO TRUE
               MOVE CS-Score OF WS-Cust-Score TO in-score
               STRING "high risk, score " in-score
                   DELIMITED BY SIZE INTO WS-Hold-Reason
               END-STRING
           ELSE
               IF WS-Cust-Limit > ZERO
                   AND WS-Exposure > WS-Cust-Limit
                   SET WS-Credit-Hold TO TRUE
                   MOVE "over credit limit" TO WS-Hold-Reason
               END-IF
           END-IF
           IF NOT WS-Credit-Hold
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Order(WS-OL-Idx) = WS-Next-Order-Num
                   MOVE "H" TO WS-OL-Status(WS-OL-Idx)
               END-IF
           END-PERFORM
           MOVE WS-Order-Value TO in-value
           DISPLAY "Order " WS-Next-Order-Num " ("
               FUNCTION TRIM(in-value) ") is on CREDIT HOLD - "
               FUNCTION TRIM(WS-Hold-Reason)
           DISPLAY "  a credit manager must release it before it "
               "can allocate".

       CREDIT-HOLD-QUEUE.
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Error: only a credit manager "
                   "(administrator) can work the hold queue"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "CREDIT HOLD QUEUE"
           MOVE ZERO TO WS-Held-Orders
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
                   UNTIL WS-SO-Idx > WS-Order-Count
               MOVE ZERO TO WS-Order-Value
               MOVE ZERO TO WS-Held-Lines
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                       UNTIL WS-OL-Idx > WS-Line-Count
                   IF WS-OL-Order(WS-OL-Idx) = WS-SO-Num(WS-SO-Idx)
                       AND WS-OL-Status(WS-OL-Idx) = "H"
                       ADD 1 TO WS-Held-Lines
                       COMPUTE WS-Order-Value = WS-Order-Value
                           + WS-OL-Qty(WS-OL-Idx)
                           * WS-OL-Price(WS-OL-Idx)
                   END-IF
               END-PERFORM
               IF WS-Held-Lines > ZERO
                   ADD 1 TO WS-Held-Orders
                   PERFORM SHOW-HELD-ORDER
               END-IF
           END-PERFORM
           IF WS-Held-Orders = ZERO
               DISPLAY "  no orders on credit hold"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Order number to work [0 = none] :"
               WITH NO ADVANCING
           ACCEPT WS-Order-Entry-Num
           IF WS-Order-Entry-Num = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Order-Found-Flag
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Order(WS-OL-Idx) = WS-Order-Entry-Num
                   AND WS-OL-Status(WS-OL-Idx) = "H"
                   SET WS-Order-Found TO TRUE
                   PERFORM FIND-ORDER-CUSTOMER
               END-IF
           END-PERFORM
           IF NOT WS-Order-Found
               DISPLAY "Order " WS-Order-Entry-Num " is not on "
                   "credit hold"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(R)elease to open or (C)ancel the order :"
               WITH NO ADVANCING
           ACCEPT WS-Hold-Action
           MOVE FUNCTION UPPER-CASE(WS-Hold-Action) TO WS-Hold-Action
           EVALUATE WS-Hold-Action
               WHEN "R"
                   MOVE "ORDREL" TO WS-Audit-Operation
               WHEN "C"
                   MOVE "ORDCAN" TO WS-Audit-Operation
               WHEN OTHER
                   DISPLAY "Nothing changed"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Order(WS-OL-Idx) = WS-Order-Entry-Num
                   AND WS-OL-Status(WS-OL-Idx) = "H"
                   IF WS-Hold-Action = "R"
                       MOVE "O" TO WS-OL-Status(WS-OL-Idx)
                   ELSE
                       MOVE "X" TO WS-OL-Status(WS-OL-Idx)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-LINE-FILE
           IF WS-Hold-Action = "R"
               DISPLAY "Order " WS-Order-Entry-Num " released - "
                   "the next allocation picks it up"
           ELSE
               DISPLAY "Order " WS-Order-Entry-Num " cancelled"
           END-IF
           MOVE WS-Order-Customer TO WS-ID-Entry
           MOVE SPACES TO WS-Audit-Detail
           STRING "order " WS-Order-Entry-Num " credit hold "
               "worked: " WS-Hold-Action
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           IF WS-Hold-Action = "C"
               PERFORM REFUND-ORDER-DEPOSITS
           END-IF.

       REFUND-ORDER-DEPOSITS.
      *    a cancelled order's deposit goes back to the customer -
      *    but only once nothing of the order is left to bill; a
      *    part of it still open or shipped keeps the deposit held
      *    for the invoice that bills it.
           MOVE ZERO TO WS-Live-Lines
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Order(WS-OL-Idx) = WS-Order-Entry-Num
                   AND WS-OL-Status(WS-OL-Idx) NOT = "B"
                   AND WS-OL-Status(WS-OL-Idx) NOT = "X"
                   ADD 1 TO WS-Live-Lines
               END-IF
           END-PERFORM
           IF WS-Live-Lines > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Deposits-Changed-Flag
           PERFORM VARYING WS-DE-Idx FROM 1 BY 1
                   UNTIL WS-DE-Idx > WS-Deposit-Count
               MOVE WS-DE-Record(WS-DE-Idx) TO DepositRecord
               IF DP-Order-Num = WS-Order-Entry-Num
                   AND DP-Held
                   COMPUTE WS-Deposit-Refund = DP-Amount - DP-Applied
                   IF WS-Deposit-Refund > ZERO
                       PERFORM QUEUE-DEPOSIT-REFUND
                   END-IF
                   SET DP-Refunding TO TRUE
                   MOVE WS-Today TO DP-Closed-Date
                   MOVE DepositRecord TO WS-DE-Record(WS-DE-Idx)
                   SET WS-Deposits-Changed TO TRUE
               END-IF
           END-PERFORM
           IF WS-Deposits-Changed
               PERFORM REWRITE-DEPOSIT-FILE
           END-IF.

       QUEUE-DEPOSIT-REFUND.
      *    the same REFUND action refundsweep.cob queues for a
      *    credit balance - amount in bytes 1-9 of the detail, see
      *    PENDREC.cpy - so custapprove.cob and checkprint.cob's
      *    batch mode need nothing new to pay it.
           PERFORM GET-NEXT-ACTION-NUM
           OPEN EXTEND PendingFile
           IF WS-PendingFile-Status = "35"
               OPEN OUTPUT PendingFile
               CLOSE PendingFile
               OPEN EXTEND PendingFile
           END-IF
           MOVE WS-Next-Action-Num TO PA-Action-Num
           SET PA-Pending TO TRUE
           MOVE "REFUND" TO PA-Type
           MOVE DP-Customer-ID TO PA-Customer-ID
           MOVE SPACES TO PA-Detail
           MOVE WS-Deposit-Refund TO WS-Detail-Amount
           MOVE WS-Detail-Amount TO PA-Detail(1:9)
           MOVE " order deposit refund" TO PA-Detail(10:21)
           MOVE WS-Operator-ID-Entry TO PA-Maker
           MOVE FUNCTION CURRENT-DATE(1:14) TO PA-Maker-Stamp
           MOVE SPACES TO PA-Checker
           MOVE SPACES TO PA-Checker-Stamp
           MOVE WS-Branch-Entry TO PA-Branch
           WRITE PendingRecord
           CLOSE PendingFile
      *    no longer held for the order - owed to the customer on
      *    account until the refund check pays it out.
           MOVE SPACES TO WS-GL-Reference
           STRING "ORD " WS-Order-Entry-Num
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE DP-Customer-ID TO WS-GL-Customer
           MOVE WS-Deposit-Refund TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Deposit-Acct,
               WS-GL-Receivable-Acct, WS-GL-Amount, WS-GL-Customer
           MOVE WS-Deposit-Refund TO in-deposit
           DISPLAY "  deposit " in-deposit " (receipt "
               DP-Receipt-Num ") queued for refund as action "
               WS-Next-Action-Num
           MOVE "DEPREF" TO WS-Audit-Operation
           MOVE DP-Customer-ID TO WS-ID-Entry
           MOVE SPACES TO WS-Audit-Detail
           STRING "order " WS-Order-Entry-Num " deposit refund "
               "action " WS-Next-Action-Num
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       GET-NEXT-ACTION-NUM.
      *    same max-scan idiom as write-file.cob's GET-NEXT-ID.
           MOVE ZERO TO WS-Next-Action-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PendingFile
           IF NOT WS-Pending-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PendingFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PA-Action-Num > WS-Next-Action-Num
                           MOVE PA-Action-Num
                               TO WS-Next-Action-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PendingFile-Status NOT = "35"
               CLOSE PendingFile
           END-IF
           ADD 1 TO WS-Next-Action-Num.

       SUM-ORDER-DEPOSITS.
      *    what is still held on WS-Deposit-Order.
           MOVE ZERO TO WS-Deposit-Held
           PERFORM VARYING WS-DE-Idx FROM 1 BY 1
                   UNTIL WS-DE-Idx > WS-Deposit-Count
               MOVE WS-DE-Record(WS-DE-Idx) TO DepositRecord
               IF DP-Order-Num = WS-Deposit-Order
                   AND DP-Held
                   COMPUTE WS-Deposit-Held = WS-Deposit-Held
                       + DP-Amount - DP-Applied
               END-IF
           END-PERFORM.

       LOAD-DEPOSIT-TABLE.
           MOVE ZERO TO WS-Deposit-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DepositFile
           IF NOT WS-Deposit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ DepositFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Deposit-Count < 500
                           ADD 1 TO WS-Deposit-Count
                           MOVE DepositRecord
                               TO WS-DE-Record(WS-Deposit-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DepositFile-Status NOT = "35"
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

       SHOW-HELD-ORDER.
           MOVE WS-SO-Cust(WS-SO-Idx) TO WS-Order-Customer
           PERFORM LOAD-CUSTOMER-SCORE
           PERFORM READ-CUSTOMER-LIMIT
           MOVE WS-Order-Value TO in-value
           DISPLAY "  order " WS-SO-Num(WS-SO-Idx) " customer "
               WS-Order-Customer " entered " WS-SO-Date(WS-SO-Idx)
               " value " in-value
           IF WS-Score-Found
               MOVE CS-Score OF WS-Cust-Score TO in-score
               MOVE CS-Balance OF WS-Cust-Score TO in-exposure
               DISPLAY "    score " in-score " ["
                   CS-Risk OF WS-Cust-Score "] scored "
                   CS-Scored-Date OF WS-Cust-Score
                   " balance " in-exposure
               PERFORM VARYING WS-Reason-Idx FROM 1 BY 1
                       UNTIL WS-Reason-Idx
                           > CS-Reason-Count OF WS-Cust-Score
                   DISPLAY "      "
                       CS-Reason-Code OF WS-Cust-Score(WS-Reason-Idx)
                       " +" CS-Reason-Points OF WS-Cust-Score
                           (WS-Reason-Idx)
               END-PERFORM
           ELSE
               DISPLAY "    not scored yet"
           END-IF
           IF WS-Cust-Limit > ZERO
               MOVE WS-Cust-Limit TO in-value
               DISPLAY "    credit limit " in-value
           END-IF.

       LOAD-CUSTOMER-SCORE.
           MOVE "N" TO WS-Score-Found-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ScoreFile
           IF NOT WS-Score-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof OR WS-Score-Found
               READ ScoreFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CS-Customer-ID OF ScoreRecord
                           = WS-Order-Customer
                           SET WS-Score-Found TO TRUE
                           MOVE ScoreRecord TO WS-Cust-Score
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ScoreFile-Status NOT = "35"
               CLOSE ScoreFile
           END-IF.

       READ-CUSTOMER-LIMIT.
           MOVE ZERO TO WS-Cust-Limit
           OPEN INPUT LimitFile
           IF NOT WS-Limit-File-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Order-Customer TO WS-Limit-Rel-Key
           READ LimitFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-Limit TO WS-Cust-Limit
           END-READ
           CLOSE LimitFile.

       ENTER-ORDER-LINE.
           DISPLAY "Product name :" WITH NO ADVANCING
           ACCEPT WS-Product-Entry-Name
           MOVE WS-PT-Price(WS-PT-Idx)
               TO WS-OL-Price(WS-Line-Count)
           MOVE "O" TO WS-OL-Status(WS-Line-Count)
           MOVE ZERO TO WS-OL-BO-Date(WS-Line-Count)
           MOVE WS-PT-Price(WS-PT-Idx) TO in-price
           DISPLAY "  line " WS-Line-Seq ": " WS-Qty-Entry " x "
               FUNCTION TRIM(WS-Product-Entry-Name) " at "
               in-price.

       ALLOCATE-ORDERS.
      *    reserve every open or backordered line the shelf can
      *    actually cover - the count comes off in memory as lines
      *    allocate, so two lines can't both claim the last unit.
      *    Orders are walked in order-number sequence, so the
      *    oldest order gets the stock first. Only this branch's
      *    customers' orders, from this branch's shelf.
           PERFORM LOAD-STOCK-TABLE
           PERFORM HOLD-BACK-EXPIRED-LOTS
           PERFORM NET-COMMITTED-STOCK
           MOVE ZERO TO WS-Alloc-Count
           MOVE ZERO TO WS-Backorder-Count
           DISPLAY "Allocating " WS-Stock-Branch " orders from the "
               WS-Stock-Branch " shelf"
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
                   UNTIL WS-SO-Idx > WS-Order-Count
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                       UNTIL WS-OL-Idx > WS-Line-Count
                   IF WS-OL-Order(WS-OL-Idx) = WS-SO-Num(WS-SO-Idx)
                       AND WS-SO-Branch(WS-SO-Idx) = WS-Stock-Branch
                       AND (WS-OL-Status(WS-OL-Idx) = "O"
                       OR WS-OL-Status(WS-OL-Idx) = "K")
                       PERFORM TRY-ALLOCATE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-Alloc-Count > ZERO OR WS-Backorder-Count > ZERO
               PERFORM REWRITE-LINE-FILE
           END-IF
           DISPLAY "Lines allocated: " WS-Alloc-Count
               "  newly backordered: " WS-Backorder-Count.

       NET-COMMITTED-STOCK.
      *    on-hand only drops when invgen bills the line - until
      *    then, allocated and shipped lines already own their
      *    units and must not be offered again - on this shelf,
      *    the ones this branch's orders hold.
           PERFORM VARYING WS-OL-Scan FROM 1 BY 1
                   UNTIL WS-OL-Scan > WS-Line-Count
               IF WS-OL-Status(WS-OL-Scan) = "A"
                   OR WS-OL-Status(WS-OL-Scan) = "S"
                   MOVE SPACES TO WS-Order-Branch
                   PERFORM VARYING WS-SO-Idx FROM 1 BY 1
                       UNTIL WS-SO-Idx > WS-Order-Count
                       IF WS-SO-Num(WS-SO-Idx)
                           = WS-OL-Order(WS-OL-Scan)
                           MOVE WS-SO-Branch(WS-SO-Idx)
                               TO WS-Order-Branch
                       END-IF
                   END-PERFORM
                   IF WS-Order-Branch = WS-Stock-Branch
                       MOVE WS-OL-Product(WS-OL-Scan)
                           TO WS-Stock-Product
                       MOVE WS-OL-Qty(WS-OL-Scan) TO WS-Stock-Qty
                       PERFORM TAKE-STOCK
                   END-IF
               END-IF
           END-PERFORM.

       HOLD-BACK-EXPIRED-LOTS.
      *    a lot past its expiry date is still on the shelf count
      *    until it is written off, but nobody can be sold it -
      *    this branch's lots, off this branch's shelf.
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
                       MOVE LT-Branch TO WS-Record-Branch
                       IF WS-Record-Branch = SPACES
                           MOVE "B1" TO WS-Record-Branch
                       END-IF
                       IF LT-Expiry > ZERO
                           AND LT-Expiry < WS-Today
                           AND WS-Record-Branch = WS-Stock-Branch
                           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
                               UNTIL WS-SK-Idx > WS-Stock-Count
                               IF WS-SK-Name(WS-SK-Idx) = LT-Product
                                   SUBTRACT LT-On-Hand
                                       FROM WS-SK-On-Hand(WS-SK-Idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotFile-Status NOT = "35"
               CLOSE LotFile
           END-IF.

       TRY-ALLOCATE-LINE.
           MOVE WS-OL-Product(WS-OL-Idx) TO WS-Stock-Product
           PERFORM FIND-ON-HAND
           IF WS-On-Hand >= WS-OL-Qty(WS-OL-Idx)
               MOVE "A" TO WS-OL-Status(WS-OL-Idx)
               ADD 1 TO WS-Alloc-Count
               MOVE WS-OL-Qty(WS-OL-Idx) TO WS-Stock-Qty
               PERFORM TAKE-STOCK
               DISPLAY "  order " WS-OL-Order(WS-OL-Idx) " line "
                   WS-OL-Line(WS-OL-Idx) " allocated"
               EXIT PARAGRAPH
           END-IF
           IF WS-On-Hand > ZERO
               PERFORM SPLIT-BACKORDER-LINE
               EXIT PARAGRAPH
           END-IF
      *    nothing on the shelf at all - the whole line waits.
           IF WS-OL-Status(WS-OL-Idx) = "O"
               MOVE "K" TO WS-OL-Status(WS-OL-Idx)
               MOVE WS-Today TO WS-OL-BO-Date(WS-OL-Idx)
               ADD 1 TO WS-Backorder-Count
               DISPLAY "  order " WS-OL-Order(WS-OL-Idx) " line "
                   WS-OL-Line(WS-OL-Idx) " backordered - "
                   WS-OL-Qty(WS-OL-Idx) " wanted, none on hand"
           END-IF.

       SPLIT-BACKORDER-LINE.
      *    ship what is there: this line shrinks to the units on
      *    hand and allocates, the remainder becomes the next line
      *    of the same order in K - keeping the date it first went
      *    on backorder, so its age is honest.
           IF WS-Line-Count >= 500
               DISPLAY "  order " WS-OL-Order(WS-OL-Idx) " line "
                   WS-OL-Line(WS-OL-Idx) " short - line table "
                   "full, cannot split"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Backorder-Qty = WS-OL-Qty(WS-OL-Idx)
               - WS-On-Hand
           MOVE ZERO TO WS-Next-Line-Num
           PERFORM VARYING WS-OL-Scan FROM 1 BY 1
                   UNTIL WS-OL-Scan > WS-Line-Count
               IF WS-OL-Order(WS-OL-Scan) = WS-OL-Order(WS-OL-Idx)
                   AND WS-OL-Line(WS-OL-Scan) > WS-Next-Line-Num
                   MOVE WS-OL-Line(WS-OL-Scan) TO WS-Next-Line-Num
               END-IF
           END-PERFORM
           ADD 1 TO WS-Next-Line-Num
           ADD 1 TO WS-Line-Count
           MOVE WS-OL-Order(WS-OL-Idx) TO WS-OL-Order(WS-Line-Count)
           MOVE WS-Next-Line-Num TO WS-OL-Line(WS-Line-Count)
           MOVE WS-OL-Product(WS-OL-Idx)
               TO WS-OL-Product(WS-Line-Count)
           MOVE WS-Backorder-Qty TO WS-OL-Qty(WS-Line-Count)
           MOVE WS-OL-Price(WS-OL-Idx) TO WS-OL-Price(WS-Line-Count)
           MOVE "K" TO WS-OL-Status(WS-Line-Count)
           IF WS-OL-Status(WS-OL-Idx) = "K"
               MOVE WS-OL-BO-Date(WS-OL-Idx)
                   TO WS-OL-BO-Date(WS-Line-Count)
           ELSE
               MOVE WS-Today TO WS-OL-BO-Date(WS-Line-Count)
               ADD 1 TO WS-Backorder-Count
           END-IF
           MOVE WS-On-Hand TO WS-OL-Qty(WS-OL-Idx)
           MOVE "A" TO WS-OL-Status(WS-OL-Idx)
           ADD 1 TO WS-Alloc-Count
           MOVE WS-On-Hand TO WS-Stock-Qty
           PERFORM TAKE-STOCK
           DISPLAY "  order " WS-OL-Order(WS-OL-Idx) " line "
               WS-OL-Line(WS-OL-Idx) " part-allocated - "
               WS-OL-Qty(WS-OL-Idx) " now, " WS-Backorder-Qty
               " backordered as line " WS-Next-Line-Num.

       FIND-ON-HAND.
      *    what the shelf holds of WS-Stock-Product - for a kit,
      *    the number of whole kits its scarcest component covers
      *    (a component with no stock record covers none).
           MOVE ZERO TO WS-On-Hand
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = WS-Stock-Product
                   AND WS-KT-Qty(WS-KT-Idx) > ZERO
                   PERFORM KITS-FROM-COMPONENT
                   IF NOT WS-Is-Kit
                       OR WS-Kits-Covered < WS-On-Hand
                       MOVE WS-Kits-Covered TO WS-On-Hand
                   END-IF
                   SET WS-Is-Kit TO TRUE
               END-IF
           END-PERFORM
           IF WS-Is-Kit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-Stock-Product
                   MOVE WS-SK-On-Hand(WS-SK-Idx) TO WS-On-Hand
               END-IF
           END-PERFORM.

       KITS-FROM-COMPONENT.
           MOVE ZERO TO WS-Component-On-Hand
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-KT-Component(WS-KT-Idx)
                   MOVE WS-SK-On-Hand(WS-SK-Idx)
                       TO WS-Component-On-Hand
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-Kits-Covered
           IF WS-Component-On-Hand > ZERO
               DIVIDE WS-KT-Qty(WS-KT-Idx) INTO WS-Component-On-Hand
                   GIVING WS-Kits-Covered
           END-IF.

       TAKE-STOCK.
      *    WS-Stock-Qty of WS-Stock-Product comes off the in-memory
      *    shelf - a kit takes KT-Qty of each component per kit.
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = WS-Stock-Product
                   SET WS-Is-Kit TO TRUE
                   COMPUTE WS-Component-Qty =
                       WS-Stock-Qty * WS-KT-Qty(WS-KT-Idx)
                   PERFORM VARYING WS-SK-Idx FROM 1 BY 1
                       UNTIL WS-SK-Idx > WS-Stock-Count
                       IF WS-SK-Name(WS-SK-Idx)
                           = WS-KT-Component(WS-KT-Idx)
                           SUBTRACT WS-Component-Qty
                               FROM WS-SK-On-Hand(WS-SK-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-Is-Kit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-Stock-Product
                   SUBTRACT WS-Stock-Qty FROM WS-SK-On-Hand(WS-SK-Idx)
               END-IF
           END-PERFORM.

       BACKORDER-REPORT.
      *    by product, then by customer - every K line with the
      *    days it has waited since it went on backorder.
           DISPLAY SPACE
           DISPLAY "BACKORDER REPORT - by product"
           MOVE ZERO TO WS-BO-Lines
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
                   UNTIL WS-PT-Idx > WS-Product-Count
               MOVE ZERO TO WS-BO-Units
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                       UNTIL WS-OL-Idx > WS-Line-Count
                   IF WS-OL-Status(WS-OL-Idx) = "K"
                       AND WS-OL-Product(WS-OL-Idx)
                           = WS-PT-Name(WS-PT-Idx)
                       IF WS-BO-Units = ZERO
                           DISPLAY "  " WS-PT-Name(WS-PT-Idx)
                       END-IF
                       ADD WS-OL-Qty(WS-OL-Idx) TO WS-BO-Units
                       ADD 1 TO WS-BO-Lines
                       PERFORM SHOW-ONE-BACKORDER
                   END-IF
               END-PERFORM
               IF WS-BO-Units > ZERO
                   DISPLAY "    total waiting: " WS-BO-Units
               END-IF
           END-PERFORM
           IF WS-BO-Lines = ZERO
               DISPLAY "  no backorders - every open line is "
                   "covered"
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "BACKORDER REPORT - by customer"
           MOVE ZERO TO WS-BO-Cust-Count
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Status(WS-OL-Idx) = "K"
                   PERFORM FIND-ORDER-CUSTOMER
                   PERFORM NOTE-BACKORDER-CUSTOMER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BC-Idx FROM 1 BY 1
                   UNTIL WS-BC-Idx > WS-BO-Cust-Count
               DISPLAY "  customer " WS-BC-Cust(WS-BC-Idx)
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                       UNTIL WS-OL-Idx > WS-Line-Count
                   IF WS-OL-Status(WS-OL-Idx) = "K"
                       PERFORM FIND-ORDER-CUSTOMER
                       IF WS-Order-Customer = WS-BC-Cust(WS-BC-Idx)
                           PERFORM SHOW-ONE-BACKORDER
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       NOTE-BACKORDER-CUSTOMER.
           MOVE "N" TO WS-BO-Found-Flag
           PERFORM VARYING WS-BC-Idx FROM 1 BY 1
                   UNTIL WS-BC-Idx > WS-BO-Cust-Count
               IF WS-BC-Cust(WS-BC-Idx) = WS-Order-Customer
                   SET WS-BO-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BO-Found AND WS-BO-Cust-Count < 200
               ADD 1 TO WS-BO-Cust-Count
               MOVE WS-Order-Customer
                   TO WS-BC-Cust(WS-BO-Cust-Count)
           END-IF.

       SHOW-ONE-BACKORDER.
           PERFORM FIND-ORDER-CUSTOMER
      *    lines backordered before the date was kept age from
      *    the order itself.
           MOVE WS-OL-BO-Date(WS-OL-Idx) TO WS-BO-Since
           IF WS-BO-Since = ZERO
               MOVE WS-Order-Date TO WS-BO-Since
           END-IF
           MOVE ZERO TO WS-Days-Waiting
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BO-Since) = ZERO
               COMPUTE WS-Days-Waiting =
                   FUNCTION INTEGER-OF-DATE(WS-Today)
                   - FUNCTION INTEGER-OF-DATE(WS-BO-Since)
           END-IF
           MOVE WS-Days-Waiting TO in-days
           DISPLAY "    order " WS-OL-Order(WS-OL-Idx) " line "
               WS-OL-Line(WS-OL-Idx) " customer " WS-Order-Customer
               " - " WS-OL-Qty(WS-OL-Idx) " x "
               FUNCTION TRIM(WS-OL-Product(WS-OL-Idx))
               " waiting " FUNCTION TRIM(in-days) " days".

       PRINT-PICK-LIST.
      *    shipped lines not yet billed have already left the
      *    shelf - their lots are drawn down first, unseen, so the
      *    allocated lines are sent to what is really still there.
           PERFORM LOAD-PICK-LOTS
           MOVE "N" TO WS-Pick-Show-Flag
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Status(WS-OL-Idx) = "S"
                   PERFORM FIND-ORDER-CUSTOMER
                   IF WS-Order-Branch = WS-Stock-Branch
                       PERFORM PICK-LINE-LOTS
                   END-IF
               END-IF
           END-PERFORM
           SET WS-Pick-Show TO TRUE
           DISPLAY SPACE
           DISPLAY "PICK LIST - allocated lines, branch "
               WS-Stock-Branch
           MOVE ZERO TO WS-Pick-Last-Order
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
               IF WS-OL-Status(WS-OL-Idx) = "A"
                   PERFORM FIND-ORDER-CUSTOMER
                   IF WS-Order-Branch = WS-Stock-Branch
                       DISPLAY "  order " WS-OL-Order(WS-OL-Idx)
                           " (customer " WS-Order-Customer
                           ") - pick " WS-OL-Qty(WS-OL-Idx) " x "
                           WS-OL-Product(WS-OL-Idx)
                       IF WS-OL-Order(WS-OL-Idx)
                               NOT = WS-Pick-Last-Order
                           MOVE WS-OL-Order(WS-OL-Idx)
                               TO WS-Pick-Last-Order
                           MOVE WS-OL-Order(WS-OL-Idx)
                               TO WS-Deposit-Order
                           PERFORM SUM-ORDER-DEPOSITS
                           IF WS-Deposit-Held > ZERO
                               MOVE WS-Deposit-Held TO in-deposit
                               DISPLAY "    deposit paid "
                                   in-deposit
                           END-IF
                       END-IF
                       PERFORM PICK-LINE-LOTS
                   END-IF
               END-IF
           END-PERFORM.

       PICK-LINE-LOTS.
           PERFORM PICK-KIT-COMPONENTS
           IF NOT WS-Is-Kit
               MOVE WS-OL-Product(WS-OL-Idx) TO WS-Pick-Product
               MOVE WS-OL-Qty(WS-OL-Idx) TO WS-Pick-Qty
               PERFORM DRAW-PICK-LOTS
           END-IF.

       PICK-KIT-COMPONENTS.
      *    a kit is made up at the pick - its parts, multiplied out.
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = WS-OL-Product(WS-OL-Idx)
                   SET WS-Is-Kit TO TRUE
                   COMPUTE WS-Component-Qty =
                       WS-OL-Qty(WS-OL-Idx) * WS-KT-Qty(WS-KT-Idx)
                   IF WS-Pick-Show
                       DISPLAY "      kit part: " WS-Component-Qty
                           " x " WS-KT-Component(WS-KT-Idx)
                   END-IF
                   MOVE WS-KT-Component(WS-KT-Idx) TO WS-Pick-Product
                   MOVE WS-Component-Qty TO WS-Pick-Qty
                   PERFORM DRAW-PICK-LOTS
               END-IF
           END-PERFORM.

       DRAW-PICK-LOTS.
      *    WS-Pick-Qty of WS-Pick-Product from its in-date lots,
      *    first expiry first - whatever the lots don't cover is
      *    stock that was never lot-tracked.
           PERFORM FIND-PICK-LOT
           PERFORM UNTIL WS-Pick-Qty = ZERO OR WS-PL-Best = ZERO
               IF WS-PL-Left(WS-PL-Best) < WS-Pick-Qty
                   MOVE WS-PL-Left(WS-PL-Best) TO WS-Pick-Take
               ELSE
                   MOVE WS-Pick-Qty TO WS-Pick-Take
               END-IF
               SUBTRACT WS-Pick-Take FROM WS-PL-Left(WS-PL-Best)
               SUBTRACT WS-Pick-Take FROM WS-Pick-Qty
               IF WS-Pick-Show
                   MOVE WS-Pick-Take TO in-pick-take
                   IF WS-PL-Expiry(WS-PL-Best) = ZERO
                       DISPLAY "        " in-pick-take " from lot "
                           WS-PL-Lot(WS-PL-Best)
                   ELSE
                       DISPLAY "        " in-pick-take " from lot "
                           WS-PL-Lot(WS-PL-Best) " use by "
                           WS-PL-Expiry(WS-PL-Best)
                   END-IF
               END-IF
               PERFORM FIND-PICK-LOT
           END-PERFORM.

       FIND-PICK-LOT.
           MOVE ZERO TO WS-PL-Best
           MOVE ZERO TO WS-PL-Best-Key
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
               UNTIL WS-PL-Idx > WS-Pick-Lot-Count
               IF WS-PL-Product(WS-PL-Idx) = WS-Pick-Product
                   AND WS-PL-Left(WS-PL-Idx) > ZERO
                   IF WS-PL-Expiry(WS-PL-Idx) = ZERO
                       MOVE 99999999 TO WS-PL-Try-Key
                   ELSE
                       MOVE WS-PL-Expiry(WS-PL-Idx) TO WS-PL-Try-Key
                   END-IF
                   IF WS-PL-Best = ZERO
                       OR WS-PL-Try-Key < WS-PL-Best-Key
                       MOVE WS-PL-Idx TO WS-PL-Best
                       MOVE WS-PL-Try-Key TO WS-PL-Best-Key
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PICK-LOTS.
      *    only lots still in date on this branch's shelf - an
      *    expired lot, or one at the other store, is not picked.
           MOVE ZERO TO WS-Pick-Lot-Count
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
                       MOVE LT-Branch TO WS-Record-Branch
                       IF WS-Record-Branch = SPACES
                           MOVE "B1" TO WS-Record-Branch
                       END-IF
                       IF WS-Pick-Lot-Count < 300
                           AND WS-Record-Branch = WS-Stock-Branch
                           AND LT-On-Hand > ZERO
                           AND (LT-Expiry = ZERO
                           OR LT-Expiry >= WS-Today)
                           ADD 1 TO WS-Pick-Lot-Count
                           MOVE LT-Product
                               TO WS-PL-Product(WS-Pick-Lot-Count)
                           MOVE LT-Lot TO WS-PL-Lot(WS-Pick-Lot-Count)
                           MOVE LT-Expiry
                               TO WS-PL-Expiry(WS-Pick-Lot-Count)
                           MOVE LT-On-Hand
                               TO WS-PL-Left(WS-Pick-Lot-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotFile-Status NOT = "35"
               CLOSE LotFile
           END-IF.

       SHIP-ORDER.
           DISPLAY "Order number to ship :" WITH NO ADVANCING
           ACCEPT WS-Order-Entry-Num
               DISPLAY "No order " WS-Order-Entry-Num " on file"
               EXIT PARAGRAPH
           END-IF
      *    an order taken before the customer was screened as a
      *    possible hit doesn't ship while the hold stands.
           CALL "SCREEN-HOLD" USING WS-Order-Customer, WS-Held-Flag,
               WS-Held-Reason
           IF WS-Customer-Held
               DISPLAY "Order " WS-Order-Entry-Num " not shipped - "
                   "customer " WS-Order-Customer " is held - "
                   FUNCTION TRIM(WS-Held-Reason)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           ADD WS-OL-Qty(WS-OL-Idx) TO WS-Shipped-Units
           MOVE "S" TO WS-OL-Status(WS-OL-Idx).

               DISPLAY "  order " WS-SO-Num(WS-SO-Idx)
                   " customer " WS-SO-Cust(WS-SO-Idx)
                   " (entered " WS-SO-Date(WS-SO-Idx) ")"
               IF WS-SO-Ref(WS-SO-Idx) NOT = SPACES
                   DISPLAY "    customer ref "
                       WS-SO-Ref(WS-SO-Idx)
               END-IF
               MOVE WS-SO-Num(WS-SO-Idx) TO WS-Deposit-Order
               PERFORM SUM-ORDER-DEPOSITS
               IF WS-Deposit-Held > ZERO
                   MOVE WS-Deposit-Held TO in-deposit
                   DISPLAY "    deposit held " in-deposit
               END-IF
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-Line-Count
                   IF WS-OL-Order(WS-OL-Idx)

       FIND-ORDER-CUSTOMER.
           MOVE ZERO TO WS-Order-Customer
           MOVE ZERO TO WS-Order-Date
           MOVE SPACES TO WS-Order-Branch
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
               UNTIL WS-SO-Idx > WS-Order-Count
               IF WS-SO-Num(WS-SO-Idx) = WS-OL-Order(WS-OL-Idx)
                   MOVE WS-SO-Cust(WS-SO-Idx)
                       TO WS-Order-Customer
                   MOVE WS-SO-Date(WS-SO-Idx) TO WS-Order-Date
                   MOVE WS-SO-Branch(WS-SO-Idx) TO WS-Order-Branch
               END-IF
           END-PERFORM.

               NOT INVALID KEY
                   SET WS-Customer-Found TO TRUE
                   DISPLAY "  Customer: " first-name " " last-name
                   MOVE Branch-Code TO WS-Customer-Branch
                   IF WS-Customer-Branch = SPACES
                       MOVE "B1" TO WS-Customer-Branch
                   END-IF
           END-READ
           CLOSE CustomerFile.

                               TO WS-SO-Cust(WS-Order-Count)
                           MOVE SO-Date
                               TO WS-SO-Date(WS-Order-Count)
                           MOVE SO-Cust-Ref
                               TO WS-SO-Ref(WS-Order-Count)
                           IF SO-Order-Num > WS-Next-Order-Num
                               MOVE SO-Order-Num
                                   TO WS-Next-Order-Num
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF
           ADD 1 TO WS-Next-Order-Num
           PERFORM LOAD-ORDER-BRANCHES.

       LOAD-ORDER-BRANCHES.
      *    each order's branch is its customer's - no branch on
      *    Customer.dat (or no customer left) counts as the main
      *    store, B1.
           OPEN INPUT CustomerFile
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
               UNTIL WS-SO-Idx > WS-Order-Count
               MOVE "B1" TO WS-SO-Branch(WS-SO-Idx)
               IF WS-CustomerFile-Status NOT = "35"
                   MOVE WS-SO-Cust(WS-SO-Idx) TO WS-Relative-Key
                   READ CustomerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF Branch-Code NOT = SPACES
                               MOVE Branch-Code
                                   TO WS-SO-Branch(WS-SO-Idx)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-CustomerFile-Status NOT = "35"
               CLOSE CustomerFile
           END-IF.

       REWRITE-ORDER-FILE.
           OPEN OUTPUT OrderFile
               MOVE WS-SO-Num(WS-SO-Idx) TO SO-Order-Num
               MOVE WS-SO-Cust(WS-SO-Idx) TO SO-Customer-ID
               MOVE WS-SO-Date(WS-SO-Idx) TO SO-Date
               MOVE WS-SO-Ref(WS-SO-Idx) TO SO-Cust-Ref
               WRITE OrderRecord
           END-PERFORM
           CLOSE OrderFile.
                               TO WS-OL-Price(WS-Line-Count)
                           MOVE OL-Status
                               TO WS-OL-Status(WS-Line-Count)
                           IF OL-BO-Date NOT NUMERIC
                               MOVE ZERO TO OL-BO-Date
                           END-IF
                           MOVE OL-BO-Date
                               TO WS-OL-BO-Date(WS-Line-Count)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-OL-Qty(WS-OL-Idx) TO OL-Qty
               MOVE WS-OL-Price(WS-OL-Idx) TO OL-Price
               MOVE WS-OL-Status(WS-OL-Idx) TO OL-Status
               MOVE WS-OL-BO-Date(WS-OL-Idx) TO OL-BO-Date
               WRITE LineRecord
           END-PERFORM
           CLOSE LineFile.
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE ST-Branch TO WS-Record-Branch
                       IF WS-Record-Branch = SPACES
                           MOVE "B1" TO WS-Record-Branch
                       END-IF
                       IF WS-Stock-Count < 100
                           AND WS-Record-Branch = WS-Stock-Branch
                           ADD 1 TO WS-Stock-Count
                           MOVE ST-Product-Name
                               TO WS-SK-Name(WS-Stock-Count)
               CLOSE StockFile
           END-IF.

       LOAD-KIT-TABLE.
           MOVE ZERO TO WS-Kit-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT KitFile
           IF NOT WS-Kit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ KitFile
                   AT END
                       SET WS-Eof TO TRUE
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
           IF WS-KitFile-Status NOT = "35"
               CLOSE KitFile
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "orderentry" TO AL-Program
