       IDENTIFICATION DIVISION.
       PROGRAM-ID. replenish.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * suggested purchase orders: stockctl.cob's REORDER-REPORT
      * lists what has fallen below ST-Reorder-Min, and then
      * somebody re-keyed every line into purchasing.cob by hand -
      * twice, some mornings, for the same shortfall. Each product
      * now carries a preferred supplier and a standard order
      * quantity in ReorderPolicy.dat ((P)olicy). The (R)un turns
      * each shortfall, net of what is already on open
      * PurchaseOrders.dat lines and of any proposal still waiting,
      * into a proposed order in ProposedOrders.dat, rounded up to
      * whole standard quantities and priced at the ProductCosts.dat
      * prime cost. The buyer (V)iews them grouped by supplier,
      * (A)djusts or drops any, and re(L)eases the supplier's
      * proposals into real numbered POs on PurchaseOrders.dat.
      * Behind sign-on, every write audited.
      * Stock is kept per store, so the (R)un looks at the shelf
      * of the signed-on operator's branch only - each store runs
      * its own replenishment against its own minimums, netted
      * only against its own open orders (PO-Branch) and its own
      * waiting proposals (RP-Branch). The buyer views, adjusts
      * and releases the signed-on branch's proposals, and a
      * release raises the POs for that branch, so the delivery
      * lands on its shelf. Orders and proposals from before the
      * branch was kept are the main store's.
      * A release takes the delivery date the supplier promises for
      * the orders it raises, for the on-time figure on the
      * supplier scorecard (suppscore.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PolicyFile ASSIGN TO "ReorderPolicy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PolicyFile-Status.
           SELECT ProposalFile ASSIGN TO "ProposedOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProposalFile-Status.
           SELECT OrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT SupplierFile ASSIGN TO "Suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupplierFile-Status.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT ProductFile ASSIGN TO "Products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProductFile-Status.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    one line per product the shop replenishes - who we buy
      *    it from and in what lot.
           FD PolicyFile.
           01 PolicyRecord.
               05 RO-Product     PIC X(20).
               05 RO-Supplier-ID PIC 9(4).
               05 RO-Order-Qty   PIC 9(5).

      *    a proposed order waits here until the buyer releases it
      *    (R, with the PO it became) or drops it (X).
           FD ProposalFile.
           01 ProposalRecord.
               05 RP-Product     PIC X(20).
               05 RP-Supplier-ID PIC 9(4).
               05 RP-Qty         PIC 9(5).
               05 RP-Unit-Cost   PIC 9(4)V9(2).
               05 RP-Status      PIC X.
                   88 RP-Proposed VALUE "P".
                   88 RP-Released VALUE "R".
                   88 RP-Dropped  VALUE "X".
               05 RP-Date        PIC 9(8).
               05 RP-PO-Num      PIC 9(6).
               05 RP-Branch      PIC X(2).

           FD OrderFile.
           01 OrderRecord.
               COPY POREC.

           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

           FD StockFile.
           01 StockRecord.
               COPY STOCKREC.

           FD ProductFile.
           01 ProductRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD CostFile.
           01 CostRecord.
               05 PC-Product-Name PIC X(20).
               05 PC-Prime-Cost   PIC 9(4)V9(2).
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-PolicyFile-Status PIC XX.
               88 WS-Policy-File-OK VALUE "00".
           01 WS-ProposalFile-Status PIC XX.
               88 WS-Proposal-File-OK VALUE "00".
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-SupplierFile-Status PIC XX.
               88 WS-Supplier-File-OK VALUE "00".
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-ProductFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
           01 WS-CostFile-Status PIC XX.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    reorder policies, table-loaded and rewritten whole.
           01 WS-Policy-Table.
               05 WS-Policy-Entry OCCURS 100 TIMES.
                   10 WS-RO-Product  PIC X(20).
                   10 WS-RO-Supplier PIC 9(4).
                   10 WS-RO-Qty      PIC 9(5).
           01 WS-Policy-Count PIC 9(3) VALUE ZERO.
           01 WS-RO-Idx PIC 9(3).
           01 WS-Policy-Found-Flag PIC X.
               88 WS-Policy-Found VALUE "Y".

      *    proposals, same treatment.
           01 WS-Proposal-Table.
               05 WS-Proposal-Entry OCCURS 200 TIMES.
                   10 WS-RP-Record PIC X(52).
           01 WS-Proposal-Count PIC 9(3) VALUE ZERO.
           01 WS-RP-Idx PIC 9(3).
           01 WS-Work-Proposal.
               05 WP-Product     PIC X(20).
               05 WP-Supplier-ID PIC 9(4).
               05 WP-Qty         PIC 9(5).
               05 WP-Unit-Cost   PIC 9(4)V9(2).
               05 WP-Status      PIC X.
               05 WP-Date        PIC 9(8).
               05 WP-PO-Num      PIC 9(6).
               05 WP-Branch      PIC X(2).

      *    suppliers, by ID and name, for the grouping.
           01 WS-Supplier-Table.
               05 WS-Supplier-Entry OCCURS 100 TIMES.
                   10 WS-SU-ID   PIC 9(4).
                   10 WS-SU-Name PIC X(24).
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Supplier-Found-Flag PIC X.
               88 WS-Supplier-Found VALUE "Y".

      *    stock levels - read-only here, the signed-on branch's
      *    shelf only.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 100 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-Stock-Branch PIC X(2).
           01 WS-Record-Branch PIC X(2).
           01 WS-SK-Idx PIC 9(3).

      *    open PO quantity per stock line, built on each run from
      *    the branch's own orders.
           01 WS-On-Order-Table.
               05 WS-On-Order OCCURS 100 TIMES PIC 9(7).

           01 WS-Product-Table.
               05 WS-Product-Entry OCCURS 100 TIMES.
                   10 WS-PT-Name PIC X(20).
           01 WS-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-PT-Idx PIC 9(3).
           01 WS-Product-Found-Flag PIC X.
               88 WS-Product-Found VALUE "Y".

           01 WS-Cost-Table.
               05 WS-Cost-Entry OCCURS 100 TIMES.
                   10 WS-CT-Name  PIC X(20).
                   10 WS-CT-Prime PIC 9(4)V9(2).
           01 WS-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-CT-Idx PIC 9(3).

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Name-Entry PIC X(20).
           01 WS-Supplier-Entry-ID PIC 9(4).
           01 WS-Qty-Entry PIC 9(5).
           01 WS-Cost-Dollars PIC 9(4).
           01 WS-Cost-Cents PIC 9(2).
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Today PIC 9(8).
           01 WS-Promised-Entry PIC 9(8).
           01 WS-Shortfall PIC S9(7).
           01 WS-Lots PIC 9(5).
           01 WS-Proposed-Count PIC 9(3).
           01 WS-No-Policy-Count PIC 9(3).
           01 WS-Released-Count PIC 9(3).
           01 WS-Next-PO-Num PIC 9(6).
           01 WS-Supplier-Lines PIC 9(3).
           01 WS-Supplier-Value PIC 9(9)V9(2).
           01 WS-Line-Value PIC 9(9)V9(2).
           01 in-cost PIC Z,ZZ9.99.
           01 in-value PIC ZZZ,ZZZ,ZZ9.99.

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

           DISPLAY "Replenishment"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
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
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-POLICY-TABLE
           PERFORM LOAD-PROPOSAL-TABLE
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM LOAD-PRODUCT-NAMES

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Replenishment - (P)olicy (R)un (V)iew "
                   "(A)djust re(L)ease (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "P" PERFORM SET-POLICY
                   WHEN "R" PERFORM REPLENISHMENT-RUN
                   WHEN "V" PERFORM VIEW-PROPOSALS
                   WHEN "A" PERFORM ADJUST-PROPOSAL
                   WHEN "L" PERFORM RELEASE-SUPPLIER
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       SET-POLICY.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot change "
                   "reorder policy"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product name :" WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           MOVE "N" TO WS-Product-Found-Flag
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
               UNTIL WS-PT-Idx > WS-Product-Count
               IF WS-PT-Name(WS-PT-Idx) = WS-Name-Entry
                   SET WS-Product-Found TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Product-Found
               DISPLAY "Error: no such product on Products.dat"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Preferred supplier ID :" WITH NO ADVANCING
           ACCEPT WS-Supplier-Entry-ID
           PERFORM FIND-SUPPLIER
           IF NOT WS-Supplier-Found
               DISPLAY "Error: supplier " WS-Supplier-Entry-ID
                   " not on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Standard order quantity :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry = ZERO
               DISPLAY "Error: a standard order of nothing "
                   "replenishes nothing"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POLICY
           IF NOT WS-Policy-Found
               IF WS-Policy-Count >= 100
                   DISPLAY "Error: policy table full"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Policy-Count
               MOVE WS-Policy-Count TO WS-RO-Idx
               MOVE WS-Name-Entry TO WS-RO-Product(WS-RO-Idx)
           END-IF
           MOVE WS-Supplier-Entry-ID TO WS-RO-Supplier(WS-RO-Idx)
           MOVE WS-Qty-Entry TO WS-RO-Qty(WS-RO-Idx)
           PERFORM REWRITE-POLICY-FILE
           DISPLAY "Policy set - " FUNCTION TRIM(WS-Name-Entry)
               " from " FUNCTION TRIM(WS-SU-Name(WS-SU-Idx))
               " in lots of " WS-Qty-Entry
           MOVE "ROPOL" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WS-Name-Entry) " sup "
               WS-Supplier-Entry-ID " lot " WS-Qty-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       REPLENISHMENT-RUN.
      *    below minimum, the shortfall is what brings the shelf
      *    back up to the minimum - less whatever is already on
      *    order and whatever a proposal is already asking for, so
      *    the same gap is never ordered twice.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot raise "
                   "proposals"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOCK-TABLE
           PERFORM LOAD-COST-TABLE
           PERFORM TOTAL-OPEN-ORDERS
           DISPLAY "Replenishing the " WS-Stock-Branch " shelf"
           MOVE ZERO TO WS-Proposed-Count
           MOVE ZERO TO WS-No-Policy-Count
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-On-Hand(WS-SK-Idx) < WS-SK-Min(WS-SK-Idx)
                   PERFORM PROPOSE-ONE-PRODUCT
               END-IF
           END-PERFORM
           IF WS-Proposed-Count > ZERO
               PERFORM REWRITE-PROPOSAL-FILE
           END-IF
           DISPLAY "Orders proposed: " WS-Proposed-Count
           IF WS-No-Policy-Count > ZERO
               DISPLAY "Short products with no reorder policy: "
                   WS-No-Policy-Count " - set one with (P)olicy"
           END-IF
           MOVE "ROPROP" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "replenishment run " WS-Proposed-Count
               " proposed"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       PROPOSE-ONE-PRODUCT.
           COMPUTE WS-Shortfall = WS-SK-Min(WS-SK-Idx)
               - WS-SK-On-Hand(WS-SK-Idx)
               - WS-On-Order(WS-SK-Idx)
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Proposal-Count
               MOVE WS-RP-Record(WS-RP-Idx) TO WS-Work-Proposal
               IF WP-Product = WS-SK-Name(WS-SK-Idx)
                   AND WP-Status = "P"
                   AND WP-Branch = WS-Stock-Branch
                   SUBTRACT WP-Qty FROM WS-Shortfall
               END-IF
           END-PERFORM
           IF WS-Shortfall <= ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SK-Name(WS-SK-Idx) TO WS-Name-Entry
           PERFORM FIND-POLICY
           IF NOT WS-Policy-Found
               ADD 1 TO WS-No-Policy-Count
               DISPLAY "  " WS-SK-Name(WS-SK-Idx) " short "
                   WS-Shortfall " - no reorder policy"
               EXIT PARAGRAPH
           END-IF
           IF WS-Proposal-Count >= 200
               DISPLAY "  proposal table full - release or drop "
                   "proposals first"
               EXIT PARAGRAPH
           END-IF
      *    whole lots only - the supplier ships in its standard
      *    quantity, so round the shortfall up to one.
           DIVIDE WS-Shortfall BY WS-RO-Qty(WS-RO-Idx)
               GIVING WS-Lots
           IF WS-Lots * WS-RO-Qty(WS-RO-Idx) < WS-Shortfall
               ADD 1 TO WS-Lots
           END-IF
           MOVE SPACES TO WS-Work-Proposal
           MOVE WS-SK-Name(WS-SK-Idx) TO WP-Product
           MOVE WS-RO-Supplier(WS-RO-Idx) TO WP-Supplier-ID
           COMPUTE WP-Qty = WS-Lots * WS-RO-Qty(WS-RO-Idx)
           MOVE ZERO TO WP-Unit-Cost
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               IF WS-CT-Name(WS-CT-Idx) = WP-Product
                   MOVE WS-CT-Prime(WS-CT-Idx) TO WP-Unit-Cost
               END-IF
           END-PERFORM
           MOVE "P" TO WP-Status
           MOVE WS-Today TO WP-Date
           MOVE ZERO TO WP-PO-Num
           MOVE WS-Stock-Branch TO WP-Branch
           ADD 1 TO WS-Proposal-Count
           MOVE WS-Work-Proposal TO WS-RP-Record(WS-Proposal-Count)
           ADD 1 TO WS-Proposed-Count
           DISPLAY "  " WP-Product " short " WS-Shortfall
               " - propose " WP-Qty " from supplier "
               WP-Supplier-ID.

       TOTAL-OPEN-ORDERS.
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               MOVE ZERO TO WS-On-Order(WS-SK-Idx)
           END-PERFORM
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
                       MOVE PO-Branch TO WS-Record-Branch
                       IF WS-Record-Branch = SPACES
                           MOVE "B1" TO WS-Record-Branch
                       END-IF
                       IF PO-Open
                           AND WS-Record-Branch = WS-Stock-Branch
                           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
                               UNTIL WS-SK-Idx > WS-Stock-Count
                               IF WS-SK-Name(WS-SK-Idx) = PO-Product
                                   ADD PO-Qty
                                       TO WS-On-Order(WS-SK-Idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF.

       VIEW-PROPOSALS.
      *    grouped by supplier - the buyer works one supplier's
      *    proposals at a time, the way the phone call goes.
           DISPLAY SPACE
           DISPLAY "PROPOSED ORDERS BY SUPPLIER - BRANCH "
               WS-Stock-Branch
           MOVE ZERO TO WS-Proposed-Count
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
               UNTIL WS-SU-Idx > WS-Supplier-Count
               PERFORM VIEW-ONE-SUPPLIER
           END-PERFORM
           IF WS-Proposed-Count = ZERO
               DISPLAY "  nothing proposed - (R)un the "
                   "replenishment"
           END-IF.

       VIEW-ONE-SUPPLIER.
           MOVE ZERO TO WS-Supplier-Lines
           MOVE ZERO TO WS-Supplier-Value
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Proposal-Count
               MOVE WS-RP-Record(WS-RP-Idx) TO WS-Work-Proposal
               IF WP-Status = "P"
                   AND WP-Supplier-ID = WS-SU-ID(WS-SU-Idx)
                   AND WP-Branch = WS-Stock-Branch
                   IF WS-Supplier-Lines = ZERO
                       DISPLAY "  supplier " WS-SU-ID(WS-SU-Idx)
                           " " WS-SU-Name(WS-SU-Idx)
                   END-IF
                   ADD 1 TO WS-Supplier-Lines
                   ADD 1 TO WS-Proposed-Count
                   COMPUTE WS-Line-Value = WP-Qty * WP-Unit-Cost
                   ADD WS-Line-Value TO WS-Supplier-Value
                   MOVE WP-Unit-Cost TO in-cost
                   DISPLAY "    " WP-Product " " WP-Qty " at "
                       in-cost " (proposed " WP-Date ")"
               END-IF
           END-PERFORM
           IF WS-Supplier-Lines > ZERO
               MOVE WS-Supplier-Value TO in-value
               DISPLAY "    supplier total " in-value
           END-IF.

       ADJUST-PROPOSAL.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot adjust "
                   "proposals"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product name :" WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           MOVE "N" TO WS-Product-Found-Flag
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Proposal-Count
               OR WS-Product-Found
               MOVE WS-RP-Record(WS-RP-Idx) TO WS-Work-Proposal
               IF WP-Product = WS-Name-Entry AND WP-Status = "P"
                   AND WP-Branch = WS-Stock-Branch
                   SET WS-Product-Found TO TRUE
                   SUBTRACT 1 FROM WS-RP-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Product-Found
               DISPLAY "No proposal waiting for "
                   FUNCTION TRIM(WS-Name-Entry)
               EXIT PARAGRAPH
           END-IF
           MOVE WP-Unit-Cost TO in-cost
           DISPLAY "Proposed " WP-Qty " at " in-cost
               " from supplier " WP-Supplier-ID
           DISPLAY "New quantity (0 = drop the proposal) :"
               WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry = ZERO
               MOVE "X" TO WP-Status
               DISPLAY "Proposal dropped"
           ELSE
               MOVE WS-Qty-Entry TO WP-Qty
               DISPLAY "Unit cost - dollars (0 = keep) :"
                   WITH NO ADVANCING
               ACCEPT WS-Cost-Dollars
               DISPLAY "Unit cost - cents :" WITH NO ADVANCING
               ACCEPT WS-Cost-Cents
               IF WS-Cost-Dollars > ZERO OR WS-Cost-Cents > ZERO
                   COMPUTE WP-Unit-Cost = WS-Cost-Dollars
                       + (WS-Cost-Cents / 100)
               END-IF
               DISPLAY "Proposal adjusted"
           END-IF
           MOVE WS-Work-Proposal TO WS-RP-Record(WS-RP-Idx)
           PERFORM REWRITE-PROPOSAL-FILE
           MOVE "ROADJ" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WP-Product) " " WP-Status " qty "
               WP-Qty
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RELEASE-SUPPLIER.
      *    one supplier's waiting proposals become real open POs -
      *    numbered after the highest on file, the purchasing.cob
      *    sequence, so receipt and the invoice match see them
      *    like any PO raised by hand.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot release "
                   "orders"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier ID to release :" WITH NO ADVANCING
           ACCEPT WS-Supplier-Entry-ID
           PERFORM FIND-SUPPLIER
           IF NOT WS-Supplier-Found
               DISPLAY "Error: supplier " WS-Supplier-Entry-ID
                   " not on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM VIEW-ONE-SUPPLIER
           IF WS-Supplier-Lines = ZERO
               DISPLAY "Nothing proposed for supplier "
                   WS-Supplier-Entry-ID
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release these as purchase orders? y/n: "
               WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Nothing released"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Promised delivery date (yyyymmdd, 0 = none) :"
               WITH NO ADVANCING
           MOVE ZERO TO WS-Promised-Entry
           ACCEPT WS-Promised-Entry
           IF WS-Promised-Entry NOT = ZERO
               AND WS-Promised-Entry < WS-Today
               DISPLAY "Error: promised date is already past - "
                   "nothing released"
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-PO-NUM
           OPEN EXTEND OrderFile
           IF WS-OrderFile-Status = "35"
               OPEN OUTPUT OrderFile
               CLOSE OrderFile
               OPEN EXTEND OrderFile
           END-IF
           MOVE ZERO TO WS-Released-Count
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Proposal-Count
               MOVE WS-RP-Record(WS-RP-Idx) TO WS-Work-Proposal
               IF WP-Status = "P"
                   AND WP-Supplier-ID = WS-Supplier-Entry-ID
                   AND WP-Branch = WS-Stock-Branch
                   PERFORM RELEASE-ONE-PROPOSAL
               END-IF
           END-PERFORM
           CLOSE OrderFile
           PERFORM REWRITE-PROPOSAL-FILE
           DISPLAY "Purchase orders raised: " WS-Released-Count.

       RELEASE-ONE-PROPOSAL.
           MOVE SPACES TO OrderRecord
           MOVE WS-Next-PO-Num TO PO-Num
           MOVE "O" TO PO-Status
           MOVE WP-Supplier-ID TO PO-Supplier-ID
           MOVE WP-Product TO PO-Product
           MOVE WP-Qty TO PO-Qty
           MOVE WP-Unit-Cost TO PO-Unit-Cost
           MOVE WS-Today TO PO-Date
           MOVE ZERO TO PO-Recv-Date
           MOVE ZERO TO PO-Recv-Qty
           MOVE WS-Promised-Entry TO PO-Promised-Date
           MOVE WP-Branch TO PO-Branch
           WRITE OrderRecord
           MOVE "R" TO WP-Status
           MOVE WS-Next-PO-Num TO WP-PO-Num
           MOVE WS-Work-Proposal TO WS-RP-Record(WS-RP-Idx)
           DISPLAY "  PO " WS-Next-PO-Num " - " WP-Qty " x "
               FUNCTION TRIM(WP-Product)
           MOVE "PORAIS" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "PO " WS-Next-PO-Num " "
               FUNCTION TRIM(WP-Product) " proposed"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           ADD 1 TO WS-Released-Count
           ADD 1 TO WS-Next-PO-Num.

       GET-NEXT-PO-NUM.
           MOVE ZERO TO WS-Next-PO-Num
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
                       IF PO-Num > WS-Next-PO-Num
                           MOVE PO-Num TO WS-Next-PO-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF
           ADD 1 TO WS-Next-PO-Num.

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

       FIND-POLICY.
           MOVE "N" TO WS-Policy-Found-Flag
           PERFORM VARYING WS-RO-Idx FROM 1 BY 1
               UNTIL WS-RO-Idx > WS-Policy-Count
               OR WS-Policy-Found
               IF WS-RO-Product(WS-RO-Idx) = WS-Name-Entry
                   SET WS-Policy-Found TO TRUE
                   SUBTRACT 1 FROM WS-RO-Idx
               END-IF
           END-PERFORM.

       LOAD-POLICY-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PolicyFile
           IF NOT WS-Policy-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PolicyFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Policy-Count < 100
                           ADD 1 TO WS-Policy-Count
                           MOVE RO-Product
                               TO WS-RO-Product(WS-Policy-Count)
                           MOVE RO-Supplier-ID
                               TO WS-RO-Supplier(WS-Policy-Count)
                           MOVE RO-Order-Qty
                               TO WS-RO-Qty(WS-Policy-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PolicyFile-Status NOT = "35"
               CLOSE PolicyFile
           END-IF.

       REWRITE-POLICY-FILE.
           OPEN OUTPUT PolicyFile
           PERFORM VARYING WS-RO-Idx FROM 1 BY 1
               UNTIL WS-RO-Idx > WS-Policy-Count
               MOVE WS-RO-Product(WS-RO-Idx) TO RO-Product
               MOVE WS-RO-Supplier(WS-RO-Idx) TO RO-Supplier-ID
               MOVE WS-RO-Qty(WS-RO-Idx) TO RO-Order-Qty
               WRITE PolicyRecord
           END-PERFORM
           CLOSE PolicyFile.

       LOAD-PROPOSAL-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProposalFile
           IF NOT WS-Proposal-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProposalFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Proposal-Count < 200
                           IF RP-Branch = SPACES
                               MOVE "B1" TO RP-Branch
                           END-IF
                           ADD 1 TO WS-Proposal-Count
                           MOVE ProposalRecord
                               TO WS-RP-Record(WS-Proposal-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProposalFile-Status NOT = "35"
               CLOSE ProposalFile
           END-IF.

       REWRITE-PROPOSAL-FILE.
           OPEN OUTPUT ProposalFile
           PERFORM VARYING WS-RP-Idx FROM 1 BY 1
               UNTIL WS-RP-Idx > WS-Proposal-Count
               MOVE WS-RP-Record(WS-RP-Idx) TO ProposalRecord
               WRITE ProposalRecord
           END-PERFORM
           CLOSE ProposalFile.

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
           END-IF.

       LOAD-STOCK-TABLE.
           MOVE ZERO TO WS-Stock-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StockFile
           IF NOT WS-Stock-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ StockFile
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
                           MOVE ST-On-Hand
                               TO WS-SK-On-Hand(WS-Stock-Count)
                           MOVE ST-Reorder-Min
                               TO WS-SK-Min(WS-Stock-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StockFile-Status NOT = "35"
               CLOSE StockFile
           END-IF.

       LOAD-PRODUCT-NAMES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProductFile
           IF NOT WS-ProductFile-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProductFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Product-Count < 100
                           ADD 1 TO WS-Product-Count
                           MOVE PR-Product-Name
                               TO WS-PT-Name(WS-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProductFile-Status NOT = "35"
               CLOSE ProductFile
           END-IF.

       LOAD-COST-TABLE.
           MOVE ZERO TO WS-Cost-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CostFile
           IF NOT WS-Cost-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CostFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Cost-Count < 100
                           ADD 1 TO WS-Cost-Count
                           MOVE PC-Product-Name
                               TO WS-CT-Name(WS-Cost-Count)
                           MOVE PC-Prime-Cost
                               TO WS-CT-Prime(WS-Cost-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CostFile-Status NOT = "35"
               CLOSE CostFile
           END-IF.

       WRITE-AUDIT-LOG.
      *    AL-Customer-ID has no meaning for a purchasing action -
      *    left at zero, the prodmaint.cob convention.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "replenish" TO AL-Program
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
