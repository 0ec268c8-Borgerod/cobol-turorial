       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocktake.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * physical stocktake: stockctl.cob trusts ST-On-Hand, and a
      * few months of invgen.cob issues and hand-keyed issues later
      * the back room never agrees with it. This runs the count
      * cycle. (F)reeze snapshots every StockLevels.dat line into
      * StockCount.dat with the ProductCosts.dat prime cost
      * stockctl's VALUATION-REPORT uses; (S)heets spools the count
      * sheets by product; (E)nter takes the counted quantities;
      * (V)ariance spools counted against frozen, valued at prime
      * cost; (A)pprove - a second operator, never the one who
      * keyed the counts - moves on-hand by the variance and posts
      * the shrinkage value to the GL (STOCK SHRINKAGE 6200 against
      * INVENTORY 1300). On-hand moves by counted minus frozen
      * rather than being overwritten, so goods received or issued
      * between the freeze and the approval are not lost. Behind
      * sign-on, everything audited.
      * Each store counts its own shelf: the freeze takes the
      * signed-on operator's branch's StockLevels.dat lines, and the
      * counts and approval are taken at that branch only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
      *    the frozen snapshot and its counts - one line per
      *    product for the life of one stocktake, emptied again
      *    when the count is approved.
           SELECT CountFile ASSIGN TO "StockCount.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CountFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD StockFile.
           01 StockRecord.
               COPY STOCKREC.

           FD CostFile.
           01 CostRecord.
               05 PC-Product-Name PIC X(20).
               05 PC-Prime-Cost   PIC 9(4)V9(2).
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD CountFile.
           01 CountRecord.
               05 SC-Product      PIC X(20).
               05 SC-Frozen       PIC S9(5)
                   SIGN IS LEADING SEPARATE.
               05 SC-Counted      PIC 9(5).
               05 SC-Count-Flag   PIC X.
                   88 SC-Is-Counted VALUE "Y".
               05 SC-Prime        PIC 9(4)V9(2).
               05 SC-Freeze-Date  PIC 9(8).
               05 SC-Frozen-By    PIC X(10).
               05 SC-Counted-By   PIC X(10).
      *        the branch whose shelf was frozen - blank on a
      *        count frozen before stock was kept per store (B1).
               05 SC-Branch       PIC X(2).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-CostFile-Status PIC XX.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-CountFile-Status PIC XX.
               88 WS-Count-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the stock file - the stockctl.cob table-and-rewrite.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-SK-Idx PIC 9(3).
      *    the shelf this session counts - the operator's branch,
      *    blank signing on as the main store - and the one the
      *    stocktake in progress was frozen at.
           01 WS-Stock-Branch PIC X(2).
           01 WS-Count-Branch PIC X(2).

      *    prime costs, frozen onto the snapshot with the quantity.
           01 WS-Cost-Table.
               05 WS-Cost-Entry OCCURS 100 TIMES.
                   10 WS-CT-Name  PIC X(20).
                   10 WS-CT-Prime PIC 9(4)V9(2).
           01 WS-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-CT-Idx PIC 9(3).

      *    the count file table-loaded and rewritten whole.
           01 WS-Count-Table.
               05 WS-Count-Entry OCCURS 100 TIMES.
                   10 WS-SC-Record PIC X(68).
           01 WS-Count-Lines PIC 9(3) VALUE ZERO.
           01 WS-SC-Idx PIC 9(3).
           01 WS-Work-Count.
               05 WC-Product      PIC X(20).
               05 WC-Frozen       PIC S9(5)
                   SIGN IS LEADING SEPARATE.
               05 WC-Counted      PIC 9(5).
               05 WC-Count-Flag   PIC X.
                   88 WC-Is-Counted VALUE "Y".
               05 WC-Prime        PIC 9(4)V9(2).
               05 WC-Freeze-Date  PIC 9(8).
               05 WC-Frozen-By    PIC X(10).
               05 WC-Counted-By   PIC X(10).
               05 WC-Branch       PIC X(2).

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Name-Entry PIC X(20).
           01 WS-Qty-Entry PIC 9(5).
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Today PIC 9(8).
           01 WS-Variance PIC S9(5).
           01 WS-Variance-Value PIC S9(9)V9(2).
           01 WS-Net-Variance-Value PIC S9(9)V9(2).
           01 WS-Loss-Value PIC 9(9)V9(2).
           01 WS-Gain-Value PIC 9(9)V9(2).
           01 WS-Uncounted PIC 9(3).
           01 WS-Counted-Operator PIC X(10).
           01 in-qty PIC ZZZZ9-.
           01 in-counted PIC ZZZZ9.
           01 in-variance PIC ZZZZ9-.
           01 in-prime PIC Z,ZZ9.99.
           01 in-value PIC ZZZ,ZZZ,ZZ9.99-.

      *    report spooling - see the SPOOL-PRINT subroutine.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12).
           01 WS-Spool-Line PIC X(132).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state - the shrinkage against
      *    the inventory asset, either way round.
           01 WS-GL-Source PIC X(12) VALUE "stocktake".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.
           01 WS-GL-Shrinkage-Acct PIC 9(4) VALUE 6200.
           01 WS-GL-Inventory-Acct PIC 9(4) VALUE 1300.

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

           DISPLAY "Stocktake"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - no stock touched"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Operator-Role = "I"
               DISPLAY "Inquiry operators cannot run a stocktake"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-Branch-Entry)
               TO WS-Stock-Branch
           IF WS-Stock-Branch = SPACES
               MOVE "B1" TO WS-Stock-Branch
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:6) TO WS-Posting-Period

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-COUNT-TABLE
           IF WS-Count-Lines > ZERO
               MOVE WS-SC-Record(1) TO WS-Work-Count
               MOVE WC-Branch TO WS-Count-Branch
               IF WS-Count-Branch = SPACES
                   MOVE "B1" TO WS-Count-Branch
               END-IF
               DISPLAY "Stocktake in progress at " WS-Count-Branch
                   " - frozen " WC-Freeze-Date " by " WC-Frozen-By
           END-IF

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Stocktake - (F)reeze (S)heets (E)nter "
                   "counts (V)ariance (A)pprove (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "F" PERFORM FREEZE-SNAPSHOT
                   WHEN "S" PERFORM PRINT-COUNT-SHEETS
                   WHEN "E" PERFORM ENTER-COUNTS
                   WHEN "V" PERFORM VARIANCE-REPORT
                   WHEN "A" PERFORM APPROVE-STOCKTAKE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       FREEZE-SNAPSHOT.
      *    one stocktake at a time - a second freeze would throw
      *    away counts already keyed.
           IF WS-Count-Lines > ZERO
               DISPLAY "Error: a stocktake is already in progress "
                   "- approve it before freezing again"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STOCK-TABLE
           IF WS-Stock-Count = ZERO
               DISPLAY "No StockLevels.dat on file - nothing to "
                   "count"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COST-TABLE
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   PERFORM FREEZE-ONE-PRODUCT
               END-IF
           END-PERFORM
           IF WS-Count-Lines = ZERO
               DISPLAY "No " WS-Stock-Branch " stock on file - "
                   "nothing to count"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Stock-Branch TO WS-Count-Branch
           PERFORM REWRITE-COUNT-FILE
           DISPLAY "Snapshot frozen - " WS-Count-Lines
               " products to count at " WS-Stock-Branch
           MOVE "STKFRZ" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "stocktake frozen " WS-Count-Lines " products "
               WS-Stock-Branch
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       FREEZE-ONE-PRODUCT.
           ADD 1 TO WS-Count-Lines
           MOVE SPACES TO WS-Work-Count
           MOVE WS-SK-Name(WS-SK-Idx) TO WC-Product
           MOVE WS-SK-On-Hand(WS-SK-Idx) TO WC-Frozen
           MOVE ZERO TO WC-Counted
           MOVE "N" TO WC-Count-Flag
           MOVE ZERO TO WC-Prime
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               IF WS-CT-Name(WS-CT-Idx) = WC-Product
                   MOVE WS-CT-Prime(WS-CT-Idx) TO WC-Prime
               END-IF
           END-PERFORM
           MOVE WS-Today TO WC-Freeze-Date
           MOVE WS-Operator-ID-Entry TO WC-Frozen-By
           MOVE WS-Stock-Branch TO WC-Branch
           MOVE WS-Work-Count TO WS-SC-Record(WS-Count-Lines).

       CHECK-COUNT-BRANCH.
      *    counts are keyed and approved where the shelf is.
           MOVE "N" TO WS-Found-Flag
           IF WS-Count-Branch NOT = WS-Stock-Branch
               DISPLAY "Error: the stocktake in progress is the "
                   WS-Count-Branch " shelf - it is counted there"
           ELSE
               SET WS-Found TO TRUE
           END-IF.

       PRINT-COUNT-SHEETS.
      *    the frozen quantity is deliberately not on the sheet -
      *    a counter who can see what the system expects counts
      *    to it.
           IF WS-Count-Lines = ZERO
               DISPLAY "No stocktake in progress - (F)reeze first"
               EXIT PARAGRAPH
           END-IF
           MOVE "COUNTSHEET" TO WS-Spool-Report
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE WS-SC-Record(1) TO WS-Work-Count
           MOVE SPACES TO WS-Spool-Line
           STRING "STOCKTAKE COUNT SHEET - BRANCH " WS-Count-Branch
               " - FROZEN " WC-Freeze-Date
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           MOVE "PRODUCT                 COUNTED      INITIALS"
               TO WS-Spool-Line
           PERFORM SPOOL-ONE-LINE
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
               MOVE SPACES TO WS-Spool-Line
               STRING WC-Product "    ________     ________"
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
               PERFORM SPOOL-ONE-LINE
               DISPLAY "  " WC-Product "  ________"
           END-PERFORM
           MOVE "CLS" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           DISPLAY "Count sheets spooled - " WS-Count-Lines
               " products".

       ENTER-COUNTS.
           IF WS-Count-Lines = ZERO
               DISPLAY "No stocktake in progress - (F)reeze first"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COUNT-BRANCH
           IF NOT WS-Found
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WS-Name-Entry
           PERFORM UNTIL WS-Name-Entry = SPACES
               DISPLAY "Product name (blank = done) :"
                   WITH NO ADVANCING
               ACCEPT WS-Name-Entry
               IF WS-Name-Entry NOT = SPACES
                   PERFORM ENTER-ONE-COUNT
               END-IF
           END-PERFORM
           PERFORM REWRITE-COUNT-FILE.

       ENTER-ONE-COUNT.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               OR WS-Found
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
               IF WC-Product = WS-Name-Entry
                   SET WS-Found TO TRUE
                   SUBTRACT 1 FROM WS-SC-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Found
               DISPLAY "Error: not on the frozen snapshot"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
           DISPLAY "Quantity counted :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
      *    a recount replaces the first figure - the last count
      *    keyed is the one that stands.
           MOVE WS-Qty-Entry TO WC-Counted
           SET WC-Is-Counted TO TRUE
           MOVE WS-Operator-ID-Entry TO WC-Counted-By
           MOVE WS-Work-Count TO WS-SC-Record(WS-SC-Idx)
           MOVE "STKCNT" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WC-Product) " counted "
               WS-Qty-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       VARIANCE-REPORT.
           IF WS-Count-Lines = ZERO
               DISPLAY "No stocktake in progress - (F)reeze first"
               EXIT PARAGRAPH
           END-IF
           MOVE "STOCKVAR" TO WS-Spool-Report
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE WS-SC-Record(1) TO WS-Work-Count
           MOVE SPACES TO WS-Spool-Line
           STRING "STOCKTAKE VARIANCE (at prime cost) - BRANCH "
               WS-Count-Branch " - FROZEN " WC-Freeze-Date
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           DISPLAY SPACE
           DISPLAY WS-Spool-Line(1:60)
           MOVE "PRODUCT                FROZEN COUNTED VARIANCE"
               TO WS-Spool-Line
           MOVE "PRIME           VALUE" TO WS-Spool-Line(52:21)
           PERFORM SPOOL-ONE-LINE
           PERFORM TOTAL-THE-VARIANCE
           MOVE WS-Net-Variance-Value TO in-value
           MOVE SPACES TO WS-Spool-Line
           STRING "NET VARIANCE VALUE " in-value
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-ONE-LINE
           DISPLAY "NET VARIANCE VALUE " in-value
           IF WS-Uncounted > ZERO
               MOVE SPACES TO WS-Spool-Line
               STRING "PRODUCTS NOT YET COUNTED: " WS-Uncounted
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
               PERFORM SPOOL-ONE-LINE
               DISPLAY "Products not yet counted: " WS-Uncounted
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       TOTAL-THE-VARIANCE.
      *    lines the report prints - and the totals the approval
      *    posts, so the two can never disagree.
           MOVE ZERO TO WS-Net-Variance-Value
           MOVE ZERO TO WS-Uncounted
           MOVE SPACES TO WS-Counted-Operator
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
               IF WC-Is-Counted
                   COMPUTE WS-Variance = WC-Counted - WC-Frozen
                   COMPUTE WS-Variance-Value =
                       WS-Variance * WC-Prime
                   ADD WS-Variance-Value TO WS-Net-Variance-Value
                   MOVE WC-Counted-By TO WS-Counted-Operator
                   IF WS-Variance NOT = ZERO
                       PERFORM SHOW-ONE-VARIANCE
                   END-IF
               ELSE
                   ADD 1 TO WS-Uncounted
               END-IF
           END-PERFORM.

       SHOW-ONE-VARIANCE.
           MOVE WC-Frozen TO in-qty
           MOVE WC-Counted TO in-counted
           MOVE WS-Variance TO in-variance
           MOVE WC-Prime TO in-prime
           MOVE WS-Variance-Value TO in-value
           MOVE SPACES TO WS-Spool-Line
           STRING WC-Product " " in-qty "   " in-counted " "
               in-variance "  " in-prime "  " in-value
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           IF WS-Spool-Report = "STOCKVAR"
               PERFORM SPOOL-ONE-LINE
               DISPLAY "  " WS-Spool-Line(1:76)
           END-IF.

       APPROVE-STOCKTAKE.
           IF WS-Count-Lines = ZERO
               DISPLAY "No stocktake in progress - nothing to "
                   "approve"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-COUNT-BRANCH
           IF NOT WS-Found
               EXIT PARAGRAPH
           END-IF
           MOVE "APPROVAL" TO WS-Spool-Report
           PERFORM TOTAL-THE-VARIANCE
           IF WS-Uncounted > ZERO
               DISPLAY "Error: " WS-Uncounted " products not yet "
                   "counted - count them (zero if none) first"
               EXIT PARAGRAPH
           END-IF
      *    maker-checker: no operator who keyed a count approves
      *    the stocktake.
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
               IF WC-Counted-By = WS-Operator-ID-Entry
                   DISPLAY "Error: you keyed counts on this "
                       "stocktake - another operator must approve"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "the shrinkage cannot post today"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Net-Variance-Value TO in-value
           DISPLAY "Net variance " in-value " - approve and "
               "post? y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Not approved - counts kept"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-STOCK-TABLE
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Count
               PERFORM ADJUST-ONE-PRODUCT
           END-PERFORM
           PERFORM REWRITE-STOCK-FILE
           PERFORM POST-SHRINKAGE-TO-LEDGER

      *    the cycle is over - an empty count file is "no
      *    stocktake in progress".
           MOVE ZERO TO WS-Count-Lines
           PERFORM REWRITE-COUNT-FILE
           DISPLAY "Stocktake approved - on-hand adjusted, net "
               "variance " in-value " posted"
           MOVE "STKAPP" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "stocktake approved net " in-value
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       ADJUST-ONE-PRODUCT.
           COMPUTE WS-Variance = WC-Counted - WC-Frozen
           IF WS-Variance = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WC-Product
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Count-Branch
                   ADD WS-Variance TO WS-SK-On-Hand(WS-SK-Idx)
               END-IF
           END-PERFORM.

       POST-SHRINKAGE-TO-LEDGER.
      *    a net loss debits shrinkage and relieves the inventory
      *    asset; a net gain (more on the shelf than the books
      *    said) goes the other way.
           IF WS-Net-Variance-Value = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GL-Reference
           STRING "STK " WS-Today
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           IF WS-Net-Variance-Value < ZERO
               COMPUTE WS-GL-Amount = 0 - WS-Net-Variance-Value
               MOVE WS-GL-Shrinkage-Acct TO WS-GL-Debit-Acct
               MOVE WS-GL-Inventory-Acct TO WS-GL-Credit-Acct
           ELSE
               MOVE WS-Net-Variance-Value TO WS-GL-Amount
               MOVE WS-GL-Inventory-Acct TO WS-GL-Debit-Acct
               MOVE WS-GL-Shrinkage-Acct TO WS-GL-Credit-Acct
           END-IF
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       SPOOL-ONE-LINE.
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       LOAD-COUNT-TABLE.
           MOVE ZERO TO WS-Count-Lines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CountFile
           IF NOT WS-Count-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CountFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Count-Lines < 100
                           ADD 1 TO WS-Count-Lines
                           MOVE CountRecord
                               TO WS-SC-Record(WS-Count-Lines)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CountFile-Status NOT = "35"
               CLOSE CountFile
           END-IF.

       REWRITE-COUNT-FILE.
           OPEN OUTPUT CountFile
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Count-Lines
               MOVE WS-SC-Record(WS-SC-Idx) TO CountRecord
               WRITE CountRecord
           END-PERFORM
           CLOSE CountFile.

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
                       IF WS-Stock-Count < 200
                           ADD 1 TO WS-Stock-Count
                           MOVE ST-Product-Name
                               TO WS-SK-Name(WS-Stock-Count)
                           MOVE ST-On-Hand
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
           IF WS-StockFile-Status NOT = "35"
               CLOSE StockFile
           END-IF.

       REWRITE-STOCK-FILE.
           OPEN OUTPUT StockFile
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               MOVE WS-SK-Name(WS-SK-Idx) TO ST-Product-Name
               MOVE WS-SK-On-Hand(WS-SK-Idx) TO ST-On-Hand
               MOVE WS-SK-Min(WS-SK-Idx) TO ST-Reorder-Min
               MOVE WS-SK-Branch(WS-SK-Idx) TO ST-Branch
               WRITE StockRecord
           END-PERFORM
           CLOSE StockFile.

       LOAD-COST-TABLE.
           MOVE ZERO TO WS-Cost-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CostFile
           IF NOT WS-Cost-File-OK
               DISPLAY "  (no ProductCosts.dat - everything "
                   "values at zero)"
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
      *    AL-Customer-ID has no meaning for a stock movement -
      *    left at zero, the stockctl.cob convention.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "stocktake" TO AL-Program
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
