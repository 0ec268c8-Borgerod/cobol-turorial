       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocklots.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * lot control for the perishable lines: purchasing.cob and
      * stockctl.cob receipts record each supplier lot with its
      * expiry date on StockLots.dat (see copybooks/LOTREC.cpy) and
      * every issue takes from the lot that expires first, but
      * nothing yet said what was about to go off or took the
      * spoiled stock off the books. (E)xpiring spools the lots
      * expiring in the next N days, already-expired lots first,
      * valued at the ProductCosts.dat prime cost. (W)rite off takes
      * every expired lot off StockLots.dat and StockLevels.dat
      * through the STOCK-LOTS subroutine and posts the value to
      * the GL as STOCK SHRINKAGE 6200 against INVENTORY 1300 -
      * the stocktake.cob accounts. (T)race follows a lot through
      * LotMoves.dat (see copybooks/LMOVREC.cpy) for a supplier
      * recall: where it came from, what is left, and every invoice
      * and customer it went out to. Behind sign-on, write-offs
      * audited.
      * Lots are kept per store, like the shelf counts (LT-Branch on
      * StockLots.dat): (E)xpiring shows every store's lots with the
      * branch each is at, and (W)rite off takes only the signed-on
      * operator's branch's expired lots, off that branch's shelf -
      * the other store writes off its own. (T)race shows the store
      * each movement was at, transfers between them included.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotFile ASSIGN TO "StockLots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotFile-Status.
           SELECT LotMoveFile ASSIGN TO "LotMoves.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotMoveFile-Status.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        direct lookup by ID-num through RELATIVE organization
      *        - see write-file.cob's SELECT CustomerFile.
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD LotFile.
           01 LotRecord.
               COPY LOTREC.

           FD LotMoveFile.
           01 LotMoveRecord.
               COPY LMOVREC.

           FD StockFile.
           01 StockRecord.
               COPY STOCKREC.

           FD CostFile.
           01 CostRecord.
               05 PC-Product-Name PIC X(20).
               05 PC-Prime-Cost   PIC 9(4)V9(2).
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-LotFile-Status PIC XX.
               88 WS-Lot-File-OK VALUE "00".
           01 WS-LotMoveFile-Status PIC XX.
               88 WS-LotMove-File-OK VALUE "00".
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-CostFile-Status PIC XX.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the lots on file, table-loaded for each report.
           01 WS-Lot-Table.
               05 WS-Lot-Line OCCURS 300 TIMES.
                   10 WS-LT-Product PIC X(20).
                   10 WS-LT-Lot     PIC X(12).
                   10 WS-LT-Expiry  PIC 9(8).
                   10 WS-LT-On-Hand PIC 9(5).
                   10 WS-LT-Branch  PIC X(2).
                   10 WS-LT-Done    PIC X.
           01 WS-Lot-Count PIC 9(3) VALUE ZERO.
           01 WS-LT-Idx PIC 9(3).
           01 WS-LT-Scan PIC 9(3).
           01 WS-LT-Next PIC 9(3).

      *    the stock file - the stockctl.cob table-and-rewrite.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-Stock-Branch PIC X(2).
           01 WS-SK-Idx PIC 9(3).

      *    prime costs, for valuing lots.
           01 WS-Cost-Table.
               05 WS-Cost-Entry OCCURS 100 TIMES.
                   10 WS-CT-Name  PIC X(20).
                   10 WS-CT-Prime PIC 9(4)V9(2).
           01 WS-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-CT-Idx PIC 9(3).
           01 WS-Prime PIC 9(4)V9(2).

      *    customers a traced lot went out to, once each.
           01 WS-Recall-Table.
               05 WS-Recall-Entry OCCURS 200 TIMES.
                   10 WS-RC-Customer PIC 9(5).
                   10 WS-RC-Qty      PIC 9(7).
           01 WS-Recall-Count PIC 9(3) VALUE ZERO.
           01 WS-RC-Idx PIC 9(3).
           01 WS-Recall-Found-Flag PIC X.
               88 WS-Recall-Found VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Days-Entry PIC 9(3).
           01 WS-Lot-Number-Entry PIC X(12).
           01 WS-Today PIC 9(8).
           01 WS-Horizon PIC 9(8).
           01 WS-Days-Left PIC S9(5).
           01 WS-Line-Value PIC 9(9)V9(2).
           01 WS-Total-Value PIC 9(9)V9(2).
           01 WS-Total-Qty PIC 9(7).
           01 WS-Lines-Listed PIC 9(3).
           01 WS-Received-Qty PIC 9(7).
           01 WS-Invoiced-Qty PIC 9(7).
           01 WS-Issued-Qty PIC 9(7).
           01 WS-Written-Qty PIC 9(7).
           01 WS-Left-Qty PIC 9(7).
           01 WS-Move-Text PIC X(11).
           01 WS-Move-Branch PIC X(2).
           01 WS-Customer-Name PIC X(24).
           01 in-qty PIC ZZZZ9.
           01 in-total-qty PIC Z,ZZZ,ZZ9.
           01 in-value PIC ZZZ,ZZZ,ZZ9.99.
           01 in-days PIC ZZZ9-.
           01 in-count PIC ZZ9.

           01 WS-Out-Ptr PIC 9(3).
           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12).
           01 WS-Spool-Line PIC X(132).

      *    lot ledger call - see the STOCK-LOTS subroutine.
           01 WS-Lot-Op PIC X(3).
           01 WS-Lot-Product PIC X(20).
           01 WS-Lot-Number PIC X(12).
           01 WS-Lot-Expiry PIC 9(8).
           01 WS-Lot-Qty PIC 9(5).
           01 WS-Lot-Move-Type PIC X VALUE "W".
           01 WS-Lot-Ref PIC 9(6) VALUE ZERO.
           01 WS-Lot-Customer PIC 9(5) VALUE ZERO.
           01 WS-Lots-Used PIC 9(2).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state - spoiled stock is
      *    shrinkage, relieving the inventory asset.
           01 WS-GL-Source PIC X(12) VALUE "stocklots".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 6200.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 1300.
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

           DISPLAY "Lot control"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - no stock touched"
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

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Lots - (E)xpiring (W)rite off expired "
                   "(T)race a lot (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "E" PERFORM EXPIRING-REPORT
                   WHEN "W" PERFORM WRITE-OFF-EXPIRED
                   WHEN "T" PERFORM TRACE-LOT
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       EXPIRING-REPORT.
      *    every lot with stock left that expires within the next
      *    N days, nearest expiry first - anything already past its
      *    date heads the list marked EXPIRED.
           DISPLAY "Days ahead :" WITH NO ADVANCING
           ACCEPT WS-Days-Entry
           COMPUTE WS-Horizon = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Days-Entry)
           PERFORM LOAD-LOT-TABLE
           PERFORM LOAD-COST-TABLE
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Expiry(WS-LT-Idx) = ZERO
                   OR WS-LT-Expiry(WS-LT-Idx) > WS-Horizon
                   MOVE "Y" TO WS-LT-Done(WS-LT-Idx)
               END-IF
           END-PERFORM

           MOVE "LOTEXPIRY" TO WS-Spool-Report
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE WS-Days-Entry TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "LOTS EXPIRING BY " WS-Horizon " (next "
               FUNCTION TRIM(in-count) " days) as of " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "PRODUCT              LOT          BR EXPIRES   ON HAND"
               TO WS-Report-Line
           MOVE "VALUE  DAYS LEFT" TO WS-Report-Line(63:16)
           PERFORM PRINT-REPORT-LINE

           MOVE ZERO TO WS-Total-Qty
           MOVE ZERO TO WS-Total-Value
           MOVE ZERO TO WS-Lines-Listed
           PERFORM FIND-NEXT-EXPIRY
           PERFORM UNTIL WS-LT-Next = ZERO
               PERFORM PRINT-EXPIRING-LOT
               MOVE "Y" TO WS-LT-Done(WS-LT-Next)
               PERFORM FIND-NEXT-EXPIRY
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Lines-Listed TO in-count
           MOVE WS-Total-Qty TO in-total-qty
           MOVE WS-Total-Value TO in-value
           MOVE SPACES TO WS-Report-Line
           STRING FUNCTION TRIM(in-count) " lots, "
               FUNCTION TRIM(in-total-qty) " units, value "
               FUNCTION TRIM(in-value) " at prime cost"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       FIND-NEXT-EXPIRY.
           MOVE ZERO TO WS-LT-Next
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Done(WS-LT-Idx) NOT = "Y"
                   IF WS-LT-Next = ZERO
                       MOVE WS-LT-Idx TO WS-LT-Next
                   ELSE
                       IF WS-LT-Expiry(WS-LT-Idx)
                           < WS-LT-Expiry(WS-LT-Next)
                           MOVE WS-LT-Idx TO WS-LT-Next
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-EXPIRING-LOT.
           MOVE WS-LT-Product(WS-LT-Next) TO WS-Lot-Product
           PERFORM FIND-PRIME-COST
           COMPUTE WS-Line-Value =
               WS-LT-On-Hand(WS-LT-Next) * WS-Prime
           ADD WS-Line-Value TO WS-Total-Value
           ADD WS-LT-On-Hand(WS-LT-Next) TO WS-Total-Qty
           ADD 1 TO WS-Lines-Listed
           COMPUTE WS-Days-Left =
               FUNCTION INTEGER-OF-DATE(WS-LT-Expiry(WS-LT-Next))
               - FUNCTION INTEGER-OF-DATE(WS-Today)
           MOVE WS-LT-On-Hand(WS-LT-Next) TO in-qty
           MOVE WS-Line-Value TO in-value
           MOVE SPACES TO WS-Report-Line
           STRING WS-LT-Product(WS-LT-Next) " "
               WS-LT-Lot(WS-LT-Next) " "
               WS-LT-Branch(WS-LT-Next) " "
               WS-LT-Expiry(WS-LT-Next) "   " in-qty in-value
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           IF WS-Days-Left < ZERO
               MOVE "EXPIRED" TO WS-Report-Line(72:7)
           ELSE
               MOVE WS-Days-Left TO in-days
               MOVE in-days TO WS-Report-Line(74:5)
           END-IF
           PERFORM PRINT-REPORT-LINE.

       WRITE-OFF-EXPIRED.
      *    spoiled stock comes off the lot, off the shelf count and
      *    off the inventory asset in one step - shown first, then
      *    confirmed. This branch's lots only.
           IF WS-Operator-Role = "I"
               DISPLAY "Inquiry operators cannot write off stock"
               EXIT PARAGRAPH
           END-IF
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "the write-off cannot post today"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOT-TABLE
           PERFORM LOAD-COST-TABLE
           MOVE ZERO TO WS-Total-Value
           MOVE ZERO TO WS-Lines-Listed
           DISPLAY "Expired lots at " WS-Stock-Branch ":"
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Expiry(WS-LT-Idx) > ZERO
                   AND WS-LT-Expiry(WS-LT-Idx) < WS-Today
                   AND WS-LT-Branch(WS-LT-Idx) = WS-Stock-Branch
                   ADD 1 TO WS-Lines-Listed
                   MOVE WS-LT-Product(WS-LT-Idx) TO WS-Lot-Product
                   PERFORM FIND-PRIME-COST
                   COMPUTE WS-Line-Value =
                       WS-LT-On-Hand(WS-LT-Idx) * WS-Prime
                   ADD WS-Line-Value TO WS-Total-Value
                   MOVE WS-LT-On-Hand(WS-LT-Idx) TO in-qty
                   MOVE WS-Line-Value TO in-value
                   DISPLAY "  " WS-LT-Product(WS-LT-Idx) " lot "
                       WS-LT-Lot(WS-LT-Idx) " expired "
                       WS-LT-Expiry(WS-LT-Idx) " " in-qty in-value
               ELSE
                   MOVE "Y" TO WS-LT-Done(WS-LT-Idx)
               END-IF
           END-PERFORM
           IF WS-Lines-Listed = ZERO
               DISPLAY "  none - nothing to write off"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Total-Value TO in-value
           MOVE WS-Lines-Listed TO in-count
           DISPLAY "Write off " FUNCTION TRIM(in-count)
               " lots, value " FUNCTION TRIM(in-value) "? y/n: "
               WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Nothing written off"
               EXIT PARAGRAPH
           END-IF

      *    one STOCK-LOTS write-off per product, taking all of its
      *    expired lots at once.
           PERFORM LOAD-STOCK-TABLE
           MOVE ZERO TO WS-Total-Value
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Done(WS-LT-Idx) NOT = "Y"
                   PERFORM WRITE-OFF-ONE-PRODUCT
               END-IF
           END-PERFORM
           MOVE "END" TO WS-Lot-Op
           PERFORM CALL-STOCK-LOTS
           PERFORM REWRITE-STOCK-FILE
           PERFORM POST-WRITE-OFF-TO-LEDGER
           MOVE WS-Total-Value TO in-value
           DISPLAY "Expired stock written off - value " in-value
               " posted".

       WRITE-OFF-ONE-PRODUCT.
           MOVE WS-LT-Product(WS-LT-Idx) TO WS-Lot-Product
           PERFORM VARYING WS-LT-Scan FROM WS-LT-Idx BY 1
               UNTIL WS-LT-Scan > WS-Lot-Count
               IF WS-LT-Product(WS-LT-Scan) = WS-Lot-Product
                   MOVE "Y" TO WS-LT-Done(WS-LT-Scan)
               END-IF
           END-PERFORM
           MOVE "WRO" TO WS-Lot-Op
           PERFORM CALL-STOCK-LOTS
           IF WS-Lot-Qty = ZERO
               EXIT PARAGRAPH
           END-IF
      *    the lots were on this branch's shelf, so that is the
      *    count they come off.
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               IF WS-SK-Name(WS-SK-Idx) = WS-Lot-Product
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   SUBTRACT WS-Lot-Qty FROM WS-SK-On-Hand(WS-SK-Idx)
               END-IF
           END-PERFORM
           PERFORM FIND-PRIME-COST
           COMPUTE WS-Line-Value = WS-Lot-Qty * WS-Prime
           ADD WS-Line-Value TO WS-Total-Value
           MOVE "LOTWOF" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WS-Lot-Product) " -" WS-Lot-Qty
               " expired " WS-Lots-Used " lots"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       POST-WRITE-OFF-TO-LEDGER.
           IF WS-Total-Value = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GL-Reference
           STRING "LOT " WS-Today
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE WS-Total-Value TO WS-GL-Amount
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       TRACE-LOT.
      *    a supplier recall: every movement of the lot, then the
      *    customers who were invoiced any of it.
           DISPLAY "Lot number :" WITH NO ADVANCING
           ACCEPT WS-Lot-Number-Entry
           IF WS-Lot-Number-Entry = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Received-Qty
           MOVE ZERO TO WS-Invoiced-Qty
           MOVE ZERO TO WS-Issued-Qty
           MOVE ZERO TO WS-Written-Qty
           MOVE ZERO TO WS-Recall-Count

           MOVE "LOTTRACE" TO WS-Spool-Report
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "LOT TRACE - lot "
               FUNCTION TRIM(WS-Lot-Number-Entry)
               " as of " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "DATE     BR MOVE        PRODUCT                QTY"
               TO WS-Report-Line
           MOVE "REFERENCE" TO WS-Report-Line(53:9)
           PERFORM PRINT-REPORT-LINE

           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LotMoveFile
           IF NOT WS-LotMove-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ LotMoveFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF LM-Lot = WS-Lot-Number-Entry
                           PERFORM PRINT-LOT-MOVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotMoveFile-Status NOT = "35"
               CLOSE LotMoveFile
           END-IF

      *    what is still on the shelf from the lot.
           MOVE ZERO TO WS-Left-Qty
           PERFORM LOAD-LOT-TABLE
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Lot(WS-LT-Idx) = WS-Lot-Number-Entry
                   ADD WS-LT-On-Hand(WS-LT-Idx) TO WS-Left-Qty
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           MOVE 1 TO WS-Out-Ptr
           MOVE WS-Received-Qty TO in-total-qty
           STRING "received " FUNCTION TRIM(in-total-qty)
               DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Invoiced-Qty TO in-total-qty
           STRING "  invoiced " FUNCTION TRIM(in-total-qty)
               DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Issued-Qty TO in-total-qty
           STRING "  issued " FUNCTION TRIM(in-total-qty)
               DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Written-Qty TO in-total-qty
           STRING "  written off " FUNCTION TRIM(in-total-qty)
               DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Left-Qty TO in-total-qty
           STRING "  still on hand " FUNCTION TRIM(in-total-qty)
               DELIMITED BY SIZE
               INTO WS-Report-Line WITH POINTER WS-Out-Ptr
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Recall-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "RECALL LIST - " FUNCTION TRIM(in-count)
               " customers invoiced from this lot"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-RC-Idx FROM 1 BY 1
               UNTIL WS-RC-Idx > WS-Recall-Count
               MOVE WS-RC-Customer(WS-RC-Idx) TO WS-Relative-Key
               PERFORM LOOKUP-CUSTOMER-NAME
               MOVE WS-RC-Qty(WS-RC-Idx) TO in-total-qty
               MOVE SPACES TO WS-Report-Line
               STRING "  customer " WS-RC-Customer(WS-RC-Idx) "  "
                   WS-Customer-Name " units " in-total-qty
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-LOT-MOVE.
           MOVE SPACES TO WS-Report-Line
           MOVE LM-Qty TO in-qty
           MOVE LM-Branch TO WS-Move-Branch
           IF WS-Move-Branch = SPACES
               MOVE "B1" TO WS-Move-Branch
           END-IF
           EVALUATE TRUE
               WHEN LM-Receipt
                   ADD LM-Qty TO WS-Received-Qty
                   MOVE "received" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty "  PO " LM-Ref-Num
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN LM-Invoiced
                   ADD LM-Qty TO WS-Invoiced-Qty
                   PERFORM NOTE-RECALL-CUSTOMER
                   MOVE "invoiced" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty "  invoice " LM-Ref-Num
                       " customer " LM-Customer-ID
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN LM-Issued
                   ADD LM-Qty TO WS-Issued-Qty
                   MOVE "issued" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN LM-Written-Off
                   ADD LM-Qty TO WS-Written-Qty
                   MOVE "written off" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
      *        a transfer moves the lot between the stores - in
      *        none of the totals.
               WHEN LM-Transfer-Out
                   MOVE "moved out" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty "  transfer " LM-Ref-Num
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN LM-Transfer-In
                   MOVE "moved in" TO WS-Move-Text
                   STRING LM-Date " " WS-Move-Branch " "
                       WS-Move-Text " " LM-Product
                       " " in-qty "  transfer " LM-Ref-Num
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
           END-EVALUATE
           PERFORM PRINT-REPORT-LINE.

       NOTE-RECALL-CUSTOMER.
           MOVE "N" TO WS-Recall-Found-Flag
           PERFORM VARYING WS-RC-Idx FROM 1 BY 1
               UNTIL WS-RC-Idx > WS-Recall-Count
               OR WS-Recall-Found
               IF WS-RC-Customer(WS-RC-Idx) = LM-Customer-ID
                   SET WS-Recall-Found TO TRUE
                   ADD LM-Qty TO WS-RC-Qty(WS-RC-Idx)
               END-IF
           END-PERFORM
           IF NOT WS-Recall-Found AND WS-Recall-Count < 200
               ADD 1 TO WS-Recall-Count
               MOVE LM-Customer-ID TO WS-RC-Customer(WS-Recall-Count)
               MOVE LM-Qty TO WS-RC-Qty(WS-Recall-Count)
           END-IF.

       LOOKUP-CUSTOMER-NAME.
           MOVE "(not on file)" TO WS-Customer-Name
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               EXIT PARAGRAPH
           END-IF
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-Customer-Name
                   STRING FUNCTION TRIM(first-name) " "
                       FUNCTION TRIM(last-name)
                       DELIMITED BY SIZE INTO WS-Customer-Name
                   END-STRING
           END-READ
           CLOSE CustomerFile.

       FIND-PRIME-COST.
           MOVE ZERO TO WS-Prime
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               IF WS-CT-Name(WS-CT-Idx) = WS-Lot-Product
                   MOVE WS-CT-Prime(WS-CT-Idx) TO WS-Prime
               END-IF
           END-PERFORM.

       CALL-STOCK-LOTS.
           CALL "STOCK-LOTS" USING WS-Lot-Op, WS-Lot-Product,
               WS-Lot-Number, WS-Lot-Expiry, WS-Lot-Qty, WS-Today,
               WS-Lot-Move-Type, WS-Lot-Ref, WS-Lot-Customer,
               WS-Lots-Used, WS-Stock-Branch, WS-Stock-Branch.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       LOAD-LOT-TABLE.
           MOVE ZERO TO WS-Lot-Count
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
                       IF WS-Lot-Count < 300 AND LT-On-Hand > ZERO
                           ADD 1 TO WS-Lot-Count
                           MOVE LT-Product
                               TO WS-LT-Product(WS-Lot-Count)
                           MOVE LT-Lot TO WS-LT-Lot(WS-Lot-Count)
                           MOVE LT-Expiry
                               TO WS-LT-Expiry(WS-Lot-Count)
                           MOVE LT-On-Hand
                               TO WS-LT-On-Hand(WS-Lot-Count)
                           MOVE LT-Branch
                               TO WS-LT-Branch(WS-Lot-Count)
                           IF LT-Branch = SPACES
                               MOVE "B1"
                                   TO WS-LT-Branch(WS-Lot-Count)
                           END-IF
                           MOVE "N" TO WS-LT-Done(WS-Lot-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotFile-Status NOT = "35"
               CLOSE LotFile
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
           MOVE "stocklots" TO AL-Program
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
