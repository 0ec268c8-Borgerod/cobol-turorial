       IDENTIFICATION DIVISION.
       PROGRAM-ID. orderimport.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * trade customer order import: the two biggest trade customers
      * send their orders as a file every morning, and a clerk used
      * to re-key every one through orderentry.cob. The file (name
      * from ORDER-FEED, OrderFeedIn.dat when unset) is checked
      * whole through the shared VERIFY-FEED - HDR/TRL controls -
      * before anything is taken. Each order is an ORD line
      * (customer ID and the customer's own order reference)
      * followed by its LIN lines (product name and quantity).
      * Orders go onto SalesOrders.dat and OrderLines.dat exactly as
      * orderentry's (E)nter puts them there: the next order number,
      * today's date, the Products.dat price in force, lines open -
      * or every line on credit hold (H) when the customer is high
      * risk on last night's score or the order takes them over
      * their credit limit - and the same ORDENT / ORDHLD audit
      * lines. An order with anything wrong - customer not on file
      * or held by sanctions screening, a reference already used by
      * that customer (so a resent file can't double an order), an
      * unknown product, a zero quantity - is taken not at all:
      * every line of it goes to the rejects file (Rejects.<feed
      * name>) with the reason on the end, for the customer to
      * correct and resend whole. Logs to RunHistory.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedFile ASSIGN USING WS-Feed-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeedFile-Status.
           SELECT RejectFile ASSIGN USING WS-Reject-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejectFile-Status.
           SELECT OrderFile ASSIGN TO "SalesOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT LineFile ASSIGN TO "OrderLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LineFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ProductFile ASSIGN TO "Products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProductFile-Status.
           SELECT ScoreFile ASSIGN TO "CreditScores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScoreFile-Status.
           SELECT LimitFile ASSIGN TO "CreditLimits.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Limit-Rel-Key
               FILE STATUS IS WS-LimitFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD FeedFile.
           01 FeedRecord.
               05 FD-Type        PIC X(3).
               05 FD-Body        PIC X(60).
      *        ORD - the order header.
           01 FeedOrderRecord.
               05 FILLER         PIC X(3).
               05 FD-Customer-ID PIC 9(5).
               05 FD-Cust-Ref    PIC X(15).
               05 FILLER         PIC X(40).
      *        LIN - one line of the order above it.
           01 FeedLineRecord.
               05 FILLER         PIC X(3).
               05 FD-Product     PIC X(20).
               05 FD-Qty         PIC 9(3).
               05 FILLER         PIC X(37).

      *    the rejected line as it arrived, with the reason on the
      *    end - the customer corrects and resends the order.
           FD RejectFile.
           01 RejectRecord PIC X(100).

      *    the orderentry.cob header layout.
           FD OrderFile.
           01 OrderRecord.
               05 SO-Order-Num   PIC 9(6).
               05 SO-Customer-ID PIC 9(5).
               05 SO-Date        PIC 9(8).
               05 SO-Cust-Ref    PIC X(15).

           FD LineFile.
           01 LineRecord.
               COPY ORDLREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ProductFile.
           01 ProductRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD ScoreFile.
           01 ScoreRecord.
               COPY CRSKREC.

           FD LimitFile.
           01 CreditLimitRecord.
               COPY CRLMREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-FeedFile-Status PIC XX.
               88 WS-Feed-File-OK VALUE "00".
           01 WS-RejectFile-Status PIC XX.
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-LineFile-Status PIC XX.
               88 WS-Line-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-ProductFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
           01 WS-ScoreFile-Status PIC XX.
               88 WS-Score-File-OK VALUE "00".
           01 WS-Limit-Rel-Key PIC 9(5).
           01 WS-LimitFile-Status PIC XX.
               88 WS-Limit-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Feed-Eof-Flag PIC X VALUE "N".
               88 WS-Feed-Eof VALUE "Y".
           01 WS-Today PIC 9(8).

      *    order headers and lines, table-loaded and rewritten
      *    whole - orderentry.cob's tables and limits.
           01 WS-Order-Table.
               05 WS-Order-Entry OCCURS 200 TIMES.
                   10 WS-SO-Num  PIC 9(6).
                   10 WS-SO-Cust PIC 9(5).
                   10 WS-SO-Date PIC 9(8).
                   10 WS-SO-Ref  PIC X(15).
           01 WS-Order-Count PIC 9(3) VALUE ZERO.
           01 WS-SO-Idx PIC 9(3).
           01 WS-Next-Order-Num PIC 9(6) VALUE ZERO.

           01 WS-Line-Table.
               05 WS-Line-Entry OCCURS 500 TIMES.
                   10 WS-OL-Order   PIC 9(6).
                   10 WS-OL-Line    PIC 9(2).
                   10 WS-OL-Product PIC X(20).
                   10 WS-OL-Qty     PIC 9(3).
                   10 WS-OL-Price   PIC 9(4)V9(2).
                   10 WS-OL-Status  PIC X.
                   10 WS-OL-BO-Date PIC 9(8).
           01 WS-Line-Count PIC 9(3) VALUE ZERO.
           01 WS-OL-Idx PIC 9(3).
           01 WS-Table-Full-Flag PIC X VALUE "N".
               88 WS-Table-Full VALUE "Y".

           01 WS-Product-Table.
               05 WS-Product-Entry OCCURS 100 TIMES.
                   10 WS-PT-Name  PIC X(20).
                   10 WS-PT-Price PIC 9(4)V9(2).
           01 WS-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-PT-Idx PIC 9(3).
           01 WS-Product-Found-Flag PIC X.
               88 WS-Product-Found VALUE "Y".

      *    the order being read off the feed - held whole until its
      *    last line, then taken or rejected as one.
           01 WS-Pending-Flag PIC X VALUE "N".
               88 WS-Order-Pending VALUE "Y".
           01 WS-Pending-Customer PIC 9(5).
           01 WS-Pending-Ref PIC X(15).
           01 WS-Order-Reason PIC X(30).
           01 WS-Pending-Table.
               05 WS-Pending-Entry OCCURS 99 TIMES.
                   10 WS-PL-Record  PIC X(63).
                   10 WS-PL-Product PIC X(20).
                   10 WS-PL-Qty     PIC 9(3).
                   10 WS-PL-Price   PIC 9(4)V9(2).
                   10 WS-PL-Reason  PIC X(30).
           01 WS-Pending-Count PIC 9(3) VALUE ZERO.
           01 WS-PL-Idx PIC 9(3).
           01 WS-Pending-Bad PIC 9(3).
           01 WS-Order-Header-Line PIC X(63).
      *    a line written to the rejects file on its own.
           01 WS-Stray-Line PIC X(63).
           01 WS-Stray-Reason PIC X(30).

           01 WS-Customer-Found-Flag PIC X.
               88 WS-Customer-Found VALUE "Y".
      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Held-Flag PIC X.
               88 WS-Customer-Held VALUE "Y".
           01 WS-Held-Reason PIC X(30).
           01 WS-Ref-Order PIC 9(6).

      *    credit-hold state - orderentry.cob's CHECK-CREDIT-HOLD.
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
           01 in-score PIC ZZ9.

           01 WS-Reject-Work PIC X(100).
           01 WS-Orders-Taken PIC 9(5) VALUE ZERO.
           01 WS-Orders-Held PIC 9(5) VALUE ZERO.
           01 WS-Orders-Rejected PIC 9(5) VALUE ZERO.
           01 WS-Lines-Taken PIC 9(5) VALUE ZERO.
           01 WS-Lines-Rejected PIC 9(5) VALUE ZERO.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).
           01 WS-Audit-Customer PIC 9(5).

      *    feed verification - the batch-interface standard.
           01 WS-Feed-Name PIC X(30) VALUE "OrderFeedIn.dat".
           01 WS-Reject-Name PIC X(40).
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "orderimport".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           ACCEPT WS-Feed-Name FROM ENVIRONMENT "ORDER-FEED"
               ON EXCEPTION
                   MOVE "OrderFeedIn.dat" TO WS-Feed-Name
           END-ACCEPT
           IF WS-Feed-Name = SPACES
               MOVE "OrderFeedIn.dat" TO WS-Feed-Name
           END-IF
           MOVE SPACES TO WS-Reject-Name
           STRING "Rejects." FUNCTION TRIM(WS-Feed-Name)
               DELIMITED BY SIZE INTO WS-Reject-Name
           END-STRING
           DISPLAY "Trade order import - "
               FUNCTION TRIM(WS-Feed-Name)
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY FUNCTION TRIM(WS-Feed-Name)
                   " rejected whole - no order taken"
               MOVE ZERO TO WS-RH-Records
               PERFORM FINISH-FAILED
           END-IF

           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               MOVE ZERO TO WS-RH-Records
               PERFORM FINISH-FAILED
           END-IF
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-LINE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           IF WS-Table-Full
               DISPLAY "SalesOrders.dat / OrderLines.dat are over "
                   "orderentry's tables - no order taken"
               CLOSE CustomerFile
               MOVE ZERO TO WS-RH-Records
               PERFORM FINISH-FAILED
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           OPEN OUTPUT RejectFile

           OPEN INPUT FeedFile
           PERFORM UNTIL WS-Feed-Eof
               READ FeedFile
                   AT END
                       SET WS-Feed-Eof TO TRUE
                   NOT AT END
                       EVALUATE FD-Type
                           WHEN "ORD"
                               PERFORM FINISH-PENDING-ORDER
                               PERFORM START-PENDING-ORDER
                           WHEN "LIN"
                               PERFORM ADD-PENDING-LINE
                           WHEN "HDR"
                               CONTINUE
                           WHEN "TRL"
                               CONTINUE
                           WHEN OTHER
                               MOVE FeedRecord TO WS-Stray-Line
                               MOVE "unknown line type"
                                   TO WS-Stray-Reason
                               PERFORM REJECT-STRAY-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM FINISH-PENDING-ORDER
           CLOSE FeedFile
           CLOSE RejectFile
           CLOSE CustomerFile
           CLOSE AuditFile

           IF WS-Orders-Taken > ZERO
               PERFORM REWRITE-ORDER-FILE
               PERFORM REWRITE-LINE-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY "Orders taken     : " WS-Orders-Taken
               " (" WS-Lines-Taken " lines, " WS-Orders-Held
               " on credit hold)"
           DISPLAY "Orders rejected  : " WS-Orders-Rejected
               " (" WS-Lines-Rejected " lines - see "
               FUNCTION TRIM(WS-Reject-Name) ")"
           MOVE WS-Orders-Taken TO WS-RH-Records
           IF WS-Orders-Rejected > ZERO
               OR WS-Lines-Rejected > ZERO
               PERFORM FINISH-FAILED
           END-IF
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
           STOP RUN.

       FINISH-FAILED.
      *    the return code is set after the CALL - a CALL leaves
      *    its own in RETURN-CODE.
           MOVE "FAIL" TO WS-RH-Status
           MOVE 1 TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN.

       START-PENDING-ORDER.
           SET WS-Order-Pending TO TRUE
           MOVE FeedRecord TO WS-Order-Header-Line
           MOVE ZERO TO WS-Pending-Count
           MOVE ZERO TO WS-Pending-Bad
           MOVE SPACES TO WS-Order-Reason
           MOVE ZERO TO WS-Pending-Customer
           MOVE FD-Cust-Ref TO WS-Pending-Ref
           IF FD-Customer-ID NOT NUMERIC
               MOVE "customer ID not numeric" TO WS-Order-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE FD-Customer-ID TO WS-Pending-Customer.

       ADD-PENDING-LINE.
      *    a LIN with no ORD above it belongs to no order.
           IF NOT WS-Order-Pending
               MOVE FeedRecord TO WS-Stray-Line
               MOVE "line with no ORD before it" TO WS-Stray-Reason
               PERFORM REJECT-STRAY-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-Pending-Count >= 99
               IF WS-Order-Reason = SPACES
                   MOVE "more than 99 lines" TO WS-Order-Reason
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Pending-Count
           MOVE FeedRecord TO WS-PL-Record(WS-Pending-Count)
           MOVE FD-Product TO WS-PL-Product(WS-Pending-Count)
           MOVE SPACES TO WS-PL-Reason(WS-Pending-Count)
           MOVE ZERO TO WS-PL-Qty(WS-Pending-Count)
           MOVE ZERO TO WS-PL-Price(WS-Pending-Count)
           IF FD-Qty NOT NUMERIC OR FD-Qty = ZERO
               MOVE "quantity must be 1-999"
                   TO WS-PL-Reason(WS-Pending-Count)
               ADD 1 TO WS-Pending-Bad
               EXIT PARAGRAPH
           END-IF
           MOVE FD-Qty TO WS-PL-Qty(WS-Pending-Count)
           PERFORM FIND-PRODUCT-BY-NAME
           IF NOT WS-Product-Found
               MOVE "no such product"
                   TO WS-PL-Reason(WS-Pending-Count)
               ADD 1 TO WS-Pending-Bad
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-Price(WS-PT-Idx)
               TO WS-PL-Price(WS-Pending-Count).

       FINISH-PENDING-ORDER.
      *    the order's last line has been read - judge it whole.
           IF NOT WS-Order-Pending
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Pending-Flag
           IF WS-Order-Reason = SPACES
               PERFORM CHECK-ORDER-HEADER
           END-IF
           IF WS-Order-Reason = SPACES
               AND WS-Pending-Bad > ZERO
               MOVE "see the bad lines below" TO WS-Order-Reason
           END-IF
           IF WS-Order-Reason NOT = SPACES
               PERFORM REJECT-PENDING-ORDER
           ELSE
               PERFORM TAKE-PENDING-ORDER
           END-IF.

       CHECK-ORDER-HEADER.
           IF WS-Pending-Count = ZERO
               MOVE "order has no lines" TO WS-Order-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Customer-Found-Flag
           MOVE WS-Pending-Customer TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Customer-Found TO TRUE
           END-READ
           IF NOT WS-Customer-Found
               MOVE "customer not on file" TO WS-Order-Reason
               EXIT PARAGRAPH
           END-IF
           CALL "SCREEN-HOLD" USING WS-Pending-Customer,
               WS-Held-Flag, WS-Held-Reason
           IF WS-Customer-Held
               MOVE "customer on sanctions hold" TO WS-Order-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Pending-Ref = SPACES
               MOVE "no customer order reference"
                   TO WS-Order-Reason
               EXIT PARAGRAPH
           END-IF
      *    one customer, one reference - orderentry.cob's rule, and
      *    what keeps a resent file from doubling the order.
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
                   UNTIL WS-SO-Idx > WS-Order-Count
               IF WS-SO-Cust(WS-SO-Idx) = WS-Pending-Customer
                   AND WS-SO-Ref(WS-SO-Idx) = WS-Pending-Ref
                   MOVE WS-SO-Num(WS-SO-Idx) TO WS-Ref-Order
                   MOVE SPACES TO WS-Order-Reason
                   STRING "duplicate ref - order "
                       WS-Ref-Order
                       DELIMITED BY SIZE INTO WS-Order-Reason
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-Order-Reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Order-Count >= 200
               OR WS-Line-Count + WS-Pending-Count > 500
               MOVE "order tables full" TO WS-Order-Reason
           END-IF.

       TAKE-PENDING-ORDER.
      *    what orderentry's ENTER-ORDER and ENTER-ORDER-LINE
      *    would have put on file for the same keying.
           ADD 1 TO WS-Order-Count
           MOVE WS-Next-Order-Num TO WS-SO-Num(WS-Order-Count)
           MOVE WS-Pending-Customer TO WS-SO-Cust(WS-Order-Count)
           MOVE WS-Today TO WS-SO-Date(WS-Order-Count)
           MOVE WS-Pending-Ref TO WS-SO-Ref(WS-Order-Count)
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-Pending-Count
               ADD 1 TO WS-Line-Count
               MOVE WS-Next-Order-Num TO WS-OL-Order(WS-Line-Count)
               MOVE WS-PL-Idx TO WS-OL-Line(WS-Line-Count)
               MOVE WS-PL-Product(WS-PL-Idx)
                   TO WS-OL-Product(WS-Line-Count)
               MOVE WS-PL-Qty(WS-PL-Idx) TO WS-OL-Qty(WS-Line-Count)
               MOVE WS-PL-Price(WS-PL-Idx)
                   TO WS-OL-Price(WS-Line-Count)
               MOVE "O" TO WS-OL-Status(WS-Line-Count)
               MOVE ZERO TO WS-OL-BO-Date(WS-Line-Count)
           END-PERFORM
           MOVE "N" TO WS-Credit-Hold-Flag
           PERFORM CHECK-CREDIT-HOLD
           ADD 1 TO WS-Orders-Taken
           ADD WS-Pending-Count TO WS-Lines-Taken
           DISPLAY "  order " WS-Next-Order-Num " customer "
               WS-Pending-Customer " ref "
               FUNCTION TRIM(WS-Pending-Ref) " - "
               WS-Pending-Count " lines"
           MOVE WS-Pending-Customer TO WS-Audit-Customer
           MOVE "ORDENT" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "order " WS-Next-Order-Num " with "
               WS-Pending-Count(2:2) " lines - file"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           IF WS-Credit-Hold
               ADD 1 TO WS-Orders-Held
               DISPLAY "    on CREDIT HOLD - "
                   FUNCTION TRIM(WS-Hold-Reason)
               MOVE "ORDHLD" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "order " WS-Next-Order-Num " held - "
                   WS-Hold-Reason
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF
           ADD 1 TO WS-Next-Order-Num.

       CHECK-CREDIT-HOLD.
      *    orderentry.cob's rule: high risk on last night's score,
      *    or the order taking the customer past their limit -
      *    every line of the order waits in H for the credit
      *    manager.
           MOVE ZERO TO WS-Order-Value
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-Pending-Count
               COMPUTE WS-Order-Value = WS-Order-Value
                   + WS-PL-Qty(WS-PL-Idx) * WS-PL-Price(WS-PL-Idx)
           END-PERFORM
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
           END-PERFORM.

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
                           = WS-Pending-Customer
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
           MOVE WS-Pending-Customer TO WS-Limit-Rel-Key
           READ LimitFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CL-Limit TO WS-Cust-Limit
           END-READ
           CLOSE LimitFile.

       REJECT-PENDING-ORDER.
      *    the whole order goes back - header with the order's
      *    reason, each line with its own (or the order's).
           ADD 1 TO WS-Orders-Rejected
           DISPLAY "  rejected order (" FUNCTION TRIM(WS-Order-Reason)
               "): " WS-Order-Header-Line(1:23)
           MOVE WS-Order-Header-Line TO WS-Stray-Line
           MOVE WS-Order-Reason TO WS-Stray-Reason
           PERFORM REJECT-STRAY-LINE
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-Pending-Count
               MOVE SPACES TO WS-Reject-Work
               IF WS-PL-Reason(WS-PL-Idx) = SPACES
                   STRING WS-PL-Record(WS-PL-Idx) " *"
                       "order rejected"
                       DELIMITED BY SIZE INTO WS-Reject-Work
                   END-STRING
               ELSE
                   STRING WS-PL-Record(WS-PL-Idx) " *"
                       FUNCTION TRIM(WS-PL-Reason(WS-PL-Idx))
                       DELIMITED BY SIZE INTO WS-Reject-Work
                   END-STRING
               END-IF
               MOVE WS-Reject-Work TO RejectRecord
               WRITE RejectRecord
               ADD 1 TO WS-Lines-Rejected
           END-PERFORM.

       REJECT-STRAY-LINE.
           MOVE SPACES TO WS-Reject-Work
           STRING WS-Stray-Line " *"
               FUNCTION TRIM(WS-Stray-Reason)
               DELIMITED BY SIZE INTO WS-Reject-Work
           END-STRING
           MOVE WS-Reject-Work TO RejectRecord
           WRITE RejectRecord.

       FIND-PRODUCT-BY-NAME.
           MOVE "N" TO WS-Product-Found-Flag
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
               UNTIL WS-PT-Idx > WS-Product-Count
               OR WS-Product-Found
               IF WS-PT-Name(WS-PT-Idx) = FD-Product
                   SET WS-Product-Found TO TRUE
                   SUBTRACT 1 FROM WS-PT-Idx
               END-IF
           END-PERFORM.

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
                           ADD 1 TO WS-Order-Count
                           MOVE SO-Order-Num
                               TO WS-SO-Num(WS-Order-Count)
                           MOVE SO-Customer-ID
                               TO WS-SO-Cust(WS-Order-Count)
                           MOVE SO-Date
                               TO WS-SO-Date(WS-Order-Count)
                           MOVE SO-Cust-Ref
                               TO WS-SO-Ref(WS-Order-Count)
                           IF SO-Order-Num > WS-Next-Order-Num
                               MOVE SO-Order-Num
                                   TO WS-Next-Order-Num
                           END-IF
                       ELSE
                           SET WS-Table-Full TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF
           ADD 1 TO WS-Next-Order-Num.

       REWRITE-ORDER-FILE.
           OPEN OUTPUT OrderFile
           PERFORM VARYING WS-SO-Idx FROM 1 BY 1
               UNTIL WS-SO-Idx > WS-Order-Count
               MOVE WS-SO-Num(WS-SO-Idx) TO SO-Order-Num
               MOVE WS-SO-Cust(WS-SO-Idx) TO SO-Customer-ID
               MOVE WS-SO-Date(WS-SO-Idx) TO SO-Date
               MOVE WS-SO-Ref(WS-SO-Idx) TO SO-Cust-Ref
               WRITE OrderRecord
           END-PERFORM
           CLOSE OrderFile.

       LOAD-LINE-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LineFile
           IF NOT WS-Line-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ LineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Line-Count < 500
                           ADD 1 TO WS-Line-Count
                           MOVE OL-Order-Num
                               TO WS-OL-Order(WS-Line-Count)
                           MOVE OL-Line-Num
                               TO WS-OL-Line(WS-Line-Count)
                           MOVE OL-Product
                               TO WS-OL-Product(WS-Line-Count)
                           MOVE OL-Qty
                               TO WS-OL-Qty(WS-Line-Count)
                           MOVE OL-Price
                               TO WS-OL-Price(WS-Line-Count)
                           MOVE OL-Status
                               TO WS-OL-Status(WS-Line-Count)
                           IF OL-BO-Date NOT NUMERIC
                               MOVE ZERO TO OL-BO-Date
                           END-IF
                           MOVE OL-BO-Date
                               TO WS-OL-BO-Date(WS-Line-Count)
                       ELSE
                           SET WS-Table-Full TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LineFile-Status NOT = "35"
               CLOSE LineFile
           END-IF.

       REWRITE-LINE-FILE.
           OPEN OUTPUT LineFile
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
               UNTIL WS-OL-Idx > WS-Line-Count
               MOVE WS-OL-Order(WS-OL-Idx) TO OL-Order-Num
               MOVE WS-OL-Line(WS-OL-Idx) TO OL-Line-Num
               MOVE WS-OL-Product(WS-OL-Idx) TO OL-Product
               MOVE WS-OL-Qty(WS-OL-Idx) TO OL-Qty
               MOVE WS-OL-Price(WS-OL-Idx) TO OL-Price
               MOVE WS-OL-Status(WS-OL-Idx) TO OL-Status
               MOVE WS-OL-BO-Date(WS-OL-Idx) TO OL-BO-Date
               WRITE LineRecord
           END-PERFORM
           CLOSE LineFile.

       LOAD-PRODUCT-TABLE.
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
                           MOVE PR-Op-Price
                               TO WS-PT-Price(WS-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProductFile-Status NOT = "35"
               CLOSE ProductFile
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "orderimport" TO AL-Program
           MOVE "ordimport" TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WS-Audit-Customer TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE SPACES TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.
