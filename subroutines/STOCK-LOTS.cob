       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LOTS.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * the lot ledger behind a perishable product's shelf count
      * (StockLots.dat, see copybooks/LOTREC.cpy), kept in one place
      * so every program that moves stock takes from the lots the
      * same way. Lots are kept per store, like the shelf counts:
      * every op works on the lots at branch L-Branch (blank - the
      * main store, B1). L-Op says what to do:
      *   RCV - a receipt of L-Qty of L-Product as lot L-Lot,
      *         expiring L-Expiry (zero - no expiry date), received
      *         L-Date against PO L-Ref-Num. A second delivery of a
      *         lot already on file adds to it. No lot number - not
      *         lot-tracked, nothing recorded.
      *   ISS - an issue of L-Qty of L-Product on L-Date, taken
      *         from the lot that expires first, then the next -
      *         never from a lot already past its expiry (that waits
      *         for stocklots.cob's write-off). Returns the units
      *         that came out of lots in L-Qty (anything more went
      *         out unlotted) and the first lot taken from in L-Lot
      *         and L-Expiry.
      *   WRO - writes off every lot of L-Product that expired
      *         before L-Date, returning the units in L-Qty.
      *   XFR - a stock transfer of L-Qty of L-Product to branch
      *         L-To-Branch: the lots go with the goods, first
      *         expiry first the same as an issue, each landing as
      *         the same lot at the receiving branch - transfer
      *         number L-Ref-Num. Returns what came out of lots and
      *         the first lot in L-Qty, L-Lot and L-Expiry, as ISS.
      *         L-To-Branch is read by XFR only.
      *   END - rewrites StockLots.dat if anything moved and lets
      *         go of the lots; the next call loads them afresh.
      * Every unit in or out lands on LotMoves.dat (see
      * copybooks/LMOVREC.cpy) as move type L-Move-Type (a
      * transfer writes its own out and in types) with
      * L-Ref-Num and L-Customer-ID, so a recall can be traced to
      * the invoices and customers that had the lot. L-Lots-Used
      * returns the number of lots touched. The lots are loaded on
      * the first call and held until END, like PROMO-PRICE holds
      * its promotions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotFile ASSIGN TO "StockLots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotFile-Status.
           SELECT LotMoveFile ASSIGN TO "LotMoves.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LotMoveFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD LotFile.
           01 LotRecord.
               COPY LOTREC.

           FD LotMoveFile.
           01 LotMoveRecord.
               COPY LMOVREC.

       WORKING-STORAGE SECTION.
           01 WS-LotFile-Status PIC XX.
               88 WS-Lot-File-OK VALUE "00".
           01 WS-LotMoveFile-Status PIC XX.
           01 WS-Eof-Flag PIC X.
               88 WS-Eof VALUE "Y".
           01 WS-Loaded-Flag PIC X VALUE "N".
               88 WS-Loaded VALUE "Y".
           01 WS-Changed-Flag PIC X VALUE "N".
               88 WS-Changed VALUE "Y".
           01 WS-Move-Open-Flag PIC X VALUE "N".
               88 WS-Move-Open VALUE "Y".

      *    the lots, loaded on first call and held until END.
           01 WS-Lot-Table.
               05 WS-Lot-Entry OCCURS 300 TIMES.
                   10 WS-LT-Product  PIC X(20).
                   10 WS-LT-Lot      PIC X(12).
                   10 WS-LT-Expiry   PIC 9(8).
                   10 WS-LT-Received PIC 9(8).
                   10 WS-LT-PO-Num   PIC 9(6).
                   10 WS-LT-Qty-Recv PIC 9(5).
                   10 WS-LT-On-Hand  PIC 9(5).
                   10 WS-LT-Branch   PIC X(2).
           01 WS-Lot-Count PIC 9(3) VALUE ZERO.
           01 WS-LT-Idx PIC 9(3).
           01 WS-Best-Idx PIC 9(3).
           01 WS-Best-Key PIC 9(8).
           01 WS-Try-Key PIC 9(8).
           01 WS-Lot-Found-Flag PIC X.
               88 WS-Lot-Found VALUE "Y".
           01 WS-Remaining PIC 9(5).
           01 WS-Take PIC 9(5).
           01 WS-Branch PIC X(2).
           01 WS-To-Branch PIC X(2).
           01 WS-Move-Type PIC X.
           01 WS-To-Idx PIC 9(3).
           01 WS-From-Idx PIC 9(3).

       LINKAGE SECTION.
           01 L-Op PIC X(3).
           01 L-Product PIC X(20).
           01 L-Lot PIC X(12).
           01 L-Expiry PIC 9(8).
           01 L-Qty PIC 9(5).
           01 L-Date PIC 9(8).
           01 L-Move-Type PIC X.
           01 L-Ref-Num PIC 9(6).
           01 L-Customer-ID PIC 9(5).
           01 L-Lots-Used PIC 9(2).
           01 L-Branch PIC X(2).
           01 L-To-Branch PIC X(2).

       PROCEDURE DIVISION USING L-Op, L-Product, L-Lot, L-Expiry,
               L-Qty, L-Date, L-Move-Type, L-Ref-Num, L-Customer-ID,
               L-Lots-Used, L-Branch, L-To-Branch.
       STOCK-LOTS-PARA.
           IF L-Op = "END"
               PERFORM RELEASE-LOTS
               GOBACK
           END-IF
           IF NOT WS-Loaded
               PERFORM LOAD-LOTS
               SET WS-Loaded TO TRUE
           END-IF
           MOVE ZERO TO L-Lots-Used
           MOVE L-Move-Type TO WS-Move-Type
           MOVE L-Branch TO WS-Branch
           IF WS-Branch = SPACES
               MOVE "B1" TO WS-Branch
           END-IF
           EVALUATE L-Op
               WHEN "RCV" PERFORM RECEIVE-LOT
               WHEN "ISS" PERFORM ISSUE-FROM-LOTS
               WHEN "WRO" PERFORM WRITE-OFF-EXPIRED
               WHEN "XFR" PERFORM TRANSFER-LOTS
               WHEN OTHER MOVE ZERO TO L-Qty
           END-EVALUATE
           GOBACK.

       RECEIVE-LOT.
           IF L-Lot = SPACES OR L-Qty = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Lot-Found-Flag
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               OR WS-Lot-Found
               IF WS-LT-Product(WS-LT-Idx) = L-Product
                   AND WS-LT-Lot(WS-LT-Idx) = L-Lot
                   AND WS-LT-Branch(WS-LT-Idx) = WS-Branch
                   SET WS-Lot-Found TO TRUE
                   SUBTRACT 1 FROM WS-LT-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Lot-Found
               IF WS-Lot-Count >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Lot-Count
               MOVE WS-Lot-Count TO WS-LT-Idx
               MOVE L-Product TO WS-LT-Product(WS-LT-Idx)
               MOVE L-Lot TO WS-LT-Lot(WS-LT-Idx)
               MOVE L-Expiry TO WS-LT-Expiry(WS-LT-Idx)
               MOVE L-Date TO WS-LT-Received(WS-LT-Idx)
               MOVE L-Ref-Num TO WS-LT-PO-Num(WS-LT-Idx)
               MOVE ZERO TO WS-LT-Qty-Recv(WS-LT-Idx)
               MOVE ZERO TO WS-LT-On-Hand(WS-LT-Idx)
               MOVE WS-Branch TO WS-LT-Branch(WS-LT-Idx)
           END-IF
           ADD L-Qty TO WS-LT-Qty-Recv(WS-LT-Idx)
           ADD L-Qty TO WS-LT-On-Hand(WS-LT-Idx)
           MOVE WS-LT-Expiry(WS-LT-Idx) TO L-Expiry
           MOVE 1 TO L-Lots-Used
           SET WS-Changed TO TRUE
           MOVE L-Qty TO WS-Take
           MOVE WS-LT-Idx TO WS-Best-Idx
           PERFORM WRITE-LOT-MOVE.

       ISSUE-FROM-LOTS.
      *    first expiry, first out - the lot nearest its date goes
      *    first, lots with no expiry date last, and a tie goes to
      *    the lot received first.
           MOVE L-Qty TO WS-Remaining
           MOVE ZERO TO L-Qty
           MOVE SPACES TO L-Lot
           MOVE ZERO TO L-Expiry
           PERFORM FIND-FIRST-EXPIRY
           PERFORM UNTIL WS-Remaining = ZERO OR WS-Best-Idx = ZERO
               IF WS-LT-On-Hand(WS-Best-Idx) < WS-Remaining
                   MOVE WS-LT-On-Hand(WS-Best-Idx) TO WS-Take
               ELSE
                   MOVE WS-Remaining TO WS-Take
               END-IF
               SUBTRACT WS-Take FROM WS-LT-On-Hand(WS-Best-Idx)
               SUBTRACT WS-Take FROM WS-Remaining
               ADD WS-Take TO L-Qty
               IF L-Lots-Used = ZERO
                   MOVE WS-LT-Lot(WS-Best-Idx) TO L-Lot
                   MOVE WS-LT-Expiry(WS-Best-Idx) TO L-Expiry
               END-IF
               ADD 1 TO L-Lots-Used
               SET WS-Changed TO TRUE
               PERFORM WRITE-LOT-MOVE
               PERFORM FIND-FIRST-EXPIRY
           END-PERFORM.

       FIND-FIRST-EXPIRY.
           MOVE ZERO TO WS-Best-Idx
           MOVE ZERO TO WS-Best-Key
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Product(WS-LT-Idx) = L-Product
                   AND WS-LT-Branch(WS-LT-Idx) = WS-Branch
                   AND WS-LT-On-Hand(WS-LT-Idx) > ZERO
                   AND (WS-LT-Expiry(WS-LT-Idx) = ZERO
                   OR WS-LT-Expiry(WS-LT-Idx) >= L-Date)
                   IF WS-LT-Expiry(WS-LT-Idx) = ZERO
                       MOVE 99999999 TO WS-Try-Key
                   ELSE
                       MOVE WS-LT-Expiry(WS-LT-Idx) TO WS-Try-Key
                   END-IF
                   IF WS-Best-Idx = ZERO
                       OR WS-Try-Key < WS-Best-Key
                       MOVE WS-LT-Idx TO WS-Best-Idx
                       MOVE WS-Try-Key TO WS-Best-Key
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-OFF-EXPIRED.
           MOVE ZERO TO L-Qty
           PERFORM VARYING WS-Best-Idx FROM 1 BY 1
               UNTIL WS-Best-Idx > WS-Lot-Count
               IF WS-LT-Product(WS-Best-Idx) = L-Product
                   AND WS-LT-Branch(WS-Best-Idx) = WS-Branch
                   AND WS-LT-On-Hand(WS-Best-Idx) > ZERO
                   AND WS-LT-Expiry(WS-Best-Idx) > ZERO
                   AND WS-LT-Expiry(WS-Best-Idx) < L-Date
                   MOVE WS-LT-On-Hand(WS-Best-Idx) TO WS-Take
                   MOVE ZERO TO WS-LT-On-Hand(WS-Best-Idx)
                   ADD WS-Take TO L-Qty
                   ADD 1 TO L-Lots-Used
                   SET WS-Changed TO TRUE
                   PERFORM WRITE-LOT-MOVE
               END-IF
           END-PERFORM.

       TRANSFER-LOTS.
      *    each lot taken at the sending branch is put back as the
      *    same lot - expiry, PO and receipt date - at the receiving
      *    one. A lot the table has no room to land stays where it
      *    is, and so does the rest of the quantity.
           MOVE L-To-Branch TO WS-To-Branch
           IF WS-To-Branch = SPACES
               MOVE "B1" TO WS-To-Branch
           END-IF
           MOVE L-Qty TO WS-Remaining
           MOVE ZERO TO L-Qty
           MOVE SPACES TO L-Lot
           MOVE ZERO TO L-Expiry
           IF WS-To-Branch = WS-Branch
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FIRST-EXPIRY
           PERFORM UNTIL WS-Remaining = ZERO OR WS-Best-Idx = ZERO
               MOVE WS-Best-Idx TO WS-From-Idx
               PERFORM FIND-RECEIVING-LOT
               IF WS-To-Idx = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-LT-On-Hand(WS-From-Idx) < WS-Remaining
                   MOVE WS-LT-On-Hand(WS-From-Idx) TO WS-Take
               ELSE
                   MOVE WS-Remaining TO WS-Take
               END-IF
               SUBTRACT WS-Take FROM WS-LT-On-Hand(WS-From-Idx)
               ADD WS-Take TO WS-LT-Qty-Recv(WS-To-Idx)
               ADD WS-Take TO WS-LT-On-Hand(WS-To-Idx)
               SUBTRACT WS-Take FROM WS-Remaining
               ADD WS-Take TO L-Qty
               IF L-Lots-Used = ZERO
                   MOVE WS-LT-Lot(WS-From-Idx) TO L-Lot
                   MOVE WS-LT-Expiry(WS-From-Idx) TO L-Expiry
               END-IF
               ADD 1 TO L-Lots-Used
               SET WS-Changed TO TRUE
               MOVE "O" TO WS-Move-Type
               PERFORM WRITE-LOT-MOVE
               MOVE WS-To-Idx TO WS-Best-Idx
               MOVE "T" TO WS-Move-Type
               PERFORM WRITE-LOT-MOVE
               PERFORM FIND-FIRST-EXPIRY
           END-PERFORM.

       FIND-RECEIVING-LOT.
      *    the lot at WS-From-Idx as it stands at the receiving
      *    branch - added at zero if that branch has none of it.
           MOVE ZERO TO WS-To-Idx
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               OR WS-To-Idx > ZERO
               IF WS-LT-Product(WS-LT-Idx) = L-Product
                   AND WS-LT-Lot(WS-LT-Idx) = WS-LT-Lot(WS-From-Idx)
                   AND WS-LT-Branch(WS-LT-Idx) = WS-To-Branch
                   MOVE WS-LT-Idx TO WS-To-Idx
               END-IF
           END-PERFORM
           IF WS-To-Idx > ZERO OR WS-Lot-Count >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Lot-Count
           MOVE WS-Lot-Count TO WS-To-Idx
           MOVE WS-LT-Product(WS-From-Idx) TO WS-LT-Product(WS-To-Idx)
           MOVE WS-LT-Lot(WS-From-Idx) TO WS-LT-Lot(WS-To-Idx)
           MOVE WS-LT-Expiry(WS-From-Idx) TO WS-LT-Expiry(WS-To-Idx)
           MOVE WS-LT-Received(WS-From-Idx)
               TO WS-LT-Received(WS-To-Idx)
           MOVE WS-LT-PO-Num(WS-From-Idx) TO WS-LT-PO-Num(WS-To-Idx)
           MOVE ZERO TO WS-LT-Qty-Recv(WS-To-Idx)
           MOVE ZERO TO WS-LT-On-Hand(WS-To-Idx)
           MOVE WS-To-Branch TO WS-LT-Branch(WS-To-Idx).

       WRITE-LOT-MOVE.
      *    WS-Take units of the lot at WS-Best-Idx.
           IF NOT WS-Move-Open
               OPEN EXTEND LotMoveFile
               IF WS-LotMoveFile-Status = "35"
                   OPEN OUTPUT LotMoveFile
                   CLOSE LotMoveFile
                   OPEN EXTEND LotMoveFile
               END-IF
               SET WS-Move-Open TO TRUE
           END-IF
           MOVE L-Date TO LM-Date
           MOVE WS-Move-Type TO LM-Type
           MOVE WS-LT-Product(WS-Best-Idx) TO LM-Product
           MOVE WS-LT-Lot(WS-Best-Idx) TO LM-Lot
           MOVE WS-LT-Expiry(WS-Best-Idx) TO LM-Expiry
           MOVE WS-Take TO LM-Qty
           MOVE L-Ref-Num TO LM-Ref-Num
           MOVE L-Customer-ID TO LM-Customer-ID
           MOVE WS-LT-Branch(WS-Best-Idx) TO LM-Branch
           WRITE LotMoveRecord.

       RELEASE-LOTS.
      *    used-up lots drop off the file - LotMoves.dat keeps
      *    their history.
           IF WS-Changed
               OPEN OUTPUT LotFile
               PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-Lot-Count
                   IF WS-LT-On-Hand(WS-LT-Idx) > ZERO
                       MOVE WS-LT-Product(WS-LT-Idx) TO LT-Product
                       MOVE WS-LT-Lot(WS-LT-Idx) TO LT-Lot
                       MOVE WS-LT-Expiry(WS-LT-Idx) TO LT-Expiry
                       MOVE WS-LT-Received(WS-LT-Idx) TO LT-Received
                       MOVE WS-LT-PO-Num(WS-LT-Idx) TO LT-PO-Num
                       MOVE WS-LT-Qty-Recv(WS-LT-Idx)
                           TO LT-Qty-Received
                       MOVE WS-LT-On-Hand(WS-LT-Idx) TO LT-On-Hand
                       MOVE WS-LT-Branch(WS-LT-Idx) TO LT-Branch
                       WRITE LotRecord
                   END-IF
               END-PERFORM
               CLOSE LotFile
           END-IF
           IF WS-Move-Open
               CLOSE LotMoveFile
           END-IF
           MOVE "N" TO WS-Changed-Flag
           MOVE "N" TO WS-Move-Open-Flag
           MOVE "N" TO WS-Loaded-Flag
           MOVE ZERO TO WS-Lot-Count.

       LOAD-LOTS.
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
                       IF WS-Lot-Count < 300
                           ADD 1 TO WS-Lot-Count
                           MOVE LT-Product
                               TO WS-LT-Product(WS-Lot-Count)
                           MOVE LT-Lot TO WS-LT-Lot(WS-Lot-Count)
                           MOVE LT-Expiry
                               TO WS-LT-Expiry(WS-Lot-Count)
                           MOVE LT-Received
                               TO WS-LT-Received(WS-Lot-Count)
                           MOVE LT-PO-Num
                               TO WS-LT-PO-Num(WS-Lot-Count)
                           MOVE LT-Qty-Received
                               TO WS-LT-Qty-Recv(WS-Lot-Count)
                           MOVE LT-On-Hand
                               TO WS-LT-On-Hand(WS-Lot-Count)
                           MOVE LT-Branch
                               TO WS-LT-Branch(WS-Lot-Count)
                           IF LT-Branch = SPACES
                               MOVE "B1"
                                   TO WS-LT-Branch(WS-Lot-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LotFile-Status NOT = "35"
               CLOSE LotFile
           END-IF.
