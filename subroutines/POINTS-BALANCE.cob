       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTS-BALANCE.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * a customer's spendable loyalty points, in one place like
      * PERIOD-CHECK: callers hand in a customer and an as-of date
      * and get back the balance. PointsLedger.dat holds only the
      * movements (LOYLREC.cpy), so the balance is rebuilt here
      * every time: each earning is a lot that lasts until the end
      * of its expiry month; a redemption spends the oldest lots
      * still alive on its date; points taken back by a credit note
      * come off the invoice that earned them first. Points taken
      * back after they were already spent leave the customer owing
      * points, which the next earnings pay off. Lots past their
      * month on the as-of date have expired and don't count. No
      * ledger at all is a zero balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PointsFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PointsFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD PointsFile.
           01 PointsRecord.
               COPY LOYLREC.

       WORKING-STORAGE SECTION.
           01 WS-PointsFile-Status PIC XX.
               88 WS-Points-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the customer's earning lots, oldest first (the ledger
      *    appends chronologically, so file order IS oldest first).
           01 WS-Lot-Table.
               05 WS-Lot-Entry OCCURS 500 TIMES.
                   10 WS-LT-Invoice PIC 9(6).
                   10 WS-LT-Expires PIC 9(6).
                   10 WS-LT-Left    PIC 9(7).
           01 WS-Lot-Count PIC 9(3).
           01 WS-LT-Idx PIC 9(3).
           01 WS-To-Spend PIC 9(7).
           01 WS-Owed PIC 9(7).
           01 WS-Spend-Month PIC 9(6).

       LINKAGE SECTION.
           01 L-Customer-ID PIC 9(5).
           01 L-As-Of-Date PIC 9(8).
           01 L-Balance PIC S9(7).

       PROCEDURE DIVISION USING L-Customer-ID, L-As-Of-Date,
           L-Balance.
       POINTS-BALANCE-PARA.
           MOVE ZERO TO L-Balance
           MOVE ZERO TO WS-Lot-Count
           MOVE ZERO TO WS-Owed
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PointsFile
           IF NOT WS-Points-File-OK
               GOBACK
           END-IF
           PERFORM UNTIL WS-Eof
               READ PointsFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF LP-Customer-ID = L-Customer-ID
                           PERFORM TAKE-IN-POINTS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PointsFile

           MOVE L-As-Of-Date(1:6) TO WS-Spend-Month
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
               UNTIL WS-LT-Idx > WS-Lot-Count
               IF WS-LT-Expires(WS-LT-Idx) >= WS-Spend-Month
                   ADD WS-LT-Left(WS-LT-Idx) TO L-Balance
               END-IF
           END-PERFORM
           SUBTRACT WS-Owed FROM L-Balance
           GOBACK.

       TAKE-IN-POINTS-LINE.
           EVALUATE TRUE
               WHEN LP-Earned
                   IF WS-Lot-Count < 500
                       ADD 1 TO WS-Lot-Count
                       MOVE LP-Doc-Num TO WS-LT-Invoice(WS-Lot-Count)
                       MOVE LP-Expires TO WS-LT-Expires(WS-Lot-Count)
                       MOVE LP-Points TO WS-LT-Left(WS-Lot-Count)
      *                points owed from an earlier take-back come
      *                out of the new earnings first.
                       IF WS-Owed > ZERO
                           IF WS-Owed > WS-LT-Left(WS-Lot-Count)
                               SUBTRACT WS-LT-Left(WS-Lot-Count)
                                   FROM WS-Owed
                               MOVE ZERO TO WS-LT-Left(WS-Lot-Count)
                           ELSE
                               SUBTRACT WS-Owed
                                   FROM WS-LT-Left(WS-Lot-Count)
                               MOVE ZERO TO WS-Owed
                           END-IF
                       END-IF
                   END-IF
               WHEN LP-Taken-Back
                   COMPUTE WS-To-Spend = 0 - LP-Points
                   PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                       UNTIL WS-LT-Idx > WS-Lot-Count
                       OR WS-To-Spend = ZERO
                       IF WS-LT-Invoice(WS-LT-Idx) = LP-Orig-Invoice
                           PERFORM SPEND-FROM-LOT
                       END-IF
                   END-PERFORM
                   ADD WS-To-Spend TO WS-Owed
               WHEN LP-Redeemed
                   COMPUTE WS-To-Spend = 0 - LP-Points
                   MOVE LP-Date(1:6) TO WS-Spend-Month
                   PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                       UNTIL WS-LT-Idx > WS-Lot-Count
                       OR WS-To-Spend = ZERO
                       IF WS-LT-Expires(WS-LT-Idx) >= WS-Spend-Month
                           PERFORM SPEND-FROM-LOT
                       END-IF
                   END-PERFORM
                   ADD WS-To-Spend TO WS-Owed
           END-EVALUATE.

       SPEND-FROM-LOT.
           IF WS-To-Spend > WS-LT-Left(WS-LT-Idx)
               SUBTRACT WS-LT-Left(WS-LT-Idx) FROM WS-To-Spend
               MOVE ZERO TO WS-LT-Left(WS-LT-Idx)
           ELSE
               SUBTRACT WS-To-Spend FROM WS-LT-Left(WS-LT-Idx)
               MOVE ZERO TO WS-To-Spend
           END-IF.
