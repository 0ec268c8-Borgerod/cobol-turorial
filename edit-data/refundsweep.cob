      * with a REFUND already pending or approved isn't queued
      * twice. Non-interactive, so it can run after the nightly
      * roll-up; the maker on the queued action is the sweep itself.
      * A deposit taken on a sales order (OrderDeposits.dat) also
      * leaves the customer in credit until the order is invoiced
      * - that money is held for the order, not owed back, so
      * whatever is still held on a customer's orders comes off
      * their credit before a refund is queued. A cancelled order's
      * deposit is queued for refund by orderentry.cob itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.
           SELECT DepositFile ASSIGN TO "OrderDeposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DepositFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 PendingRecord.
               COPY PENDREC.

           FD DepositFile.
           01 DepositRecord.
               COPY DEPOREC.

       WORKING-STORAGE SECTION.
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Already-Queued VALUE "Y".
           01 WS-Next-Action-Num PIC 9(5).

      *    order deposits still held, per customer - see
      *    LOAD-HELD-DEPOSITS.
           01 WS-DepositFile-Status PIC XX.
               88 WS-Deposit-File-OK VALUE "00".
           01 WS-Deposit-Eof-Flag PIC X VALUE "N".
               88 WS-Deposit-Eof VALUE "Y".
           01 WS-Held-Count PIC 9(3) VALUE ZERO.
           01 WS-Held-Idx PIC 9(3).
           01 WS-Held-Table.
               05 WS-Held-Entry OCCURS 500 TIMES.
                   10 WS-HD-Customer PIC 9(5).
                   10 WS-HD-Amount   PIC 9(9)V9(2).
           01 WS-Held-Found-Flag PIC X.
               88 WS-Held-Found VALUE "Y".
           01 WS-Credit-Amount PIC 9(9)V9(2).

           01 WS-Refund-Amount PIC 9(7)V9(2).
           01 WS-Detail-Amount PIC 9(7)V9(2).
           01 WS-Found-Count PIC 9(5) VALUE ZERO.
           DISPLAY "Credit-balance refund sweep"

           PERFORM LOAD-QUEUED-REFUNDS
           PERFORM LOAD-HELD-DEPOSITS
           PERFORM GET-NEXT-ACTION-NUM

           OPEN INPUT BalanceFile
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Credit-Amount = 0 - BA-Balance
           PERFORM VARYING WS-Held-Idx FROM 1 BY 1
               UNTIL WS-Held-Idx > WS-Held-Count
               IF WS-HD-Customer(WS-Held-Idx) = BA-Customer-ID
                   IF WS-HD-Amount(WS-Held-Idx) NOT < WS-Credit-Amount
                       MOVE ZERO TO WS-Credit-Amount
                   ELSE
                       SUBTRACT WS-HD-Amount(WS-Held-Idx)
                           FROM WS-Credit-Amount
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Credit-Amount = ZERO
               DISPLAY "  customer " BA-Customer-ID " credit is "
                   "a deposit held on an order - not refunded"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Credit-Amount TO WS-Refund-Amount
           PERFORM QUEUE-ONE-REFUND
           IF WS-Queued-Count < 200
               ADD 1 TO WS-Queued-Count
               CLOSE PendingFile
           END-IF.

       LOAD-HELD-DEPOSITS.
           MOVE "N" TO WS-Deposit-Eof-Flag
           OPEN INPUT DepositFile
           IF NOT WS-Deposit-File-OK
               SET WS-Deposit-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Deposit-Eof
               READ DepositFile
                   AT END
                       SET WS-Deposit-Eof TO TRUE
                   NOT AT END
                       IF DP-Held
                           PERFORM NOTE-HELD-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DepositFile-Status NOT = "35"
               CLOSE DepositFile
           END-IF.

       NOTE-HELD-DEPOSIT.
           MOVE "N" TO WS-Held-Found-Flag
           PERFORM VARYING WS-Held-Idx FROM 1 BY 1
               UNTIL WS-Held-Idx > WS-Held-Count
               OR WS-Held-Found
               IF WS-HD-Customer(WS-Held-Idx) = DP-Customer-ID
                   SET WS-Held-Found TO TRUE
                   COMPUTE WS-HD-Amount(WS-Held-Idx) =
                       WS-HD-Amount(WS-Held-Idx)
                       + DP-Amount - DP-Applied
               END-IF
           END-PERFORM
           IF NOT WS-Held-Found AND WS-Held-Count < 500
               ADD 1 TO WS-Held-Count
               MOVE DP-Customer-ID TO WS-HD-Customer(WS-Held-Count)
               COMPUTE WS-HD-Amount(WS-Held-Count) =
                   DP-Amount - DP-Applied
           END-IF.

       GET-NEXT-ACTION-NUM.
      *    same max-scan idiom as write-file.cob's GET-NEXT-ID.
           MOVE ZERO TO WS-Next-Action-Num
