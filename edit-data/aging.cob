      * date, with totals per bucket and a grand total - so
      * collections can see who is overdue and for how long without
      * reading Transactions.dat raw in an editor.
      * Each customer's postings come off their own chain on the
      * transaction index (the TRAN-INDEX subroutine) instead of a
      * rescan of the whole of Transactions.dat per customer.
      * A charge ages from the day it fell due on the customer's
      * payment terms (Payment-Terms, through the PAY-TERMS
      * subroutine - the due date invgen.cob stamps on the
      * invoice), not from the day it was posted, so a customer on
      * net 30 isn't overdue while still inside the terms agreed.
      * Customers with no terms are due the day they are invoiced,
      * as before; payments and credits age from their own date.
      * The report is spooled as AGING, each customer's line keyed
      * to their Branch-Code on the spool (the statement.cob page
      * break), so spoolburst.cob can hand every branch its own
      * aging; the totals and branch subtotals are shop-wide.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
      *    open disputes (disputes.cob) - a contested amount stays
      *    out of the buckets until somebody settles it.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
           01 CustomerData.
               COPY CUSTREC.

           FD DisputeFile.
           01 DisputeRecord.
               COPY DSPTREC.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Tran-Eof-Flag PIC X VALUE "N".
               88 WS-Tran-Eof VALUE "Y".
      *    the customer's lines, one per CALL of the TRAN-INDEX
      *    subroutine ("FST" then "NXT" until the end flag).
           01 WS-TI-Op PIC X(3).
           01 TransactionRecord.
               COPY TRANSREC.

      *    each transaction is aged by its posting date against
      *    today, then dropped into one of four buckets.
           01 WS-Br-Found-Flag PIC X.
               88 WS-Br-Found VALUE "Y".
           01 in-br-total PIC ZZ,ZZZ,ZZ9.99-.
      *    report spooling - see the SPOOL-PRINT subroutine. The
      *    page-break key follows the customer's branch.
           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "AGING".
           01 WS-Spool-Line PIC X(132).
           01 WS-Spool-Branch PIC X(2) VALUE SPACES.
      *    environment profile - see the SHOP-PROFILE subroutine.
           01 WS-Profile PIC X(8).
           01 WS-Profile-Match-Flag PIC X.
           01 WS-BD-From PIC 9(8).
           01 WS-BD-Result-Date PIC 9(8).
           01 WS-BD-Result-Count PIC 9(5).
      *    the date a charge falls due - see AGE-ONE-TRANSACTION.
           01 WS-Terms-Days PIC 9(3).
           01 WS-Due-Date PIC 9(8).

      *    open disputes, table-loaded once at startup - each aged
      *    transaction is checked against them and a contested one
               STOP RUN
           END-IF

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           IF WS-Branch-Filter = SPACES
               MOVE "ACCOUNTS-RECEIVABLE AGING - all branches"
                   TO WS-Report-Line
           ELSE
               STRING "ACCOUNTS-RECEIVABLE AGING - branch "
                   WS-Branch-Filter
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "(days past the due date on each customer's "
               "payment terms)"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-COLUMN-HEADINGS

           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key

           CLOSE CustomerFile

      *    the totals are the whole run's - off the branch pages.
           MOVE SPACES TO WS-Spool-Line
           PERFORM SPOOL-BREAK
           MOVE ALL "-" TO WS-Report-Line
           MOVE SPACES TO WS-Report-Line(75:)
           PERFORM PRINT-REPORT-LINE
           MOVE ZERO TO WS-AG-ID
           MOVE WS-Grand-Bucket(1) TO WS-AG-Current
           MOVE WS-Grand-Bucket(2) TO WS-AG-30
           MOVE WS-Grand-Bucket(3) TO WS-AG-60
           MOVE WS-Grand-Bucket(4) TO WS-AG-90
           MOVE WS-Grand-Total TO WS-AG-Total
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL  " WS-Aging-Line(8:)
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           STRING "Customers with an open balance: "
               WS-Overdue-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Branch-Filter = SPACES
               MOVE SPACES TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               MOVE "BY BRANCH (blank = pre-branch records):"
                   TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               PERFORM VARYING WS-BR-Idx FROM 1 BY 1
                   UNTIL WS-BR-Idx > WS-Br-Count
                   MOVE WS-BR-Total(WS-BR-Idx) TO in-br-total
                   MOVE SPACES TO WS-Report-Line
                   STRING "  [" WS-BR-Code(WS-BR-Idx) "] "
                       WS-BR-Customers(WS-BR-Idx)
                       " customers, total " in-br-total
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-PERFORM
           END-IF
           IF WS-Disputed-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "Disputed transactions held out of the "
                   "buckets: " WS-Disputed-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           STOP RUN.

       LOAD-OPEN-DISPUTES.
           END-PERFORM.

       AGE-ONE-CUSTOMER.
      *    walk this customer's postings on the transaction index.
           IF WS-Branch-Filter NOT = SPACES
               AND Branch-Code NOT = WS-Branch-Filter
               EXIT PARAGRAPH
               MOVE ZERO TO WS-Cust-Bucket(WS-Bucket-Idx)
           END-PERFORM

           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
               TransactionRecord, WS-Tran-Eof-Flag
           PERFORM UNTIL WS-Tran-Eof
               PERFORM AGE-ONE-TRANSACTION
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
                   TransactionRecord, WS-Tran-Eof-Flag
           END-PERFORM

      *    only customers who actually owe (or are owed) something
      *    appear on the report - a zero balance isn't collectable.
               MOVE WS-Cust-Bucket(3) TO WS-AG-60
               MOVE WS-Cust-Bucket(4) TO WS-AG-90
               MOVE WS-Cust-Total TO WS-AG-Total
               IF Branch-Code NOT = WS-Spool-Branch
                   PERFORM START-BRANCH-PAGE
               END-IF
               MOVE SPACES TO WS-Report-Line
               STRING WS-Aging-Line "  " first-name " " last-name
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       START-BRANCH-PAGE.
      *    a new branch key on the spool starts a fresh page there;
      *    the page carries the column headings so a burst branch
      *    piece reads on its own. The screen isn't repeated.
           MOVE Branch-Code TO WS-Spool-Branch
           MOVE WS-Spool-Branch TO WS-Spool-Line
           PERFORM SPOOL-BREAK
           MOVE "   ID        CURRENT         30+           60+"
               TO WS-Spool-Line
           MOVE "           90+         TOTAL" TO WS-Spool-Line(47:)
           PERFORM SPOOL-ONLY-LINE
           MOVE ALL "-" TO WS-Spool-Line
           MOVE SPACES TO WS-Spool-Line(75:)
           PERFORM SPOOL-ONLY-LINE.

       PRINT-COLUMN-HEADINGS.
           MOVE "   ID        CURRENT         30+           60+"
               TO WS-Report-Line
           MOVE "           90+         TOTAL" TO WS-Report-Line(47:)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line
           MOVE SPACES TO WS-Report-Line(75:)
           PERFORM PRINT-REPORT-LINE.

       SPOOL-BREAK.
      *    WS-Spool-Line(1:2) is the branch the next lines belong
      *    to - spaces for shop-wide lines.
           MOVE "BRK" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       SPOOL-ONLY-LINE.
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       ADD-BRANCH-SUBTOTAL.
           MOVE Branch-Code TO WS-Cust-Branch
           MOVE "N" TO WS-Br-Found-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE TR-Date TO WS-Tran-Date-Num
      *    a charge isn't late until its terms run out.
           IF TR-Charge
               IF Payment-Terms NOT NUMERIC
                   MOVE ZERO TO WS-Terms-Days
               ELSE
                   MOVE Terms-Net-Days TO WS-Terms-Days
               END-IF
               CALL "PAY-TERMS" USING WS-Tran-Date-Num,
                   WS-Terms-Days, WS-Due-Date
               MOVE WS-Due-Date TO WS-Tran-Date-Num
           END-IF
           IF WS-Business-Basis
      *        holidays and weekends the customer couldn't have
      *        paid on don't count against them.
