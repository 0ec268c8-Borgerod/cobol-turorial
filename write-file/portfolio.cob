       IDENTIFICATION DIVISION.
       PROGRAM-ID. portfolio.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * account-manager portfolio report: customers belonged to a
      * branch but to nobody in it. Each customer now carries the
      * operator who owns the relationship (Account-Manager,
      * assigned in custmaint.cob), and this shows the book each
      * one holds - customers, total balance off Balances.dat (as
      * balroll.cob last rolled it), the overdue amount (posted
      * more than thirty days ago and still open, disputed lines
      * held out - the collsweep.cob arithmetic) and the open
      * disputes with their amount. One summary line per manager,
      * unassigned customers on a line of their own; asked for a
      * single manager it lists that manager's customers first.
      * Inactive customers stay in the book while they owe money.
      * Read-only, spooled as PORTFOLIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT BalanceFile ASSIGN TO "Balances.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD DisputeFile.
           01 DisputeRecord.
               COPY DSPTREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-Balance-Open-Flag PIC X VALUE "N".
               88 WS-Balance-Open VALUE "Y".
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Tran-Eof-Flag PIC X VALUE "N".
               88 WS-Tran-Eof VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    one manager's book, or every book - blank = all.
           01 WS-Manager-Filter PIC X(10).

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Tran-Date-Num PIC 9(8).
           01 WS-Tran-Int PIC 9(8).
           01 WS-Age-Days PIC S9(5).
           01 WS-Cust-Balance PIC S9(9)V9(2).
           01 WS-Overdue-Balance PIC S9(9)V9(2).
           01 WS-Cust-Disputes PIC 9(3).
           01 WS-Cust-Disputed PIC S9(9)V9(2).

      *    open disputes, held out of the overdue figure the way
      *    aging.cob holds them out of the buckets, and counted
      *    into each book.
           01 WS-Disp-Count PIC 9(3) VALUE ZERO.
           01 WS-Disp-Idx PIC 9(3).
           01 WS-Disp-Table.
               05 WS-Disp-Entry OCCURS 200 TIMES.
                   10 WS-DI-Customer PIC 9(5).
                   10 WS-DI-Date     PIC 9(8).
                   10 WS-DI-Desc     PIC X(20).
                   10 WS-DI-Amount   PIC S9(8)V9(2)
                       SIGN IS LEADING SEPARATE.
                   10 WS-DI-Serial   PIC 9(7).
           01 WS-Disputed-Flag PIC X.
               88 WS-Disputed VALUE "Y".

      *    one line per manager, in the order they turn up; the
      *    unassigned book is the entry with a blank manager.
           01 WS-Book-Table.
               05 WS-Book-Entry OCCURS 100 TIMES.
                   10 WS-BK-Manager   PIC X(10).
                   10 WS-BK-Customers PIC 9(5).
                   10 WS-BK-Balance   PIC S9(9)V9(2).
                   10 WS-BK-Overdue   PIC S9(9)V9(2).
                   10 WS-BK-Disputes  PIC 9(5).
                   10 WS-BK-Disputed  PIC S9(9)V9(2).
           01 WS-Book-Count PIC 9(3) VALUE ZERO.
           01 WS-BK-Idx PIC 9(3).
           01 WS-Book-Found-Flag PIC X.
               88 WS-Book-Found VALUE "Y".
           01 WS-Book-Full-Count PIC 9(5) VALUE ZERO.

           01 WS-Manager-Text PIC X(12).
           01 in-customers PIC ZZZZ9.
           01 in-balance PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-overdue PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-disputes PIC ZZZZ9.
           01 in-disputed PIC ZZZ,ZZZ,ZZ9.99-.

           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "PORTFOLIO".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today)
           DISPLAY "Account-manager portfolio"
           DISPLAY "Account manager [blank = all] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Manager-Filter
           ACCEPT WS-Manager-Filter

           PERFORM LOAD-OPEN-DISPUTES
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BalanceFile
           IF WS-Balance-File-OK
               SET WS-Balance-Open TO TRUE
           END-IF

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "ACCOUNT-MANAGER PORTFOLIO - " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Manager-Filter NOT = SPACES
               MOVE SPACES TO WS-Report-Line
               STRING "CUSTOMERS OF " WS-Manager-Filter
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
               MOVE SPACES TO WS-Report-Line
               STRING "ID    NAME                      "
                   "       BALANCE         OVERDUE DISP"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Cust-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Cust-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       IF WS-Manager-Filter = SPACES
                           OR Account-Manager = WS-Manager-Filter
                           PERFORM TAKE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-Balance-Open
               CLOSE BalanceFile
           END-IF

           PERFORM PRINT-BOOK-SUMMARY
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           STOP RUN.

       TAKE-ONE-CUSTOMER.
           MOVE ZERO TO WS-Cust-Balance
           IF WS-Balance-Open
               MOVE ID-num TO WS-Balance-Rel-Key
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BA-Balance TO WS-Cust-Balance
               END-READ
           END-IF
      *    an inactive customer who owes nothing has left the book.
           IF Customer-Inactive AND WS-Cust-Balance = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-OVERDUE-BALANCE
           PERFORM COUNT-CUSTOMER-DISPUTES
           PERFORM FIND-BOOK
           IF NOT WS-Book-Found
               ADD 1 TO WS-Book-Full-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BK-Customers(WS-BK-Idx)
           ADD WS-Cust-Balance TO WS-BK-Balance(WS-BK-Idx)
           ADD WS-Overdue-Balance TO WS-BK-Overdue(WS-BK-Idx)
           ADD WS-Cust-Disputes TO WS-BK-Disputes(WS-BK-Idx)
           ADD WS-Cust-Disputed TO WS-BK-Disputed(WS-BK-Idx)
           IF WS-Manager-Filter NOT = SPACES
               MOVE WS-Cust-Balance TO in-balance
               MOVE WS-Overdue-Balance TO in-overdue
               MOVE WS-Cust-Disputes TO in-disputes
               MOVE SPACES TO WS-Report-Line
               STRING ID-num " " first-name " " last-name " "
                   Customer-Status " " in-balance " " in-overdue
                   in-disputes
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       FIND-BOOK.
           MOVE "N" TO WS-Book-Found-Flag
           PERFORM VARYING WS-BK-Idx FROM 1 BY 1
                   UNTIL WS-BK-Idx > WS-Book-Count OR WS-Book-Found
               IF WS-BK-Manager(WS-BK-Idx) = Account-Manager
                   SET WS-Book-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Book-Found
               SUBTRACT 1 FROM WS-BK-Idx
           ELSE
               IF WS-Book-Count < 100
                   ADD 1 TO WS-Book-Count
                   MOVE WS-Book-Count TO WS-BK-Idx
                   MOVE Account-Manager TO WS-BK-Manager(WS-BK-Idx)
                   MOVE ZERO TO WS-BK-Customers(WS-BK-Idx)
                       WS-BK-Balance(WS-BK-Idx)
                       WS-BK-Overdue(WS-BK-Idx)
                       WS-BK-Disputes(WS-BK-Idx)
                       WS-BK-Disputed(WS-BK-Idx)
                   SET WS-Book-Found TO TRUE
               END-IF
           END-IF.

       COMPUTE-OVERDUE-BALANCE.
      *    anything posted more than thirty days ago and still
      *    unpaid, disputed lines held out - the letters.cob
      *    dunning arithmetic collsweep.cob uses. A customer in
      *    credit is not overdue.
           MOVE ZERO TO WS-Overdue-Balance
           MOVE "N" TO WS-Tran-Eof-Flag
           OPEN INPUT TransactionFile
           IF NOT WS-TransactionFile-OK
               SET WS-Tran-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Tran-Eof
               READ TransactionFile
                   AT END
                       SET WS-Tran-Eof TO TRUE
                   NOT AT END
                       IF TR-Customer-ID = ID-num
                           PERFORM CHECK-DISPUTED
                           IF NOT WS-Disputed
                               MOVE TR-Date TO WS-Tran-Date-Num
                               COMPUTE WS-Tran-Int = FUNCTION
                                   INTEGER-OF-DATE
                                   (WS-Tran-Date-Num)
                               COMPUTE WS-Age-Days =
                                   WS-Today-Int - WS-Tran-Int
                               IF WS-Age-Days > 30
                                   ADD TR-Amount
                                       TO WS-Overdue-Balance
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransactionFile-Status NOT = "35"
               CLOSE TransactionFile
           END-IF
           IF WS-Overdue-Balance < ZERO
               MOVE ZERO TO WS-Overdue-Balance
           END-IF.

       CHECK-DISPUTED.
           MOVE "N" TO WS-Disputed-Flag
      *    the serial is the real key; the descriptive tuple only
      *    matches disputes opened before serials existed (their
      *    serial loads as zero).
           PERFORM VARYING WS-Disp-Idx FROM 1 BY 1
               UNTIL WS-Disp-Idx > WS-Disp-Count
               IF WS-DI-Serial(WS-Disp-Idx) NOT = ZERO
                   IF WS-DI-Serial(WS-Disp-Idx) = TR-Serial
                       SET WS-Disputed TO TRUE
                   END-IF
               ELSE
                   IF WS-DI-Customer(WS-Disp-Idx) = TR-Customer-ID
                       AND WS-DI-Date(WS-Disp-Idx) = TR-Date
                       AND WS-DI-Desc(WS-Disp-Idx) = TR-Description
                       AND WS-DI-Amount(WS-Disp-Idx) = TR-Amount
                       SET WS-Disputed TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-CUSTOMER-DISPUTES.
           MOVE ZERO TO WS-Cust-Disputes
           MOVE ZERO TO WS-Cust-Disputed
           PERFORM VARYING WS-Disp-Idx FROM 1 BY 1
               UNTIL WS-Disp-Idx > WS-Disp-Count
               IF WS-DI-Customer(WS-Disp-Idx) = ID-num
                   ADD 1 TO WS-Cust-Disputes
                   ADD WS-DI-Amount(WS-Disp-Idx) TO WS-Cust-Disputed
               END-IF
           END-PERFORM.

       LOAD-OPEN-DISPUTES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DisputeFile
           IF NOT WS-Dispute-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ DisputeFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF DP-Open AND WS-Disp-Count < 200
                           ADD 1 TO WS-Disp-Count
                           MOVE DP-Customer-ID
                               TO WS-DI-Customer(WS-Disp-Count)
                           MOVE DP-Tran-Date
                               TO WS-DI-Date(WS-Disp-Count)
                           MOVE DP-Tran-Desc
                               TO WS-DI-Desc(WS-Disp-Count)
                           MOVE DP-Tran-Amount
                               TO WS-DI-Amount(WS-Disp-Count)
                           IF DP-Tran-Serial NOT NUMERIC
                               MOVE ZERO TO DP-Tran-Serial
                           END-IF
                           MOVE DP-Tran-Serial
                               TO WS-DI-Serial(WS-Disp-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DisputeFile-Status NOT = "35"
               CLOSE DisputeFile
           END-IF.

       PRINT-BOOK-SUMMARY.
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "MANAGER      CUSTS         BALANCE         OVERDUE"
               "  DISP        DISPUTED"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Book-Count = ZERO
               MOVE "  (no customers in the book)" TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-BK-Idx FROM 1 BY 1
                   UNTIL WS-BK-Idx > WS-Book-Count
               IF WS-BK-Manager(WS-BK-Idx) = SPACES
                   MOVE "(unassigned)" TO WS-Manager-Text
               ELSE
                   MOVE WS-BK-Manager(WS-BK-Idx) TO WS-Manager-Text
               END-IF
               MOVE WS-BK-Customers(WS-BK-Idx) TO in-customers
               MOVE WS-BK-Balance(WS-BK-Idx) TO in-balance
               MOVE WS-BK-Overdue(WS-BK-Idx) TO in-overdue
               MOVE WS-BK-Disputes(WS-BK-Idx) TO in-disputes
               MOVE WS-BK-Disputed(WS-BK-Idx) TO in-disputed
               MOVE SPACES TO WS-Report-Line
               STRING WS-Manager-Text " " in-customers " "
                   in-balance " " in-overdue " " in-disputes " "
                   in-disputed
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           IF WS-Book-Full-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "More than 100 managers - customers left off: "
                   WS-Book-Full-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
