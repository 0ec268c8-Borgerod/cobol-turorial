       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashwatch.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * large-cash and structuring scan of the receipt register:
      * reads the cash lines of ReceiptRegister.dat (a till drawer
      * on the line - drawer zero is points, vouchers and bank
      * receipts, which aren't cash over a counter) dated inside
      * the rolling window ending today, and raises a case on
      * CashCases.dat (CASEREC.cpy) for
      *   - every single receipt over the reporting limit, and
      *   - every customer whose receipts under the limit add up
      *     to more than it inside the window, two or more of them
      *     - money split to stay under the limit.
      * A receipt already on a case is never raised again, and a
      * customer with a structuring case whose receipts reach into
      * the current window isn't given a second one while that
      * window is still open. Each new case is printed with the
      * receipts that make it up, spooled as CASHWATCH, for
      * compliance to work in cashcase.cob. Daily from the
      * scheduler; recorded on RunHistory.dat like every job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptRegisterFile ASSIGN TO "ReceiptRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT CaseFile ASSIGN TO "CashCases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CaseFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this lookup uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    same layout cashrcpt.cob writes.
           FD ReceiptRegisterFile.
           01 ReceiptRegisterRecord.
               05 RR-Receipt-Num PIC 9(6).
               05 RR-Date        PIC 9(8).
               05 RR-Customer-ID PIC 9(5).
               05 RR-Operator    PIC X(10).
               05 RR-Amount      PIC 9(7)V9(2).
               05 RR-Drawer      PIC 9(2).
               05 RR-Branch      PIC X(2).

           FD CaseFile.
           01 CaseRecord.
               COPY CASEREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-CaseFile-Status PIC XX.
               88 WS-Case-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the reporting limit and the rolling window.
           01 WS-Cash-Limit PIC 9(7)V9(2) VALUE 10000.00.
           01 WS-Window-Days PIC 9(3) VALUE 7.
           01 WS-Today PIC 9(8).
           01 WS-Window-Start PIC 9(8).

      *    the window's cash receipts.
           01 WS-Rcpt-Table.
               05 WS-Rcpt-Entry OCCURS 5000 TIMES.
                   10 WS-RT-Num      PIC 9(6).
                   10 WS-RT-Date     PIC 9(8).
                   10 WS-RT-Cust     PIC 9(5).
                   10 WS-RT-Amount   PIC 9(7)V9(2).
                   10 WS-RT-Drawer   PIC 9(2).
                   10 WS-RT-Branch   PIC X(2).
                   10 WS-RT-Done     PIC X.
           01 WS-Rcpt-Count PIC 9(4) VALUE ZERO.
           01 WS-RT-Idx PIC 9(4).
           01 WS-RT-Idx-2 PIC 9(4).
           01 WS-Rcpt-Dropped PIC 9(5) VALUE ZERO.

      *    cases already on file - for the duplicate checks and the
      *    next case number.
           01 WS-Known-Table.
               05 WS-Known-Entry OCCURS 5000 TIMES.
                   10 WS-KN-Cust     PIC 9(5).
                   10 WS-KN-Type     PIC X.
                   10 WS-KN-Receipt  PIC 9(6).
                   10 WS-KN-Date     PIC 9(8).
           01 WS-Known-Count PIC 9(4) VALUE ZERO.
           01 WS-KN-Idx PIC 9(4).
           01 WS-Next-Case-Num PIC 9(6) VALUE 1.
           01 WS-Known-Flag PIC X.
               88 WS-Already-Known VALUE "Y".

      *    one customer's cluster of receipts under the limit.
           01 WS-Cluster-Cust PIC 9(5).
           01 WS-Cluster-Count PIC 9(3).
           01 WS-Cluster-Total PIC 9(9)V9(2).
           01 WS-Cluster-First PIC 9(8).
           01 WS-Cluster-Last PIC 9(8).
           01 WS-Cluster-Branch PIC X(2).

           01 WS-Cust-Name PIC X(24).
           01 WS-Case-Title PIC X(12).
           01 WS-Large-Count PIC 9(5) VALUE ZERO.
           01 WS-Struct-Count PIC 9(5) VALUE ZERO.
           01 WS-Open-Count PIC 9(5) VALUE ZERO.
           01 in-amount PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.
           01 in-count PIC ZZZZ9.

           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "CASHWATCH".
           01 WS-Spool-Line PIC X(132).

      *    run-history state - see FINISH-RUN.
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "cashwatch".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Window-Start = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today)
               - WS-Window-Days + 1)

           PERFORM LOAD-KNOWN-CASES
           PERFORM LOAD-WINDOW-RECEIPTS

           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               SET WS-Cust-Open TO TRUE
           END-IF
           OPEN EXTEND CaseFile
           IF WS-CaseFile-Status = "35"
               OPEN OUTPUT CaseFile
               CLOSE CaseFile
               OPEN EXTEND CaseFile
           END-IF

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE WS-Cash-Limit TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "LARGE CASH AND STRUCTURING - " WS-Today
               " - limit " in-amount " - window "
               WS-Window-Days " days from " WS-Window-Start
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-Rcpt-Count
               IF WS-RT-Amount(WS-RT-Idx) > WS-Cash-Limit
                   PERFORM CONSIDER-LARGE-RECEIPT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-Rcpt-Count
               IF WS-RT-Done(WS-RT-Idx) = "N"
                   PERFORM CONSIDER-CUSTOMER-CLUSTER
               END-IF
           END-PERFORM

           CLOSE CaseFile
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Rcpt-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Cash receipts in window      : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Large-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "New large-cash cases         : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Struct-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "New structuring cases        : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           COMPUTE WS-Open-Count = WS-Open-Count + WS-Large-Count
               + WS-Struct-Count
           MOVE WS-Open-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Cases awaiting review (total): " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Rcpt-Dropped > ZERO
               MOVE WS-Rcpt-Dropped TO in-count
               MOVE SPACES TO WS-Report-Line
               STRING "** " in-count " receipts past the table "
                   "limit were not scanned **"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           PERFORM FINISH-RUN.

       FINISH-RUN.
           COMPUTE WS-RH-Records = WS-Large-Count + WS-Struct-Count
           IF WS-Rcpt-Dropped > ZERO
      *        a partial scan can miss a case - the morning report
      *        has to show it.
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       LOAD-KNOWN-CASES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CaseFile
           IF NOT WS-Case-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CaseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CC-Case-Num >= WS-Next-Case-Num
                           COMPUTE WS-Next-Case-Num = CC-Case-Num + 1
                       END-IF
                       IF CC-Open
                           ADD 1 TO WS-Open-Count
                       END-IF
      *                only cases that can still collide with this
      *                window matter.
                       IF CC-Last-Date >= WS-Window-Start
                           AND WS-Known-Count < 5000
                           ADD 1 TO WS-Known-Count
                           MOVE CC-Customer-ID
                               TO WS-KN-Cust(WS-Known-Count)
                           MOVE CC-Case-Type
                               TO WS-KN-Type(WS-Known-Count)
                           MOVE CC-Receipt-Num
                               TO WS-KN-Receipt(WS-Known-Count)
                           MOVE CC-Last-Date
                               TO WS-KN-Date(WS-Known-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CaseFile-Status NOT = "35"
               CLOSE CaseFile
           END-IF.

       LOAD-WINDOW-RECEIPTS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReceiptRegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReceiptRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RR-Drawer > ZERO
                           AND RR-Date >= WS-Window-Start
                           AND RR-Date <= WS-Today
                           PERFORM KEEP-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE ReceiptRegisterFile
           END-IF.

       KEEP-ONE-RECEIPT.
           IF WS-Rcpt-Count >= 5000
               ADD 1 TO WS-Rcpt-Dropped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Rcpt-Count
           MOVE RR-Receipt-Num TO WS-RT-Num(WS-Rcpt-Count)
           MOVE RR-Date TO WS-RT-Date(WS-Rcpt-Count)
           MOVE RR-Customer-ID TO WS-RT-Cust(WS-Rcpt-Count)
           MOVE RR-Amount TO WS-RT-Amount(WS-Rcpt-Count)
           MOVE RR-Drawer TO WS-RT-Drawer(WS-Rcpt-Count)
           MOVE RR-Branch TO WS-RT-Branch(WS-Rcpt-Count)
      *    a receipt over the limit is a case of its own and never
      *    part of a cluster.
           IF RR-Amount > WS-Cash-Limit
               MOVE "Y" TO WS-RT-Done(WS-Rcpt-Count)
           ELSE
               MOVE "N" TO WS-RT-Done(WS-Rcpt-Count)
           END-IF.

       CONSIDER-LARGE-RECEIPT.
           MOVE "N" TO WS-Known-Flag
           PERFORM VARYING WS-KN-Idx FROM 1 BY 1
                   UNTIL WS-KN-Idx > WS-Known-Count
                       OR WS-Already-Known
               IF WS-KN-Type(WS-KN-Idx) = "L"
                   AND WS-KN-Cust(WS-KN-Idx) = WS-RT-Cust(WS-RT-Idx)
                   AND WS-KN-Receipt(WS-KN-Idx)
                       = WS-RT-Num(WS-RT-Idx)
                   AND WS-KN-Date(WS-KN-Idx) = WS-RT-Date(WS-RT-Idx)
                   SET WS-Already-Known TO TRUE
               END-IF
           END-PERFORM
           IF WS-Already-Known
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Next-Case-Num TO CC-Case-Num
           MOVE WS-RT-Cust(WS-RT-Idx) TO CC-Customer-ID
           SET CC-Large-Cash TO TRUE
           MOVE WS-Today TO CC-Raised-Date
           MOVE WS-RT-Date(WS-RT-Idx) TO CC-First-Date
           MOVE WS-RT-Date(WS-RT-Idx) TO CC-Last-Date
           MOVE 1 TO CC-Receipt-Count
           MOVE WS-RT-Amount(WS-RT-Idx) TO CC-Total
           MOVE WS-RT-Num(WS-RT-Idx) TO CC-Receipt-Num
           MOVE WS-RT-Branch(WS-RT-Idx) TO CC-Branch
           PERFORM WRITE-NEW-CASE
           ADD 1 TO WS-Large-Count
           MOVE "LARGE CASH" TO WS-Case-Title
           PERFORM PRINT-CASE-HEADING
           MOVE WS-RT-Idx TO WS-RT-Idx-2
           PERFORM PRINT-RECEIPT-LINE.

       CONSIDER-CUSTOMER-CLUSTER.
      *    gather every receipt under the limit for this customer
      *    and mark them done, so the outer pass meets each
      *    customer once.
           MOVE WS-RT-Cust(WS-RT-Idx) TO WS-Cluster-Cust
           MOVE ZERO TO WS-Cluster-Count WS-Cluster-Total
           MOVE 99999999 TO WS-Cluster-First
           MOVE ZERO TO WS-Cluster-Last
           MOVE WS-RT-Branch(WS-RT-Idx) TO WS-Cluster-Branch
           PERFORM VARYING WS-RT-Idx-2 FROM WS-RT-Idx BY 1
                   UNTIL WS-RT-Idx-2 > WS-Rcpt-Count
               IF WS-RT-Cust(WS-RT-Idx-2) = WS-Cluster-Cust
                   AND WS-RT-Done(WS-RT-Idx-2) = "N"
                   MOVE "Y" TO WS-RT-Done(WS-RT-Idx-2)
                   ADD 1 TO WS-Cluster-Count
                   ADD WS-RT-Amount(WS-RT-Idx-2) TO WS-Cluster-Total
                   IF WS-RT-Date(WS-RT-Idx-2) < WS-Cluster-First
                       MOVE WS-RT-Date(WS-RT-Idx-2)
                           TO WS-Cluster-First
                   END-IF
                   IF WS-RT-Date(WS-RT-Idx-2) > WS-Cluster-Last
                       MOVE WS-RT-Date(WS-RT-Idx-2)
                           TO WS-Cluster-Last
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Cluster-Count < 2
               OR WS-Cluster-Total NOT > WS-Cash-Limit
               EXIT PARAGRAPH
           END-IF

      *    the known table only holds cases reaching into this
      *    window, so any structuring case there is still live.
           MOVE "N" TO WS-Known-Flag
           PERFORM VARYING WS-KN-Idx FROM 1 BY 1
                   UNTIL WS-KN-Idx > WS-Known-Count
                       OR WS-Already-Known
               IF WS-KN-Type(WS-KN-Idx) = "S"
                   AND WS-KN-Cust(WS-KN-Idx) = WS-Cluster-Cust
                   SET WS-Already-Known TO TRUE
               END-IF
           END-PERFORM
           IF WS-Already-Known
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Next-Case-Num TO CC-Case-Num
           MOVE WS-Cluster-Cust TO CC-Customer-ID
           SET CC-Structuring TO TRUE
           MOVE WS-Today TO CC-Raised-Date
           MOVE WS-Cluster-First TO CC-First-Date
           MOVE WS-Cluster-Last TO CC-Last-Date
           MOVE WS-Cluster-Count TO CC-Receipt-Count
           MOVE WS-Cluster-Total TO CC-Total
           MOVE ZERO TO CC-Receipt-Num
           MOVE WS-Cluster-Branch TO CC-Branch
           PERFORM WRITE-NEW-CASE
           ADD 1 TO WS-Struct-Count
           MOVE "STRUCTURING" TO WS-Case-Title
           PERFORM PRINT-CASE-HEADING
           PERFORM VARYING WS-RT-Idx-2 FROM WS-RT-Idx BY 1
                   UNTIL WS-RT-Idx-2 > WS-Rcpt-Count
               IF WS-RT-Cust(WS-RT-Idx-2) = WS-Cluster-Cust
                   AND WS-RT-Amount(WS-RT-Idx-2)
                       NOT > WS-Cash-Limit
                   PERFORM PRINT-RECEIPT-LINE
               END-IF
           END-PERFORM.

       WRITE-NEW-CASE.
           SET CC-Open TO TRUE
           MOVE ZERO TO CC-Reviewed-Date
           MOVE SPACES TO CC-Reviewed-By
           MOVE SPACES TO CC-Filing-Ref
           MOVE SPACES TO CC-Review-Note
           WRITE CaseRecord
           ADD 1 TO WS-Next-Case-Num.

       PRINT-CASE-HEADING.
           MOVE "(no longer on file)" TO WS-Cust-Name
           IF WS-Cust-Open
               MOVE CC-Customer-ID TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Cust-Name
                       STRING FUNCTION TRIM(first-name)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE
                           INTO WS-Cust-Name
                       END-STRING
               END-READ
           END-IF
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE CC-Total TO in-total
           MOVE SPACES TO WS-Report-Line
           STRING "CASE " CC-Case-Num " " WS-Case-Title
               " customer " CC-Customer-ID " " WS-Cust-Name
               " total " in-total
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-RECEIPT-LINE.
           MOVE WS-RT-Amount(WS-RT-Idx-2) TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "    receipt " WS-RT-Num(WS-RT-Idx-2)
               "  " WS-RT-Date(WS-RT-Idx-2)
               "  branch " WS-RT-Branch(WS-RT-Idx-2)
               "  drawer " WS-RT-Drawer(WS-RT-Idx-2)
               "  " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
