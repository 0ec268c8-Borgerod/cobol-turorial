       IDENTIFICATION DIVISION.
       PROGRAM-ID. tranverify.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * transaction index verification: the per-customer inquiries
      * (cust360.cob, statement.cob, aging.cob, tranhist.cob and the
      * self-service menu in cobolTutBase.cob) now read a customer's
      * lines from the index the TRAN-INDEX subroutine keeps rather
      * than from Transactions.dat itself, so a posting that reached
      * the file but not the index would silently drop out of every
      * statement. This walks Transactions.dat once, front to back,
      * and follows each customer's index chain alongside it: every
      * line on file has to be the next link of its customer's
      * chain, character for character and in posting order, and
      * once the file is exhausted every chain has to be used up
      * with its head's line count equal to the lines seen. Each
      * customer that fails is listed with the first reason found,
      * then the index is rebuilt from the file in the same run and
      * the run ends with RETURN-CODE 1, so it shows as FAIL on the
      * morning operations report. A missing index is simply built.
      * Lines for customer zero are never indexed and are passed
      * over. Non-interactive; runs nightly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT TranIndexFile ASSIGN TO "TranIndex.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Index-Rel-Key
               FILE STATUS IS WS-TranIndex-Status.
           SELECT TranLineFile ASSIGN TO "TranIndexLines.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Line-Rel-Key
               FILE STATUS IS WS-TranLine-Status.

       DATA DIVISION.
       FILE SECTION.
           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD TranIndexFile.
           01 TranIndexRecord.
               COPY TRANIDX.

           FD TranLineFile.
           01 TranLineRecord.
               COPY TRANLINE.

       WORKING-STORAGE SECTION.
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-Index-Rel-Key PIC 9(5).
           01 WS-TranIndex-Status PIC XX.
               88 WS-TranIndex-OK VALUE "00".
           01 WS-Line-Rel-Key PIC 9(7).
           01 WS-TranLine-Status PIC XX.
               88 WS-TranLine-OK VALUE "00".
           01 WS-Tran-Eof-Flag PIC X VALUE "N".
               88 WS-Tran-Eof VALUE "Y".
           01 WS-Index-Eof-Flag PIC X VALUE "N".
               88 WS-Index-Eof VALUE "Y".

      *    one entry per possible ID-num: " " not met yet, "Y" chain
      *    being followed, "X" already reported. WS-CS-Expect is
      *    the slot the customer's next file line must sit in.
           01 WS-Chain-State-Table.
               05 WS-Chain-State OCCURS 99999 TIMES.
                   10 WS-CS-Flag       PIC X.
                   10 WS-CS-Expect     PIC 9(7).
                   10 WS-CS-File-Count PIC 9(7).
           01 WS-Cust PIC 9(5).
           01 WS-Reason PIC X(40).

           01 WS-Lines-Read PIC 9(7) VALUE ZERO.
           01 WS-Lines-Skipped PIC 9(7) VALUE ZERO.
           01 WS-Customers-Checked PIC 9(5) VALUE ZERO.
           01 WS-Customers-Bad PIC 9(5) VALUE ZERO.

           01 WS-TI-Op PIC X(3).
           01 WS-TI-Customer PIC 9(5) VALUE ZERO.
           01 WS-TI-Image PIC X(62).
           01 WS-TI-End-Flag PIC X.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "tranverify".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           DISPLAY "Transaction index verification"
           INITIALIZE WS-Chain-State-Table

           OPEN INPUT TranIndexFile
           IF WS-TranIndex-OK
               OPEN INPUT TranLineFile
               IF NOT WS-TranLine-OK
                   CLOSE TranIndexFile
               END-IF
           END-IF
           IF NOT WS-TranIndex-OK OR NOT WS-TranLine-OK
               DISPLAY "No transaction index on file - building it"
               PERFORM REBUILD-THE-INDEX
               MOVE ZERO TO WS-RH-Records
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
               PERFORM RECORD-THE-RUN
               STOP RUN
           END-IF

           PERFORM FOLLOW-THE-FILE
           PERFORM CHECK-CHAIN-ENDS
           CLOSE TranIndexFile
           CLOSE TranLineFile

           DISPLAY SPACE
           DISPLAY "Lines on file        : " WS-Lines-Read
           DISPLAY "Lines not indexed    : " WS-Lines-Skipped
               "  (customer zero)"
           DISPLAY "Customers checked    : " WS-Customers-Checked
           DISPLAY "Customers mismatched : " WS-Customers-Bad
           IF WS-Customers-Bad > ZERO
               PERFORM REBUILD-THE-INDEX
               MOVE 1 TO WS-RH-RC
               MOVE "FAIL" TO WS-RH-Status
           ELSE
               DISPLAY "Index agrees with Transactions.dat"
               MOVE ZERO TO WS-RH-RC
               MOVE "OK " TO WS-RH-Status
           END-IF
           MOVE WS-Lines-Read TO WS-RH-Records
           PERFORM RECORD-THE-RUN
           STOP RUN.

       RECORD-THE-RUN.
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE.

       REBUILD-THE-INDEX.
           MOVE "BLD" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, WS-TI-Customer,
               WS-TI-Image, WS-TI-End-Flag
           DISPLAY "Index rebuilt from Transactions.dat".

       FOLLOW-THE-FILE.
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
                       ADD 1 TO WS-Lines-Read
                       PERFORM CHECK-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-TransactionFile-Status NOT = "35"
               CLOSE TransactionFile
           END-IF.

       CHECK-ONE-LINE.
           MOVE TR-Customer-ID TO WS-Cust
           IF WS-Cust = ZERO
               ADD 1 TO WS-Lines-Skipped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CS-File-Count(WS-Cust)
           IF WS-CS-Flag(WS-Cust) = "X"
               EXIT PARAGRAPH
           END-IF
      *    a customer's first line on file picks up the chain head.
           IF WS-CS-Flag(WS-Cust) = SPACE
               ADD 1 TO WS-Customers-Checked
               MOVE WS-Cust TO WS-Index-Rel-Key
               READ TranIndexFile
                   INVALID KEY
                       MOVE "posted lines, no index entry"
                           TO WS-Reason
                       PERFORM REPORT-CUSTOMER
                       EXIT PARAGRAPH
               END-READ
               MOVE "Y" TO WS-CS-Flag(WS-Cust)
               MOVE TI-First-Slot TO WS-CS-Expect(WS-Cust)
           END-IF
           IF WS-CS-Expect(WS-Cust) = ZERO
               MOVE "more lines on file than indexed" TO WS-Reason
               PERFORM REPORT-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-Expect(WS-Cust) TO WS-Line-Rel-Key
           READ TranLineFile
               INVALID KEY
                   MOVE "index chain broken" TO WS-Reason
                   PERFORM REPORT-CUSTOMER
                   EXIT PARAGRAPH
           END-READ
           IF TL-Customer-ID NOT = WS-Cust
               OR TL-Tran-Image NOT = TransactionRecord
               MOVE "indexed line differs from file"
                   TO WS-Reason
               PERFORM REPORT-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE TL-Next-Slot TO WS-CS-Expect(WS-Cust).

       CHECK-CHAIN-ENDS.
      *    every chain head the index holds, against what the file
      *    walk left behind for that customer.
           MOVE "N" TO WS-Index-Eof-Flag
           MOVE 1 TO WS-Index-Rel-Key
           START TranIndexFile KEY IS NOT LESS THAN WS-Index-Rel-Key
               INVALID KEY
                   SET WS-Index-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Index-Eof
               READ TranIndexFile NEXT
                   AT END
                       SET WS-Index-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-CHAIN-END
               END-READ
           END-PERFORM.

       CHECK-ONE-CHAIN-END.
           MOVE TI-Customer-ID TO WS-Cust
           IF WS-Cust = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CS-Flag(WS-Cust)
               WHEN SPACE
                   ADD 1 TO WS-Customers-Checked
                   MOVE "indexed, no lines on file" TO WS-Reason
                   PERFORM REPORT-CUSTOMER
               WHEN "Y"
                   IF WS-CS-Expect(WS-Cust) NOT = ZERO
                       MOVE "more lines indexed than on file"
                           TO WS-Reason
                       PERFORM REPORT-CUSTOMER
                   ELSE
                       IF TI-Line-Count
                               NOT = WS-CS-File-Count(WS-Cust)
                           MOVE "index line count wrong"
                               TO WS-Reason
                           PERFORM REPORT-CUSTOMER
                       END-IF
                   END-IF
           END-EVALUATE.

       REPORT-CUSTOMER.
           MOVE "X" TO WS-CS-Flag(WS-Cust)
           ADD 1 TO WS-Customers-Bad
           DISPLAY "  Customer " WS-Cust ": " WS-Reason.
