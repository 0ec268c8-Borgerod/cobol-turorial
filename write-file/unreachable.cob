       IDENTIFICATION DIVISION.
       PROGRAM-ID. unreachable.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * can't-reach listing: every active customer whose address
      * custmaint.cob has marked undeliverable after returned mail,
      * with when the mail came back, how many pieces have come
      * back (ReturnedMail.dat), how long ago, and whether there is
      * an email address or phone number left to reach them on -
      * the worklist for tracing customers whose letters,
      * campaigns and statements are being held. Active customers
      * with no contact record at all are counted at the foot.
      * Read-only; spooled as UNREACHABLE.

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
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT ReturnedMailFile ASSIGN TO "ReturnedMail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReturnedMail-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD ReturnedMailFile.
           01 ReturnedRecord.
               COPY RTMLREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-Contact-Open-Flag PIC X VALUE "N".
               88 WS-Contact-Open VALUE "Y".
           01 WS-ReturnedMail-Status PIC XX.
               88 WS-ReturnedMail-OK VALUE "00".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Returned-Int PIC 9(8).
           01 WS-Days-Out PIC 9(5).

      *    the return log boiled down to one entry per customer -
      *    how many pieces came back and the latest one.
           01 WS-Ret-Table.
               05 WS-Ret-Entry OCCURS 500 TIMES.
                   10 WS-RT-Customer PIC 9(5).
                   10 WS-RT-Count    PIC 9(3).
                   10 WS-RT-Date     PIC 9(8).
                   10 WS-RT-Item     PIC X(10).
           01 WS-Ret-Count PIC 9(3) VALUE ZERO.
           01 WS-Ret-Idx PIC 9(3).
           01 WS-Ret-Found-Flag PIC X.
               88 WS-Ret-Found VALUE "Y".

           01 WS-Cust-Name PIC X(24).
           01 WS-Other-Channel PIC X(11).
           01 WS-Pieces PIC 9(3).
           01 WS-Last-Item PIC X(10).
           01 WS-Unreachable-Count PIC 9(5) VALUE ZERO.
           01 WS-No-Channel-Count PIC 9(5) VALUE ZERO.
           01 WS-No-Contact-Count PIC 9(5) VALUE ZERO.
           01 in-days PIC ZZZZ9.
           01 in-pieces PIC ZZ9.
           01 in-count PIC ZZZZ9.

           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "UNREACHABLE".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today)

           PERFORM LOAD-RETURNED-MAIL
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               SET WS-Contact-Open TO TRUE
           END-IF

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "CUSTOMERS WE CANNOT REACH BY POST - " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "ID    NAME                     BR RETURNED "
               " DAYS PCS LAST ITEM  OTHER CHANNEL"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

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
                       IF Customer-Active
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-Contact-Open
               CLOSE ContactFile
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Unreachable-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Addresses marked undeliverable : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-No-Channel-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "  of which no email or phone   : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-No-Contact-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "No contact record on file      : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           STOP RUN.

       LOAD-RETURNED-MAIL.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReturnedMailFile
           IF NOT WS-ReturnedMail-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReturnedMailFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-RETURN
               END-READ
           END-PERFORM
           IF WS-ReturnedMail-Status NOT = "35"
               CLOSE ReturnedMailFile
           END-IF.

       TAKE-ONE-RETURN.
           PERFORM FIND-RETURN-ENTRY
           IF NOT WS-Ret-Found
               IF WS-Ret-Count >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Ret-Count
               MOVE WS-Ret-Count TO WS-Ret-Idx
               MOVE RM-Customer-ID TO WS-RT-Customer(WS-Ret-Idx)
               MOVE ZERO TO WS-RT-Count(WS-Ret-Idx)
               MOVE ZERO TO WS-RT-Date(WS-Ret-Idx)
           END-IF
           ADD 1 TO WS-RT-Count(WS-Ret-Idx)
           IF RM-Returned-Date >= WS-RT-Date(WS-Ret-Idx)
               MOVE RM-Returned-Date TO WS-RT-Date(WS-Ret-Idx)
               MOVE RM-Item TO WS-RT-Item(WS-Ret-Idx)
           END-IF.

       FIND-RETURN-ENTRY.
           MOVE "N" TO WS-Ret-Found-Flag
           PERFORM VARYING WS-Ret-Idx FROM 1 BY 1
               UNTIL WS-Ret-Idx > WS-Ret-Count
               OR WS-Ret-Found
               IF WS-RT-Customer(WS-Ret-Idx) = RM-Customer-ID
                   SET WS-Ret-Found TO TRUE
                   SUBTRACT 1 FROM WS-Ret-Idx
               END-IF
           END-PERFORM.

       CONSIDER-ONE-CUSTOMER.
           IF NOT WS-Contact-Open
               ADD 1 TO WS-No-Contact-Count
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Contact-Rel-Key
           READ ContactFile
               INVALID KEY
                   ADD 1 TO WS-No-Contact-Count
                   EXIT PARAGRAPH
           END-READ
           IF NOT CN-Mail-Undeliverable
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Unreachable-Count

           MOVE ID-num TO RM-Customer-ID
           PERFORM FIND-RETURN-ENTRY
           IF WS-Ret-Found
               MOVE WS-RT-Count(WS-Ret-Idx) TO WS-Pieces
               MOVE WS-RT-Item(WS-Ret-Idx) TO WS-Last-Item
           ELSE
               MOVE ZERO TO WS-Pieces
               MOVE SPACES TO WS-Last-Item
           END-IF
           MOVE ZERO TO WS-Days-Out
           IF CN-Returned-Date > ZERO
               COMPUTE WS-Returned-Int =
                   FUNCTION INTEGER-OF-DATE(CN-Returned-Date)
               IF WS-Today-Int > WS-Returned-Int
                   COMPUTE WS-Days-Out =
                       WS-Today-Int - WS-Returned-Int
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CN-Email NOT = SPACES AND CN-Phone NOT = SPACES
                   MOVE "EMAIL+PHONE" TO WS-Other-Channel
               WHEN CN-Email NOT = SPACES
                   MOVE "EMAIL" TO WS-Other-Channel
               WHEN CN-Phone NOT = SPACES
                   MOVE "PHONE" TO WS-Other-Channel
               WHEN OTHER
                   MOVE "NONE" TO WS-Other-Channel
                   ADD 1 TO WS-No-Channel-Count
           END-EVALUATE

           MOVE SPACES TO WS-Cust-Name
           STRING FUNCTION TRIM(first-name) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(last-name) DELIMITED BY SIZE
               INTO WS-Cust-Name
           END-STRING
           MOVE WS-Days-Out TO in-days
           MOVE WS-Pieces TO in-pieces
           MOVE SPACES TO WS-Report-Line
           STRING ID-num " " WS-Cust-Name " " Branch-Code " "
               CN-Returned-Date " " in-days " " in-pieces " "
               WS-Last-Item " " WS-Other-Channel
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
