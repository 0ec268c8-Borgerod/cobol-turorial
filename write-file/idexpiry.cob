       IDENTIFICATION DIVISION.
       PROGRAM-ID. idexpiry.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * identity documents running out: every active customer whose
      * document on IdentityDocs.dat (checked in custmaint.cob)
      * expires in the next 60 days, soonest first, with the phone
      * number to ring and ask for a new one - plus any already
      * past expiry, which have stopped verifying the customer. The
      * foot counts active customers with no document on file at
      * all. Runs monthly from the scheduler (see scheduler.cob's
      * seeded night); read-only, spooled as IDEXPIRY, and
      * recorded on RunHistory.dat like every scheduled job.

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
           SELECT IdentityFile ASSIGN TO "IdentityDocs.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Identity-Rel-Key
               FILE STATUS IS WS-IdentityFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD IdentityFile.
           01 IdentityData.
               COPY IDDOCREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Identity-Rel-Key PIC 9(5).
           01 WS-IdentityFile-Status PIC XX.
               88 WS-Identity-File-OK VALUE "00".
           01 WS-Identity-Open-Flag PIC X VALUE "N".
               88 WS-Identity-Open VALUE "Y".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-Contact-Open-Flag PIC X VALUE "N".
               88 WS-Contact-Open VALUE "Y".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".

           01 WS-Window-Days PIC 9(3) VALUE 60.
           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Expiry-Int PIC 9(8).
           01 WS-Days-Left PIC S9(5).

      *    the customers to list, held so they can go out soonest
      *    expiry first - the Customer.dat scan comes in ID order.
           01 WS-Exp-Table.
               05 WS-Exp-Entry OCCURS 500 TIMES.
                   10 WS-EX-Expiry PIC 9(8).
                   10 WS-EX-Line   PIC X(100).
           01 WS-Exp-Count PIC 9(3) VALUE ZERO.
           01 WS-Exp-Idx PIC 9(3).
           01 WS-Exp-Idx-2 PIC 9(3).
           01 WS-Swap-Entry PIC X(108).

           01 WS-Cust-Name PIC X(24).
           01 WS-Doc-Type-Name PIC X(16).
           01 WS-Phone PIC X(15).
           01 WS-Expiring-Count PIC 9(5) VALUE ZERO.
           01 WS-Expired-Count PIC 9(5) VALUE ZERO.
           01 WS-No-Document-Count PIC 9(5) VALUE ZERO.
           01 WS-Dropped-Count PIC 9(5) VALUE ZERO.
           01 in-days PIC ----9.
           01 in-count PIC ZZZZ9.

           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "IDEXPIRY".
           01 WS-Spool-Line PIC X(132).

      *    run-history state - see FINISH-RUN.
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "idexpiry".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).
           01 WS-Failed-Flag PIC X VALUE "N".
               88 WS-Failed VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today)

           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF
           OPEN INPUT IdentityFile
           IF WS-Identity-File-OK
               SET WS-Identity-Open TO TRUE
           END-IF
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               SET WS-Contact-Open TO TRUE
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
                       IF Customer-Active
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-Identity-Open
               CLOSE IdentityFile
           END-IF
           IF WS-Contact-Open
               CLOSE ContactFile
           END-IF

           PERFORM SORT-BY-EXPIRY
           PERFORM PRINT-EXPIRY-REPORT
           PERFORM FINISH-RUN.

       FINISH-RUN.
           COMPUTE WS-RH-Records = WS-Expiring-Count
               + WS-Expired-Count
           IF WS-Failed
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

       CONSIDER-ONE-CUSTOMER.
           IF NOT WS-Identity-Open
               ADD 1 TO WS-No-Document-Count
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Identity-Rel-Key
           READ IdentityFile
               INVALID KEY
                   ADD 1 TO WS-No-Document-Count
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-Expiry-Int =
               FUNCTION INTEGER-OF-DATE(IV-Expiry-Date)
           COMPUTE WS-Days-Left = WS-Expiry-Int - WS-Today-Int
           IF WS-Days-Left > WS-Window-Days
               EXIT PARAGRAPH
           END-IF
           IF WS-Days-Left < ZERO
               ADD 1 TO WS-Expired-Count
           ELSE
               ADD 1 TO WS-Expiring-Count
           END-IF
           IF WS-Exp-Count >= 500
               ADD 1 TO WS-Dropped-Count
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN IV-Passport
                   MOVE "PASSPORT" TO WS-Doc-Type-Name
               WHEN IV-Driving-Licence
                   MOVE "DRIVING LICENCE" TO WS-Doc-Type-Name
               WHEN IV-National-ID
                   MOVE "NATIONAL ID" TO WS-Doc-Type-Name
               WHEN OTHER
                   MOVE "RESIDENCE PERMIT" TO WS-Doc-Type-Name
           END-EVALUATE
           MOVE SPACES TO WS-Phone
           IF WS-Contact-Open
               MOVE ID-num TO WS-Contact-Rel-Key
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-Phone TO WS-Phone
               END-READ
           END-IF
           MOVE SPACES TO WS-Cust-Name
           STRING FUNCTION TRIM(first-name) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(last-name) DELIMITED BY SIZE
               INTO WS-Cust-Name
           END-STRING
           MOVE WS-Days-Left TO in-days

           ADD 1 TO WS-Exp-Count
           MOVE IV-Expiry-Date TO WS-EX-Expiry(WS-Exp-Count)
           MOVE SPACES TO WS-EX-Line(WS-Exp-Count)
           STRING ID-num " " WS-Cust-Name " " Branch-Code " "
               WS-Doc-Type-Name " " IV-Expiry-Date " " in-days " "
               WS-Phone
               DELIMITED BY SIZE INTO WS-EX-Line(WS-Exp-Count)
           END-STRING
           IF WS-Days-Left < ZERO
               MOVE "EXPIRED" TO WS-EX-Line(WS-Exp-Count)(91:7)
           END-IF.

       SORT-BY-EXPIRY.
      *    a straight exchange sort - a month's worth of expiring
      *    documents is a short list.
           PERFORM VARYING WS-Exp-Idx FROM 1 BY 1
               UNTIL WS-Exp-Idx >= WS-Exp-Count
               PERFORM VARYING WS-Exp-Idx-2 FROM WS-Exp-Idx BY 1
                   UNTIL WS-Exp-Idx-2 > WS-Exp-Count
                   IF WS-EX-Expiry(WS-Exp-Idx-2)
                       < WS-EX-Expiry(WS-Exp-Idx)
                       MOVE WS-Exp-Entry(WS-Exp-Idx) TO WS-Swap-Entry
                       MOVE WS-Exp-Entry(WS-Exp-Idx-2)
                           TO WS-Exp-Entry(WS-Exp-Idx)
                       MOVE WS-Swap-Entry
                           TO WS-Exp-Entry(WS-Exp-Idx-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-EXPIRY-REPORT.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "IDENTITY DOCUMENTS EXPIRING WITHIN "
               WS-Window-Days " DAYS - " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "ID    NAME                     BR DOCUMENT        "
               " EXPIRES   DAYS PHONE"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-Exp-Idx FROM 1 BY 1
               UNTIL WS-Exp-Idx > WS-Exp-Count
               MOVE WS-EX-Line(WS-Exp-Idx) TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Expiring-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Expiring - ask for a new document : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Expired-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Already expired - not verified    : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-No-Document-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Active with no document on file   : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Dropped-Count > ZERO
               MOVE WS-Dropped-Count TO in-count
               MOVE SPACES TO WS-Report-Line
               STRING "** " in-count " more not listed - table "
                   "full **"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
