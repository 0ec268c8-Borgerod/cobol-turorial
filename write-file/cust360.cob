      * transcript history, and the most recent audit entries -
      * instead of running custmaint, grepping Transcript.dat and
      * eyeballing AuditLog.dat to answer a single phone call.
      * The recent transactions (and the fallback balance) are read
      * from the customer's own chain on the transaction index the
      * TRAN-INDEX subroutine keeps, not from a pass over the whole
      * of Transactions.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT TranscriptFile ASSIGN TO "Transcript.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TranscriptFile-Status.
           01 BalanceRecord.
               COPY BALREC.

      *    same layout tutCondition.cob writes - duplicated here the
      *    way the cost group is duplicated in costreport.cob.
           FD TranscriptFile.
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-TranscriptFile-Status PIC XX.
               88 WS-TranscriptFile-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.

           01 WS-Tran-Eof-Flag PIC X VALUE "N".
               88 WS-Tran-Eof VALUE "Y".
      *    the customer's lines, one per CALL of the TRAN-INDEX
      *    subroutine ("FST" then "NXT" until the end flag).
           01 WS-TI-Op PIC X(3).
           01 TransactionRecord.
               COPY TRANSREC.
           01 WS-Transcript-Eof-Flag PIC X VALUE "N".
               88 WS-Transcript-Eof VALUE "Y".
           01 WS-Audit-Eof-Flag PIC X VALUE "N".
                   NOT INVALID KEY
                       DISPLAY "Address  : " CN-Street
                       DISPLAY "           " CN-Postal-Code " " CN-City
                       IF CN-Mail-Undeliverable
                           DISPLAY "           ** MAIL RETURNED "
                               CN-Returned-Date
                               " - address undeliverable **"
                       END-IF
                       DISPLAY "Phone    : " CN-Phone
                       DISPLAY "Email    : " CN-Email
               END-READ

       COLLECT-RECENT-TRANSACTIONS.
           MOVE ZERO TO WS-Tran-Count
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, WS-ID-Entry,
               TransactionRecord, WS-Tran-Eof-Flag
           PERFORM UNTIL WS-Tran-Eof
               PERFORM COLLECT-ONE-TRANSACTION
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, WS-ID-Entry,
                   TransactionRecord, WS-Tran-Eof-Flag
           END-PERFORM.

       COLLECT-ONE-TRANSACTION.
           IF TR-Customer-ID = WS-ID-Entry
