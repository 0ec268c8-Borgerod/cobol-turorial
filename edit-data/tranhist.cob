      * idiom) and lists a customer's lines - or the whole year -
      * exactly as they were posted, with a net total. Read-only;
      * the archive never changes once cut.
      * A customer lookup for a year that has not been archived yet
      * lists the customer's live lines for that year instead, off
      * their own chain on the transaction index the TRAN-INDEX
      * subroutine keeps - so one inquiry answers for any year
      * without reading the whole of Transactions.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-Archive-Eof-Flag PIC X VALUE "N".
               88 WS-Archive-Eof VALUE "Y".
           01 WS-Archive-Name PIC X(30).
           01 WS-Archive-Missing-Flag PIC X VALUE "N".
               88 WS-Archive-Missing VALUE "Y".

      *    the customer's live lines, one per CALL of the TRAN-INDEX
      *    subroutine ("FST" then "NXT" until the end flag).
           01 WS-TI-Op PIC X(3).
           01 WS-Live-Eof-Flag PIC X VALUE "N".
               88 WS-Live-Eof VALUE "Y".
           01 LiveRecord.
               COPY TRANSREC REPLACING LEADING ==TR-== BY ==LV-==.

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
           DISPLAY "Customer ID :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           PERFORM SCAN-ARCHIVE
           IF WS-Archive-Missing
               PERFORM WALK-LIVE-LINES
           END-IF
           DISPLAY "Lines found: " WS-Matches
           MOVE WS-Net-Total TO signed-net
           DISPLAY "Net for the year: " signed-net.
           MOVE ZERO TO WS-Matches
           MOVE ZERO TO WS-Net-Total
           MOVE "N" TO WS-Archive-Eof-Flag
           MOVE "N" TO WS-Archive-Missing-Flag
           MOVE SPACES TO WS-Archive-Name
           STRING "TranArchive" WS-Year-Entry ".dat"
               DELIMITED BY SIZE INTO WS-Archive-Name
           END-STRING
           OPEN INPUT ArchiveFile
           IF NOT WS-Archive-File-OK
               SET WS-Archive-Missing TO TRUE
               IF WS-ID-Entry = ZERO
                   DISPLAY "No " FUNCTION TRIM(WS-Archive-Name)
                       " on file - that year was never archived"
               ELSE
                   DISPLAY "No " FUNCTION TRIM(WS-Archive-Name)
                       " on file - live lines for the year:"
               END-IF
               SET WS-Archive-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Archive-Eof
           IF WS-Archive-File-OK
               CLOSE ArchiveFile
           END-IF.

       WALK-LIVE-LINES.
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, WS-ID-Entry,
               LiveRecord, WS-Live-Eof-Flag
           PERFORM UNTIL WS-Live-Eof
               IF LV-Date-yyyy = WS-Year-Entry
                   ADD 1 TO WS-Matches
                   ADD LV-Amount TO WS-Net-Total
                   MOVE LV-Amount TO signed-dollar
                   DISPLAY "  " LV-Customer-ID " "
                       LV-Date " " LV-Type " "
                       LV-Description " " signed-dollar
               END-IF
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, WS-ID-Entry,
                   LiveRecord, WS-Live-Eof-Flag
           END-PERFORM.
