      *   "LIN" - write one report line (a fresh page heading goes
      *           in automatically every 55 lines)
      *   "CLS" - finish with an END OF REPORT line and close
      *   "BRK" - declare the page-break key: L-Line(1:2) is the
      *           Branch-Code the lines that follow belong to. A
      *           change of key starts a fresh page, and every page
      *           heading from then on ends " - branch <key>" -
      *           spaces ends the keyed pages (shop-wide totals).
      *           spoolburst.cob splits a keyed spool into one
      *           piece per branch on those headings.
      * Reports keep DISPLAYing as before - the spool is the record,
      * the screen is the performance. spoolview.cob lists and
      * re-prints past spools.
               05 SX-Date PIC 9(8).
               05 SX-Name PIC X(40).
               05 SX-Report PIC X(12).
      *        spaces for a whole report, "**" once spoolburst.cob
      *        has split it, the Branch-Code on one of the pieces.
               05 SX-Branch PIC X(2).

       WORKING-STORAGE SECTION.
           01 WS-SpoolFile-Status PIC XX.
           01 WS-Index-Eof-Flag PIC X.
               88 WS-Index-Eof VALUE "Y".
           01 WS-Already-Registered PIC X.
      *    the declared page-break key, and whether the next line
      *    has to start a page - the heading waits for the first
      *    line so a key declared straight after "OPN" still lands
      *    on page 1.
           01 WS-Page-Key PIC X(2) VALUE SPACES.
           01 WS-Heading-Due-Flag PIC X VALUE "N".
               88 WS-Heading-Due VALUE "Y".

       LINKAGE SECTION.
           01 L-Op PIC X(3).
               WHEN "OPN" PERFORM OPEN-SPOOL
               WHEN "LIN" PERFORM SPOOL-ONE-LINE
               WHEN "CLS" PERFORM CLOSE-SPOOL
               WHEN "BRK" PERFORM SET-PAGE-KEY
           END-EVALUATE
           GOBACK.

           OPEN OUTPUT SpoolFile
           SET WS-Spool-Open TO TRUE
           MOVE ZERO TO WS-Page-Num
           MOVE SPACES TO WS-Page-Key
           SET WS-Heading-Due TO TRUE
           PERFORM REGISTER-ON-INDEX.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-Page-Num
           MOVE "N" TO WS-Heading-Due-Flag
           MOVE SPACES TO SpoolRecord
           IF WS-Page-Key = SPACES
               STRING FUNCTION TRIM(WS-Report-Name)
                   " - run date " WS-Run-Date
                   " - page " WS-Page-Num
                   DELIMITED BY SIZE INTO SpoolRecord
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-Report-Name)
                   " - run date " WS-Run-Date
                   " - page " WS-Page-Num
                   " - branch " WS-Page-Key
                   DELIMITED BY SIZE INTO SpoolRecord
               END-STRING
           END-IF
           WRITE SpoolRecord
           MOVE ALL "-" TO SpoolRecord(1:40)
           MOVE SPACES TO SpoolRecord(41:92)
           IF NOT WS-Spool-Open
               GOBACK
           END-IF
           IF WS-Heading-Due
               OR WS-Lines-On-Page >= WS-Lines-Per-Page
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE L-Line TO SpoolRecord
           WRITE SpoolRecord
           ADD 1 TO WS-Lines-On-Page.

       SET-PAGE-KEY.
           IF NOT WS-Spool-Open
               GOBACK
           END-IF
           IF L-Line(1:2) NOT = WS-Page-Key
               MOVE L-Line(1:2) TO WS-Page-Key
               SET WS-Heading-Due TO TRUE
           END-IF.

       CLOSE-SPOOL.
           IF WS-Spool-Open
               IF WS-Heading-Due
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE "*** END OF REPORT ***" TO SpoolRecord
               WRITE SpoolRecord
               CLOSE SpoolFile
           MOVE WS-Run-Date TO SX-Date
           MOVE WS-Spool-Name TO SX-Name
           MOVE WS-Report-Name TO SX-Report
           MOVE SPACES TO SX-Branch
           WRITE SpoolIndexRecord
           CLOSE SpoolIndexFile.
