       IDENTIFICATION DIVISION.
       PROGRAM-ID. spoolburst.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * report bursting: splits the day's spooled reports into one
      * print file per branch, so a branch manager reads their own
      * customers' pages instead of paging through the whole shop's
      * run. A report declares its page-break key to SPOOL-PRINT
      * ("BRK" - the Branch-Code the following lines belong to) and
      * every page heading after that carries " - branch <code>";
      * this reads each spool registered on SpoolIndex.dat for the
      * run date and copies every keyed page into
      * Spool.<report>.<date>.<branch>.dat, closing each piece with
      * the END OF REPORT line. Unkeyed pages (the shop-wide totals)
      * stay in the whole report only. Each piece is registered on
      * SpoolIndex.dat under its branch and the whole report is
      * marked as burst ("**"), which is what spoolview.cob uses to
      * show a manager their own pieces and keep the whole-shop copy
      * for administrators. A spool without a keyed page is left as
      * it is. Runs for today, or the yyyymmdd in BURST-DATE; a
      * re-run rewrites the same pieces. Nightly from the scheduler,
      * recorded on RunHistory.dat like every job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SpoolIndexFile ASSIGN TO "SpoolIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SpoolIndex-Status.
           SELECT SpoolFile ASSIGN USING WS-Spool-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SpoolFile-Status.
           SELECT PieceFile ASSIGN USING WS-Piece-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PieceFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    same layout SPOOL-PRINT registers.
           FD SpoolIndexFile.
           01 SpoolIndexRecord.
               05 SX-Date PIC 9(8).
               05 SX-Name PIC X(40).
               05 SX-Report PIC X(12).
               05 SX-Branch PIC X(2).

           FD SpoolFile.
           01 SpoolRecord PIC X(132).

           FD PieceFile.
           01 PieceRecord PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-SpoolIndex-Status PIC XX.
               88 WS-Index-OK VALUE "00".
           01 WS-SpoolFile-Status PIC XX.
               88 WS-Spool-OK VALUE "00".
           01 WS-PieceFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Spool-Name PIC X(40).
           01 WS-Piece-Name PIC X(40).

           01 WS-Burst-Env PIC X(8).
           01 WS-Burst-Date PIC 9(8).

      *    the whole index, rewritten once the pieces are on it - the
      *    prodmaint.cob table-and-rewrite treatment.
           01 WS-Index-Table.
               05 WS-IX-Entry OCCURS 500 TIMES.
                   10 WS-IX-Date    PIC 9(8).
                   10 WS-IX-Name    PIC X(40).
                   10 WS-IX-Report  PIC X(12).
                   10 WS-IX-Branch  PIC X(2).
           01 WS-Index-Count PIC 9(3) VALUE ZERO.
           01 WS-IX-Idx PIC 9(3).
           01 WS-IX-Idx-2 PIC 9(3).
           01 WS-Spools-Checked PIC 9(3).
           01 WS-Index-Overflow-Flag PIC X VALUE "N".
               88 WS-Index-Overflow VALUE "Y".
           01 WS-Registered-Flag PIC X.
               88 WS-Already-Registered VALUE "Y".

      *    the branches one spool has been split into so far - a
      *    branch whose pages come back later is appended to.
           01 WS-Piece-Table.
               05 WS-PC-Branch PIC X(2) OCCURS 30 TIMES.
           01 WS-Piece-Count PIC 9(2).
           01 WS-PC-Idx PIC 9(2).
           01 WS-Piece-Open-Flag PIC X VALUE "N".
               88 WS-Piece-Open VALUE "Y".
           01 WS-Current-Key PIC X(2).
           01 WS-Page-Key PIC X(2).
           01 WS-Pieces-Dropped PIC 9(3) VALUE ZERO.

      *    how a page heading starts - "<report> - run date ".
           01 WS-Heading-Prefix PIC X(40).
           01 WS-Prefix-Len PIC 9(2).
           01 WS-Before-Key PIC X(132).
           01 WS-After-Key PIC X(132).

           01 WS-Spools-Burst PIC 9(3) VALUE ZERO.
           01 WS-Pieces-Written PIC 9(5) VALUE ZERO.

      *    run-history state - see FINISH-RUN.
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "spoolburst".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE SPACES TO WS-Burst-Env
           ACCEPT WS-Burst-Env FROM ENVIRONMENT "BURST-DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-Burst-Env
           END-ACCEPT
           IF WS-Burst-Env IS NUMERIC
               MOVE WS-Burst-Env TO WS-Burst-Date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Burst-Date
           END-IF
           DISPLAY "Bursting the spools of " WS-Burst-Date

           PERFORM LOAD-SPOOL-INDEX
           IF WS-Index-Overflow
      *        the rewrite would lose the lines past the table.
               DISPLAY "SpoolIndex.dat holds more than 500 spools - "
                   "nothing burst"
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

      *    only the whole reports on the index when the run started
      *    - the pieces added below are never burst again.
           MOVE WS-Index-Count TO WS-Spools-Checked
           PERFORM VARYING WS-IX-Idx FROM 1 BY 1
               UNTIL WS-IX-Idx > WS-Spools-Checked
               IF WS-IX-Date(WS-IX-Idx) = WS-Burst-Date
                   AND (WS-IX-Branch(WS-IX-Idx) = SPACES
                       OR WS-IX-Branch(WS-IX-Idx) = "**")
                   PERFORM BURST-ONE-SPOOL
               END-IF
           END-PERFORM

           IF WS-Spools-Burst > ZERO
               PERFORM REWRITE-SPOOL-INDEX
           END-IF
           DISPLAY "Spools burst      : " WS-Spools-Burst
           DISPLAY "Pieces written    : " WS-Pieces-Written
           IF WS-Pieces-Dropped > ZERO
               DISPLAY "Pieces not written: " WS-Pieces-Dropped
                   " (more than 30 branches or a full index)"
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           PERFORM FINISH-RUN.

       FINISH-RUN.
           MOVE WS-Pieces-Written TO WS-RH-Records
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       LOAD-SPOOL-INDEX.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SpoolIndexFile
           IF NOT WS-Index-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SpoolIndexFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Index-Count < 500
                           ADD 1 TO WS-Index-Count
                           MOVE SpoolIndexRecord
                               TO WS-IX-Entry(WS-Index-Count)
                       ELSE
                           SET WS-Index-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SpoolIndex-Status NOT = "35"
               CLOSE SpoolIndexFile
           END-IF.

       BURST-ONE-SPOOL.
           MOVE WS-IX-Name(WS-IX-Idx) TO WS-Spool-Name
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SpoolFile
           IF NOT WS-Spool-OK
               DISPLAY "  (" FUNCTION TRIM(WS-Spool-Name)
                   " is on the index but not on disk)"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Heading-Prefix
           STRING FUNCTION TRIM(WS-IX-Report(WS-IX-Idx))
               " - run date " DELIMITED BY SIZE
               INTO WS-Heading-Prefix
           END-STRING
           COMPUTE WS-Prefix-Len = FUNCTION LENGTH(FUNCTION TRIM(
               WS-IX-Report(WS-IX-Idx))) + 12
           MOVE ZERO TO WS-Piece-Count
           MOVE SPACES TO WS-Current-Key
           PERFORM UNTIL WS-Eof
               READ SpoolFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM BURST-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SpoolFile
           IF WS-Piece-Open
               CLOSE PieceFile
               MOVE "N" TO WS-Piece-Open-Flag
           END-IF
           IF WS-Piece-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-Idx FROM 1 BY 1
               UNTIL WS-PC-Idx > WS-Piece-Count
               PERFORM FINISH-ONE-PIECE
           END-PERFORM
           MOVE "**" TO WS-IX-Branch(WS-IX-Idx)
           ADD 1 TO WS-Spools-Burst
           DISPLAY "  " WS-IX-Report(WS-IX-Idx) " into "
               WS-Piece-Count " branch piece(s)".

       BURST-ONE-LINE.
      *    a page heading says whose page follows; the trailer
      *    belongs to the whole report and each piece gets its own.
           IF SpoolRecord(1:21) = "*** END OF REPORT ***"
               EXIT PARAGRAPH
           END-IF
           IF SpoolRecord(1:WS-Prefix-Len)
               = WS-Heading-Prefix(1:WS-Prefix-Len)
               MOVE SPACES TO WS-Before-Key WS-After-Key
               UNSTRING SpoolRecord DELIMITED BY " - branch "
                   INTO WS-Before-Key WS-After-Key
               END-UNSTRING
               MOVE WS-After-Key(1:2) TO WS-Page-Key
               IF WS-Page-Key NOT = WS-Current-Key
                   PERFORM SWITCH-PIECE
               END-IF
           END-IF
           IF WS-Piece-Open
               MOVE SpoolRecord TO PieceRecord
               WRITE PieceRecord
           END-IF.

       SWITCH-PIECE.
           IF WS-Piece-Open
               CLOSE PieceFile
               MOVE "N" TO WS-Piece-Open-Flag
           END-IF
           MOVE WS-Page-Key TO WS-Current-Key
           IF WS-Current-Key = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-Idx FROM 1 BY 1
               UNTIL WS-PC-Idx > WS-Piece-Count
               OR WS-PC-Branch(WS-PC-Idx) = WS-Current-Key
               CONTINUE
           END-PERFORM
           PERFORM SET-PIECE-NAME
           IF WS-PC-Idx > WS-Piece-Count
               IF WS-Piece-Count >= 30
                   ADD 1 TO WS-Pieces-Dropped
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Piece-Count
               MOVE WS-Current-Key TO WS-PC-Branch(WS-Piece-Count)
               OPEN OUTPUT PieceFile
           ELSE
               OPEN EXTEND PieceFile
           END-IF
           SET WS-Piece-Open TO TRUE.

       SET-PIECE-NAME.
           MOVE SPACES TO WS-Piece-Name
           STRING "Spool." DELIMITED BY SIZE
               FUNCTION TRIM(WS-IX-Report(WS-IX-Idx))
               DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-IX-Date(WS-IX-Idx) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-Current-Key DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-Piece-Name
           END-STRING.

       FINISH-ONE-PIECE.
           MOVE WS-PC-Branch(WS-PC-Idx) TO WS-Current-Key
           PERFORM SET-PIECE-NAME
           OPEN EXTEND PieceFile
           MOVE "*** END OF REPORT ***" TO PieceRecord
           WRITE PieceRecord
           CLOSE PieceFile
           ADD 1 TO WS-Pieces-Written
      *    a re-run rewrites the same file - one index line per
      *    piece, the SPOOL-PRINT rule.
           MOVE "N" TO WS-Registered-Flag
           PERFORM VARYING WS-IX-Idx-2 FROM 1 BY 1
               UNTIL WS-IX-Idx-2 > WS-Index-Count
               IF WS-IX-Name(WS-IX-Idx-2) = WS-Piece-Name
                   SET WS-Already-Registered TO TRUE
               END-IF
           END-PERFORM
           IF WS-Already-Registered
               EXIT PARAGRAPH
           END-IF
           IF WS-Index-Count >= 500
               ADD 1 TO WS-Pieces-Dropped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Index-Count
           MOVE WS-IX-Date(WS-IX-Idx) TO WS-IX-Date(WS-Index-Count)
           MOVE WS-Piece-Name TO WS-IX-Name(WS-Index-Count)
           MOVE WS-IX-Report(WS-IX-Idx)
               TO WS-IX-Report(WS-Index-Count)
           MOVE WS-Current-Key TO WS-IX-Branch(WS-Index-Count).

       REWRITE-SPOOL-INDEX.
           OPEN OUTPUT SpoolIndexFile
           PERFORM VARYING WS-IX-Idx FROM 1 BY 1
               UNTIL WS-IX-Idx > WS-Index-Count
               MOVE WS-IX-Entry(WS-IX-Idx) TO SpoolIndexRecord
               WRITE SpoolIndexRecord
           END-PERFORM
           CLOSE SpoolIndexFile.
