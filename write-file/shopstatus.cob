      * backup and how old it is, the last reconciliation result
      * off RunHistory.dat, whether Checkpoint.dat holds a pending
      * restart position, the ControlTotal.dat figures, and whether
      * the batch window is up. The last night's capacity check
      * (capwatch.cob, Capacity.dat) is shown too - every number
      * range or program table at or past the warning line, so
      * the operator hears about a limit months before it bites.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RunHistoryFile ASSIGN TO "RunHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunHistory-Status.
           SELECT CapacityFile ASSIGN TO "Capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CapacityFile-Status.
      *    the newest backup's name, shelled into a scratch file -
      *    COBOL has no directory-listing verb, the same reason
      *    BACKUP-CUSTOMER-FILE shells out to cp.
           01 RunHistoryRecord.
               COPY RUNHIST.

           FD CapacityFile.
           01 CapacityRecord.
               COPY CAPREC.

           FD BackupListFile.
           01 BackupListRecord PIC X(60).

               88 WS-RunHistory-OK VALUE "00".
           01 WS-BackupList-Status PIC XX.
               88 WS-BackupList-OK VALUE "00".
           01 WS-CapacityFile-Status PIC XX.
               88 WS-Capacity-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".


           01 WS-Checkpoint-ID PIC 9(5) VALUE ZERO.

           01 WS-Capacity-Date PIC 9(8) VALUE ZERO.
           01 WS-Capacity-Lines PIC 9(4) VALUE ZERO.
           01 WS-Capacity-Alerts PIC 9(4) VALUE ZERO.
           01 WS-Capacity-Pct-Edited PIC ZZ9.
           01 WS-Capacity-Used-Edited PIC Z,ZZZ,ZZ9.
           01 WS-Capacity-Max-Edited PIC Z,ZZZ,ZZ9.

           01 WS-BW-Op PIC X(3) VALUE "CHK".
           01 WS-BW-State PIC X.
           01 WS-BW-Detail PIC X(12).
           PERFORM SHOW-CHECKPOINT
           PERFORM SHOW-CONTROL-TOTAL
           PERFORM SHOW-BATCH-WINDOW
           PERFORM SHOW-CAPACITY
           STOP RUN.

       COUNT-CUSTOMER-FILE.
           ELSE
               DISPLAY "Batch window   : down - clear to open"
           END-IF.

       SHOW-CAPACITY.
           MOVE ZERO TO WS-Capacity-Lines
           MOVE ZERO TO WS-Capacity-Alerts
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CapacityFile
           IF NOT WS-Capacity-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CapacityFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Capacity-Lines
                       MOVE CP-Date TO WS-Capacity-Date
                       IF CP-Warning OR CP-Full
                           ADD 1 TO WS-Capacity-Alerts
                           IF WS-Capacity-Alerts = 1
                               DISPLAY "Capacity       : limits "
                                   "near or at the end (checked "
                                   CP-Date "):"
                           END-IF
                           MOVE CP-Pct TO WS-Capacity-Pct-Edited
                           MOVE CP-Used TO WS-Capacity-Used-Edited
                           MOVE CP-Max TO WS-Capacity-Max-Edited
                           DISPLAY "  " CP-Flag " " CP-Item " "
                               CP-Program " "
                               FUNCTION TRIM(WS-Capacity-Used-Edited)
                               " of "
                               FUNCTION TRIM(WS-Capacity-Max-Edited)
                               " (" FUNCTION TRIM
                               (WS-Capacity-Pct-Edited) "%)"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CapacityFile-Status NOT = "35"
               CLOSE CapacityFile
           END-IF
           IF WS-Capacity-Lines = ZERO
               DISPLAY "Capacity       : never checked - run "
                   "capwatch"
           ELSE
               IF WS-Capacity-Alerts = ZERO
                   DISPLAY "Capacity       : all " WS-Capacity-Lines
                       " limits clear (checked " WS-Capacity-Date
                       ")"
               END-IF
           END-IF.
