       IDENTIFICATION DIVISION.
       PROGRAM-ID. revrecog.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * month-end revenue recognition: a contract billed in advance
      * (see RG-Billing in copybooks/RECGREC.cpy) is posted by
      * recurpost.cob into DEFERRED REVENUE 2700, with one slice per
      * service month in RevenueSchedule.dat. This run releases
      * every pending slice whose month has come - Dr 2700 /
      * Cr SERVICE REVENUE 4000 through GL-POST, dated the last day
      * of the slice's month - marks it released, and then reports
      * the deferred balance still to be earned, charge by charge,
      * so the month-end revenue figure only holds what was earned
      * in the month. A release month of zero prints the report
      * without posting anything. The month has to be open (see
      * the PERIOD-CHECK subroutine and periodclose.cob) and cannot
      * be in the future. Displayed and spooled through
      * SPOOL-PRINT; the run is logged through RUN-HISTORY.
      * When the schedule is rewritten, slices released in a year
      * whose December is closed are left off it - their revenue
      * is in the ledger for good and the file only carries what
      * can still move. A schedule bigger than the table releases
      * nothing and ends FAIL rather than be rewritten short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScheduleFile ASSIGN TO "RevenueSchedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScheduleFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD ScheduleFile.
           01 ScheduleRecord.
               COPY REVSREC.

       WORKING-STORAGE SECTION.
           01 WS-ScheduleFile-Status PIC XX.
               88 WS-Schedule-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the whole schedule held in storage and rewritten after the
      *    release - same table-and-rewrite idiom as recurpost.cob.
           01 WS-Schedule-Table.
               05 WS-Schedule-Entry OCCURS 2000 TIMES.
                   10 WS-SC-Record PIC X(57).
           01 WS-Schedule-Count PIC 9(4) VALUE ZERO.
           01 WS-SC-Idx PIC 9(4).
           01 WS-Schedule-Overflow-Flag PIC X VALUE "N".
               88 WS-Schedule-Overflow VALUE "Y".
           01 WS-Work-Slice.
               COPY REVSREC.

           01 WS-Today PIC 9(8).
           01 WS-Release-Month PIC 9(6).
           01 WS-Release-Parts REDEFINES WS-Release-Month.
               05 WS-Release-Year  PIC 9(4).
               05 WS-Release-mm    PIC 9(2).
           01 WS-Next-First PIC 9(8).
           01 WS-Next-Parts REDEFINES WS-Next-First.
               05 WS-Next-Year  PIC 9(4).
               05 WS-Next-mm    PIC 9(2).
               05 WS-Next-dd    PIC 9(2).
           01 WS-Month-End PIC 9(8).
           01 WS-Released-Count PIC 9(5) VALUE ZERO.
           01 WS-Released-Total PIC 9(9)V9(2) VALUE ZERO.

      *    a year is closed once its December is - the last year
      *    looked up is kept, so the file is not read per slice.
           01 WS-Year-End-Period PIC 9(6).
           01 WS-Year-End-Parts REDEFINES WS-Year-End-Period.
               05 WS-Year-End-Year PIC 9(4).
               05 WS-Year-End-mm   PIC 9(2).
           01 WS-Checked-Year PIC 9(4) VALUE ZERO.
           01 WS-Checked-Open-Flag PIC X.
           01 WS-Year-Open-Flag PIC X.
               88 WS-Year-Is-Open VALUE "Y".
           01 WS-Dropped-Count PIC 9(5) VALUE ZERO.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state: out of deferred revenue,
      *    into service revenue.
           01 WS-GL-Source PIC X(12) VALUE "revrecog".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 2700.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 4000.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).

      *    deferred-balance report: one line per charge (customer,
      *    description and billing date), pending slices summed.
           01 WS-Charge-Key PIC X(33).
           01 WS-Prior-Key PIC X(33).
           01 WS-Charge-Total PIC 9(9)V9(2).
           01 WS-Charge-Slices PIC 9(3).
           01 WS-Charge-Last PIC 9(6).
           01 WS-Deferred-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Report-Line PIC X(80).
           01 in-amount PIC ZZZ,ZZZ,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "DEFERREV".
           01 WS-Spool-Line PIC X(132).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "revrecog".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           DISPLAY "Release month (yyyymm, 0 = report only) :"
               WITH NO ADVANCING
           ACCEPT WS-Release-Month
           IF WS-Release-Month NOT = ZERO
               IF WS-Release-mm < 1 OR WS-Release-mm > 12
                   DISPLAY "Not a valid month - nothing released"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Release-Month > WS-Today(1:6)
                   DISPLAY "Month " WS-Release-Month " has not "
                       "started - nothing released"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "PERIOD-CHECK" USING WS-Release-Month,
                   WS-Period-Open-Flag
               IF NOT WS-Period-Is-Open
                   DISPLAY "Period " WS-Release-Month " is closed "
                       "- reopen it in periodclose to release"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-SCHEDULE-TABLE
           IF WS-Schedule-Count = ZERO
               DISPLAY "No RevenueSchedule.dat on file - nothing "
                   "has been billed in advance"
               STOP RUN
           END-IF
           IF WS-Schedule-Overflow
               DISPLAY "RevenueSchedule.dat holds more than 2000 "
                   "slices - nothing released"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

           IF WS-Release-Month NOT = ZERO
               PERFORM FIND-MONTH-END
               PERFORM VARYING WS-SC-Idx FROM 1 BY 1
                       UNTIL WS-SC-Idx > WS-Schedule-Count
                   MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Slice
                   IF RS-Pending OF WS-Work-Slice
                       AND RS-Month OF WS-Work-Slice
                           <= WS-Release-Month
                       PERFORM RELEASE-ONE-SLICE
                       MOVE WS-Work-Slice TO WS-SC-Record(WS-SC-Idx)
                   END-IF
               END-PERFORM
               IF WS-Released-Count > ZERO
                   PERFORM REWRITE-SCHEDULE-FILE
               END-IF
               MOVE WS-Released-Total TO in-total
               DISPLAY "Slices released into revenue: "
                   WS-Released-Count " for " in-total
               IF WS-Dropped-Count > ZERO
                   DISPLAY "Released slices of closed years "
                       "dropped: " WS-Dropped-Count
               END-IF
           END-IF

           PERFORM PRINT-DEFERRED-REPORT

           MOVE WS-Released-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           PERFORM FINISH-RUN.

       FINISH-RUN.
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       FIND-MONTH-END.
      *    the first of the following month, less one day.
           MOVE WS-Release-Year TO WS-Next-Year
           MOVE WS-Release-mm TO WS-Next-mm
           MOVE 1 TO WS-Next-dd
           IF WS-Next-mm = 12
               MOVE 1 TO WS-Next-mm
               ADD 1 TO WS-Next-Year
           ELSE
               ADD 1 TO WS-Next-mm
           END-IF
           COMPUTE WS-Month-End = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Next-First) - 1).

       RELEASE-ONE-SLICE.
      *    a slice left over from an earlier month that was never
      *    run is released now, dated this month end - the earlier
      *    month may already be closed.
           MOVE RS-Description OF WS-Work-Slice TO WS-GL-Reference
           MOVE RS-Customer-ID OF WS-Work-Slice TO WS-GL-Customer
           MOVE RS-Amount OF WS-Work-Slice TO WS-GL-Amount
           CALL "GL-POST" USING WS-Month-End, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           SET RS-Released OF WS-Work-Slice TO TRUE
           MOVE WS-Today TO RS-Released-On OF WS-Work-Slice
           ADD 1 TO WS-Released-Count
           ADD RS-Amount OF WS-Work-Slice TO WS-Released-Total.

       PRINT-DEFERRED-REPORT.
      *    the schedule is written a charge at a time, so the slices
      *    of one billing sit together - a change of key closes the
      *    charge's line.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE "DEFERRED REVENUE STILL TO BE EARNED" TO
               WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE "CUST  CHARGE               BILLED   SLICES  UNTIL"
               TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-Prior-Key
           MOVE ZERO TO WS-Charge-Total
           MOVE ZERO TO WS-Charge-Slices
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
                   UNTIL WS-SC-Idx > WS-Schedule-Count
               MOVE WS-SC-Record(WS-SC-Idx) TO WS-Work-Slice
               IF RS-Pending OF WS-Work-Slice
                   MOVE WS-Work-Slice(1:33) TO WS-Charge-Key
                   IF WS-Charge-Key NOT = WS-Prior-Key
                       AND WS-Prior-Key NOT = SPACES
                       PERFORM PRINT-CHARGE-LINE
                   END-IF
                   MOVE WS-Charge-Key TO WS-Prior-Key
                   ADD RS-Amount OF WS-Work-Slice TO WS-Charge-Total
                   ADD 1 TO WS-Charge-Slices
                   MOVE RS-Month OF WS-Work-Slice TO WS-Charge-Last
               END-IF
           END-PERFORM
           IF WS-Prior-Key NOT = SPACES
               PERFORM PRINT-CHARGE-LINE
           END-IF

           MOVE WS-Deferred-Total TO in-total
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL DEFERRED (account 2700)      " in-total
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-CHARGE-LINE.
           MOVE WS-Charge-Total TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING WS-Prior-Key(1:5) " " WS-Prior-Key(6:20) " "
               WS-Prior-Key(26:8) " " WS-Charge-Slices "     "
               WS-Charge-Last " " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           ADD WS-Charge-Total TO WS-Deferred-Total
           MOVE ZERO TO WS-Charge-Total
           MOVE ZERO TO WS-Charge-Slices.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       LOAD-SCHEDULE-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ScheduleFile
           IF NOT WS-Schedule-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ScheduleFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Schedule-Count < 2000
                           ADD 1 TO WS-Schedule-Count
                           MOVE ScheduleRecord
                               TO WS-SC-Record(WS-Schedule-Count)
                       ELSE
                           SET WS-Schedule-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ScheduleFile-Status NOT = "35"
               CLOSE ScheduleFile
           END-IF.

       REWRITE-SCHEDULE-FILE.
           OPEN OUTPUT ScheduleFile
           PERFORM VARYING WS-SC-Idx FROM 1 BY 1
               UNTIL WS-SC-Idx > WS-Schedule-Count
               MOVE WS-SC-Record(WS-SC-Idx) TO ScheduleRecord
               MOVE "Y" TO WS-Year-Open-Flag
               IF RS-Released OF ScheduleRecord
                   PERFORM CHECK-RELEASE-YEAR
               END-IF
               IF WS-Year-Is-Open
                   WRITE ScheduleRecord
               ELSE
                   ADD 1 TO WS-Dropped-Count
               END-IF
           END-PERFORM
           CLOSE ScheduleFile.

       CHECK-RELEASE-YEAR.
      *    the year the slice was released in - open unless its
      *    December has been closed in periodclose.cob.
           IF RS-Released-On OF ScheduleRecord(1:4) NOT =
                   WS-Checked-Year
               MOVE RS-Released-On OF ScheduleRecord(1:4)
                   TO WS-Checked-Year
               MOVE WS-Checked-Year TO WS-Year-End-Year
               MOVE 12 TO WS-Year-End-mm
               CALL "PERIOD-CHECK" USING WS-Year-End-Period,
                   WS-Checked-Open-Flag
           END-IF
           MOVE WS-Checked-Open-Flag TO WS-Year-Open-Flag.
