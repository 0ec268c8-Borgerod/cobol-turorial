      * skipped, with the reason shown. Every outcome lands on
      * RunHistory.dat for the morning operations report. A missing
      * schedule is seeded with the shop's standard night, the way
      * write-file.cob seeds the first operator. The schedule holds
      * up to 40 jobs - the nightly capacity check (capwatch.cob)
      * reports how close Schedule.dat is to that.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-Sched-Count PIC 9(2) VALUE ZERO.
           01 WS-Sched-Idx PIC 9(2).
           01 WS-Sched-Table.
               05 WS-Sched-Entry OCCURS 40 TIMES.
                   10 WS-SE-Job       PIC X(12).
                   10 WS-SE-Frequency PIC X.
                   10 WS-SE-Depends   PIC X(12).
               DISPLAY "Seeding the standard night into "
                   "Schedule.dat"
               OPEN OUTPUT ScheduleFile
      *        a new sanctions list is loaded and everyone rescreened
      *        before anything bills, so tonight's postings already
      *        respect any new hold.
               MOVE "sanctimport" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE SPACES TO SC-Depends
               MOVE "../write-file/sanctimport" TO SC-Command
               WRITE ScheduleRecord
               MOVE "billing-job" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE SPACES TO SC-Depends
               MOVE SPACES TO SC-Depends
               MOVE "../write-file/checksweep" TO SC-Command
               WRITE ScheduleRecord
      *        positive pay goes after the sweep, so a check
      *        stale-dated tonight is void at the bank tomorrow.
               MOVE "pospay" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "checksweep" TO SC-Depends
               MOVE "../write-file/pospay" TO SC-Command
               WRITE ScheduleRecord
      *        credit scores read the plan statuses plannight has
      *        just brought up to date.
               MOVE "creditscore" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "plannight" TO SC-Depends
               MOVE "../edit-data/creditscore" TO SC-Command
               WRITE ScheduleRecord
      *        vouchers past their last day are written off
      *        before the liability is proved against the ledger.
               MOVE "giftvouch" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE SPACES TO SC-Depends
               MOVE "./giftvouch" TO SC-Command
               WRITE ScheduleRecord
               MOVE "serialaudit" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "./serialaudit" TO SC-Command
               WRITE ScheduleRecord
               MOVE "idexpiry" TO SC-Job
               MOVE "M" TO SC-Frequency
               MOVE SPACES TO SC-Depends
               MOVE "../write-file/idexpiry" TO SC-Command
               WRITE ScheduleRecord
               MOVE "cashwatch" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE SPACES TO SC-Depends
               MOVE "../edit-data/cashwatch" TO SC-Command
               WRITE ScheduleRecord
      *        the month-end KPI pack, ahead of spoolburst so each
      *        branch gets its page the same morning.
               MOVE "kpipack" TO SC-Job
               MOVE "M" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "./kpipack" TO SC-Command
               WRITE ScheduleRecord
      *        splits the day's keyed spools into per-branch pieces
      *        once the night's reports are written.
               MOVE "spoolburst" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "./spoolburst" TO SC-Command
               WRITE ScheduleRecord
      *        every file that names a customer is checked against
      *        the master and the archive once the night's
      *        postings are in.
               MOVE "refsweep" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "../write-file/refsweep" TO SC-Command
               WRITE ScheduleRecord
      *        the proofs run last - they judge what the rest of
      *        the night wrote.
               MOVE "moneyproof" TO SC-Job
               MOVE "billing-job" TO SC-Depends
               MOVE "../write-file/auditverify" TO SC-Command
               WRITE ScheduleRecord
               MOVE "tranverify" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "../edit-data/tranverify" TO SC-Command
               WRITE ScheduleRecord
      *        capacity last of all, over the files as the night
      *        left them.
               MOVE "capwatch" TO SC-Job
               MOVE "D" TO SC-Frequency
               MOVE "billing-job" TO SC-Depends
               MOVE "../write-file/capwatch" TO SC-Command
               WRITE ScheduleRecord
               CLOSE ScheduleFile
           END-IF.

                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF ScheduleRecord NOT = SPACES
                           AND WS-Sched-Count = 40
                           DISPLAY "Schedule.dat has more than 40 "
                               "jobs - the rest are NOT run"
                       END-IF
                       IF ScheduleRecord NOT = SPACES
                           AND WS-Sched-Count < 40
                           ADD 1 TO WS-Sched-Count
                           MOVE SC-Job
                               TO WS-SE-Job(WS-Sched-Count)
