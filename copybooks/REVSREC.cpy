      *> REVSREC.cpy - shared RevenueSchedule.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ScheduleRecord (FILE SECTION). One line per month of
      *> service a charge billed in advance still has to earn:
      *> recurpost.cob writes the slices when it posts an advance
      *> charge into deferred revenue (the charge split evenly over
      *> its service months, the odd cents on the last), and the
      *> month-end revrecog.cob run releases each slice into
      *> SERVICE REVENUE when its month comes and reports what is
      *> still to be earned.
           05 RS-Customer-ID PIC 9(5).
           05 RS-Description PIC X(20).
           05 RS-Bill-Date   PIC 9(8).
           05 RS-Month       PIC 9(6).
           05 RS-Amount      PIC 9(7)V9(2).
           05 RS-Status      PIC X.
               88 RS-Pending  VALUE "P".
               88 RS-Released VALUE "R".
           05 RS-Released-On PIC 9(8).
