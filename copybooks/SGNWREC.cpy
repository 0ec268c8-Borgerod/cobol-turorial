      *> SGNWREC.cpy - shared SignonWindows.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> WindowRecord (FILE SECTION). When OPERATOR-SIGNON lets a
      *> non-administrator in, maintained in operadmin.cob:
      *>   R  a window for every operator of role SW-Key (I or M),
      *>   O  a window for the one operator SW-Key - an operator
      *>      with any O line of their own ignores the role's,
      *>   V  an administrator's one-day override letting operator
      *>      SW-Key in on SW-Override-Date whatever the windows or
      *>      the holiday calendar say (a Saturday stocktake).
      *> A window is the weekdays marked Y in SW-Days (Monday
      *> first) from SW-From-Time up to, not including, SW-To-Time
      *> (hhmm), at branch SW-Branch - spaces for every branch.
      *> An operator with no window that applies at the branch they
      *> sign on at isn't restricted by time; holidays on
      *> HolidayCalendar.dat are closed to everyone but an
      *> administrator all the same.
           05 SW-Kind          PIC X.
               88 SW-Role-Window     VALUE "R".
               88 SW-Operator-Window VALUE "O".
               88 SW-Override        VALUE "V".
           05 SW-Key           PIC X(10).
           05 SW-Branch        PIC X(2).
           05 SW-Days          PIC X(7).
           05 SW-From-Time     PIC 9(4).
           05 SW-To-Time       PIC 9(4).
           05 SW-Override-Date PIC 9(8).
           05 SW-Set-By        PIC X(10).
           05 SW-Set-Stamp     PIC X(14).
           05 SW-Reason        PIC X(30).
