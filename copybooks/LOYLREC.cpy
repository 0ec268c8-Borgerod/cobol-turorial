      *> LOYLREC.cpy - shared PointsLedger.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> PointsRecord (FILE SECTION). One line per movement of a
      *> customer's loyalty points, appended and never rewritten:
      *> invgen.cob earns them on each invoice's net value,
      *> cashrcpt.cob redeems them as a tender at the till, and
      *> creditnote.cob and returns.cob take back what a credited
      *> invoice earned.
      *> The balance is never stored - POINTS-BALANCE works it out
      *> from these lines, oldest points spent first.
           05 LP-Customer-ID  PIC 9(5).
           05 LP-Date         PIC 9(8).
           05 LP-Entry-Type   PIC X.
               88 LP-Earned     VALUE "E".
               88 LP-Redeemed   VALUE "R".
               88 LP-Taken-Back VALUE "C".
      *> earned lines positive, redeemed and taken-back negative.
           05 LP-Points       PIC S9(7)
               SIGN IS LEADING SEPARATE.
      *> earned lines only: the last month (yyyymm) the points can
      *> be spent in; zero on the other kinds.
           05 LP-Expires      PIC 9(6).
      *> the document behind the line - invoice, receipt or credit
      *> note number.
           05 LP-Doc-Num      PIC 9(6).
      *> taken-back lines only: the invoice whose points came back.
           05 LP-Orig-Invoice PIC 9(6).
