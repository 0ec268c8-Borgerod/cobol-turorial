      *> STNDREC.cpy - shared StandingHistory.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> StandingRecord (FILE SECTION). One line per student per
      *> term, written by the term-end standing run (standing.cob):
      *> the term and cumulative GPA on the Score-Table scale (6 =
      *> A), credit-weighted from CourseCatalog.dat, and the
      *> standing the StandingRules.dat table gave them. A re-run
      *> of a term replaces that term's lines. The student is a
      *> Customer.dat ID-num.
           05 SH-Student-ID   PIC 9(5).
           05 SH-Term         PIC X(6).
           05 SH-Term-GPA     PIC 9V9(2).
           05 SH-Cum-GPA      PIC 9V9(2).
           05 SH-Term-Credits PIC 9(3).
           05 SH-Cum-Credits  PIC 9(4).
      *> the SR-Standing code of the rule that matched.
           05 SH-Standing     PIC X(4).
           05 SH-Run-Date     PIC 9(8).
