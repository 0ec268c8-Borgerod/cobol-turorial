      *> PAYRREC.cpy - shared PayrollRegister.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> RegisterRecord (FILE SECTION). One line per person paid in
      *> a payrun.cob run: the gross PayCheck, the withholding the
      *> effective table took, the person's standing deductions and
      *> the net left over. bankexport.cob deposits PR-Net from the
      *> latest period on file, not the gross; custmonthly.cob
      *> shows the month's run beside its payroll total.
           05 PR-Period      PIC 9(6).
           05 PR-Run-Date    PIC 9(8).
           05 PR-Customer-ID PIC 9(5).
           05 PR-Name        PIC X(24).
           05 PR-Gross       PIC 9(4)V9(2).
           05 PR-Withheld    PIC 9(4)V9(2).
           05 PR-Deductions  PIC 9(4)V9(2).
           05 PR-Net         PIC 9(4)V9(2).
           05 PR-Branch      PIC X(2).
