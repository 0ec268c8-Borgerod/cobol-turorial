      *> CHKREC.cpy - shared CheckRegister.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> CheckRegisterRecord (FILE SECTION). One line per check the
      *> shop cuts in checkprint.cob - numbered by max-scan, the
      *> payee, the amount, who cut it - and carried through its
      *> life by checkctl.cob, checksweep.cob and the bankrecon.cob
      *> statement match; pospay.cob tells the bank about it and
      *> paidcheck.cob clears it off the bank's paid-check file.
           05 CK-Check-Num   PIC 9(6).
           05 CK-Date        PIC 9(8).
           05 CK-Customer-ID PIC 9(5).
           05 CK-Payee       PIC X(24).
           05 CK-Amount      PIC 9(7)V9(2).
           05 CK-Operator    PIC X(10).
      *> where the check is in life: issued here, cleared by the
      *> bankrecon.cob statement match or the paidcheck.cob
      *> paid-check import - spaces on lines cut
      *> before the status existed count as issued.
           05 CK-Status      PIC X.
               88 CK-Issued  VALUE "I", " ".
               88 CK-Cleared VALUE "C".
      *>       voided before delivery, stop-paid through the
      *>       maker-checker queue, or stale-dated by the automatic
      *>       sweep past the shop's 90-day window - see checkctl.cob.
               88 CK-Void    VALUE "V".
               88 CK-Stopped VALUE "S".
               88 CK-Stale   VALUE "L".
      *> which store cut it, from the signed-on session - the
      *> branch revenue report splits refunds on this.
           05 CK-Branch      PIC X(2).
      *> what the check pays: a customer refund or hand-keyed check
      *> (C - spaces on lines cut before the kind existed), or a
      *> supplier payment from the payables run (S), which names
      *> the Suppliers.dat supplier instead of a customer.
           05 CK-Kind        PIC X.
               88 CK-Customer-Check VALUE "C", " ".
               88 CK-Supplier-Check VALUE "S".
           05 CK-Supplier-ID PIC 9(4).
