               88 RG-Monthly   VALUE "M".
               88 RG-Weekly    VALUE "W".
           05 RG-Next-Due     PIC 9(8).
      *> how the charge is earned: A = billed in advance, the
      *> posting held in deferred revenue and released into revenue
      *> over the RG-Service-Months months after the billing month
      *> by revrecog.cob (see copybooks/REVSREC.cpy). Spaces on
      *> contracts from before deferral, which - like any other
      *> value - are earned the day they bill.
           05 RG-Billing      PIC X.
               88 RG-In-Advance VALUE "A".
           05 RG-Service-Months PIC 9(2).
