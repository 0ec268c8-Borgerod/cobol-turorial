      *> APLGREC.cpy - shared Payables.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> PayableRecord (FILE SECTION). The accounts-payable ledger:
      *> one line per supplier invoice that passed the three-way
      *> match in apinvoice.cob (or was released off hold by a
      *> second operator) - what we owe, to whom, and by when. A
      *> approved and open, P paid (the check that paid it is
      *> stamped on by the supplier payment run).
           05 AP-Voucher-Num   PIC 9(6).
           05 AP-Status        PIC X.
               88 AP-Approved    VALUE "A".
               88 AP-Paid        VALUE "P".
           05 AP-Supplier-ID   PIC 9(4).
           05 AP-Supplier-Inv  PIC X(15).
           05 AP-PO-Num        PIC 9(6).
           05 AP-Amount        PIC 9(7)V9(2).
           05 AP-Inv-Date      PIC 9(8).
           05 AP-Due-Date      PIC 9(8).
           05 AP-Approved-By   PIC X(10).
           05 AP-Approved-Stamp PIC X(14).
           05 AP-Paid-Date     PIC 9(8).
           05 AP-Check-Num     PIC 9(6).
