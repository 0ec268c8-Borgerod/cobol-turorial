      *> SUPPREC.cpy - shared Suppliers.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> SupplierRecord (FILE SECTION). One line per supplier the
      *> shop buys from, added in purchasing.cob - and read by the
      *> supplier-invoice side (apinvoice.cob) to date what we owe,
      *> now that the bills stop living in a paper folder.
           05 SU-Supplier-ID PIC 9(4).
           05 SU-Name        PIC X(24).
           05 SU-Phone       PIC X(15).
      *> the supplier's payment terms in days from their invoice
      *> date - the due date on Payables.dat comes from it.
      *> Spaces on suppliers added before terms were captured,
      *> which readers treat as the standard 30 days.
           05 SU-Terms-Days  PIC 9(3).
