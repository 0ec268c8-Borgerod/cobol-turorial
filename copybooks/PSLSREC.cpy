      *> PSLSREC.cpy - PromoSales.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> PromoSaleRecord (FILE SECTION). One line per invoice line a
      *> promotion priced, appended by invgen.cob: the units that
      *> went out on it, the revenue it brought in and what the
      *> promotion gave away against what the customer would have
      *> paid without it (their own tier/negotiated discount
      *> included) - both net of VAT. promorpt.cob reports on it.
           05 PS-Promo-Code    PIC X(8).
           05 PS-Invoice-Num   PIC 9(6).
           05 PS-Date          PIC 9(8).
           05 PS-Customer-ID   PIC 9(5).
           05 PS-Product       PIC X(20).
           05 PS-Qty           PIC 9(3).
           05 PS-Revenue       PIC 9(7)V9(2).
           05 PS-Given-Away    PIC 9(7)V9(2).
           05 PS-Branch        PIC X(2).
