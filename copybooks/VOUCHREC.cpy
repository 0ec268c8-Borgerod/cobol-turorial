      *> VOUCHREC.cpy - shared GiftVouchers.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> VoucherRecord (FILE SECTION). One line per gift voucher
      *> sold over the counter: cashrcpt.cob issues it (the face
      *> value into GIFT VOUCHER LIABILITY 2900) and takes it back
      *> as a tender, full or part, keeping what is left on it;
      *> giftvouch.cob expires what has outlived its validity into
      *> VOUCHER BREAKAGE 4200 and reports the liability still
      *> outstanding against the ledger. Table-loaded and
      *> rewritten whole by both; giftvouch.cob also moves vouchers
      *> closed for a while to GiftVoucherArchive.dat (same layout).
           05 GV-Voucher-Num PIC 9(6).
           05 GV-Issue-Date  PIC 9(8).
      *> the last day the voucher can be spent.
           05 GV-Expiry-Date PIC 9(8).
           05 GV-Face-Value  PIC 9(7)V9(2).
           05 GV-Balance     PIC 9(7)V9(2).
           05 GV-Status      PIC X.
               88 GV-Live     VALUE "A".
               88 GV-Used-Up  VALUE "U".
               88 GV-Expired  VALUE "E".
      *> who sold it, into which till, at which store - the drawer
      *> proof counts a voucher sale as cash taken.
           05 GV-Operator    PIC X(10).
           05 GV-Drawer      PIC 9(2).
           05 GV-Branch      PIC X(2).
      *> the day the balance reached zero or the voucher expired.
           05 GV-Closed-Date PIC 9(8).
