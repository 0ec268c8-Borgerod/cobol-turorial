      *> LOTREC.cpy - StockLots.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> LotRecord (FILE SECTION). The lots behind a perishable
      *> product's StockLevels.dat on-hand: one record per supplier
      *> lot received, with its expiry date and what is left of it.
      *> purchasing.cob and stockctl.cob receipts add lots; invgen.cob
      *> and stockctl.cob issues take from the lot that expires
      *> first (the STOCK-LOTS subroutine); stocklots.cob reports
      *> what is about to expire and writes off what has. StockLevels
      *> stays the product total - a receipt keyed without a lot
      *> number is simply not lot-tracked. LT-Expiry zero means the
      *> lot has no expiry date and issues after every dated lot.
      *> Lots used up are dropped when the file is rewritten; their
      *> history stays on LotMoves.dat (see copybooks/LMOVREC.cpy).
      *> A lot is on one store's shelf, LT-Branch - the branch that
      *> received it, or the one it was transferred to - and only
      *> that branch issues, picks or writes it off. LT-Branch blank
      *> on lots from before the stores were split counts as the
      *> main store (B1), the same as StockLevels.dat.
           05 LT-Product      PIC X(20).
           05 LT-Lot          PIC X(12).
           05 LT-Expiry       PIC 9(8).
           05 LT-Received     PIC 9(8).
           05 LT-PO-Num       PIC 9(6).
           05 LT-Qty-Received PIC 9(5).
           05 LT-On-Hand      PIC 9(5).
           05 LT-Branch       PIC X(2).
