      *> LMOVREC.cpy - LotMoves.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> LotMoveRecord (FILE SECTION). Every unit into or out of a
      *> StockLots.dat lot, appended by the STOCK-LOTS subroutine -
      *> receipts against their PO, invoiced units against the
      *> invoice number and customer (so a supplier recall traces
      *> straight to the customers who got the lot), hand issues and
      *> expiry write-offs. stocklots.cob's (T)race reads it.
      *> A stock transfer between the stores moves its lots too: a
      *> transfer-out at the sending branch and a transfer-in at the
      *> receiving one, both against the transfer number. LM-Branch
      *> is the store the lot moved at - blank on moves from before
      *> the stores were split, which were all the main store (B1).
           05 LM-Date         PIC 9(8).
           05 LM-Type         PIC X.
               88 LM-Receipt     VALUE "R".
               88 LM-Invoiced    VALUE "I".
               88 LM-Issued      VALUE "S".
               88 LM-Written-Off VALUE "W".
               88 LM-Transfer-Out VALUE "O".
               88 LM-Transfer-In  VALUE "T".
           05 LM-Product      PIC X(20).
           05 LM-Lot          PIC X(12).
           05 LM-Expiry       PIC 9(8).
           05 LM-Qty          PIC 9(5).
      *> the PO number on a receipt, the invoice number on an
      *> invoiced line, the transfer number on a transfer, zero
      *> otherwise.
           05 LM-Ref-Num      PIC 9(6).
           05 LM-Customer-ID  PIC 9(5).
           05 LM-Branch       PIC X(2).
