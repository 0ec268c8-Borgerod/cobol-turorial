      *> POREC.cpy - shared PurchaseOrders.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> OrderRecord (FILE SECTION). One line per purchase order
      *> raised in purchasing.cob (or released by replenish.cob) -
      *> O open, R received, X cancelled (purchasing.cob's
      *> (C)ancel). The received unit cost is what flows into
      *> ProductCosts.dat; the received quantity is what lands on
      *> StockLevels.dat and what a supplier's invoice is matched
      *> against in apinvoice.cob.
           05 PO-Num         PIC 9(6).
           05 PO-Status      PIC X.
               88 PO-Open      VALUE "O".
               88 PO-Received  VALUE "R".
               88 PO-Cancelled VALUE "X".
           05 PO-Supplier-ID PIC 9(4).
           05 PO-Product     PIC X(20).
           05 PO-Qty         PIC 9(5).
           05 PO-Unit-Cost   PIC 9(4)V9(2).
           05 PO-Date        PIC 9(8).
      *> PO-Recv-Date is the day a cancelled order was cancelled.
           05 PO-Recv-Date   PIC 9(8).
      *> what actually arrived - a short delivery closes the order
      *> at the quantity counted in, not the quantity asked for.
      *> Spaces on orders received before the count was captured,
      *> which readers treat as the full PO-Qty.
           05 PO-Recv-Qty    PIC 9(5).
      *> the delivery date the supplier promised when the order was
      *> raised - what the supplier scorecard (suppscore.cob) holds
      *> PO-Recv-Date against. Zero = no promise taken; spaces on
      *> orders raised before the date was captured read the same.
           05 PO-Promised-Date PIC 9(8).
      *> the store the goods are for - the branch the order was
      *> raised or released for, and the shelf its receipt lands
      *> on. Spaces on orders from before it was kept mean the
      *> main store, B1.
           05 PO-Branch      PIC X(2).
