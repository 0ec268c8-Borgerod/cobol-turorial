      *> signed: a negative figure means the shop billed what the
      *> back room didn't have, which is exactly what the reorder
      *> report is for.
      *> One record per product per branch: each store keeps its own
      *> on-hand and its own reorder minimum, and sells and receives
      *> from its own shelf. ST-Branch blank on records from before
      *> the stores were split counts as the main store (B1). Goods
      *> moving between the stores are on StockTransfers.dat (see
      *> copybooks/XFERREC.cpy) until the receiving branch confirms.
           05 ST-Product-Name PIC X(20).
           05 ST-On-Hand      PIC S9(5)
               SIGN IS LEADING SEPARATE.
           05 ST-Reorder-Min  PIC 9(5).
           05 ST-Branch       PIC X(2).
