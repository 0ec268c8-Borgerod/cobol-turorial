      *> ORDLREC.cpy - shared OrderLines.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> LineRecord (FILE SECTION). One line per sales-order line
      *> entered in orderentry.cob, walking open -> allocated ->
      *> shipped -> billed (invgen.cob flips shipped to billed).
      *> A line the shelf can only part-cover is split: the part on
      *> hand allocates, the remainder becomes a new line of the
      *> same order in K (backordered) until stock arrives -
      *> orderentry's allocation or purchasing.cob's goods receipt
      *> allocates it, oldest order first. An order entered for a
      *> high-risk or over-limit customer (see CRSKREC.cpy) goes in
      *> on credit hold (H) - nothing allocates from it until a
      *> credit manager releases it to open or cancels it.
           05 OL-Order-Num PIC 9(6).
           05 OL-Line-Num  PIC 9(2).
           05 OL-Product   PIC X(20).
           05 OL-Qty       PIC 9(3).
           05 OL-Price     PIC 9(4)V9(2).
           05 OL-Status    PIC X.
               88 OL-Open        VALUE "O".
               88 OL-Allocated   VALUE "A".
               88 OL-Shipped     VALUE "S".
               88 OL-Billed      VALUE "B".
               88 OL-Cancelled   VALUE "X".
               88 OL-Backordered VALUE "K".
               88 OL-Credit-Hold VALUE "H".
      *> the day the line went on backorder - what the backorder
      *> report ages from. Spaces on lines never backordered.
           05 OL-BO-Date   PIC 9(8).
