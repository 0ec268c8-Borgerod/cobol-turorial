      *> TRANIDX.cpy - TranIndex.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> TranIndexRecord (FILE SECTION). One record per customer
      *> with postings, keyed the same way as Customer.dat (ID-num
      *> doubles as the RELATIVE record number): where that
      *> customer's chain of lines starts and ends on
      *> TranIndexLines.dat (TRANLINE.cpy) and how many lines it
      *> holds. Maintained by the TRAN-INDEX subroutine, so the
      *> per-customer inquiries walk one chain instead of reading
      *> the whole of Transactions.dat.
           05 TI-Customer-ID  PIC 9(5).
           05 TI-First-Slot   PIC 9(7).
           05 TI-Last-Slot    PIC 9(7).
           05 TI-Line-Count   PIC 9(7).
