      *> TRANLINE.cpy - TranIndexLines.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> TranLineRecord (FILE SECTION). One RELATIVE slot per
      *> Transactions.dat line, holding the line exactly as posted
      *> and the slot of the same customer's next line (zero at
      *> the end of the chain) - Transactions.dat is line
      *> sequential, so a position alone couldn't be read without
      *> the scan this exists to avoid. Slot 1 is the control
      *> record: customer zero, TL-Next-Slot the next free slot.
           05 TL-Customer-ID  PIC 9(5).
           05 TL-Next-Slot    PIC 9(7).
           05 TL-Tran-Image   PIC X(62).
