      *> XFERREC.cpy - StockTransfers.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> TransferRecord (FILE SECTION). One record per inter-branch
      *> stock transfer, kept by stockctl.cob: the sending branch
      *> takes the goods off its StockLevels.dat shelf and the
      *> transfer sits in transit (XF-In-Transit) - valued at prime
      *> cost on INVENTORY IN TRANSIT 1310 - until the receiving
      *> branch confirms it (XF-Received), which puts the goods on
      *> its shelf and moves the value back to INVENTORY 1300.
           05 XF-Num          PIC 9(6).
           05 XF-Product      PIC X(20).
           05 XF-Qty          PIC 9(5).
           05 XF-From-Branch  PIC X(2).
           05 XF-To-Branch    PIC X(2).
           05 XF-Status       PIC X.
               88 XF-In-Transit VALUE "T".
               88 XF-Received   VALUE "R".
           05 XF-Value        PIC 9(7)V9(2).
           05 XF-Sent-Date    PIC 9(8).
           05 XF-Sent-By      PIC X(10).
           05 XF-Recv-Date    PIC 9(8).
           05 XF-Recv-By      PIC X(10).
