      *> DEPOREC.cpy - shared OrderDeposits.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> DepositRecord (FILE SECTION). One line per deposit taken
      *> up front against a sales order: cashrcpt.cob takes it
      *> under its own receipt number (the cash into CUSTOMER
      *> DEPOSITS 2950, not against the receivable), orderentry.cob
      *> shows it on the order and the pick list, invgen.cob
      *> applies it on Allocations.dat to the invoice that bills
      *> the order, and an order cancelled off the credit-hold
      *> queue sends what is left of it to the refund queue.
      *> Table-loaded and rewritten whole by invgen and orderentry.
           05 DP-Receipt-Num  PIC 9(6).
           05 DP-Order-Num    PIC 9(6).
           05 DP-Customer-ID  PIC 9(5).
           05 DP-Date         PIC 9(8).
           05 DP-Amount       PIC 9(7)V9(2).
      *> how much of it invoices have taken so far - a deposit
      *> bigger than the invoice that bills the order keeps the
      *> rest held for the order's later invoices.
           05 DP-Applied      PIC 9(7)V9(2).
           05 DP-Status       PIC X.
               88 DP-Held        VALUE "H".
               88 DP-Used-Up     VALUE "A".
               88 DP-Refunding   VALUE "R".
      *> the last invoice it was applied to, and the day it was
      *> used up or sent for refund.
           05 DP-Invoice-Num  PIC 9(6).
           05 DP-Closed-Date  PIC 9(8).
           05 DP-Operator     PIC X(10).
           05 DP-Branch       PIC X(2).
