      *> KPIHIST.cpy - KPIHistory.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> KpiRecord (FILE SECTION). One line per month per branch,
      *> written by kpipack.cob at each month end (branch ** is the
      *> whole shop): the month's raw figures off the registers and
      *> the management ratios worked from them, so last month and
      *> the same month last year are read back as they were, not
      *> recomputed from registers that have moved on since.
           05 KH-Month          PIC 9(6).
           05 KH-Branch         PIC X(2).
      *> invoices billed and credit notes raised in the month, gross
      *> of VAT; receipts taken; write-offs executed.
           05 KH-Sales          PIC 9(9)V9(2).
           05 KH-Credit-Notes   PIC 9(9)V9(2).
           05 KH-Receipts       PIC 9(9)V9(2).
           05 KH-Writeoffs      PIC 9(9)V9(2).
      *> receivables at the start and end of the month.
           05 KH-Opening-AR     PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE.
           05 KH-Closing-AR     PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE.
      *> receipts allocated to invoices in the month - the base the
      *> average days to pay is weighted over.
           05 KH-Paid-Amount    PIC 9(9)V9(2).
           05 KH-DSO            PIC 9(4)V9.
           05 KH-CEI            PIC 9(4)V9.
           05 KH-Days-To-Pay    PIC 9(4)V9.
           05 KH-CN-Ratio       PIC 9(3)V9(2).
           05 KH-WO-Ratio       PIC 9(3)V9(2).
           05 KH-New-Customers  PIC 9(5).
           05 KH-Lost-Customers PIC 9(5).
           05 KH-Run-Stamp      PIC X(14).
