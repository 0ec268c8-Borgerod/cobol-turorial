      *> CHARTREC.cpy - shared ChartOfAccounts.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ChartRecord (FILE SECTION). One line per general-ledger
      *> account: the four-digit number GL-POST writes, its name,
      *> and the class the financial statements group it under.
      *> trialbal.cob seeds and extends the chart; finstmt.cob
      *> builds the income statement and balance sheet from the
      *> classes. A chart from before classes existed has a blank
      *> class, which trialbal fills from the account number's
      *> leading digit - 1 asset, 2 liability, 3 equity, 4 revenue,
      *> 5 to 9 expense.
           05 CA-Account PIC 9(4).
           05 CA-Name    PIC X(24).
           05 CA-Class   PIC X.
               88 CA-Asset     VALUE "A".
               88 CA-Liability VALUE "L".
               88 CA-Equity    VALUE "Q".
               88 CA-Revenue   VALUE "R".
               88 CA-Expense   VALUE "E".
               88 CA-Class-Valid VALUE "A", "L", "Q", "R", "E".
