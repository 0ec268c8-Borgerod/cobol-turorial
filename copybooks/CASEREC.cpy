      *> CASEREC.cpy - shared CashCases.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> CaseRecord (FILE SECTION). One line per large-cash case
      *> the nightly cashwatch.cob scan of ReceiptRegister.dat
      *> raises: a single cash receipt over the reporting limit, or
      *> a cluster of cash receipts each under it that together go
      *> over it inside the rolling window. Cases are numbered in
      *> the order raised and never removed; cashcase.cob is where
      *> compliance records each one reviewed, and whether a
      *> report was filed and under what reference.
           05 CC-Case-Num      PIC 9(6).
           05 CC-Customer-ID   PIC 9(5).
           05 CC-Case-Type     PIC X.
               88 CC-Large-Cash     VALUE "L".
               88 CC-Structuring    VALUE "S".
           05 CC-Raised-Date   PIC 9(8).
      *> the receipts the case covers - one for a large receipt.
           05 CC-First-Date    PIC 9(8).
           05 CC-Last-Date     PIC 9(8).
           05 CC-Receipt-Count PIC 9(3).
           05 CC-Total         PIC 9(9)V9(2).
      *> the receipt itself on a large-cash case, zero on a cluster.
           05 CC-Receipt-Num   PIC 9(6).
           05 CC-Branch        PIC X(2).
           05 CC-Status        PIC X.
               88 CC-Open           VALUE "O".
               88 CC-Not-Filed      VALUE "N".
               88 CC-Filed          VALUE "F".
           05 CC-Reviewed-Date PIC 9(8).
           05 CC-Reviewed-By   PIC X(10).
      *> the authority's reference for a filed report.
           05 CC-Filing-Ref    PIC X(15).
           05 CC-Review-Note   PIC X(30).
