      *> RTMLREC.cpy - shared ReturnedMail.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ReturnedRecord (FILE SECTION). Append-only, one line per
      *> piece of mail that came back undelivered, logged against
      *> the customer in custmaint.cob and stamped like
      *> AuditLog.dat lines - unreachable.cob reads it for the
      *> can't-reach listing.
           05 RM-Customer-ID   PIC 9(5).
           05 RM-Returned-Date PIC 9(8).
      *> what came back - STATEMENT, LETTER, CAMPAIGN or OTHER.
           05 RM-Item          PIC X(10).
           05 RM-Reason        PIC X(30).
           05 RM-Operator      PIC X(10).
           05 RM-Timestamp     PIC X(14).
