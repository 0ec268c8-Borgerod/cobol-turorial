      *> QRYDEF.cpy - saved customer query definition layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> QueryRecord (FILE SECTION). One line per named query on
      *> CustomerQueries.dat, maintained and run by custquery.cob:
      *> the selection criteria over Customer.dat, Balances.dat and
      *> CustomerContact.dat, the columns to put out, and the
      *> lowest operator role allowed to run it (the query exports
      *> personal data, so who may run it travels with it).
      *> Blank / zero on a criterion means "don't care".
           05 QD-Name          PIC X(12).
           05 QD-Description   PIC X(30).
      *> I = any signed-on operator, M = maintenance and admin,
      *> A = admin only - the OPERREC.cpy role codes.
           05 QD-Run-Role      PIC X.
               88 QD-Run-Any       VALUE "I".
               88 QD-Run-Maint     VALUE "M".
               88 QD-Run-Admin     VALUE "A".
           05 QD-Status        PIC X.
           05 QD-Branch        PIC X(2).
           05 QD-Currency      PIC X(3).
      *> date-of-birth window, yyyymmdd, each end exclusive.
           05 QD-Born-Before   PIC 9(8).
           05 QD-Born-After    PIC 9(8).
      *> balance window off Balances.dat, each end exclusive and
      *> each only applied when its flag is Y - so "owes nothing"
      *> (under 0.01) can be asked as well as "over 500".
           05 QD-Bal-Over-Flag PIC X.
           05 QD-Bal-Over      PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE.
           05 QD-Bal-Under-Flag PIC X.
           05 QD-Bal-Under     PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE.
           05 QD-Grade         PIC X.
           05 QD-City          PIC X(20).
           05 QD-Manager       PIC X(10).
      *> up to 12 column codes in output order - see custquery.cob's
      *> column table for the codes.
           05 QD-Column        PIC X(2) OCCURS 12 TIMES.
           05 QD-Saved-By      PIC X(10).
           05 QD-Saved-Stamp   PIC X(14).
