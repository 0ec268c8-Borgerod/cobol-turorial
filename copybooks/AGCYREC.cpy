      *> AGCYREC.cpy - shared AgencyPlacements.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> PlacementRecord (FILE SECTION). One record per account
      *> handed to the outside collection agency by agency.cob's
      *> placement run. While a placement is P, the account is the
      *> agency's: letters.cob's dunning stands down, collsweep.cob
      *> opens no collection item and collwork.cob won't work one.
      *> The agency's monthly recoveries file (agency.cob again)
      *> adds up what it has collected and kept, closes the
      *> placement C once the placed balance is recovered in full,
      *> and marks it R when the agency hands the account back -
      *> our own dunning and collections take it up again from
      *> there. Table-loaded and rewritten whole by agency.cob.
           05 AG-Placement-Num  PIC 9(5).
           05 AG-Status         PIC X.
               88 AG-Placed      VALUE "P".
               88 AG-Returned    VALUE "R".
               88 AG-Closed      VALUE "C".
           05 AG-Customer-ID    PIC 9(5).
           05 AG-Placed-Date    PIC 9(8).
           05 AG-Placed-Balance PIC 9(7)V9(2).
      *> gross recovered from the customer so far, and the part of
      *> it the agency kept as its commission.
           05 AG-Recovered      PIC 9(7)V9(2).
           05 AG-Commission     PIC 9(7)V9(2).
           05 AG-Closed-Date    PIC 9(8).
           05 AG-Placed-By      PIC X(10).
