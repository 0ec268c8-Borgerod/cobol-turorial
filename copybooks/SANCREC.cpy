      *> SANCREC.cpy - shared SanctionsList.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> SanctionsRecord (FILE SECTION). The published sanctions /
      *> watchlist as sanctimport.cob last loaded it from the
      *> controlled feed - replaced whole each time a newer list
      *> arrives, never edited. Names are held as published;
      *> SANCTIONS-SCREEN compares them upper-cased against the
      *> customer's first-name / last-name.
           05 SL-Entry-ID      PIC X(10).
           05 SL-Last-Name     PIC X(30).
           05 SL-First-Name    PIC X(30).
      *> yyyymmdd, zero where the list gives no date of birth.
           05 SL-DOB           PIC 9(8).
      *> the sanctions programme or list the entry comes from.
           05 SL-Programme     PIC X(20).
      *> the HDR date of the feed this list came in on.
           05 SL-List-Date     PIC 9(8).
