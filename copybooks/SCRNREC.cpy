      *> SCRNREC.cpy - shared SanctionsHits.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> HitRecord (FILE SECTION). The screening review queue: one
      *> line per customer and list entry SANCTIONS-SCREEN thinks
      *> may be the same person, appended at registration
      *> (write-file.cob, custmaint.cob) and by the rescreen of
      *> the whole customer file when a new list is loaded
      *> (sanctimport.cob). A compliance officer clears or
      *> confirms each line in sanctreview.cob. While any line for
      *> a customer is pending or confirmed, SCREEN-HOLD reports
      *> the customer held and the posting programs refuse new
      *> transactions for them.
           05 SH-Customer-ID   PIC 9(5).
           05 SH-Entry-ID      PIC X(10).
           05 SH-Listed-Name   PIC X(40).
      *> "NAME+DOB" when the dates of birth agree, "NAME" when one
      *> side has no date of birth to compare.
           05 SH-Match-Basis   PIC X(8).
           05 SH-List-Date     PIC 9(8).
           05 SH-Raised-Stamp  PIC X(14).
      *> the program that raised it - "rescreen" for sanctimport.cob's
      *> pass over the whole file.
           05 SH-Raised-By     PIC X(10).
           05 SH-Status        PIC X.
               88 SH-Pending       VALUE "P".
               88 SH-Cleared       VALUE "C".
               88 SH-Confirmed     VALUE "F".
               88 SH-Holds-Customer VALUE "P", "F".
           05 SH-Decided-Date  PIC 9(8).
           05 SH-Decided-By    PIC X(10).
           05 SH-Decision-Note PIC X(30).
