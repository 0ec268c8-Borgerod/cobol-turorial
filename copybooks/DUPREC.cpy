      *> DUPREC.cpy - shared DupReview.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ReviewRecord (FILE SECTION). One line per candidate pair of
      *> customers the phonetic duplicate sweep (dupsweep.cob)
      *> thinks may be the same person, lower ID first. The sweep
      *> rewrites the pending lines ranked by score each night and
      *> carries the decided ones over untouched; custmerge.cob is
      *> where a reviewer confirms a pair (and merges it) or marks
      *> it as not a duplicate, which keeps it off the list for good.
           05 DR-Score        PIC 9(3).
           05 DR-ID-A         PIC 9(5).
           05 DR-ID-B         PIC 9(5).
           05 DR-Name-A       PIC X(24).
           05 DR-Name-B       PIC X(24).
      *> why the pair scored - "NAME DOB PHONE ADDR" as they apply.
           05 DR-Reasons      PIC X(20).
           05 DR-Status       PIC X.
               88 DR-Pending       VALUE "P".
               88 DR-Not-Duplicate VALUE "N".
               88 DR-Merged        VALUE "M".
           05 DR-Sweep-Date   PIC 9(8).
           05 DR-Decided-Date PIC 9(8).
           05 DR-Decided-By   PIC X(10).
