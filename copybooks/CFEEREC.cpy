      *> CFEEREC.cpy - shared CourseFees.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> CourseFeeRecord (FILE SECTION). The course fee schedule,
      *> effective-dated like ProductPrices.dat: coursecat.cob
      *> appends a dated line, and the term billing run
      *> (feebill.cob) charges whichever line was in force on the
      *> billing date - the course's own line first, else the
      *> *ALL line every course without one falls back to.
           05 CF-Course   PIC X(8).
           05 CF-Eff-Date PIC 9(8).
           05 CF-Basis    PIC X.
               88 CF-Per-Credit VALUE "C".
               88 CF-Per-Course VALUE "F".
      *> per credit (times the course's catalog credits) or one
      *> flat fee for the course.
           05 CF-Rate     PIC 9(5)V9(2).
