      *> ENRLREC.cpy - shared Enrollments.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> EnrollRecord (FILE SECTION). One line per student signed
      *> up to a course for a term: enroll.cob writes it once the
      *> course's seat capacity and prerequisites (CourseCatalog.dat,
      *> see coursecat.cob) are satisfied, and marks it withdrawn
      *> rather than deleting it; tutCondition.cob looks here before
      *> it accepts a grade. The student is a Customer.dat ID-num.
           05 EN-Student-ID PIC 9(5).
           05 EN-Course     PIC X(8).
      *> the term as the school names it, e.g. 2026S1.
           05 EN-Term       PIC X(6).
           05 EN-Status     PIC X.
               88 EN-Enrolled  VALUE "E".
               88 EN-Withdrawn VALUE "W".
           05 EN-Date       PIC 9(8).
           05 EN-Operator   PIC X(10).
