      *> SODRULE.cpy - shared SoDRules.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> RuleRecord (FILE SECTION). One segregation-of-duties rule
      *> per line for sodreport.cob: two kinds of event that one
      *> operator should never both do for the same customer within
      *> SR-Window-Days of each other, in either order. Each side
      *> names where the event is recorded -
      *>   A  an AuditLog.dat line (live or archived), matched on
      *>      program, operation and the start of the detail
      *>   M  a PendingActions.dat request the operator made
      *>   C  a PendingActions.dat request the operator approved,
      *>      matched on the action type in SR-Operation
      *>   K  a customer check the operator cut (CheckRegister.dat)
      *> - and a blank program, operation or detail matches any.
      *> SR-Detail-Test says how the detail is compared: S (or
      *> space) the audit detail starts with SR-Detail, N it does
      *> not - custmaint.cob's ADD is both a new customer and new
      *> contact details, told apart only by the "contact: " lead.
      *> sodreport.cob seeds the shop's standard rules the first
      *> time it runs; the auditors' additions go on the end.
           05 SR-Rule-ID       PIC X(4).
           05 SR-Description   PIC X(40).
           05 SR-Window-Days   PIC 9(3).
           05 SR-Side OCCURS 2 TIMES.
               10 SR-Source    PIC X.
               10 SR-Program   PIC X(12).
               10 SR-Operation PIC X(6).
               10 SR-Detail    PIC X(10).
               10 SR-Detail-Test PIC X.
