      *> STRLREC.cpy - shared StandingRules.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> StandingRuleRecord (FILE SECTION). The academic-standing
      *> rules table, maintained in standmaint.cob and applied by
      *> the term-end standing run (standing.cob): rules are tried
      *> in sequence order and the first one whose minimums the
      *> student meets gives the standing. GPAs are on the
      *> Score-Table scale (6 = A).
           05 SR-Seq           PIC 9(2).
           05 SR-Standing      PIC X(4).
           05 SR-Title         PIC X(20).
           05 SR-Min-Term-GPA  PIC 9V9(2).
           05 SR-Min-Cum-GPA   PIC 9V9(2).
      *> credits graded in the term - an honor roll wants a full
      *> load, not one good elective.
           05 SR-Min-Credits   PIC 9(3).
      *> the standing the student must have held the term before,
      *> spaces for any - suspension is probation that didn't
      *> lift.
           05 SR-Prior         PIC X(4).
      *> which term-end list the standing lands on; the probation
      *> list also queues a notice for letters.cob.
           05 SR-List          PIC X.
               88 SR-Honor-List     VALUE "H".
               88 SR-Probation-List VALUE "P".
               88 SR-No-List        VALUE " ".
