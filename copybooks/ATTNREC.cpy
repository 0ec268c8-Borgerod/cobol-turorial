      *> ATTNREC.cpy - shared Attendance.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> AttendRecord (FILE SECTION). The attendance register: one
      *> line per enrolled student per class session, taken in
      *> enroll.cob. tutCondition.cob sets the sessions a student
      *> was present at against all the sessions held for the
      *> course and term when it checks the course's attendance
      *> threshold.
           05 AT-Course       PIC X(8).
           05 AT-Term         PIC X(6).
           05 AT-Session-Date PIC 9(8).
           05 AT-Student-ID   PIC 9(5).
           05 AT-Mark         PIC X.
               88 AT-Present VALUE "P".
               88 AT-Absent  VALUE "A".
