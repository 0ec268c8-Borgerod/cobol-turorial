       IDENTIFICATION DIVISION.
       PROGRAM-ID. enroll.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * course enrollment and attendance: a student used to exist
      * against a course only once tutCondition.cob had graded
      * them into Transcript.dat - nobody could say who was signed
      * up to what. Enrollments.dat (copybooks/ENRLREC.cpy) now
      * holds one line per student, course and term. Enrolling
      * checks the student is on Customer.dat and active, the
      * course is on the catalog (coursecat.cob), every
      * prerequisite the catalog names has a Passed entry on the
      * student's transcript, and the term still has a seat under
      * the course's capacity; a withdrawal frees the seat but the
      * line stays. The attendance register (Attendance.dat,
      * copybooks/ATTNREC.cpy) is taken here session by session -
      * each enrolled student marked present or absent - and
      * tutCondition.cob holds grades against it. Behind sign-on
      * and audited like coursecat.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CourseFile-Status.
           SELECT TranscriptFile ASSIGN TO "Transcript.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TranscriptFile-Status.
           SELECT EnrollFile ASSIGN TO "Enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EnrollFile-Status.
           SELECT AttendFile ASSIGN TO "Attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AttendFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

      *    same layout coursecat.cob writes.
           FD CourseFile.
           01 CourseRecord.
               05 CC-Course-Code PIC X(8).
               05 CC-Title       PIC X(20).
               05 CC-Credits     PIC 9(2).
               05 CC-Capacity    PIC 9(3).
               05 CC-Prereq      PIC X(8) OCCURS 3 TIMES.
               05 CC-Min-Attend  PIC 9(3).

      *    same layout tutCondition.cob writes.
           FD TranscriptFile.
           01 TranscriptRecord.
               05 TS-Student-ID PIC 9(5).
               05 TS-Timestamp  PIC X(14).
               05 TS-Ethnicity  PIC X(6).
               05 TS-Grade      PIC X(1).
               05 TS-Result     PIC X(6).
               05 TS-Course     PIC X(8).

           FD EnrollFile.
           01 EnrollRecord.
               COPY ENRLREC.

           FD AttendFile.
           01 AttendRecord.
               COPY ATTNREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-CourseFile-Status PIC XX.
               88 WS-Course-File-OK VALUE "00".
           01 WS-TranscriptFile-Status PIC XX.
               88 WS-Transcript-File-OK VALUE "00".
           01 WS-EnrollFile-Status PIC XX.
               88 WS-Enroll-File-OK VALUE "00".
           01 WS-AttendFile-Status PIC XX.
               88 WS-Attend-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".

      *    the catalog entry for the course in hand.
           01 WS-Course-Entry PIC X(8).
           01 WS-Course-Found-Flag PIC X.
               88 WS-Course-Found VALUE "Y".
           01 WS-Course-Capacity PIC 9(3).
           01 WS-Course-Prereqs.
               05 WS-Course-Prereq PIC X(8) OCCURS 3 TIMES.
           01 WS-PR-Idx PIC 9.

           01 WS-Student-Entry PIC 9(5).
           01 WS-Term-Entry PIC X(6).
           01 WS-Student-OK-Flag PIC X.
               88 WS-Student-OK VALUE "Y".
           01 WS-Passed-Flag PIC X.
               88 WS-Passed VALUE "Y".
           01 WS-Missing-Prereq-Flag PIC X.
               88 WS-Missing-Prereq VALUE "Y".
           01 WS-This-Course PIC X(8).

      *    the enrollments held whole and rewritten when one
      *    changes - the coursecat.cob treatment.
           01 WS-Enroll-Table.
               05 WS-Enroll-Entry OCCURS 2000 TIMES.
                   10 WS-EN-Record PIC X(38).
           01 WS-Enroll-Count PIC 9(4) VALUE ZERO.
           01 WS-EN-Idx PIC 9(4).
           01 WS-Enroll-Found-Flag PIC X.
               88 WS-Enroll-Found VALUE "Y".
           01 WS-Seats-Taken PIC 9(4).

      *    attendance taking - one session date, every enrolled
      *    student on the class list marked in turn.
           01 WS-Session-Date PIC 9(8).
           01 WS-Session-Taken-Flag PIC X.
               88 WS-Session-Taken VALUE "Y".
           01 WS-Mark-Entry PIC X.
               88 WS-Mark-Present VALUE "P", "p".
               88 WS-Mark-Absent  VALUE "A", "a".
           01 WS-Marked-Count PIC 9(4).
           01 WS-Present-Count PIC 9(4).

           01 WS-Today PIC 9(8).
           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Customer PIC 9(5).
           01 WS-Audit-Detail PIC X(40).

      *    operator sign-on state.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Operator-Role PIC X VALUE SPACE.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Course enrollment and attendance"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing enrolled"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Enrollment - (E)nroll (W)ithdraw "
                   "(A)ttendance (C)lass list (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "E" PERFORM ENROLL-STUDENT
                   WHEN "W" PERFORM WITHDRAW-STUDENT
                   WHEN "A" PERFORM TAKE-ATTENDANCE
                   WHEN "C" PERFORM LIST-CLASS
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       ENROLL-STUDENT.
           DISPLAY "Student (customer) ID :" WITH NO ADVANCING
           ACCEPT WS-Student-Entry
           PERFORM CHECK-STUDENT
           IF NOT WS-Student-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-COURSE-AND-TERM
           IF NOT WS-Course-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ENROLLMENTS
           PERFORM FIND-ENROLLMENT
           IF WS-Enroll-Found
               DISPLAY "Error: already enrolled in " WS-Course-Entry
                   " for " WS-Term-Entry
               EXIT PARAGRAPH
           END-IF

      *    prerequisites - each one passed at some point, in any
      *    term, on the student's transcript.
           MOVE "N" TO WS-Missing-Prereq-Flag
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                   UNTIL WS-PR-Idx > 3
               IF WS-Course-Prereq(WS-PR-Idx) NOT = SPACES
                   PERFORM CHECK-PREREQ-PASSED
                   IF NOT WS-Passed
                       SET WS-Missing-Prereq TO TRUE
                       DISPLAY "Error: no pass in "
                           WS-Course-Prereq(WS-PR-Idx)
                           " on the transcript"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Missing-Prereq
               DISPLAY "Not enrolled - prerequisites first"
               EXIT PARAGRAPH
           END-IF

      *    capacity - withdrawn students don't hold a seat.
           IF WS-Course-Capacity > ZERO
               PERFORM COUNT-SEATS-TAKEN
               IF WS-Seats-Taken >= WS-Course-Capacity
                   DISPLAY "Error: " WS-Course-Entry " is full for "
                       WS-Term-Entry " (" WS-Course-Capacity
                       " seats) - not enrolled"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-Enroll-Count >= 2000
               DISPLAY "Error: Enrollments.dat is full"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Student-Entry TO EN-Student-ID
           MOVE WS-Course-Entry TO EN-Course
           MOVE WS-Term-Entry TO EN-Term
           SET EN-Enrolled TO TRUE
           MOVE WS-Today TO EN-Date
           MOVE WS-Operator-ID-Entry TO EN-Operator
           ADD 1 TO WS-Enroll-Count
           MOVE EnrollRecord TO WS-EN-Record(WS-Enroll-Count)
           PERFORM REWRITE-ENROLLMENTS
           DISPLAY "Enrolled " first-name " " last-name " in "
               WS-Course-Entry " for " WS-Term-Entry
           MOVE "ENROL" TO WS-Audit-Operation
           MOVE WS-Student-Entry TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "enrolled " WS-Course-Entry " " WS-Term-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WITHDRAW-STUDENT.
           DISPLAY "Student (customer) ID :" WITH NO ADVANCING
           ACCEPT WS-Student-Entry
           PERFORM GET-COURSE-AND-TERM
           IF NOT WS-Course-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ENROLLMENTS
           PERFORM FIND-ENROLLMENT
           IF NOT WS-Enroll-Found
               DISPLAY "Error: not enrolled in " WS-Course-Entry
                   " for " WS-Term-Entry
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
           SET EN-Withdrawn TO TRUE
           MOVE WS-Today TO EN-Date
           MOVE WS-Operator-ID-Entry TO EN-Operator
           MOVE EnrollRecord TO WS-EN-Record(WS-EN-Idx)
           PERFORM REWRITE-ENROLLMENTS
           DISPLAY "Withdrawn - the seat is free"
           MOVE "WDRAW" TO WS-Audit-Operation
           MOVE WS-Student-Entry TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "withdrawn " WS-Course-Entry " " WS-Term-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       TAKE-ATTENDANCE.
      *    one session of one class: every student enrolled for the
      *    course and term, marked P or A. A session already on the
      *    register is not taken twice.
           PERFORM GET-COURSE-AND-TERM
           IF NOT WS-Course-Found
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Session date (yyyymmdd, 0 = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Session-Date
           IF WS-Session-Date = ZERO
               MOVE WS-Today TO WS-Session-Date
           END-IF
           IF WS-Session-Date > WS-Today
               DISPLAY "Error: that session hasn't happened yet"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SESSION-TAKEN
           IF WS-Session-Taken
               DISPLAY "Error: attendance for " WS-Course-Entry " "
                   WS-Term-Entry " on " WS-Session-Date
                   " is already on the register"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ENROLLMENTS

           OPEN EXTEND AttendFile
           IF WS-AttendFile-Status = "35"
               OPEN OUTPUT AttendFile
               CLOSE AttendFile
               OPEN EXTEND AttendFile
           END-IF
           MOVE ZERO TO WS-Marked-Count
           MOVE ZERO TO WS-Present-Count
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
               IF EN-Course = WS-Course-Entry
                   AND EN-Term = WS-Term-Entry
                   AND EN-Enrolled
                   PERFORM MARK-ONE-STUDENT
               END-IF
           END-PERFORM
           CLOSE AttendFile
           IF WS-Marked-Count = ZERO
               DISPLAY "Nobody enrolled in " WS-Course-Entry
                   " for " WS-Term-Entry " - no register taken"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Register taken: " WS-Present-Count " of "
               WS-Marked-Count " present"
           MOVE "ATTEND" TO WS-Audit-Operation
           MOVE ZERO TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "register " WS-Course-Entry " " WS-Term-Entry
               " " WS-Session-Date
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       MARK-ONE-STUDENT.
           MOVE EN-Student-ID TO WS-Relative-Key
           PERFORM READ-STUDENT-NAME
           PERFORM WITH TEST AFTER
                   UNTIL WS-Mark-Present OR WS-Mark-Absent
               DISPLAY "  " EN-Student-ID " " first-name " "
                   last-name " - (P)resent (A)bsent :"
                   WITH NO ADVANCING
               ACCEPT WS-Mark-Entry
           END-PERFORM
           MOVE WS-Course-Entry TO AT-Course
           MOVE WS-Term-Entry TO AT-Term
           MOVE WS-Session-Date TO AT-Session-Date
           MOVE EN-Student-ID TO AT-Student-ID
           IF WS-Mark-Present
               SET AT-Present TO TRUE
               ADD 1 TO WS-Present-Count
           ELSE
               SET AT-Absent TO TRUE
           END-IF
           WRITE AttendRecord
           ADD 1 TO WS-Marked-Count.

       LIST-CLASS.
           PERFORM GET-COURSE-AND-TERM
           IF NOT WS-Course-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ENROLLMENTS
           PERFORM COUNT-SEATS-TAKEN
           DISPLAY WS-Course-Entry " " WS-Term-Entry ": "
               WS-Seats-Taken " enrolled, capacity "
               WS-Course-Capacity " (0 = no limit)"
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
               IF EN-Course = WS-Course-Entry
                   AND EN-Term = WS-Term-Entry
                   MOVE EN-Student-ID TO WS-Relative-Key
                   PERFORM READ-STUDENT-NAME
                   DISPLAY "  " EN-Student-ID " " first-name " "
                       last-name " " EN-Status " " EN-Date
               END-IF
           END-PERFORM.

       CHECK-STUDENT.
           MOVE "N" TO WS-Student-OK-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Error: no Customer.dat on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Student-Entry TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-Student-Entry
                       " not found"
               NOT INVALID KEY
                   IF Customer-Active
                       SET WS-Student-OK TO TRUE
                   ELSE
                       DISPLAY "Error: customer " WS-Student-Entry
                           " is inactive"
                   END-IF
           END-READ
           CLOSE CustomerFile.

       READ-STUDENT-NAME.
           MOVE SPACES TO first-name
           MOVE SPACES TO last-name
           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               READ CustomerFile
                   INVALID KEY
                       MOVE "(gone)" TO first-name
               END-READ
               CLOSE CustomerFile
           END-IF.

       GET-COURSE-AND-TERM.
           DISPLAY "Course code :" WITH NO ADVANCING
           ACCEPT WS-Course-Entry
           MOVE FUNCTION UPPER-CASE(WS-Course-Entry)
               TO WS-Course-Entry
           PERFORM FIND-CATALOG-COURSE
           IF NOT WS-Course-Found
               DISPLAY "Error: course not on the catalog - "
                   "see coursecat"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Term (e.g. 2026S1) :" WITH NO ADVANCING
           ACCEPT WS-Term-Entry
           MOVE FUNCTION UPPER-CASE(WS-Term-Entry) TO WS-Term-Entry
           IF WS-Term-Entry = SPACES
               DISPLAY "Error: a term is needed"
               MOVE "N" TO WS-Course-Found-Flag
           END-IF.

       FIND-CATALOG-COURSE.
      *    GENERAL is the pre-course history bucket, not a class
      *    anyone enrolls in.
           MOVE "N" TO WS-Course-Found-Flag
           IF WS-Course-Entry = "GENERAL" OR WS-Course-Entry = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CourseFile
           IF NOT WS-Course-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof OR WS-Course-Found
               READ CourseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CC-Course-Code = WS-Course-Entry
                           SET WS-Course-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CourseFile-Status NOT = "35"
               CLOSE CourseFile
           END-IF
           IF NOT WS-Course-Found
               EXIT PARAGRAPH
           END-IF
      *    a catalog line from before the enrolment rules reads as
      *    no limit and no prerequisites.
           IF CC-Capacity NUMERIC
               MOVE CC-Capacity TO WS-Course-Capacity
           ELSE
               MOVE ZERO TO WS-Course-Capacity
           END-IF
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                   UNTIL WS-PR-Idx > 3
               MOVE CC-Prereq(WS-PR-Idx)
                   TO WS-Course-Prereq(WS-PR-Idx)
           END-PERFORM.

       CHECK-PREREQ-PASSED.
           MOVE "N" TO WS-Passed-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TranscriptFile
           IF NOT WS-Transcript-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof OR WS-Passed
               READ TranscriptFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE TS-Course TO WS-This-Course
                       IF WS-This-Course = SPACES
                           MOVE "GENERAL" TO WS-This-Course
                       END-IF
                       IF TS-Student-ID = WS-Student-Entry
                           AND WS-This-Course
                               = WS-Course-Prereq(WS-PR-Idx)
                           AND TS-Result = "Passed"
                           SET WS-Passed TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TranscriptFile-Status NOT = "35"
               CLOSE TranscriptFile
           END-IF.

       CHECK-SESSION-TAKEN.
           MOVE "N" TO WS-Session-Taken-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AttendFile
           IF NOT WS-Attend-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof OR WS-Session-Taken
               READ AttendFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AT-Course = WS-Course-Entry
                           AND AT-Term = WS-Term-Entry
                           AND AT-Session-Date = WS-Session-Date
                           SET WS-Session-Taken TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AttendFile-Status NOT = "35"
               CLOSE AttendFile
           END-IF.

       FIND-ENROLLMENT.
      *    the student's live enrollment in the course and term.
           MOVE "N" TO WS-Enroll-Found-Flag
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
                   OR WS-Enroll-Found
               MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
               IF EN-Student-ID = WS-Student-Entry
                   AND EN-Course = WS-Course-Entry
                   AND EN-Term = WS-Term-Entry
                   AND EN-Enrolled
                   SET WS-Enroll-Found TO TRUE
                   SUBTRACT 1 FROM WS-EN-Idx
               END-IF
           END-PERFORM.

       COUNT-SEATS-TAKEN.
           MOVE ZERO TO WS-Seats-Taken
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
               IF EN-Course = WS-Course-Entry
                   AND EN-Term = WS-Term-Entry
                   AND EN-Enrolled
                   ADD 1 TO WS-Seats-Taken
               END-IF
           END-PERFORM.

       LOAD-ENROLLMENTS.
           MOVE ZERO TO WS-Enroll-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT EnrollFile
           IF NOT WS-Enroll-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ EnrollFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Enroll-Count < 2000
                           ADD 1 TO WS-Enroll-Count
                           MOVE EnrollRecord
                               TO WS-EN-Record(WS-Enroll-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EnrollFile-Status NOT = "35"
               CLOSE EnrollFile
           END-IF.

       REWRITE-ENROLLMENTS.
           OPEN OUTPUT EnrollFile
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO EnrollRecord
               WRITE EnrollRecord
           END-PERFORM
           CLOSE EnrollFile.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "enroll" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WS-Audit-Customer TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
           CLOSE AuditFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
