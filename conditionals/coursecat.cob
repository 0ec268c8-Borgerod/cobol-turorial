      * run, the way letters.cob seeds its templates. Behind
      * sign-on and audited like rulemaint.cob, because credits
      * decide what a grade is worth.
      * Each course also carries what enroll.cob enforces when a
      * student signs up for it - a seat capacity per term (zero
      * is no limit), up to three prerequisite courses the student
      * must already have passed, and the attendance percentage
      * below which tutCondition.cob flags a grade for review (zero
      * is no threshold). A catalog written before these existed
      * reads as no limit, no prerequisites and no threshold. A
      * course another course lists as its prerequisite cannot be
      * deleted from under it.
      * (F)ee loads a dated line onto the course fee schedule,
      * CourseFees.dat - a rate per credit or a flat fee per
      * course, for one course or for *ALL courses without their
      * own - that the term billing run (feebill.cob) charges
      * enrollments at; next term's fees go on file in advance
      * and take over on their date, the prodmaint.cob treatment
      * of prices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT FeeFile ASSIGN TO "CourseFees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeeFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 CC-Course-Code PIC X(8).
               05 CC-Title       PIC X(20).
               05 CC-Credits     PIC 9(2).
               05 CC-Capacity    PIC 9(3).
               05 CC-Prereq      PIC X(8) OCCURS 3 TIMES.
               05 CC-Min-Attend  PIC 9(3).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

           FD FeeFile.
           01 CourseFeeRecord.
               COPY CFEEREC.

       WORKING-STORAGE SECTION.
           01 WS-CourseFile-Status PIC XX.
               88 WS-Course-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-FeeFile-Status PIC XX.
               88 WS-Fee-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

                   10 WS-CT-Code    PIC X(8).
                   10 WS-CT-Title   PIC X(20).
                   10 WS-CT-Credits PIC 9(2).
                   10 WS-CT-Capacity PIC 9(3).
                   10 WS-CT-Prereq  PIC X(8) OCCURS 3 TIMES.
                   10 WS-CT-Min-Attend PIC 9(3).
           01 WS-Course-Count PIC 9(2) VALUE ZERO.
           01 WS-CT-Idx PIC 9(2).
           01 WS-PR-Idx PIC 9.
           01 WS-Prereq-Of-Flag PIC X.
               88 WS-Prereq-Of-Another VALUE "Y".
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Found-Idx PIC 9(2).
           01 WS-Code-Entry PIC X(8).
           01 WS-Title-Entry PIC X(20).
           01 WS-Credits-Entry PIC 9(2).
           01 WS-Capacity-Entry PIC 9(3).
           01 WS-Min-Attend-Entry PIC 9(3).
           01 WS-Prereq-Entries.
               05 WS-Prereq-Entry PIC X(8) OCCURS 3 TIMES.
           01 WS-Prereq-Code PIC X(8).
           01 WS-Saved-Code PIC X(8).

      *    fee-schedule entry - see LOAD-COURSE-FEE.
           01 WS-Eff-Entry PIC 9(8).
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".
           01 WS-Basis-Entry PIC X.
               88 WS-Basis-Valid VALUE "C", "F".
           01 WS-Rate-Dollars PIC 9(5).
           01 WS-Rate-Cents PIC 9(2).
           01 WS-Rate-Entry PIC 9(5)V9(2).
           01 in-rate PIC ZZ,ZZ9.99.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Courses - (A)dd (C)hange (D)elete (L)ist "
                   "(F)ee (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "C" PERFORM CHANGE-COURSE
                   WHEN "D" PERFORM DELETE-COURSE
                   WHEN "L" PERFORM LIST-COURSES
                   WHEN "F" PERFORM LOAD-COURSE-FEE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
               MOVE "GENERAL" TO CC-Course-Code
               MOVE "GENERAL STUDIES" TO CC-Title
               MOVE 01 TO CC-Credits
               MOVE ZERO TO CC-Capacity
               MOVE SPACES TO CC-Prereq(1)
               MOVE SPACES TO CC-Prereq(2)
               MOVE SPACES TO CC-Prereq(3)
               MOVE ZERO TO CC-Min-Attend
               WRITE CourseRecord
               CLOSE CourseFile
           END-IF.
           DISPLAY "Title :" WITH NO ADVANCING
           ACCEPT WS-Title-Entry
           PERFORM GET-CREDITS-ENTRY
           PERFORM GET-ENROLMENT-RULES
           ADD 1 TO WS-Course-Count
           MOVE WS-Code-Entry TO WS-CT-Code(WS-Course-Count)
           MOVE WS-Title-Entry TO WS-CT-Title(WS-Course-Count)
           MOVE WS-Credits-Entry
               TO WS-CT-Credits(WS-Course-Count)
           MOVE WS-Course-Count TO WS-Found-Idx
           PERFORM STORE-ENROLMENT-RULES
           PERFORM REWRITE-CATALOG
           DISPLAY "Course added"
           MOVE "ADD" TO WS-Audit-Operation
               WS-CT-Title(WS-Found-Idx)
           DISPLAY "Current credits : "
               WS-CT-Credits(WS-Found-Idx)
           PERFORM SHOW-ENROLMENT-RULES
           DISPLAY "New title :" WITH NO ADVANCING
           ACCEPT WS-Title-Entry
           PERFORM GET-CREDITS-ENTRY
           PERFORM GET-ENROLMENT-RULES
           MOVE WS-Title-Entry TO WS-CT-Title(WS-Found-Idx)
           MOVE WS-Credits-Entry TO WS-CT-Credits(WS-Found-Idx)
           PERFORM STORE-ENROLMENT-RULES
           PERFORM REWRITE-CATALOG
           DISPLAY "Course changed"
           MOVE "CHANGE" TO WS-Audit-Operation
               DISPLAY "Error: course not on the catalog"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Prereq-Of-Flag
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-Course-Count
               PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                       UNTIL WS-PR-Idx > 3
                   IF WS-CT-Prereq(WS-CT-Idx, WS-PR-Idx)
                       = WS-Code-Entry
                       SET WS-Prereq-Of-Another TO TRUE
                       DISPLAY "Error: " WS-CT-Code(WS-CT-Idx)
                           " needs this course first"
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-Prereq-Of-Another
               DISPLAY "Course not deleted - change those "
                   "courses first"
               EXIT PARAGRAPH
           END-IF
      *    close the gap by shifting the tail up one slot.
           PERFORM VARYING WS-CT-Idx FROM WS-Found-Idx BY 1
                   UNTIL WS-CT-Idx >= WS-Course-Count
               DISPLAY "  " WS-CT-Code(WS-CT-Idx) " "
                   WS-CT-Title(WS-CT-Idx) " ("
                   WS-CT-Credits(WS-CT-Idx) " credits)"
               MOVE WS-CT-Idx TO WS-Found-Idx
               PERFORM SHOW-ENROLMENT-RULES
           END-PERFORM.

       SHOW-ENROLMENT-RULES.
           DISPLAY "      seats " WS-CT-Capacity(WS-Found-Idx)
               "  attendance " WS-CT-Min-Attend(WS-Found-Idx)
               "%  needs " WS-CT-Prereq(WS-Found-Idx, 1) " "
               WS-CT-Prereq(WS-Found-Idx, 2) " "
               WS-CT-Prereq(WS-Found-Idx, 3).

       GET-ENROLMENT-RULES.
      *    what enroll.cob and tutCondition.cob hold a student to.
      *    Prerequisites must be on the catalog already, and a
      *    course can't be its own.
           DISPLAY "Seats per term (0 = no limit) :"
               WITH NO ADVANCING
           ACCEPT WS-Capacity-Entry
           DISPLAY "Minimum attendance % (0 = none) :"
               WITH NO ADVANCING
           ACCEPT WS-Min-Attend-Entry
           IF WS-Min-Attend-Entry > 100
               MOVE 100 TO WS-Min-Attend-Entry
           END-IF
           MOVE SPACES TO WS-Prereq-Entries
           MOVE WS-Code-Entry TO WS-Saved-Code
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                   UNTIL WS-PR-Idx > 3
               DISPLAY "Prerequisite " WS-PR-Idx
                   " [blank = no more] :" WITH NO ADVANCING
               ACCEPT WS-Prereq-Code
               MOVE FUNCTION UPPER-CASE(WS-Prereq-Code)
                   TO WS-Prereq-Code
               IF WS-Prereq-Code = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-Prereq-Code TO WS-Code-Entry
               PERFORM FIND-COURSE
               IF NOT WS-Found
                   OR WS-Prereq-Code = WS-Saved-Code
                   DISPLAY "Error: " WS-Prereq-Code
                       " can't be a prerequisite here - skipped"
                   SUBTRACT 1 FROM WS-PR-Idx
               ELSE
                   MOVE WS-Prereq-Code TO WS-Prereq-Entry(WS-PR-Idx)
               END-IF
           END-PERFORM
           MOVE WS-Saved-Code TO WS-Code-Entry
           PERFORM FIND-COURSE.

       STORE-ENROLMENT-RULES.
           MOVE WS-Capacity-Entry TO WS-CT-Capacity(WS-Found-Idx)
           MOVE WS-Min-Attend-Entry
               TO WS-CT-Min-Attend(WS-Found-Idx)
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                   UNTIL WS-PR-Idx > 3
               MOVE WS-Prereq-Entry(WS-PR-Idx)
                   TO WS-CT-Prereq(WS-Found-Idx, WS-PR-Idx)
           END-PERFORM.

       LOAD-COURSE-FEE.
      *    the schedule is only ever appended to - the dated line
      *    in force on a billing date is what that term was
      *    charged at, so history stays explainable.
           DISPLAY "Course code [*ALL = every course without its "
               "own fee] :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           IF WS-Code-Entry NOT = "*ALL"
               PERFORM FIND-COURSE
               IF NOT WS-Found
                   DISPLAY "Error: course not on the catalog"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SHOW-COURSE-FEES
           MOVE "N" TO WS-Date-Valid-Flag
           PERFORM WITH TEST AFTER UNTIL WS-Date-Valid
               DISPLAY "Effective date (yyyymmdd) :"
                   WITH NO ADVANCING
               ACCEPT WS-Eff-Entry
               MOVE WS-Eff-Entry(7:2) TO WS-Date-dd
               MOVE WS-Eff-Entry(5:2) TO WS-Date-mm
               MOVE WS-Eff-Entry(1:4) TO WS-Date-yyyy
               CALL "VALIDATE-DOB" USING WS-Date-dd, WS-Date-mm,
                   WS-Date-yyyy, WS-Date-Valid-Flag
               IF NOT WS-Date-Valid
                   DISPLAY "Error: not a real date"
               END-IF
           END-PERFORM
           DISPLAY "Basis - (C) per credit (F) flat per course :"
               WITH NO ADVANCING
           ACCEPT WS-Basis-Entry
           MOVE FUNCTION UPPER-CASE(WS-Basis-Entry) TO WS-Basis-Entry
           IF NOT WS-Basis-Valid
               DISPLAY "Error: basis must be C or F"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rate - dollars :" WITH NO ADVANCING
           ACCEPT WS-Rate-Dollars
           DISPLAY "Rate - cents :" WITH NO ADVANCING
           ACCEPT WS-Rate-Cents
           COMPUTE WS-Rate-Entry = WS-Rate-Dollars
               + (WS-Rate-Cents / 100)

           OPEN EXTEND FeeFile
           IF WS-FeeFile-Status = "35"
               OPEN OUTPUT FeeFile
               CLOSE FeeFile
               OPEN EXTEND FeeFile
           END-IF
           MOVE WS-Code-Entry TO CF-Course
           MOVE WS-Eff-Entry TO CF-Eff-Date
           MOVE WS-Basis-Entry TO CF-Basis
           MOVE WS-Rate-Entry TO CF-Rate
           WRITE CourseFeeRecord
           CLOSE FeeFile
           MOVE WS-Rate-Entry TO in-rate
           DISPLAY "Fee " in-rate " (" WS-Basis-Entry ") for "
               FUNCTION TRIM(WS-Code-Entry) " takes effect "
               WS-Eff-Entry
           MOVE "FEEEFF" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "fee " WS-Code-Entry " " WS-Basis-Entry " "
               WS-Rate-Entry " from " WS-Eff-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       SHOW-COURSE-FEES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FeeFile
           IF NOT WS-Fee-File-OK
               DISPLAY "  (no fees on the schedule yet)"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ FeeFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CF-Course = WS-Code-Entry
                           MOVE CF-Rate TO in-rate
                           DISPLAY "  on file: " in-rate " ("
                               CF-Basis ") from " CF-Eff-Date
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FeeFile-Status NOT = "35"
               CLOSE FeeFile
           END-IF.

       GET-CREDITS-ENTRY.
           PERFORM WITH TEST AFTER
                   UNTIL WS-Credits-Entry > ZERO
                               TO WS-CT-Title(WS-Course-Count)
                           MOVE CC-Credits
                               TO WS-CT-Credits(WS-Course-Count)
                           PERFORM TAKE-IN-ENROLMENT-RULES
                       END-IF
               END-READ
           END-PERFORM
               CLOSE CourseFile
           END-IF.

       TAKE-IN-ENROLMENT-RULES.
      *    a line from before the enrolment rules is short - its
      *    tail reads as spaces, which is no limit and no rules.
           IF CC-Capacity NUMERIC
               MOVE CC-Capacity TO WS-CT-Capacity(WS-Course-Count)
           ELSE
               MOVE ZERO TO WS-CT-Capacity(WS-Course-Count)
           END-IF
           IF CC-Min-Attend NUMERIC
               MOVE CC-Min-Attend
                   TO WS-CT-Min-Attend(WS-Course-Count)
           ELSE
               MOVE ZERO TO WS-CT-Min-Attend(WS-Course-Count)
           END-IF
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                   UNTIL WS-PR-Idx > 3
               MOVE CC-Prereq(WS-PR-Idx)
                   TO WS-CT-Prereq(WS-Course-Count, WS-PR-Idx)
           END-PERFORM.

       REWRITE-CATALOG.
           OPEN OUTPUT CourseFile
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               MOVE WS-CT-Code(WS-CT-Idx) TO CC-Course-Code
               MOVE WS-CT-Title(WS-CT-Idx) TO CC-Title
               MOVE WS-CT-Credits(WS-CT-Idx) TO CC-Credits
               MOVE WS-CT-Capacity(WS-CT-Idx) TO CC-Capacity
               PERFORM VARYING WS-PR-Idx FROM 1 BY 1
                       UNTIL WS-PR-Idx > 3
                   MOVE WS-CT-Prereq(WS-CT-Idx, WS-PR-Idx)
                       TO CC-Prereq(WS-PR-Idx)
               END-PERFORM
               MOVE WS-CT-Min-Attend(WS-CT-Idx) TO CC-Min-Attend
               WRITE CourseRecord
           END-PERFORM
           CLOSE CourseFile.
