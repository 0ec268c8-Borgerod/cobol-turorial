           SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CourseFile-Status.
      *    enrollment and the attendance register (enroll.cob) - a
      *    grade for someone not enrolled in the course, or below
      *    the course's attendance threshold, is still recorded but
      *    lands on the GradeExceptions.dat queue gradereview.cob
      *    works, same layout gradebatch.cob writes.
           SELECT EnrollFile ASSIGN TO "Enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EnrollFile-Status.
           SELECT AttendFile ASSIGN TO "Attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AttendFile-Status.
           SELECT ExceptionFile ASSIGN TO "GradeExceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExceptionFile-Status.
           SELECT NumberFile ASSIGN TO "Numbers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NumberFile-Status.
      *        entries from before the catalog existed (spaces on
      *        old records read the same way).
               05 TR-Course     PIC X(8).
      *        the term the grade counts toward (e.g. 2026S1) - the
      *        term-end standing run (standing.cob) computes term
      *        GPAs from it. Spaces on entries from before terms
      *        were kept; those count toward the cumulative only.
               05 TR-Term       PIC X(6).

           FD CourseFile.
           01 CourseRecord.
               05 CC-Course-Code PIC X(8).
               05 CC-Title       PIC X(20).
               05 CC-Credits     PIC 9(2).
               05 CC-Capacity    PIC 9(3).
               05 CC-Prereq      PIC X(8) OCCURS 3 TIMES.
               05 CC-Min-Attend  PIC 9(3).

           FD EnrollFile.
           01 EnrollRecord.
               COPY ENRLREC.

           FD AttendFile.
           01 AttendRecord.
               COPY ATTNREC.

           FD ExceptionFile.
           01 ExceptionRecord.
               05 GX-Exception-Num PIC 9(5).
               05 GX-Status        PIC X.
                   88 GX-Open   VALUE "P".
                   88 GX-Closed VALUE "C".
               05 GX-Customer-ID   PIC 9(5).
               05 GX-Grade         PIC X.
               05 GX-Found-Stamp   PIC X(14).
               05 GX-Disp-Code     PIC X(4).
               05 GX-Disp-Note     PIC X(40).
               05 GX-Operator      PIC X(10).
               05 GX-Reason        PIC X(4).
               05 GX-Course        PIC X(8).

           FD NumberFile.
           01 NumberRecord PIC X(10).
           01 WS-Course-Found-Flag PIC X.
               88 WS-Course-Found VALUE "Y".
           01 WS-Transcript-Result PIC X(6).
           01 WS-Term-Entry PIC X(6).
           01 WS-Course-Min-Attend PIC 9(3).

      *    enrollment and attendance check on the graded course -
      *    see CHECK-ENROLMENT-AND-ATTENDANCE.
           01 WS-EnrollFile-Status PIC XX.
               88 WS-Enroll-File-OK VALUE "00".
           01 WS-AttendFile-Status PIC XX.
               88 WS-Attend-File-OK VALUE "00".
           01 WS-ExceptionFile-Status PIC XX.
               88 WS-Exception-File-OK VALUE "00".
           01 WS-Check-Eof-Flag PIC X.
               88 WS-Check-Eof VALUE "Y".
           01 WS-Enrolled-Flag PIC X.
               88 WS-Is-Enrolled VALUE "Y".
           01 WS-Enrolled-Term PIC X(6).
           01 WS-Sessions-Held PIC 9(4).
           01 WS-Sessions-Present PIC 9(4).
           01 WS-Attend-Pct PIC 9(3).
           01 WS-Exception-Reason PIC X(4).
           01 WS-Next-Exception-Num PIC 9(5).

      *    batch mode: classify a whole file of numbers (Numbers.txt)
      *    instead of asking the operator to type each one in.
      *    GradingRules.dat table loaded at startup (LOAD-GRADING-
      *    RULES) instead of compiled-in CLASS conditions.
           PERFORM GET-COURSE-CODE
           PERFORM GET-TERM-CODE
           PERFORM FIND-GRADING-RULE
           MOVE 0 TO MatchCount
           INSPECT allowedGrades TALLYING MatchCount FOR ALL Grade
               MOVE "Failed" TO WS-Transcript-Result
               DISPLAY "You Failed"
           END-IF
      *    the enrollment check runs first - a blank term is taken
      *    from the enrollment it finds.
           PERFORM CHECK-ENROLMENT-AND-ATTENDANCE
           PERFORM WRITE-TRANSCRIPT-ENTRY

      *NUMERIC ALPHABETIC ALPHABETIC-UPPER
                   END-PERFORM
                   MOVE ZERO TO PayCheck
                   SET Customer-Active TO TRUE
                   MOVE SPACES TO Account-Manager
                   SET Language-English TO TRUE
                   MOVE ZERO TO Payment-Terms
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Error: could not add customer "
               END-IF
           END-PERFORM.

       GET-TERM-CODE.
      *    the term the grade counts toward - blank takes the term
      *    the student is enrolled in for the course.
           DISPLAY "Term (e.g. 2026S1) [blank = enrolled term]: "
               WITH NO ADVANCING
           ACCEPT WS-Term-Entry
           MOVE FUNCTION UPPER-CASE(WS-Term-Entry)
               TO WS-Term-Entry.

       CHECK-COURSE-ON-CATALOG.
      *    GENERAL always exists, catalog file or not - the course
      *    dimension can't lock the grading out of its own history.
           MOVE ZERO TO WS-Course-Min-Attend
           IF WS-Course-Entry = "GENERAL"
               SET WS-Course-Found TO TRUE
               EXIT PARAGRAPH
                   NOT AT END
                       IF CC-Course-Code = WS-Course-Entry
                           SET WS-Course-Found TO TRUE
                           IF CC-Min-Attend NUMERIC
                               MOVE CC-Min-Attend
                                   TO WS-Course-Min-Attend
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ethnicity TO TR-Ethnicity
           MOVE Grade TO TR-Grade
           MOVE WS-Transcript-Result TO TR-Result
           MOVE WS-Term-Entry TO TR-Term
           WRITE TranscriptRecord.

       CHECK-ENROLMENT-AND-ATTENDANCE.
      *    the grade stands on the transcript either way - what
      *    this decides is whether a reviewer has to look at it.
      *    GENERAL is the pre-course bucket nobody enrolls in.
           IF WS-Course-Entry = "GENERAL"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Enrolled-Flag
           MOVE "N" TO WS-Check-Eof-Flag
           OPEN INPUT EnrollFile
           IF NOT WS-Enroll-File-OK
               SET WS-Check-Eof TO TRUE
           END-IF
      *    the latest term the student is enrolled in for the
      *    course - the file is appended in time order. A term
      *    given at the prompt has to be the enrolled one.
           PERFORM UNTIL WS-Check-Eof
               READ EnrollFile
                   AT END
                       SET WS-Check-Eof TO TRUE
                   NOT AT END
                       IF EN-Student-ID = ID-num
                           AND EN-Course = WS-Course-Entry
                           AND EN-Enrolled
                           AND (WS-Term-Entry = SPACES
                               OR EN-Term = WS-Term-Entry)
                           SET WS-Is-Enrolled TO TRUE
                           MOVE EN-Term TO WS-Enrolled-Term
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EnrollFile-Status NOT = "35"
               CLOSE EnrollFile
           END-IF
           IF WS-Is-Enrolled AND WS-Term-Entry = SPACES
               MOVE WS-Enrolled-Term TO WS-Term-Entry
           END-IF
           IF NOT WS-Is-Enrolled
               DISPLAY "Not enrolled in " WS-Course-Entry
                   " - grade queued for review"
               MOVE "NENR" TO WS-Exception-Reason
               PERFORM QUEUE-GRADE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-Course-Min-Attend = ZERO
               EXIT PARAGRAPH
           END-IF

      *    attendance over the sessions taken while the student was
      *    on the class list - a term with no register yet can't be
      *    held against anyone.
           MOVE ZERO TO WS-Sessions-Held
           MOVE ZERO TO WS-Sessions-Present
           MOVE "N" TO WS-Check-Eof-Flag
           OPEN INPUT AttendFile
           IF NOT WS-Attend-File-OK
               SET WS-Check-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Check-Eof
               READ AttendFile
                   AT END
                       SET WS-Check-Eof TO TRUE
                   NOT AT END
                       IF AT-Student-ID = ID-num
                           AND AT-Course = WS-Course-Entry
                           AND AT-Term = WS-Enrolled-Term
                           ADD 1 TO WS-Sessions-Held
                           IF AT-Present
                               ADD 1 TO WS-Sessions-Present
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AttendFile-Status NOT = "35"
               CLOSE AttendFile
           END-IF
           IF WS-Sessions-Held = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Attend-Pct =
               (WS-Sessions-Present * 100) / WS-Sessions-Held
           DISPLAY "Attendance " WS-Sessions-Present " of "
               WS-Sessions-Held " sessions (" WS-Attend-Pct "%)"
           IF WS-Attend-Pct < WS-Course-Min-Attend
               DISPLAY "Below the " WS-Course-Min-Attend
                   "% the course requires - grade queued for review"
               MOVE "ATTN" TO WS-Exception-Reason
               PERFORM QUEUE-GRADE-EXCEPTION
           END-IF.

       QUEUE-GRADE-EXCEPTION.
      *    next free number by the same scan gradebatch.cob uses.
           MOVE ZERO TO WS-Next-Exception-Num
           MOVE "N" TO WS-Check-Eof-Flag
           OPEN INPUT ExceptionFile
           IF NOT WS-Exception-File-OK
               SET WS-Check-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Check-Eof
               READ ExceptionFile
                   AT END
                       SET WS-Check-Eof TO TRUE
                   NOT AT END
                       IF GX-Exception-Num > WS-Next-Exception-Num
                           MOVE GX-Exception-Num
                               TO WS-Next-Exception-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ExceptionFile-Status NOT = "35"
               CLOSE ExceptionFile
           END-IF
           ADD 1 TO WS-Next-Exception-Num
           OPEN EXTEND ExceptionFile
           IF WS-ExceptionFile-Status = "35"
               OPEN OUTPUT ExceptionFile
               CLOSE ExceptionFile
               OPEN EXTEND ExceptionFile
           END-IF
           MOVE WS-Next-Exception-Num TO GX-Exception-Num
           SET GX-Open TO TRUE
           MOVE ID-num TO GX-Customer-ID
           MOVE Grade TO GX-Grade
           MOVE FUNCTION CURRENT-DATE(1:14) TO GX-Found-Stamp
           MOVE SPACES TO GX-Disp-Code
           MOVE SPACES TO GX-Disp-Note
           MOVE SPACES TO GX-Operator
           MOVE WS-Exception-Reason TO GX-Reason
           MOVE WS-Course-Entry TO GX-Course
           WRITE ExceptionRecord
           CLOSE ExceptionFile.

       BATCH-CLASSIFY-NUMBERS.
      *    same classification rules as the interactive loop above,
      *    but driven FROM a whole file OF numbers AND summarized BY
