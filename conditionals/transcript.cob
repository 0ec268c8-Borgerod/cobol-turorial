      * Score-Table values the grading itself uses, and a trend flag
      * (the newest score against the average); (B)atch prints the
      * same for every customer on the master with transcript
      * entries - the file is write-only no more. Each entry shows
      * the term it was graded in; the term-by-term GPA and the
      * standing it earns are the term-end run's (standing.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *        GENERAL (or spaces, same thing) on entries from
      *        before the course catalog existed.
               05 TS-Course     PIC X(8).
      *        spaces on entries from before terms were kept.
               05 TS-Term       PIC X(6).

           FD CourseFile.
           01 CourseRecord.
           PERFORM JUDGE-UNDER-POLICY
           IF WS-Policy-Date = ZERO
               DISPLAY "  " TS-Timestamp " [" WS-This-Course
                   " " TS-Term "] grade " TS-Grade " "
                   WS-Policy-Verdict " (standing policy)"
           ELSE
               DISPLAY "  " TS-Timestamp " [" WS-This-Course
                   " " TS-Term "] grade " TS-Grade " "
                   WS-Policy-Verdict " (policy of "
                   WS-Policy-Date ")"
           END-IF
           PERFORM FIND-COURSE-SLOT
           ADD 1 TO WS-CG-Entries(WS-CG-Idx)
