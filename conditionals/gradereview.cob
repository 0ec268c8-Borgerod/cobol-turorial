      * context, dispositioned by the signed-on operator with a
      * code and a note (or left for later), plus a report of
      * what's still open - so the batch's findings become work
      * that finishes, with a name on every disposition. Each
      * exception shows why it was queued - outside the grade
      * bands, graded without an enrollment in the course, or
      * graded below the course's attendance threshold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 GX-Disp-Code     PIC X(4).
               05 GX-Disp-Note     PIC X(40).
               05 GX-Operator      PIC X(10).
               05 GX-Reason        PIC X(4).
               05 GX-Course        PIC X(8).

           FD CustomerFile.
           01 CustomerData.
           01 WS-Exc-Idx PIC 9(3).
           01 WS-Exc-Table.
               05 WS-Exc-Entry OCCURS 200 TIMES
                   PIC X(92).
           01 WS-Work-Exc.
               05 WX-Exception-Num PIC 9(5).
               05 WX-Status        PIC X.
               05 WX-Disp-Code     PIC X(4).
               05 WX-Disp-Note     PIC X(40).
               05 WX-Operator      PIC X(10).
               05 WX-Reason        PIC X(4).
               05 WX-Course        PIC X(8).
           01 WS-Reason-Text PIC X(30).

           01 WS-Decision PIC X.
               88 WS-Disposition VALUE "D", "d".
           DISPLAY "Exception " WX-Exception-Num " - customer "
               WX-Customer-ID " grade " WX-Grade " (found "
               WX-Found-Stamp ")"
           PERFORM SET-REASON-TEXT
           DISPLAY "  " WS-Reason-Text " " WX-Course
           PERFORM SHOW-CUSTOMER-CONTEXT
           PERFORM SHOW-TRANSCRIPT-CONTEXT
           DISPLAY "  (D)isposition (S)kip (Q)uit the sitting :"
                   UNTIL WS-Exc-Idx > WS-Exc-Count
               MOVE WS-Exc-Entry(WS-Exc-Idx) TO WS-Work-Exc
               IF WX-Status = "P"
                   PERFORM SET-REASON-TEXT
                   DISPLAY "  " WX-Exception-Num " customer "
                       WX-Customer-ID " grade " WX-Grade
                       " open since " WX-Found-Stamp
                   DISPLAY "      " WS-Reason-Text " " WX-Course
                   ADD 1 TO WS-Open-Count
               END-IF
           END-PERFORM
           DISPLAY "Exceptions still open: " WS-Open-Count.

       SET-REASON-TEXT.
           EVALUATE WX-Reason
               WHEN "NENR"
                   MOVE "not enrolled in the course" TO WS-Reason-Text
               WHEN "ATTN"
                   MOVE "below attendance threshold" TO WS-Reason-Text
               WHEN OTHER
                   MOVE "outside the grade bands" TO WS-Reason-Text
           END-EVALUATE.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules.
