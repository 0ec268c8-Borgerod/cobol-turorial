      * GradeExceptions.dat work queue (skipping customers with an
      * exception still open), so the batch's findings become work
      * gradereview.cob dispositions instead of a list that dies
      * with the screen. Its findings are queued with reason BAND;
      * tutCondition.cob queues grades given to students not
      * enrolled in the course (NENR) or short of its attendance
      * threshold (ATTN) onto the same queue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 GX-Disp-Code     PIC X(4).
               05 GX-Disp-Note     PIC X(40).
               05 GX-Operator      PIC X(10).
      *        why the grade is on the queue - BAND here (spaces on
      *        findings from before reasons were kept), NENR or ATTN
      *        from tutCondition.cob - and the course it was graded
      *        in, spaces when the finding isn't about one course.
               05 GX-Reason        PIC X(4).
               05 GX-Course        PIC X(8).

           FD TranscriptFile.
           01 TranscriptRecord.
           MOVE SPACES TO GX-Disp-Code
           MOVE SPACES TO GX-Disp-Note
           MOVE SPACES TO GX-Operator
           MOVE "BAND" TO GX-Reason
           MOVE WS-Course-Filter TO GX-Course
           WRITE ExceptionRecord
           CLOSE ExceptionFile
           ADD 1 TO WS-Queued-Count.
