      * into an applied/rejected report at the end. On a CHANGE, a
      * blank field keeps the value already on file, so a paycheck
      * correction doesn't have to re-state the name.
      * Every customer an ADD line creates goes through sanctions
      * screening (SANCTIONS-SCREEN) as it is written, the same as
      * one keyed in write-file.cob - a possible hit holds them for
      * compliance review in sanctreview.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           01 WS-Applied-Count PIC 9(5) VALUE ZERO.
           01 WS-Rejected-Count PIC 9(5) VALUE ZERO.
      *    sanctions screening of each customer added - see
      *    SCREEN-NEW-CUSTOMER and the SANCTIONS-SCREEN subroutine.
           01 WS-Screen-Source PIC X(10) VALUE "custbatch".
           01 WS-Screen-Hits PIC 9(3).
           01 WS-Screen-Held-Count PIC 9(5) VALUE ZERO.
           01 WS-Queued-Count PIC 9(5) VALUE ZERO.
      *    pending-queue state - see QUEUE-DELETE-LINE.
           01 WS-PendingFile-Status PIC XX.
           DISPLAY "Batch change run complete:"
           DISPLAY "  Applied  : " WS-Applied-Count
           DISPLAY "  Rejected : " WS-Rejected-Count
           IF WS-Screen-Held-Count > ZERO
               DISPLAY "  Held for sanctions review: "
                   WS-Screen-Held-Count " - see sanctreview"
           END-IF
           DISPLAY "  Deletions queued for approval: "
               WS-Queued-Count
           IF WS-Rejected-Count > ZERO
                   SET Customer-Active TO TRUE
                   SET Currency-USD TO TRUE
                   MOVE WS-Branch-Entry TO Branch-Code
                   MOVE SPACES TO Account-Manager
                   SET Language-English TO TRUE
                   MOVE ZERO TO Payment-Terms
                   MOVE ID-num TO WS-Relative-Key
                   WRITE CustomerData
                       INVALID KEY
                           MOVE "ADD" TO WS-Index-Op
                           CALL "NAME-INDEX" USING WS-Index-Op,
                               ID-num, first-name, last-name
                           PERFORM SCREEN-NEW-CUSTOMER
                   END-WRITE
               END-IF
           END-IF.

       SCREEN-NEW-CUSTOMER.
      *    the write-file.cob check - a possible hit lands on the
      *    compliance review queue and holds the customer.
           CALL "SANCTIONS-SCREEN" USING CustomerData,
               WS-Screen-Source, WS-Screen-Hits
           IF WS-Screen-Hits > ZERO
               ADD 1 TO WS-Screen-Held-Count
               DISPLAY "    (" ID-num " has " WS-Screen-Hits
                   " possible sanctions list match(es) - held for"
                   " compliance review)"
               MOVE "SCRHIT" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "sanctions: " WS-Screen-Hits
                   " possible hit(s) - held"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       APPLY-CHANGE.
           MOVE WS-Line-ID TO WS-Relative-Key
           READ CustomerFile
