      * delimited field at a time via UNSTRING WITH POINTER - so a
      * line with extra or missing trailing fields doesn't need a
      * different program.
      * Every customer imported goes through sanctions screening
      * (SANCTIONS-SCREEN) as it is written, the same as one keyed
      * in write-file.cob - a possible hit holds them for
      * compliance review in sanctreview.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-AuditFile-Status PIC XX.
      *    audit log: one line per successful import, same AuditLog.dat
      *    file custmaint.cob and write-file.cob write to.
           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).
           01 WS-ImportFile-Status PIC XX.
               88 WS-ImportFile-OK VALUE "00".
           01 WS-Imported-Count PIC 9(5) VALUE ZERO.
           01 WS-Rejected-Count PIC 9(5) VALUE ZERO.
           01 WS-Index-Op PIC X(3).
      *    sanctions screening of each imported customer - see
      *    SCREEN-NEW-CUSTOMER and the SANCTIONS-SCREEN subroutine.
           01 WS-Screen-Source PIC X(10) VALUE "custimport".
           01 WS-Screen-Hits PIC 9(3).
           01 WS-Screen-Held-Count PIC 9(5) VALUE ZERO.

      *    operator sign-on state - see SIGN-ON/FIND-OPERATOR-BY-ID.
           01 WS-OperatorFile-Status PIC XX.

           DISPLAY "Customers imported: " WS-Imported-Count
           DISPLAY "Lines rejected    : " WS-Rejected-Count
           IF WS-Screen-Held-Count > ZERO
               DISPLAY "Held for sanctions review: "
                   WS-Screen-Held-Count " - see sanctreview"
           END-IF
           MOVE WS-Imported-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
               SET Customer-Active TO TRUE
               SET Currency-USD TO TRUE
               MOVE WS-Branch-Entry TO Branch-Code
               MOVE SPACES TO Account-Manager
               SET Language-English TO TRUE
               MOVE ZERO TO Payment-Terms
               MOVE ID-num TO WS-Relative-Key
               WRITE CustomerData
                   INVALID KEY
                       ADD 1 TO WS-Rejected-Count
                   NOT INVALID KEY
                       ADD 1 TO WS-Imported-Count
                       MOVE SPACES TO WS-Audit-Detail
                       STRING first-name DELIMITED BY SPACE
                           SPACE DELIMITED BY SIZE
                           last-name DELIMITED BY SPACE
                           INTO WS-Audit-Detail
                       END-STRING
                       MOVE "ADD" TO WS-Audit-Operation
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM UPDATE-CONTROL-TOTAL
      *                keep the name index current, like every
                       MOVE "ADD" TO WS-Index-Op
                       CALL "NAME-INDEX" USING WS-Index-Op,
                           ID-num, first-name, last-name
                       PERFORM SCREEN-NEW-CUSTOMER
               END-WRITE
           END-IF.

       SCREEN-NEW-CUSTOMER.
      *    the write-file.cob check - a possible hit lands on the
      *    compliance review queue and holds the customer.
           CALL "SANCTIONS-SCREEN" USING CustomerData,
               WS-Screen-Source, WS-Screen-Hits
           IF WS-Screen-Hits > ZERO
               ADD 1 TO WS-Screen-Held-Count
               DISPLAY "Warning: " ID-num " has " WS-Screen-Hits
                   " possible sanctions list match(es) - held for"
                   " compliance review"
               MOVE "SCRHIT" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "sanctions: " WS-Screen-Hits
                   " possible hit(s) - held"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "custimport" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ID-num TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
