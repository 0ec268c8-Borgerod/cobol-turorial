      *    pay-history call state - see the intake WRITE.
           01 WS-PH-Eff-Date PIC 9(8).
           01 WS-PH-Old-Pay PIC 9(4)V9(2).
      *    sanctions screening of each new customer - see
      *    SCREEN-NEW-CUSTOMER and the SANCTIONS-SCREEN subroutine.
           01 WS-Screen-Source PIC X(10) VALUE "write-file".
           01 WS-Screen-Hits PIC 9(3).
      *    relative record number for CustomerFile - kept in sync with
      *    ID-num via MOVE before every direct WRITE/READ/REWRITE/
      *    DELETE (a RELATIVE KEY can't be a field inside the FD RECORD
               SET Customer-Active TO TRUE.
               SET Currency-USD TO TRUE.
               MOVE SPACES TO Branch-Code.
               MOVE SPACES TO Account-Manager.
               SET Language-English TO TRUE.
               MOVE ZERO TO Payment-Terms.
               COMPUTE Billing-Cycle =
                   FUNCTION MOD(ID-num, 4) + 1.
               MOVE ID-num TO WS-Relative-Key.
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM UPDATE-CONTROL-TOTAL
                       PERFORM SCREEN-NEW-CUSTOMER
               END-WRITE.
           CLOSE CustomerFile.
           DISPLAY SPACE
      *            the store this registration happened at, from
      *            the sign-on branch entry.
                   MOVE WS-Branch-Entry TO Branch-Code
                   MOVE SPACES TO Account-Manager
                   SET Language-English TO TRUE
                   MOVE ZERO TO Payment-Terms
      *            the statement wave falls out of the ID number
      *            so the cycles spread evenly - the same rule
      *            custmaint.cob applies at its add screen.
                               WS-PH-Eff-Date, WS-PH-Old-Pay,
                               PayCheck, WS-Operator-ID-Entry
                           PERFORM QUEUE-WELCOME-LETTER
                           PERFORM SCREEN-NEW-CUSTOMER
                   END-WRITE
               END-IF.
           CLOSE CustomerFile.
           CLOSE WelcomeQueueFile
           DISPLAY "Welcome letter queued for " ID-num.

       SCREEN-NEW-CUSTOMER.
      *    every new customer goes through the sanctions list
      *    before anything can be posted for them - a possible hit
      *    lands on the compliance review queue and holds the
      *    customer until sanctreview.cob clears or confirms it.
           CALL "SANCTIONS-SCREEN" USING CustomerData,
               WS-Screen-Source, WS-Screen-Hits
           IF WS-Screen-Hits > ZERO
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

       CHECK-DUPLICATE-CUSTOMER.
      *    look the name up on the maintained NameIndex.dat instead
      *    OF scanning every Customer.dat slot - at a few hundred
