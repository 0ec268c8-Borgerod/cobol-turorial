      * lines with no customer and no date. Sign-on-protected the
      * same way write-file.cob/custmaint.cob protect customer adds,
      * and every posting is audited to AuditLog.dat like every
      * other write in the shop. Nothing new posts for a customer
      * held by sanctions screening (SCREEN-HOLD) until compliance
      * clears them in sanctreview.cob; reversals of what is
      * already on the books still go through.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-TransactionFile-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
      *    audit log: one line per successful posting, same
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Held-Flag PIC X.
               88 WS-Customer-Held VALUE "Y".
           01 WS-Held-Reason PIC X(30).
      *    batch-window check state - see the startup check.
           01 WS-BW-Op PIC X(3) VALUE "CHK".
           01 WS-BW-State PIC X.
               IF Customer-Inactive
                   DISPLAY "Warning: customer " ID-num " is inactive"
               END-IF
               CALL "SCREEN-HOLD" USING ID-num, WS-Held-Flag,
                   WS-Held-Reason
               IF WS-Customer-Held
                   DISPLAY "Error: customer " ID-num " is held - "
                       FUNCTION TRIM(WS-Held-Reason)
                       " - transaction not posted"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Posting to " first-name " " last-name
               PERFORM GET-POSTING-DATE
               PERFORM GET-POSTING-TYPE
               CALL "TRAN-SERIAL" USING WS-Tran-Serial
               MOVE WS-Tran-Serial TO TR-Serial
               WRITE TransactionRecord
               CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
                   TransactionRecord, WS-TI-End-Flag
               MOVE WS-Posting-Amount TO in-posting-amount
               DISPLAY "Posted " TR-Type " " in-posting-amount
                   " to customer " TR-Customer-ID
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           MOVE TR-Amount TO signed-dollar
           DISPLAY "Reversal posted: " signed-dollar
               " against the " WS-Orig-Date " "
