      * ledger, rejects land on BranchRejects.dat with the reason
      * on the line for the branch to correct and resend. The run
      * logs to RunHistory.dat so the morning opsreport.cob shows
      * it. A customer held by sanctions screening (SCREEN-HOLD)
      * is rejected like any other failed check - the branch
      * resends once compliance has cleared them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-FeedFile-Status PIC XX.
               88 WS-Feed-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".
      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Held-Flag PIC X.
               88 WS-Customer-Held VALUE "Y".
           01 WS-Held-Reason PIC X(30).
           01 WS-Reject-Reason PIC X(30).
           01 WS-Reject-Work PIC X(90).

               EXIT PARAGRAPH
           END-IF

           CALL "SCREEN-HOLD" USING FD-Customer-ID, WS-Held-Flag,
               WS-Held-Reason
           IF WS-Customer-Held
               MOVE "customer on sanctions hold" TO WS-Reject-Reason
               PERFORM REJECT-THIS-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FD-Customer-ID TO TR-Customer-ID
           MOVE FD-Date(1:4) TO TR-Date-yyyy
           MOVE FD-Date(5:2) TO TR-Date-mm
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           ADD 1 TO WS-Posted-Count
           ADD FD-Amount TO WS-Posted-Total
           PERFORM POST-TO-LEDGER.
