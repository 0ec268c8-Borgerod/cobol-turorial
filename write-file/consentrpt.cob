       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentrpt.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * marketing consent history: every line custmaint.cob has
      * appended to ConsentHistory.dat - which customer, which
      * channel, given or withdrawn, the date the customer did it,
      * how (signed form, phone call...), the operator who keyed it
      * and when - in the order it was recorded, for one customer
      * or the whole file. Lines are never rewritten, so this is
      * the trail to put in front of a regulator. One customer's
      * listing closes with where each channel stands now, the
      * same answer CONSENT-STATUS gives campaign selection and
      * letters.cob. Customers since deleted keep their lines.
      * Read-only; spooled as CONSENTHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this lookup uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ConsentFile ASSIGN TO "ConsentHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ConsentFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ConsentFile.
           01 ConsentRecord.
               COPY CNSTREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-ConsentFile-Status PIC XX.
               88 WS-Consent-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-ID-Filter PIC 9(5).
           01 WS-Cust-Name PIC X(24).
           01 WS-Channel-Name PIC X(5).
           01 WS-Channel-Code PIC X.
           01 WS-Action-Text PIC X(9).
           01 WS-Line-Count PIC 9(5) VALUE ZERO.
           01 WS-Given-Count PIC 9(5) VALUE ZERO.
           01 WS-Withdrawn-Count PIC 9(5) VALUE ZERO.
           01 in-count PIC ZZZZ9.

      *    where one channel stands now - see SHOW-STANDING.
           01 WS-Consent-Now PIC X.
           01 WS-Consent-Date PIC 9(8).
           01 WS-Consent-By PIC X(10).

           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "CONSENTHIST".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Customer ID (0 = every customer) :"
               WITH NO ADVANCING
           ACCEPT WS-ID-Filter

           OPEN INPUT ConsentFile
           IF NOT WS-Consent-File-OK
               DISPLAY "No ConsentHistory.dat on file - no consent "
                   "has been recorded yet"
               STOP RUN
           END-IF
           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               SET WS-Cust-Open TO TRUE
           END-IF

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           IF WS-ID-Filter = ZERO
               STRING "MARKETING CONSENT HISTORY - ALL CUSTOMERS - "
                   WS-Today
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           ELSE
               STRING "MARKETING CONSENT HISTORY - CUSTOMER "
                   WS-ID-Filter " - " WS-Today
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "ID    NAME                     CHAN  ACTION    "
               "EFFECTIVE SOURCE               BY         KEYED"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

           PERFORM UNTIL WS-Eof
               READ ConsentFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-ID-Filter = ZERO
                           OR CS-Customer-ID = WS-ID-Filter
                           PERFORM LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsentFile
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Line-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "Consent changes listed : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Given-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "  given                : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Withdrawn-Count TO in-count
           MOVE SPACES TO WS-Report-Line
           STRING "  withdrawn            : " in-count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-ID-Filter NOT = ZERO
               MOVE SPACES TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               MOVE "Standing today:" TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               MOVE "P" TO WS-Channel-Code
               PERFORM SHOW-STANDING
               MOVE "E" TO WS-Channel-Code
               PERFORM SHOW-STANDING
               MOVE "T" TO WS-Channel-Code
               PERFORM SHOW-STANDING
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           STOP RUN.

       LIST-ONE-CHANGE.
           ADD 1 TO WS-Line-Count
           MOVE CS-Channel TO WS-Channel-Code
           PERFORM SET-CHANNEL-NAME
           IF CS-Given
               MOVE "GIVEN" TO WS-Action-Text
               ADD 1 TO WS-Given-Count
           ELSE
               MOVE "WITHDRAWN" TO WS-Action-Text
               ADD 1 TO WS-Withdrawn-Count
           END-IF
           MOVE "(no longer on file)" TO WS-Cust-Name
           IF WS-Cust-Open
               MOVE CS-Customer-ID TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Cust-Name
                       STRING FUNCTION TRIM(first-name)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE
                           INTO WS-Cust-Name
                       END-STRING
               END-READ
           END-IF
           MOVE SPACES TO WS-Report-Line
           STRING CS-Customer-ID " " WS-Cust-Name " "
               WS-Channel-Name " " WS-Action-Text " "
               CS-Effective-Date "  " CS-Source " " CS-Operator " "
               CS-Timestamp(1:8)
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       SET-CHANNEL-NAME.
           EVALUATE WS-Channel-Code
               WHEN "P" MOVE "POST" TO WS-Channel-Name
               WHEN "E" MOVE "EMAIL" TO WS-Channel-Name
               WHEN OTHER MOVE "PHONE" TO WS-Channel-Name
           END-EVALUATE.

       SHOW-STANDING.
           PERFORM SET-CHANNEL-NAME
           CALL "CONSENT-STATUS" USING WS-ID-Filter, WS-Channel-Code,
               WS-Consent-Now, WS-Consent-Date, WS-Consent-By
           MOVE SPACES TO WS-Report-Line
           EVALUATE TRUE
               WHEN WS-Consent-Date = ZERO
                   STRING "  " WS-Channel-Name
                       " not asked - no marketing"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN WS-Consent-Now = "Y"
                   STRING "  " WS-Channel-Name " given since "
                       WS-Consent-Date " ("
                       FUNCTION TRIM(WS-Consent-By) ")"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN OTHER
                   STRING "  " WS-Channel-Name " withdrawn since "
                       WS-Consent-Date " ("
                       FUNCTION TRIM(WS-Consent-By) ")"
                       " - no marketing"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
           END-EVALUATE
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
