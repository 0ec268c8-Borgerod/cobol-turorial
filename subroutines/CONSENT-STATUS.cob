       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-STATUS.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * a customer's marketing consent for one channel, in one place
      * like POINTS-BALANCE: callers hand in a customer and a
      * channel (P post, E email, T phone) and get back Y or N with
      * the date it was given or withdrawn and the operator who
      * recorded it. ConsentHistory.dat holds only the changes
      * (CNSTREC.cpy) and is appended in the order they were keyed,
      * so the newest line for the customer and channel is the
      * standing answer. Consent is asked for, never assumed - a
      * customer with no line at all for the channel comes back N
      * with a zero date, and so does everybody when there is no
      * history file yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConsentFile ASSIGN TO "ConsentHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ConsentFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD ConsentFile.
           01 ConsentRecord.
               COPY CNSTREC.

       WORKING-STORAGE SECTION.
           01 WS-ConsentFile-Status PIC XX.
               88 WS-Consent-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

       LINKAGE SECTION.
           01 L-Customer-ID PIC 9(5).
           01 L-Channel PIC X.
           01 L-Consent PIC X.
           01 L-Consent-Date PIC 9(8).
           01 L-Consent-By PIC X(10).

       PROCEDURE DIVISION USING L-Customer-ID, L-Channel,
           L-Consent, L-Consent-Date, L-Consent-By.
       CONSENT-STATUS-PARA.
           MOVE "N" TO L-Consent
           MOVE ZERO TO L-Consent-Date
           MOVE SPACES TO L-Consent-By
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ConsentFile
           IF NOT WS-Consent-File-OK
               GOBACK
           END-IF
           PERFORM UNTIL WS-Eof
               READ ConsentFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CS-Customer-ID = L-Customer-ID
                           AND CS-Channel = L-Channel
                           MOVE CS-Consent TO L-Consent
                           MOVE CS-Effective-Date TO L-Consent-Date
                           MOVE CS-Operator TO L-Consent-By
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsentFile
           GOBACK.
