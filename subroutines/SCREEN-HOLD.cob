       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-HOLD.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * is this customer held by sanctions screening? Callers that
      * are about to post new business for a customer hand in the
      * ID and get back Y or N with a short reason. A customer is
      * held while any of their lines on SanctionsHits.dat
      * (SCRNREC.cpy) is still pending review or has been
      * confirmed; cleared lines hold nobody. No queue file at all
      * holds nobody.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HitFile ASSIGN TO "SanctionsHits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HitFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD HitFile.
           01 HitRecord.
               COPY SCRNREC.

       WORKING-STORAGE SECTION.
           01 WS-HitFile-Status PIC XX.
               88 WS-Hit-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

       LINKAGE SECTION.
           01 L-Customer-ID PIC 9(5).
           01 L-Held-Flag PIC X.
           01 L-Held-Reason PIC X(30).

       PROCEDURE DIVISION USING L-Customer-ID, L-Held-Flag,
           L-Held-Reason.
       SCREEN-HOLD-PARA.
           MOVE "N" TO L-Held-Flag
           MOVE SPACES TO L-Held-Reason
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HitFile
           IF NOT WS-Hit-File-OK
               GOBACK
           END-IF
      *    a confirmed match outranks one still under review.
           PERFORM UNTIL WS-Eof
               READ HitFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF SH-Customer-ID = L-Customer-ID
                           EVALUATE TRUE
                               WHEN SH-Confirmed
                                   MOVE "Y" TO L-Held-Flag
                                   MOVE "CONFIRMED SANCTIONS MATCH"
                                       TO L-Held-Reason
                               WHEN SH-Pending
                                   AND L-Held-Reason = SPACES
                                   MOVE "Y" TO L-Held-Flag
                                   MOVE "SANCTIONS SCREENING REVIEW"
                                       TO L-Held-Reason
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HitFile
           GOBACK.
