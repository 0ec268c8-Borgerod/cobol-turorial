       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-SCREEN.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * screens one customer against the sanctions list, in one
      * place for every door a customer comes in by: the caller
      * hands in the customer record and its own program name and
      * gets back how many new possible hits were queued. A hit is
      * a list entry whose last name and first name match the
      * customer's (upper-cased, on the customer's field widths)
      * and whose date of birth doesn't rule it out - both known
      * and equal is "NAME+DOB", either unknown is "NAME". Both
      * known and different is no hit. Each hit is appended to
      * SanctionsHits.dat as pending (SCRNREC.cpy), which holds the
      * customer until compliance decides it in sanctreview.cob. A
      * list entry already on the queue for this customer - in any
      * state - is not raised again, so a cleared false positive
      * stays cleared across rescreens. No list loaded yet is no
      * hits. The caller audits what comes back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SanctionsFile ASSIGN TO "SanctionsList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SanctionsFile-Status.
           SELECT HitFile ASSIGN TO "SanctionsHits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HitFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD SanctionsFile.
           01 SanctionsRecord.
               COPY SANCREC.

           FD HitFile.
           01 HitRecord.
               COPY SCRNREC.

       WORKING-STORAGE SECTION.
           01 WS-SanctionsFile-Status PIC XX.
               88 WS-Sanctions-File-OK VALUE "00".
           01 WS-HitFile-Status PIC XX.
               88 WS-Hit-File-OK VALUE "00".
           01 WS-Hit-Open-Flag PIC X.
               88 WS-Hit-Open VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    list entries already queued for this customer.
           01 WS-Known-Table.
               05 WS-Known-Entry PIC X(10) OCCURS 50 TIMES.
           01 WS-Known-Count PIC 9(2).
           01 WS-Known-Idx PIC 9(2).
           01 WS-Known-Flag PIC X.
               88 WS-Already-Known VALUE "Y".

           01 WS-Cust-First PIC X(8).
           01 WS-Cust-Last PIC X(15).
           01 WS-List-First PIC X(8).
           01 WS-List-Last PIC X(15).
           01 WS-Cust-DOB PIC 9(8).
           01 WS-Match-Basis PIC X(8).

       LINKAGE SECTION.
           01 L-Customer.
               COPY CUSTREC.
           01 L-Source PIC X(10).
           01 L-Hit-Count PIC 9(3).

       PROCEDURE DIVISION USING L-Customer, L-Source, L-Hit-Count.
       SANCTIONS-SCREEN-PARA.
           MOVE ZERO TO L-Hit-Count
           MOVE "N" TO WS-Hit-Open-Flag
           MOVE FUNCTION UPPER-CASE(first-name) TO WS-Cust-First
           MOVE FUNCTION UPPER-CASE(last-name) TO WS-Cust-Last
           MOVE ZERO TO WS-Cust-DOB
           IF DOB-yyyy > ZERO
               COMPUTE WS-Cust-DOB = DOB-yyyy * 10000
                   + DOB-mm * 100 + DOB-dd
           END-IF
           PERFORM LOAD-KNOWN-HITS

           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SanctionsFile
           IF NOT WS-Sanctions-File-OK
               GOBACK
           END-IF
           PERFORM UNTIL WS-Eof
               READ SanctionsFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE SanctionsFile
           IF WS-Hit-Open
               CLOSE HitFile
           END-IF
           GOBACK.

       LOAD-KNOWN-HITS.
           MOVE ZERO TO WS-Known-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HitFile
           IF NOT WS-Hit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ HitFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF SH-Customer-ID = ID-num
                           AND WS-Known-Count < 50
                           ADD 1 TO WS-Known-Count
                           MOVE SH-Entry-ID
                               TO WS-Known-Entry(WS-Known-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HitFile-Status NOT = "35"
               CLOSE HitFile
           END-IF.

       JUDGE-ONE-ENTRY.
           MOVE FUNCTION UPPER-CASE(SL-Last-Name(1:15))
               TO WS-List-Last
           MOVE FUNCTION UPPER-CASE(SL-First-Name(1:8))
               TO WS-List-First
           IF WS-List-Last NOT = WS-Cust-Last
               OR WS-List-First NOT = WS-Cust-First
               EXIT PARAGRAPH
           END-IF
           IF SL-DOB > ZERO AND WS-Cust-DOB > ZERO
               IF SL-DOB NOT = WS-Cust-DOB
                   EXIT PARAGRAPH
               END-IF
               MOVE "NAME+DOB" TO WS-Match-Basis
           ELSE
               MOVE "NAME" TO WS-Match-Basis
           END-IF

           MOVE "N" TO WS-Known-Flag
           PERFORM VARYING WS-Known-Idx FROM 1 BY 1
               UNTIL WS-Known-Idx > WS-Known-Count
               OR WS-Already-Known
               IF WS-Known-Entry(WS-Known-Idx) = SL-Entry-ID
                   SET WS-Already-Known TO TRUE
               END-IF
           END-PERFORM
           IF WS-Already-Known
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-Hit-Open
               OPEN EXTEND HitFile
               IF WS-HitFile-Status = "35"
                   OPEN OUTPUT HitFile
                   CLOSE HitFile
                   OPEN EXTEND HitFile
               END-IF
               SET WS-Hit-Open TO TRUE
           END-IF
           MOVE ID-num TO SH-Customer-ID
           MOVE SL-Entry-ID TO SH-Entry-ID
           MOVE SPACES TO SH-Listed-Name
           STRING FUNCTION TRIM(SL-First-Name) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SL-Last-Name) DELIMITED BY SIZE
               INTO SH-Listed-Name
           END-STRING
           MOVE WS-Match-Basis TO SH-Match-Basis
           MOVE SL-List-Date TO SH-List-Date
           MOVE FUNCTION CURRENT-DATE(1:14) TO SH-Raised-Stamp
           MOVE L-Source TO SH-Raised-By
           SET SH-Pending TO TRUE
           MOVE ZERO TO SH-Decided-Date
           MOVE SPACES TO SH-Decided-By
           MOVE SPACES TO SH-Decision-Note
           WRITE HitRecord
           ADD 1 TO L-Hit-Count
           IF WS-Known-Count < 50
               ADD 1 TO WS-Known-Count
               MOVE SL-Entry-ID TO WS-Known-Entry(WS-Known-Count)
           END-IF.
