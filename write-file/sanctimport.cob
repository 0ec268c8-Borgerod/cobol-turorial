       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctimport.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * nightly sanctions / watchlist load: takes the published
      * list from SanctionsIn.csv (entry-id,last name,first name,
      * date of birth yyyymmdd or blank,programme per line) under
      * the VERIFY-FEED batch-interface standard, and when the
      * feed's HDR date is newer than the list already loaded,
      * replaces SanctionsList.dat whole and rescreens every
      * customer on Customer.dat against it through the same
      * SANCTIONS-SCREEN subroutine registration uses. New possible
      * hits land on the compliance review queue (SanctionsHits.dat,
      * decided in sanctreview.cob) and hold the customer from new
      * transactions; each one is written to the audit log. A feed
      * no newer than the loaded list changes nothing and still
      * ends OK - the vendor republishes the same list most nights.
      * One malformed line rejects the whole list and leaves the
      * old one in force, the same as a truncated feed: a list
      * loaded with gaps in it would screen people as clear who
      * aren't. CSV split the fximport.cob way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ImportFile ASSIGN TO "SanctionsIn.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ImportFile-Status.
           SELECT SanctionsFile ASSIGN TO "SanctionsList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SanctionsFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD ImportFile.
           01 ImportRecord PIC X(120).

           FD SanctionsFile.
           01 SanctionsRecord.
               COPY SANCREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-ImportFile-Status PIC XX.
               88 WS-ImportFile-OK VALUE "00".
           01 WS-SanctionsFile-Status PIC XX.
               88 WS-Sanctions-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Import-EOF-Flag PIC X VALUE "N".
               88 WS-Import-EOF VALUE "Y".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".

      *    CSV parsing - same OCCURS-table/WITH POINTER technique as
      *    fximport.cob's PARSE-CSV-LINE.
           01 WS-CSV-Fields.
               05 WS-CSV-Field OCCURS 10 TIMES PIC X(30).
           01 WS-CSV-Field-Count PIC 99 VALUE 0.
           01 WS-CSV-Ptr PIC 999 VALUE 1.
           01 WS-CSV-Line-Len PIC 999.
           01 WS-Line-OK-Flag PIC X.
               88 WS-Line-OK VALUE "Y".

      *    the list dates: the incoming feed's HDR date against
      *    the one the loaded list came in on.
           01 WS-Feed-Date PIC 9(8).
           01 WS-Loaded-Date PIC 9(8).
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".

           01 WS-Loaded-Count PIC 9(6) VALUE ZERO.
           01 WS-Rejected-Count PIC 9(6) VALUE ZERO.
           01 WS-Screened-Count PIC 9(6) VALUE ZERO.
           01 WS-Held-Count PIC 9(6) VALUE ZERO.
           01 WS-New-Hit-Count PIC 9(6) VALUE ZERO.

      *    rescreen - see RESCREEN-ONE-CUSTOMER.
           01 WS-Screen-Source PIC X(10) VALUE "rescreen".
           01 WS-Screen-Hits PIC 9(3).
           01 WS-Audit-Detail PIC X(40).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "sanctimport".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4) VALUE ZERO.
           01 WS-RH-Status PIC X(4).

      *    batch-interface standard: the feed is verified whole
      *    (HDR date line, TRL count line) through the shared
      *    VERIFY-FEED subroutine before any record is applied.
           01 WS-Feed-Name PIC X(30) VALUE "SanctionsIn.csv".
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY "SanctionsIn.csv rejected whole - the list "
                   "already loaded stays in force"
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

           PERFORM READ-FEED-DATE
           PERFORM READ-LOADED-DATE
           IF WS-Feed-Date NOT > WS-Loaded-Date
               DISPLAY "Sanctions list dated " WS-Feed-Date
                   " is already loaded - no new list, no rescreen"
               PERFORM FINISH-RUN
           END-IF

      *    first pass: every line must parse before the loaded
      *    list is touched.
           OPEN INPUT ImportFile
           MOVE "N" TO WS-Import-EOF-Flag
           PERFORM UNTIL WS-Import-EOF
               READ ImportFile
                   AT END
                       SET WS-Import-EOF TO TRUE
                   NOT AT END
                       IF ImportRecord(1:3) NOT = "HDR"
                           AND ImportRecord(1:3) NOT = "TRL"
                           PERFORM PARSE-LIST-LINE
                           IF NOT WS-Line-OK
                               ADD 1 TO WS-Rejected-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ImportFile
           IF WS-Rejected-Count > ZERO
               DISPLAY "Lines rejected   : " WS-Rejected-Count
               DISPLAY "Sanctions list dated " WS-Feed-Date
                   " not loaded - the list already loaded stays "
                   "in force"
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

      *    second pass: replace the loaded list whole.
           OPEN INPUT ImportFile
           OPEN OUTPUT SanctionsFile
           MOVE "N" TO WS-Import-EOF-Flag
           PERFORM UNTIL WS-Import-EOF
               READ ImportFile
                   AT END
                       SET WS-Import-EOF TO TRUE
                   NOT AT END
                       IF ImportRecord(1:3) NOT = "HDR"
                           AND ImportRecord(1:3) NOT = "TRL"
                           PERFORM PARSE-LIST-LINE
                           WRITE SanctionsRecord
                           ADD 1 TO WS-Loaded-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ImportFile
           CLOSE SanctionsFile
           DISPLAY "Sanctions list dated " WS-Feed-Date
               " loaded: " WS-Loaded-Count " entries"

      *    and rescreen everyone against it.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               SET WS-Cust-Eof TO TRUE
           ELSE
               MOVE ZERO TO WS-Relative-Key
               START CustomerFile KEY IS NOT LESS THAN
                   WS-Relative-Key
                   INVALID KEY
                       SET WS-Cust-Eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-Cust-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       PERFORM RESCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           IF WS-Cust-File-OK OR WS-CustomerFile-Status = "10"
               CLOSE CustomerFile
           END-IF

           MOVE SPACES TO WS-Audit-Detail
           STRING "list " WS-Feed-Date ": " WS-Screened-Count
               " cust " WS-New-Hit-Count " hits"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE ZERO TO AL-Customer-ID
           MOVE "SCRRUN" TO AL-Operation
           PERFORM WRITE-AUDIT-LOG
           CLOSE AuditFile

           DISPLAY "Customers screened : " WS-Screened-Count
           DISPLAY "Customers with hits: " WS-Held-Count
           DISPLAY "New possible hits  : " WS-New-Hit-Count
           IF WS-New-Hit-Count > ZERO
               DISPLAY "Held customers are waiting in sanctreview"
           END-IF
           PERFORM FINISH-RUN.

       READ-FEED-DATE.
           MOVE ZERO TO WS-Feed-Date
           OPEN INPUT ImportFile
           READ ImportFile
               NOT AT END
                   IF ImportRecord(4:8) IS NUMERIC
                       MOVE ImportRecord(4:8) TO WS-Feed-Date
                   END-IF
           END-READ
           CLOSE ImportFile.

       READ-LOADED-DATE.
      *    every line of the loaded list carries the same date -
      *    the first one will do. No list yet is "never loaded".
           MOVE ZERO TO WS-Loaded-Date
           OPEN INPUT SanctionsFile
           IF WS-Sanctions-File-OK
               READ SanctionsFile
                   NOT AT END
                       MOVE SL-List-Date TO WS-Loaded-Date
               END-READ
               CLOSE SanctionsFile
           END-IF.

       PARSE-LIST-LINE.
      *    entry id and last name are required; a date of birth,
      *    when given, must be a real yyyymmdd date.
           MOVE "Y" TO WS-Line-OK-Flag
           PERFORM PARSE-CSV-LINE
           IF WS-CSV-Field-Count < 3
               OR WS-CSV-Field(1) = SPACES
               OR WS-CSV-Field(2) = SPACES
               DISPLAY "Rejected (missing fields): " ImportRecord
               MOVE "N" TO WS-Line-OK-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CSV-Field(1)) TO SL-Entry-ID
           MOVE FUNCTION TRIM(WS-CSV-Field(2)) TO SL-Last-Name
           MOVE FUNCTION TRIM(WS-CSV-Field(3)) TO SL-First-Name
           MOVE FUNCTION TRIM(WS-CSV-Field(5)) TO SL-Programme
           MOVE WS-Feed-Date TO SL-List-Date
           MOVE ZERO TO SL-DOB
           IF WS-CSV-Field(4) NOT = SPACES
               IF WS-CSV-Field(4)(1:8) IS NOT NUMERIC
                   OR WS-CSV-Field(4)(9:) NOT = SPACES
                   DISPLAY "Rejected (bad date of birth): "
                       ImportRecord
                   MOVE "N" TO WS-Line-OK-Flag
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CSV-Field(4)(1:8) TO SL-DOB
               MOVE SL-DOB(7:2) TO WS-Date-dd
               MOVE SL-DOB(5:2) TO WS-Date-mm
               MOVE SL-DOB(1:4) TO WS-Date-yyyy
               CALL "VALIDATE-DOB" USING WS-Date-dd, WS-Date-mm,
                   WS-Date-yyyy, WS-Date-Valid-Flag
               IF NOT WS-Date-Valid
                   DISPLAY "Rejected (bad date of birth): "
                       ImportRecord
                   MOVE "N" TO WS-Line-OK-Flag
               END-IF
           END-IF.

       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-Screened-Count
           CALL "SANCTIONS-SCREEN" USING CustomerData,
               WS-Screen-Source, WS-Screen-Hits
           IF WS-Screen-Hits > ZERO
               ADD 1 TO WS-Held-Count
               ADD WS-Screen-Hits TO WS-New-Hit-Count
               DISPLAY "Possible hit: " ID-num " "
                   FUNCTION TRIM(first-name) " "
                   FUNCTION TRIM(last-name) " - " WS-Screen-Hits
                   " list match(es), held for review"
               MOVE SPACES TO WS-Audit-Detail
               STRING "sanctions: " WS-Screen-Hits
                   " possible hit(s) - held"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               MOVE ID-num TO AL-Customer-ID
               MOVE "SCRHIT" TO AL-Operation
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "sanctimport" TO AL-Program
           MOVE "rescreen" TO AL-Operator
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE SPACES TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       PARSE-CSV-LINE.
           MOVE ZERO TO WS-CSV-Field-Count
           MOVE 1 TO WS-CSV-Ptr
           MOVE SPACES TO WS-CSV-Fields
           COMPUTE WS-CSV-Line-Len =
               FUNCTION LENGTH(FUNCTION TRIM(ImportRecord))

           PERFORM UNTIL WS-CSV-Ptr > WS-CSV-Line-Len
               OR WS-CSV-Field-Count >= 10
               ADD 1 TO WS-CSV-Field-Count
               UNSTRING ImportRecord DELIMITED BY ","
                   INTO WS-CSV-Field(WS-CSV-Field-Count)
                   WITH POINTER WS-CSV-Ptr
               END-UNSTRING
           END-PERFORM.

       FINISH-RUN.
           MOVE WS-Loaded-Count TO WS-RH-Records
           IF WS-RH-RC = 0
               MOVE "OK " TO WS-RH-Status
           ELSE
               MOVE "FAIL" TO WS-RH-Status
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.
