      * items by collector with their promises - so follow-up
      * survives a sick day instead of living on sticky notes.
      * Behind sign-on, every assignment, promise and close audited.
      * A blank collector at (A)ssign routes the item to the
      * customer's account manager (custmaint.cob).
      * An account placed with the outside collection agency
      * (agency.cob) is the agency's to work: its item can't be
      * assigned or take a promise while the placement stands -
      * only closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlacementFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 AuditRecord.
               COPY AUDITLOG.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD PlacementFile.
           01 PlacementRecord.
               COPY AGCYREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-ItemFile-Status PIC XX.
               88 WS-Item-File-OK VALUE "00".
           01 WS-PromiseFile-Status PIC XX.
               88 WS-Promise-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-PlacementFile-Status PIC XX.
               88 WS-Placement-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Agency-Flag PIC X.
               88 WS-With-Agency VALUE "Y".

      *    the work items table-loaded and rewritten whole - the
      *    custapprove.cob queue treatment.
           IF NOT WS-Item-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AGENCY-PLACEMENT
           IF WS-With-Agency
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Collector [blank = account manager] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Collector-Entry
           ACCEPT WS-Collector-Entry
           IF WS-Collector-Entry = SPACES
               PERFORM FIND-ACCOUNT-MANAGER
               IF WS-Collector-Entry = SPACES
                   DISPLAY "Customer " WI-Customer-ID " has no "
                       "account manager - name a collector"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Collector-Entry TO WI-Collector
           MOVE WS-Work-Item TO WS-CI-Record(WS-CI-Idx)
           PERFORM REWRITE-ITEM-FILE
           IF NOT WS-Item-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-AGENCY-PLACEMENT
           IF WS-With-Agency
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Promised amount - dollars :" WITH NO ADVANCING
           ACCEPT WS-Amt-Dollars
           DISPLAY "Promised amount - cents :" WITH NO ADVANCING
                   " on file"
           END-IF.

       CHECK-AGENCY-PLACEMENT.
           MOVE "N" TO WS-Agency-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PlacementFile
           IF NOT WS-Placement-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PlacementFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AG-Customer-ID = WI-Customer-ID
                           AND AG-Placed
                           SET WS-With-Agency TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlacementFile-Status NOT = "35"
               CLOSE PlacementFile
           END-IF
           IF WS-With-Agency
               DISPLAY "Customer " WI-Customer-ID " is placed with "
                   "the collection agency - close the item instead"
           END-IF.

       FIND-ACCOUNT-MANAGER.
           MOVE SPACES TO WS-Collector-Entry
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WI-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Account-Manager TO WS-Collector-Entry
           END-READ
           CLOSE CustomerFile.

       GET-DUE-DATE.
      *    re-prompt until the promise date is a real calendar
      *    date - the transentry.cob WITH TEST AFTER idiom.
