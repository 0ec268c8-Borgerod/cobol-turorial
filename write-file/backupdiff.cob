       IDENTIFICATION DIVISION.
       PROGRAM-ID. backupdiff.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * master-file change report: after a bad batch run or a
      * suspected mistake the first question is "what changed in
      * Customer.dat since last night?", and the only answer was
      * to eyeball a backup against the live file. This compares
      * any generation backupmgr.cob has catalogued against the
      * live master - Customer.dat, Products.dat,
      * CustomerContact.dat or CreditLimits.dat - and reports every
      * record added, deleted or changed, a changed record field by
      * field (old -> new). Each change is cross-referenced to the
      * newest AuditLog.dat entry since the backup was taken for
      * that record (by customer ID, or for a product the entry
      * naming it, the way prodmaint.cob writes them), reaching
      * back into the months auditrotate.cob has archived the way
      * auditinq.cob does. A change no audit entry explains is
      * flagged UNEXPLAINED - those are the ones to worry about -
      * and any such change ends the run with RETURN-CODE 1.
      * Read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN TO "BackupCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CatalogFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT LimitFile ASSIGN TO "CreditLimits.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ProductFile ASSIGN TO "Products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CustomerFile-Status.
      *    the generation being compared, through the FD that fits
      *    its master - the backupmgr.cob ASSIGN USING idiom.
           SELECT CustomerBackupFile ASSIGN USING WS-Backup-Name
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Backup-Rel-Key
               FILE STATUS IS WS-BackupFile-Status.
           SELECT ContactBackupFile ASSIGN USING WS-Backup-Name
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Backup-Rel-Key
               FILE STATUS IS WS-BackupFile-Status.
           SELECT LimitBackupFile ASSIGN USING WS-Backup-Name
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Backup-Rel-Key
               FILE STATUS IS WS-BackupFile-Status.
           SELECT ProductBackupFile ASSIGN USING WS-Backup-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BackupFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT IndexFile ASSIGN TO "AuditArchiveIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IndexFile-Status.
           SELECT ArchiveFile ASSIGN USING WS-Archive-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchiveFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CatalogFile.
           01 CatalogRecord.
               05 BC-Name  PIC X(40).
               05 BC-Date  PIC 9(8).
               05 BC-Count PIC 9(5).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD LimitFile.
           01 LimitData.
               COPY CRLMREC.

           FD ProductFile.
           01 ProductRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD CustomerBackupFile.
           01 CustomerBackupData.
               COPY CUSTREC.

           FD ContactBackupFile.
           01 ContactBackupData.
               COPY CONTREC.

           FD LimitBackupFile.
           01 LimitBackupData.
               COPY CRLMREC.

           FD ProductBackupFile.
           01 ProductBackupRecord.
               05 PB-Product-Name PIC X(20).
               05 PB-Op-Price     PIC 9(4)V9(2).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

           FD IndexFile.
           01 IndexRecord.
               05 AX-Month PIC 9(6).
               05 AX-File  PIC X(30).
               05 AX-Count PIC 9(6).

           FD ArchiveFile.
           01 ArchiveRecord.
               COPY AUDITLOG REPLACING LEADING ==AL-== BY ==AR-==.

       WORKING-STORAGE SECTION.
           01 WS-CatalogFile-Status PIC XX.
               88 WS-Catalog-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Live-File-OK VALUE "00".
           01 WS-Backup-Rel-Key PIC 9(5).
           01 WS-BackupFile-Status PIC XX.
               88 WS-Backup-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
               88 WS-Audit-File-OK VALUE "00".
           01 WS-IndexFile-Status PIC XX.
               88 WS-Index-File-OK VALUE "00".
           01 WS-ArchiveFile-Status PIC XX.
               88 WS-Archive-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Index-Eof-Flag PIC X VALUE "N".
               88 WS-Index-Eof VALUE "Y".
           01 WS-Archive-Eof-Flag PIC X VALUE "N".
               88 WS-Archive-Eof VALUE "Y".
           01 WS-Archive-Name PIC X(30).

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".

      *    the generation: its catalogued name, split at ".bak."
      *    into the master it was taken of and its timestamp.
           01 WS-Master-File PIC X(20).
           01 WS-Backup-Name PIC X(40).
           01 WS-Entry-Name PIC X(40).
           01 WS-Master-Name PIC X(20).
           01 WS-Backup-Stamp PIC X(14).
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".

      *    every audit entry written since the backup was taken -
      *    archived months from the backup's month on, then the
      *    live log - held for the cross-reference.
           01 WS-Audit-Table.
               05 WS-Audit-Entry OCCURS 3000 TIMES.
                   10 WS-AT-Stamp     PIC X(14).
                   10 WS-AT-Program   PIC X(12).
                   10 WS-AT-Operator  PIC X(10).
                   10 WS-AT-Operation PIC X(6).
                   10 WS-AT-Customer  PIC 9(5).
                   10 WS-AT-Detail    PIC X(40).
           01 WS-Audit-Count PIC 9(4) VALUE ZERO.
           01 WS-AT-Idx PIC 9(4).
           01 WS-Audit-Full-Flag PIC X.
               88 WS-Audit-Full VALUE "Y".
           01 WS-Backup-Month PIC 9(6).

      *    the record being compared and what explains it.
           01 WS-Key-ID PIC 9(5).
           01 WS-Key-Name PIC X(20).
           01 WS-Key-Len PIC 99.
           01 WS-Key-Tally PIC 99.
           01 WS-Key-Label PIC X(40).
           01 WS-Change-Type PIC X(7).
           01 WS-Record-Changed-Flag PIC X.
               88 WS-Record-Changed VALUE "Y".
           01 WS-Field-Name PIC X(16).
           01 WS-Old-Value PIC X(30).
           01 WS-New-Value PIC X(30).
           01 WS-Match-Idx PIC 9(4).
           01 WS-Match-Count PIC 9(4).
           01 in-money PIC Z,ZZZ,ZZ9.99.

      *    the two Products.dat images, held whole - the file is
      *    line sequential and prodmaint.cob keeps it in a table too.
           01 WS-Old-Product-Table.
               05 WS-Old-Product OCCURS 500 TIMES.
                   10 WS-OP-Name  PIC X(20).
                   10 WS-OP-Price PIC 9(4)V9(2).
           01 WS-Old-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-New-Product-Table.
               05 WS-New-Product OCCURS 500 TIMES.
                   10 WS-NP-Name  PIC X(20).
                   10 WS-NP-Price PIC 9(4)V9(2).
           01 WS-New-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-OP-Idx PIC 9(3).
           01 WS-NP-Idx PIC 9(3).

           01 WS-Added-Count PIC 9(5).
           01 WS-Deleted-Count PIC 9(5).
           01 WS-Changed-Count PIC 9(5).
           01 WS-Unexplained-Count PIC 9(5).
           01 WS-Run-Unexplained PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Master file change report"
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Compare - (C)ustomer.dat (P)roducts.dat "
                   "co(N)tacts CustomerContact.dat (L)imits "
                   "CreditLimits.dat (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               MOVE SPACES TO WS-Master-File
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "C" MOVE "Customer.dat" TO WS-Master-File
                   WHEN "P" MOVE "Products.dat" TO WS-Master-File
                   WHEN "N"
                       MOVE "CustomerContact.dat" TO WS-Master-File
                   WHEN "L"
                       MOVE "CreditLimits.dat" TO WS-Master-File
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
               IF WS-Master-File NOT = SPACES
                   PERFORM COMPARE-GENERATION
               END-IF
           END-PERFORM
           IF WS-Run-Unexplained > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       COMPARE-GENERATION.
           DISPLAY "Backup generation [blank = newest of "
               FUNCTION TRIM(WS-Master-File) "] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Entry-Name
           ACCEPT WS-Entry-Name
           IF WS-Entry-Name = SPACES
               PERFORM FIND-NEWEST-GENERATION
               IF NOT WS-Found
                   DISPLAY "No generation of "
                       FUNCTION TRIM(WS-Master-File)
                       " on the catalog - take one in backupmgr"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FIND-CATALOG-ENTRY
               IF NOT WS-Found
                   DISPLAY "Not on the catalog - run a (S)ync in "
                       "backupmgr first"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SPLIT-BACKUP-NAME
           IF WS-Master-Name NOT = WS-Master-File
               DISPLAY FUNCTION TRIM(WS-Entry-Name) " is not a "
                   "generation of " FUNCTION TRIM(WS-Master-File)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Entry-Name TO WS-Backup-Name

           PERFORM LOAD-AUDIT-TABLE
           MOVE ZERO TO WS-Added-Count WS-Deleted-Count
               WS-Changed-Count WS-Unexplained-Count
           DISPLAY SPACE
           DISPLAY "CHANGES TO " FUNCTION TRIM(WS-Master-File)
               " SINCE " FUNCTION TRIM(WS-Backup-Name)
           EVALUATE WS-Master-File
               WHEN "Customer.dat"
                   PERFORM COMPARE-CUSTOMERS
               WHEN "Products.dat"
                   PERFORM COMPARE-PRODUCTS
               WHEN "CustomerContact.dat"
                   PERFORM COMPARE-CONTACTS
               WHEN "CreditLimits.dat"
                   PERFORM COMPARE-LIMITS
           END-EVALUATE

           DISPLAY SPACE
           DISPLAY "Records added       : " WS-Added-Count
           DISPLAY "Records deleted     : " WS-Deleted-Count
           DISPLAY "Records changed     : " WS-Changed-Count
           DISPLAY "Audit entries since : " WS-Audit-Count
           IF WS-Audit-Full
               DISPLAY "  (more audit entries than are held - the "
                   "newest are not cross-referenced)"
           END-IF
           IF WS-Unexplained-Count > ZERO
               DISPLAY "UNEXPLAINED CHANGES : " WS-Unexplained-Count
                   " - no audit entry accounts for them"
           ELSE
               IF WS-Added-Count + WS-Deleted-Count
                   + WS-Changed-Count = ZERO
                   DISPLAY "No changes since the backup"
               ELSE
                   DISPLAY "Every change has an audit entry"
               END-IF
           END-IF
           ADD WS-Unexplained-Count TO WS-Run-Unexplained.

       COMPARE-CUSTOMERS.
      *    every record on the backup is looked up live - gone is
      *    deleted, different is changed; then every live record
      *    missing from the backup is added.
           OPEN INPUT CustomerBackupFile
           IF NOT WS-Backup-File-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-Backup-Name)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Live-File-OK
               DISPLAY "Unable to open Customer.dat"
               CLOSE CustomerBackupFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Backup-Rel-Key
           START CustomerBackupFile
                   KEY IS NOT LESS THAN WS-Backup-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ CustomerBackupFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-OLD-CUSTOMER
               END-READ
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-NEW-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE CustomerBackupFile.

       CHECK-OLD-CUSTOMER.
           MOVE ID-num OF CustomerBackupData TO WS-Key-ID
           MOVE SPACES TO WS-Key-Label
           STRING "customer " WS-Key-ID " "
               FUNCTION TRIM(first-name OF CustomerBackupData) " "
               FUNCTION TRIM(last-name OF CustomerBackupData)
               DELIMITED BY SIZE INTO WS-Key-Label
           END-STRING
           MOVE WS-Key-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   MOVE "DELETED" TO WS-Change-Type
                   ADD 1 TO WS-Deleted-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-Record-Changed-Flag
           MOVE "CHANGED" TO WS-Change-Type
           IF first-name OF CustomerData
               NOT = first-name OF CustomerBackupData
               MOVE "first-name" TO WS-Field-Name
               MOVE first-name OF CustomerBackupData TO WS-Old-Value
               MOVE first-name OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF last-name OF CustomerData
               NOT = last-name OF CustomerBackupData
               MOVE "last-name" TO WS-Field-Name
               MOVE last-name OF CustomerBackupData TO WS-Old-Value
               MOVE last-name OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF DateOfBirth OF CustomerData
               NOT = DateOfBirth OF CustomerBackupData
               MOVE "DateOfBirth" TO WS-Field-Name
               MOVE DateOfBirth OF CustomerBackupData TO WS-Old-Value
               MOVE DateOfBirth OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF PayCheck OF CustomerData
               NOT = PayCheck OF CustomerBackupData
               MOVE "PayCheck" TO WS-Field-Name
               MOVE PayCheck OF CustomerBackupData TO in-money
               MOVE in-money TO WS-Old-Value
               MOVE PayCheck OF CustomerData TO in-money
               MOVE in-money TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Grade OF CustomerData
               NOT = Grade OF CustomerBackupData
               MOVE "Grade" TO WS-Field-Name
               MOVE Grade OF CustomerBackupData TO WS-Old-Value
               MOVE Grade OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Customer-Status OF CustomerData
               NOT = Customer-Status OF CustomerBackupData
               MOVE "Customer-Status" TO WS-Field-Name
               MOVE Customer-Status OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Customer-Status OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Home-Currency OF CustomerData
               NOT = Home-Currency OF CustomerBackupData
               MOVE "Home-Currency" TO WS-Field-Name
               MOVE Home-Currency OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Home-Currency OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Branch-Code OF CustomerData
               NOT = Branch-Code OF CustomerBackupData
               MOVE "Branch-Code" TO WS-Field-Name
               MOVE Branch-Code OF CustomerBackupData TO WS-Old-Value
               MOVE Branch-Code OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Billing-Cycle OF CustomerData
               NOT = Billing-Cycle OF CustomerBackupData
               MOVE "Billing-Cycle" TO WS-Field-Name
               MOVE Billing-Cycle OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Billing-Cycle OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Account-Manager OF CustomerData
               NOT = Account-Manager OF CustomerBackupData
               MOVE "Account-Manager" TO WS-Field-Name
               MOVE Account-Manager OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Account-Manager OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Language-Code OF CustomerData
               NOT = Language-Code OF CustomerBackupData
               MOVE "Language-Code" TO WS-Field-Name
               MOVE Language-Code OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Language-Code OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF Payment-Terms OF CustomerData
               NOT = Payment-Terms OF CustomerBackupData
               MOVE "Payment-Terms" TO WS-Field-Name
               MOVE Payment-Terms OF CustomerBackupData
                   TO WS-Old-Value
               MOVE Payment-Terms OF CustomerData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF WS-Record-Changed
               ADD 1 TO WS-Changed-Count
               PERFORM CROSS-REFERENCE-AUDIT
           END-IF.

       CHECK-NEW-CUSTOMER.
           MOVE ID-num OF CustomerData TO WS-Backup-Rel-Key
           READ CustomerBackupFile
               INVALID KEY
                   MOVE ID-num OF CustomerData TO WS-Key-ID
                   MOVE SPACES TO WS-Key-Label
                   STRING "customer " WS-Key-ID " "
                       FUNCTION TRIM(first-name OF CustomerData) " "
                       FUNCTION TRIM(last-name OF CustomerData)
                       DELIMITED BY SIZE INTO WS-Key-Label
                   END-STRING
                   MOVE "ADDED" TO WS-Change-Type
                   ADD 1 TO WS-Added-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
           END-READ.

       COMPARE-CONTACTS.
           OPEN INPUT ContactBackupFile
           IF NOT WS-Backup-File-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-Backup-Name)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ContactFile
           IF NOT WS-Live-File-OK
               DISPLAY "Unable to open CustomerContact.dat"
               CLOSE ContactBackupFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Backup-Rel-Key
           START ContactBackupFile
                   KEY IS NOT LESS THAN WS-Backup-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ ContactBackupFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-OLD-CONTACT
               END-READ
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START ContactFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ ContactFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-NEW-CONTACT
               END-READ
           END-PERFORM
           CLOSE ContactFile
           CLOSE ContactBackupFile.

       CHECK-OLD-CONTACT.
           MOVE CN-Customer-ID OF ContactBackupData TO WS-Key-ID
           MOVE SPACES TO WS-Key-Label
           STRING "contact for customer " WS-Key-ID
               DELIMITED BY SIZE INTO WS-Key-Label
           END-STRING
           MOVE WS-Key-ID TO WS-Relative-Key
           READ ContactFile
               INVALID KEY
                   MOVE "DELETED" TO WS-Change-Type
                   ADD 1 TO WS-Deleted-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-Record-Changed-Flag
           MOVE "CHANGED" TO WS-Change-Type
           IF CN-Street OF ContactData
               NOT = CN-Street OF ContactBackupData
               MOVE "CN-Street" TO WS-Field-Name
               MOVE CN-Street OF ContactBackupData TO WS-Old-Value
               MOVE CN-Street OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-City OF ContactData
               NOT = CN-City OF ContactBackupData
               MOVE "CN-City" TO WS-Field-Name
               MOVE CN-City OF ContactBackupData TO WS-Old-Value
               MOVE CN-City OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Postal-Code OF ContactData
               NOT = CN-Postal-Code OF ContactBackupData
               MOVE "CN-Postal-Code" TO WS-Field-Name
               MOVE CN-Postal-Code OF ContactBackupData
                   TO WS-Old-Value
               MOVE CN-Postal-Code OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Phone OF ContactData
               NOT = CN-Phone OF ContactBackupData
               MOVE "CN-Phone" TO WS-Field-Name
               MOVE CN-Phone OF ContactBackupData TO WS-Old-Value
               MOVE CN-Phone OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Email OF ContactData
               NOT = CN-Email OF ContactBackupData
               MOVE "CN-Email" TO WS-Field-Name
               MOVE CN-Email OF ContactBackupData TO WS-Old-Value
               MOVE CN-Email OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Delivery OF ContactData
               NOT = CN-Delivery OF ContactBackupData
               MOVE "CN-Delivery" TO WS-Field-Name
               MOVE CN-Delivery OF ContactBackupData TO WS-Old-Value
               MOVE CN-Delivery OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Mail-Status OF ContactData
               NOT = CN-Mail-Status OF ContactBackupData
               MOVE "CN-Mail-Status" TO WS-Field-Name
               MOVE CN-Mail-Status OF ContactBackupData
                   TO WS-Old-Value
               MOVE CN-Mail-Status OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CN-Returned-Date OF ContactData
               NOT = CN-Returned-Date OF ContactBackupData
               MOVE "CN-Returned-Date" TO WS-Field-Name
               MOVE CN-Returned-Date OF ContactBackupData
                   TO WS-Old-Value
               MOVE CN-Returned-Date OF ContactData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF WS-Record-Changed
               ADD 1 TO WS-Changed-Count
               PERFORM CROSS-REFERENCE-AUDIT
           END-IF.

       CHECK-NEW-CONTACT.
           MOVE CN-Customer-ID OF ContactData TO WS-Backup-Rel-Key
           READ ContactBackupFile
               INVALID KEY
                   MOVE CN-Customer-ID OF ContactData TO WS-Key-ID
                   MOVE SPACES TO WS-Key-Label
                   STRING "contact for customer " WS-Key-ID
                       DELIMITED BY SIZE INTO WS-Key-Label
                   END-STRING
                   MOVE "ADDED" TO WS-Change-Type
                   ADD 1 TO WS-Added-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
           END-READ.

       COMPARE-LIMITS.
           OPEN INPUT LimitBackupFile
           IF NOT WS-Backup-File-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-Backup-Name)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LimitFile
           IF NOT WS-Live-File-OK
               DISPLAY "Unable to open CreditLimits.dat"
               CLOSE LimitBackupFile
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Backup-Rel-Key
           START LimitBackupFile
                   KEY IS NOT LESS THAN WS-Backup-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ LimitBackupFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-OLD-LIMIT
               END-READ
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START LimitFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ LimitFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-NEW-LIMIT
               END-READ
           END-PERFORM
           CLOSE LimitFile
           CLOSE LimitBackupFile.

       CHECK-OLD-LIMIT.
           MOVE CL-Customer-ID OF LimitBackupData TO WS-Key-ID
           MOVE SPACES TO WS-Key-Label
           STRING "credit limit for customer " WS-Key-ID
               DELIMITED BY SIZE INTO WS-Key-Label
           END-STRING
           MOVE WS-Key-ID TO WS-Relative-Key
           READ LimitFile
               INVALID KEY
                   MOVE "DELETED" TO WS-Change-Type
                   ADD 1 TO WS-Deleted-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-Record-Changed-Flag
           MOVE "CHANGED" TO WS-Change-Type
           IF CL-Limit OF LimitData
               NOT = CL-Limit OF LimitBackupData
               MOVE "CL-Limit" TO WS-Field-Name
               MOVE CL-Limit OF LimitBackupData TO in-money
               MOVE in-money TO WS-Old-Value
               MOVE CL-Limit OF LimitData TO in-money
               MOVE in-money TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CL-Set-By OF LimitData
               NOT = CL-Set-By OF LimitBackupData
               MOVE "CL-Set-By" TO WS-Field-Name
               MOVE CL-Set-By OF LimitBackupData TO WS-Old-Value
               MOVE CL-Set-By OF LimitData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF CL-Set-Stamp OF LimitData
               NOT = CL-Set-Stamp OF LimitBackupData
               MOVE "CL-Set-Stamp" TO WS-Field-Name
               MOVE CL-Set-Stamp OF LimitBackupData TO WS-Old-Value
               MOVE CL-Set-Stamp OF LimitData TO WS-New-Value
               PERFORM SHOW-FIELD-CHANGE
           END-IF
           IF WS-Record-Changed
               ADD 1 TO WS-Changed-Count
               PERFORM CROSS-REFERENCE-AUDIT
           END-IF.

       CHECK-NEW-LIMIT.
           MOVE CL-Customer-ID OF LimitData TO WS-Backup-Rel-Key
           READ LimitBackupFile
               INVALID KEY
                   MOVE CL-Customer-ID OF LimitData TO WS-Key-ID
                   MOVE SPACES TO WS-Key-Label
                   STRING "credit limit for customer " WS-Key-ID
                       DELIMITED BY SIZE INTO WS-Key-Label
                   END-STRING
                   MOVE "ADDED" TO WS-Change-Type
                   ADD 1 TO WS-Added-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
           END-READ.

       COMPARE-PRODUCTS.
      *    the product name is the key; a product's audit entries
      *    carry no customer and name it in AL-Detail instead.
           PERFORM LOAD-PRODUCT-TABLES
           MOVE ZERO TO WS-Key-ID
           PERFORM VARYING WS-OP-Idx FROM 1 BY 1
               UNTIL WS-OP-Idx > WS-Old-Product-Count
               MOVE WS-OP-Name(WS-OP-Idx) TO WS-Key-Name
               MOVE SPACES TO WS-Key-Label
               STRING "product " FUNCTION TRIM(WS-Key-Name)
                   DELIMITED BY SIZE INTO WS-Key-Label
               END-STRING
               MOVE "N" TO WS-Found-Flag
               PERFORM VARYING WS-NP-Idx FROM 1 BY 1
                   UNTIL WS-NP-Idx > WS-New-Product-Count
                   OR WS-Found
                   IF WS-NP-Name(WS-NP-Idx) = WS-Key-Name
                       SET WS-Found TO TRUE
                       SUBTRACT 1 FROM WS-NP-Idx
                   END-IF
               END-PERFORM
               IF NOT WS-Found
                   MOVE "DELETED" TO WS-Change-Type
                   ADD 1 TO WS-Deleted-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
               ELSE
                   IF WS-NP-Price(WS-NP-Idx)
                       NOT = WS-OP-Price(WS-OP-Idx)
                       MOVE "N" TO WS-Record-Changed-Flag
                       MOVE "CHANGED" TO WS-Change-Type
                       MOVE "PR-Op-Price" TO WS-Field-Name
                       MOVE WS-OP-Price(WS-OP-Idx) TO in-money
                       MOVE in-money TO WS-Old-Value
                       MOVE WS-NP-Price(WS-NP-Idx) TO in-money
                       MOVE in-money TO WS-New-Value
                       PERFORM SHOW-FIELD-CHANGE
                       ADD 1 TO WS-Changed-Count
                       PERFORM CROSS-REFERENCE-AUDIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NP-Idx FROM 1 BY 1
               UNTIL WS-NP-Idx > WS-New-Product-Count
               MOVE WS-NP-Name(WS-NP-Idx) TO WS-Key-Name
               MOVE "N" TO WS-Found-Flag
               PERFORM VARYING WS-OP-Idx FROM 1 BY 1
                   UNTIL WS-OP-Idx > WS-Old-Product-Count
                   IF WS-OP-Name(WS-OP-Idx) = WS-Key-Name
                       SET WS-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Found
                   MOVE SPACES TO WS-Key-Label
                   STRING "product " FUNCTION TRIM(WS-Key-Name)
                       DELIMITED BY SIZE INTO WS-Key-Label
                   END-STRING
                   MOVE "ADDED" TO WS-Change-Type
                   ADD 1 TO WS-Added-Count
                   PERFORM SHOW-RECORD-CHANGE
                   PERFORM CROSS-REFERENCE-AUDIT
               END-IF
           END-PERFORM.

       LOAD-PRODUCT-TABLES.
           MOVE ZERO TO WS-Old-Product-Count WS-New-Product-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProductBackupFile
           IF NOT WS-Backup-File-OK
               DISPLAY "Unable to open " FUNCTION TRIM(WS-Backup-Name)
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProductBackupFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Old-Product-Count < 500
                           ADD 1 TO WS-Old-Product-Count
                           MOVE PB-Product-Name
                               TO WS-OP-Name(WS-Old-Product-Count)
                           MOVE PB-Op-Price
                               TO WS-OP-Price(WS-Old-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BackupFile-Status NOT = "35"
               CLOSE ProductBackupFile
           END-IF
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProductFile
           IF NOT WS-Live-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProductFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-New-Product-Count < 500
                           ADD 1 TO WS-New-Product-Count
                           MOVE PR-Product-Name
                               TO WS-NP-Name(WS-New-Product-Count)
                           MOVE PR-Op-Price
                               TO WS-NP-Price(WS-New-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CustomerFile-Status NOT = "35"
               CLOSE ProductFile
           END-IF.

       SHOW-RECORD-CHANGE.
           DISPLAY SPACE
           DISPLAY WS-Change-Type " " FUNCTION TRIM(WS-Key-Label).

       SHOW-FIELD-CHANGE.
      *    the record's heading goes out with its first changed
      *    field.
           IF NOT WS-Record-Changed
               SET WS-Record-Changed TO TRUE
               PERFORM SHOW-RECORD-CHANGE
           END-IF
           DISPLAY "    " WS-Field-Name ": "
               FUNCTION TRIM(WS-Old-Value) " -> "
               FUNCTION TRIM(WS-New-Value).

       CROSS-REFERENCE-AUDIT.
      *    the newest entry since the backup that touched this
      *    record - by customer ID, or for a product (no customer
      *    on its entries) the entry naming it.
           MOVE ZERO TO WS-Match-Idx WS-Match-Count
           IF WS-Key-ID = ZERO
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Key-Name))
                   TO WS-Key-Len
           END-IF
           PERFORM VARYING WS-AT-Idx FROM 1 BY 1
               UNTIL WS-AT-Idx > WS-Audit-Count
               IF WS-Key-ID > ZERO
                   IF WS-AT-Customer(WS-AT-Idx) = WS-Key-ID
                       ADD 1 TO WS-Match-Count
                       MOVE WS-AT-Idx TO WS-Match-Idx
                   END-IF
               ELSE
                   IF WS-AT-Customer(WS-AT-Idx) = ZERO
                       AND WS-Key-Len > ZERO
                       MOVE ZERO TO WS-Key-Tally
                       INSPECT WS-AT-Detail(WS-AT-Idx) TALLYING
                           WS-Key-Tally FOR ALL
                           WS-Key-Name(1:WS-Key-Len)
                       IF WS-Key-Tally > ZERO
                           ADD 1 TO WS-Match-Count
                           MOVE WS-AT-Idx TO WS-Match-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Match-Idx = ZERO
               ADD 1 TO WS-Unexplained-Count
               DISPLAY "    ** UNEXPLAINED - no audit entry since "
                   "the backup **"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "    audit: " WS-AT-Stamp(WS-Match-Idx) " "
               FUNCTION TRIM(WS-AT-Program(WS-Match-Idx)) " "
               FUNCTION TRIM(WS-AT-Operator(WS-Match-Idx)) " "
               WS-AT-Operation(WS-Match-Idx) " "
               FUNCTION TRIM(WS-AT-Detail(WS-Match-Idx))
           IF WS-Match-Count > 1
               DISPLAY "           (" WS-Match-Count
                   " entries since the backup - newest shown)"
           END-IF.

       LOAD-AUDIT-TABLE.
           MOVE ZERO TO WS-Audit-Count
           MOVE "N" TO WS-Audit-Full-Flag
           MOVE WS-Backup-Stamp(1:6) TO WS-Backup-Month
      *    the archived months first, so the table stays in time
      *    order and the last match is the newest.
           MOVE "N" TO WS-Index-Eof-Flag
           OPEN INPUT IndexFile
           IF NOT WS-Index-File-OK
               SET WS-Index-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Index-Eof
               READ IndexFile
                   AT END
                       SET WS-Index-Eof TO TRUE
                   NOT AT END
                       IF AX-Month >= WS-Backup-Month
                           PERFORM LOAD-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IndexFile-Status NOT = "35"
               CLOSE IndexFile
           END-IF
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AuditFile
           IF NOT WS-Audit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ AuditFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           IF WS-AuditFile-Status NOT = "35"
               CLOSE AuditFile
           END-IF.

       LOAD-ONE-ARCHIVE.
           MOVE AX-File TO WS-Archive-Name
           MOVE "N" TO WS-Archive-Eof-Flag
           OPEN INPUT ArchiveFile
           IF NOT WS-Archive-File-OK
               DISPLAY "  (archive "
                   FUNCTION TRIM(WS-Archive-Name)
                   " is on the index but not on disk)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Archive-Eof
               READ ArchiveFile
                   AT END
                       SET WS-Archive-Eof TO TRUE
                   NOT AT END
                       MOVE ArchiveRecord TO AuditRecord
                       PERFORM TAKE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

       TAKE-AUDIT-ENTRY.
           IF AL-Timestamp < WS-Backup-Stamp
               EXIT PARAGRAPH
           END-IF
           IF WS-Audit-Count >= 3000
               SET WS-Audit-Full TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Audit-Count
           MOVE AL-Timestamp TO WS-AT-Stamp(WS-Audit-Count)
           MOVE AL-Program TO WS-AT-Program(WS-Audit-Count)
           MOVE AL-Operator TO WS-AT-Operator(WS-Audit-Count)
           MOVE AL-Operation TO WS-AT-Operation(WS-Audit-Count)
           MOVE AL-Customer-ID TO WS-AT-Customer(WS-Audit-Count)
           MOVE AL-Detail TO WS-AT-Detail(WS-Audit-Count).

       FIND-CATALOG-ENTRY.
           MOVE "N" TO WS-Found-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CatalogFile
           IF NOT WS-Catalog-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CatalogFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF BC-Name = WS-Entry-Name
                           SET WS-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogFile-Status NOT = "35"
               CLOSE CatalogFile
           END-IF.

       FIND-NEWEST-GENERATION.
      *    generations of one master differ only in their 14-digit
      *    timestamp, so the highest name is the newest.
           MOVE "N" TO WS-Found-Flag
           MOVE SPACES TO WS-Backup-Name
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CatalogFile
           IF NOT WS-Catalog-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CatalogFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE BC-Name TO WS-Entry-Name
                       PERFORM SPLIT-BACKUP-NAME
                       IF WS-Master-Name = WS-Master-File
                           AND BC-Name > WS-Backup-Name
                           MOVE BC-Name TO WS-Backup-Name
                           SET WS-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogFile-Status NOT = "35"
               CLOSE CatalogFile
           END-IF
           MOVE WS-Backup-Name TO WS-Entry-Name.

       SPLIT-BACKUP-NAME.
           MOVE SPACES TO WS-Master-Name WS-Backup-Stamp
           UNSTRING WS-Entry-Name DELIMITED BY ".bak."
               INTO WS-Master-Name WS-Backup-Stamp
           END-UNSTRING.
