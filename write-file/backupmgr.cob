      * learns they don't work. Backup files are read through
      * ASSIGN USING, the custreorg.cob idiom for a file name that
      * isn't known until run time.
      * The catalog covers every master file the shop keeps
      * generations of - Customer.dat, Products.dat,
      * CustomerContact.dat and CreditLimits.dat, each backed up
      * as <file>.bak.<timestamp>. (B)ackup takes a generation of
      * all four at once (end of day, before the nightly job) and
      * catalogues it; verify, restore and prune work per master
      * file, prune keeping the newest N of each. backupdiff.cob
      * reports what has changed since any catalogued generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Backup-Rel-Key
               FILE STATUS IS WS-BackupFile-Status.
      *    the other masters' generations, one FD per record layout.
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
           SELECT ListFile ASSIGN TO "BackupList.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ListFile-Status.
           01 BackupData.
               COPY CUSTREC.

           FD ContactBackupFile.
           01 ContactBackupData.
               COPY CONTREC.

           FD LimitBackupFile.
           01 LimitBackupData.
               COPY CRLMREC.

           FD ProductBackupFile.
           01 ProductBackupRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD ListFile.
           01 ListRecord PIC X(60).

               88 WS-Done VALUE "Y".
           01 WS-Backup-Name PIC X(40).
           01 WS-Entry-Name PIC X(40).
      *    a backup's name split at ".bak." - the master file it is
      *    a generation of, and the timestamp it was taken at.
           01 WS-Master-Name PIC X(20).
           01 WS-Backup-Stamp PIC X(14).
           01 WS-Gen-Stamp PIC X(14).
      *    the master files generations are kept of.
           01 WS-Master-Values.
               05 FILLER PIC X(20) VALUE "Customer.dat".
               05 FILLER PIC X(20) VALUE "Products.dat".
               05 FILLER PIC X(20) VALUE "CustomerContact.dat".
               05 FILLER PIC X(20) VALUE "CreditLimits.dat".
           01 WS-Master-Table REDEFINES WS-Master-Values.
               05 WS-Master-File PIC X(20) OCCURS 4 TIMES.
           01 WS-Master-Idx PIC 9.
           01 WS-Record-Count PIC 9(5).
           01 WS-Catalog-Count PIC 9(5).
           01 WS-Found-Flag PIC X.
           01 WS-Keep-Count PIC 9(2).
           01 WS-Seen-Count PIC 9(3).
           01 WS-Pruned PIC 9(3).
           01 WS-Cmd PIC X(160).
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".

                   10 WS-CT-Date  PIC 9(8).
                   10 WS-CT-Count PIC 9(5).
                   10 WS-CT-Keep  PIC X.
                   10 WS-CT-Master PIC X(20).

      *    operator sign-on state (restore only).
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           DISPLAY "Backup catalog manager"
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Backups - (B)ackup now (S)ync catalog "
                   "(L)ist (V)erify (R)estore (P)rune (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "B" PERFORM TAKE-GENERATION
                   WHEN "S" PERFORM SYNC-CATALOG
                   WHEN "L" PERFORM LIST-CATALOG
                   WHEN "V" PERFORM VERIFY-BACKUP
           END-PERFORM
           STOP RUN.

       TAKE-GENERATION.
      *    one timestamp for the set, so the four copies of a
      *    generation are recognisably taken together.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Gen-Stamp
           MOVE ZERO TO WS-Synced
           PERFORM VARYING WS-Master-Idx FROM 1 BY 1
               UNTIL WS-Master-Idx > 4
               MOVE SPACES TO WS-Entry-Name
               STRING FUNCTION TRIM(WS-Master-File(WS-Master-Idx))
                   ".bak." WS-Gen-Stamp
                   DELIMITED BY SIZE INTO WS-Entry-Name
               END-STRING
               MOVE SPACES TO WS-Cmd
               STRING "cp -f " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Master-File(WS-Master-Idx))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Entry-Name) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-Cmd
               END-STRING
               CALL "SYSTEM" USING WS-Cmd
               MOVE WS-Entry-Name TO WS-Backup-Name
               PERFORM COUNT-BACKUP-RECORDS
               IF WS-BackupFile-Status = "35"
                   DISPLAY "  "
                       FUNCTION TRIM(WS-Master-File(WS-Master-Idx))
                       " not on disk - no generation taken"
               ELSE
                   PERFORM CATALOG-ONE-BACKUP
               END-IF
           END-PERFORM
           DISPLAY "Generation " WS-Gen-Stamp " taken: " WS-Synced
               " files catalogued".

       SYNC-CATALOG.
      *    walk the pile newest-first and catalog anything not yet
      *    on file, counting its records by reading the copy.
           MOVE "ls -t Customer.dat.bak.* Products.dat.bak.* "
               & "CustomerContact.dat.bak.* CreditLimits.dat.bak.* "
               & "2>/dev/null > BackupList.tmp" TO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd
           MOVE ZERO TO WS-Synced
           MOVE "N" TO WS-List-Eof-Flag
           END-IF
           MOVE WS-Entry-Name TO WS-Backup-Name
           PERFORM COUNT-BACKUP-RECORDS
           PERFORM CATALOG-ONE-BACKUP.

       CATALOG-ONE-BACKUP.
           OPEN EXTEND CatalogFile
           IF WS-CatalogFile-Status = "35"
               OPEN OUTPUT CatalogFile
               OPEN EXTEND CatalogFile
           END-IF
           MOVE WS-Entry-Name TO BC-Name
      *    the timestamp is the 14 digits after ".bak.".
           PERFORM SPLIT-BACKUP-NAME
           IF WS-Backup-Stamp(1:8) NUMERIC
               MOVE WS-Backup-Stamp(1:8) TO BC-Date
           ELSE
               MOVE ZERO TO BC-Date
           END-IF
               CLOSE CatalogFile
           END-IF.

       SPLIT-BACKUP-NAME.
           MOVE SPACES TO WS-Master-Name WS-Backup-Stamp
           UNSTRING WS-Entry-Name DELIMITED BY ".bak."
               INTO WS-Master-Name WS-Backup-Stamp
           END-UNSTRING.

       COUNT-BACKUP-RECORDS.
      *    each master's generation is read through the FD that
      *    fits its record.
           PERFORM SPLIT-BACKUP-NAME
           EVALUATE WS-Master-Name
               WHEN "Products.dat"
                   PERFORM COUNT-PRODUCT-BACKUP
               WHEN "CustomerContact.dat"
                   PERFORM COUNT-CONTACT-BACKUP
               WHEN "CreditLimits.dat"
                   PERFORM COUNT-LIMIT-BACKUP
               WHEN OTHER
                   PERFORM COUNT-CUSTOMER-BACKUP
           END-EVALUATE.

       COUNT-PRODUCT-BACKUP.
           MOVE ZERO TO WS-Record-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProductBackupFile
           IF NOT WS-Backup-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProductBackupFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Record-Count
               END-READ
           END-PERFORM
           IF WS-BackupFile-Status NOT = "35"
               CLOSE ProductBackupFile
           END-IF.

       COUNT-CONTACT-BACKUP.
           MOVE ZERO TO WS-Record-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ContactBackupFile
           IF NOT WS-Backup-File-OK
               SET WS-Eof TO TRUE
           END-IF
           IF NOT WS-Eof
               MOVE ZERO TO WS-Backup-Rel-Key
               START ContactBackupFile
                       KEY IS NOT LESS THAN WS-Backup-Rel-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-Eof
               READ ContactBackupFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Record-Count
               END-READ
           END-PERFORM
           IF WS-BackupFile-Status NOT = "35"
               CLOSE ContactBackupFile
           END-IF.

       COUNT-LIMIT-BACKUP.
           MOVE ZERO TO WS-Record-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LimitBackupFile
           IF NOT WS-Backup-File-OK
               SET WS-Eof TO TRUE
           END-IF
           IF NOT WS-Eof
               MOVE ZERO TO WS-Backup-Rel-Key
               START LimitBackupFile
                       KEY IS NOT LESS THAN WS-Backup-Rel-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-Eof
               READ LimitBackupFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Record-Count
               END-READ
           END-PERFORM
           IF WS-BackupFile-Status NOT = "35"
               CLOSE LimitBackupFile
           END-IF.

       COUNT-CUSTOMER-BACKUP.
           MOVE ZERO TO WS-Record-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BackupFile
                   "refused"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Replace " FUNCTION TRIM(WS-Master-Name) " with "
               FUNCTION TRIM(WS-Entry-Name) "? y/n: "
               WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
      *    snapshot what's being replaced first - a restore that
      *    turns out wrong must itself be reversible.
           MOVE SPACES TO WS-Cmd
           STRING "cp -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Master-Name) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Master-Name) DELIMITED BY SIZE
               ".prerestore." DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO WS-Cmd
           END-STRING
           CALL "SYSTEM" USING WS-Cmd
           MOVE SPACES TO WS-Cmd
           STRING "cp -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Entry-Name) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Master-Name) DELIMITED BY SIZE
               INTO WS-Cmd
           END-STRING
           CALL "SYSTEM" USING WS-Cmd
           IF WS-Master-Name NOT = "Customer.dat"
               DISPLAY "Restored (the replaced file is kept as "
                   FUNCTION TRIM(WS-Master-Name)
                   ".prerestore.<stamp>)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Restored (the replaced file is kept as "
               "Customer.dat.prerestore.<stamp>). Re-running "
               "the reconciliation:"
           CANCEL "custreconcile".

       PRUNE-BACKUPS.
           DISPLAY "Keep how many newest backups of each file? :"
               WITH NO ADVANCING
           ACCEPT WS-Keep-Count
           PERFORM LOAD-CATALOG-TABLE
           END-IF
      *    newest-first marking: ls -t order was catalog order for
      *    synced entries, but date order is what counts - walk the
      *    table keeping the WS-Keep-Count highest dates of each
      *    master file.
           MOVE ZERO TO WS-Pruned
           PERFORM VARYING WS-Master-Idx FROM 1 BY 1
               UNTIL WS-Master-Idx > 4
               PERFORM MARK-KEEPERS
           END-PERFORM
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
               IF WS-CT-Keep(WS-Cat-Idx) NOT = "Y"
                           MOVE BC-Count
                               TO WS-CT-Count(WS-Cat-Count)
                           MOVE "N" TO WS-CT-Keep(WS-Cat-Count)
                           MOVE BC-Name TO WS-Entry-Name
                           PERFORM SPLIT-BACKUP-NAME
                           MOVE WS-Master-Name
                               TO WS-CT-Master(WS-Cat-Count)
                       ELSE
                           DISPLAY "BackupCatalog.dat holds more "
                               "than 100 entries - prune refused"
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Cat-Count
               IF WS-CT-Keep(WS-Cat-Idx) NOT = "Y"
                   AND WS-CT-Master(WS-Cat-Idx)
                       = WS-Master-File(WS-Master-Idx)
                   IF WS-Seen-Count = ZERO
                       MOVE WS-Cat-Idx TO WS-Seen-Count
                   ELSE
