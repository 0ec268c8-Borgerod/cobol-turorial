       IDENTIFICATION DIVISION.
       PROGRAM-ID. glexport.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * general-ledger export for the outside accountant: the
      * statutory books live in the accountant's own package, and
      * until now they were fed by typing in the printed trial
      * balance. This cuts one closed period of GLJournal.dat as a
      * delimited file, GLExport.<yyyymm>.csv - every journal line
      * with its date, source and reference kept, our account
      * number, the accountant's account number from the account
      * map, the ChartOfAccounts.dat name, and a TRAILER line
      * carrying the line count and the debit and credit totals the
      * package balances the import against. Only a period
      * periodclose.cob has closed can go out (an open period's
      * figures can still move), every account on it must be on the
      * map, and each export is written to GLExportLog.dat - a
      * second export of the same period is flagged as a repeat on
      * screen, in the file's header line and on the audit trail,
      * so the accountant never imports the month twice without
      * being told. The account map (GLAccountMap.dat) is kept from
      * the same menu. Behind sign-on; maintenance or admin only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ChartFile-Status.
      *    our four-digit account against the accountant's own
      *    account code, one line an account.
           SELECT MapFile ASSIGN TO "GLAccountMap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MapFile-Status.
      *    one line per export made - append-only history, the way
      *    PeriodStatus.dat is kept.
           SELECT ExportLogFile ASSIGN TO "GLExportLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExportLogFile-Status.
           SELECT ExportFile ASSIGN USING WS-Export-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExportFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

           FD ChartFile.
           01 ChartRecord.
               COPY CHARTREC.

           FD MapFile.
           01 MapRecord.
               05 GM-Account       PIC 9(4).
               05 GM-Their-Account PIC X(12).

           FD ExportLogFile.
           01 ExportLogRecord.
               05 GX-Period       PIC 9(6).
               05 GX-Lines        PIC 9(6).
               05 GX-Debits       PIC 9(11)V9(2).
               05 GX-Credits      PIC 9(11)V9(2).
               05 GX-Repeat       PIC X.
               05 GX-Exported-By  PIC X(10).
               05 GX-Stamp        PIC X(14).

           FD ExportFile.
           01 ExportRecord PIC X(160).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-ChartFile-Status PIC XX.
               88 WS-Chart-File-OK VALUE "00".
           01 WS-MapFile-Status PIC XX.
               88 WS-Map-File-OK VALUE "00".
           01 WS-ExportLogFile-Status PIC XX.
               88 WS-ExportLog-File-OK VALUE "00".
           01 WS-ExportFile-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
           01 WS-Journal-Eof-Flag PIC X VALUE "N".
               88 WS-Journal-Eof VALUE "Y".
           01 WS-Chart-Eof-Flag PIC X VALUE "N".
               88 WS-Chart-Eof VALUE "Y".
           01 WS-Map-Eof-Flag PIC X VALUE "N".
               88 WS-Map-Eof VALUE "Y".
           01 WS-ExportLog-Eof-Flag PIC X VALUE "N".
               88 WS-ExportLog-Eof VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Period-Entry PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".
           01 WS-Entry-Period PIC 9(6).
           01 WS-Export-Name PIC X(40).

      *    the chart, table-loaded for the names - trialbal.cob's
      *    table and size.
           01 WS-Chart-Table.
               05 WS-Chart-Entry OCCURS 50 TIMES.
                   10 WS-CH-Account PIC 9(4).
                   10 WS-CH-Name    PIC X(24).
           01 WS-Chart-Count PIC 9(2) VALUE ZERO.
           01 WS-CH-Idx PIC 9(2).
           01 WS-Account-Name PIC X(24).

      *    the account map, table-loaded and rewritten whole on a
      *    change - the prodmaint.cob treatment.
           01 WS-Map-Table.
               05 WS-Map-Entry OCCURS 50 TIMES.
                   10 WS-MP-Account PIC 9(4).
                   10 WS-MP-Their   PIC X(12).
           01 WS-Map-Count PIC 9(2) VALUE ZERO.
           01 WS-MP-Idx PIC 9(2).
           01 WS-Map-Found-Flag PIC X.
               88 WS-Map-Found VALUE "Y".
           01 WS-Account-Entry PIC 9(4).
           01 WS-Their-Entry PIC X(12).
           01 WS-Their-Account PIC X(12).

      *    accounts on the period's journal with no map line - the
      *    export is refused until they are mapped.
           01 WS-Unmapped-Table.
               05 WS-Unmapped-Account PIC 9(4) OCCURS 50 TIMES.
           01 WS-Unmapped-Count PIC 9(2) VALUE ZERO.
           01 WS-UM-Idx PIC 9(2).
           01 WS-Unmapped-Known-Flag PIC X.
               88 WS-Unmapped-Known VALUE "Y".

      *    an earlier export of the same period, off the export log.
           01 WS-Prior-Export-Flag PIC X VALUE "N".
               88 WS-Prior-Export VALUE "Y".
           01 WS-Prior-By PIC X(10).
           01 WS-Prior-Stamp PIC X(14).

           01 WS-Line-Count PIC 9(6) VALUE ZERO.
           01 WS-Total-Debits PIC 9(11)V9(2) VALUE ZERO.
           01 WS-Total-Credits PIC 9(11)V9(2) VALUE ZERO.
           01 WS-Out-Line PIC X(160).
           01 WS-Out-Ptr PIC 9(3).
           01 WS-Amount-Edit PIC Z(10)9.99.
           01 WS-Date-Text PIC X(10).
           01 in-debits PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 in-credits PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    run-history entry - see the RUN-HISTORY subroutine.
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "glexport".
           01 WS-RH-Records PIC 9(6) VALUE ZERO.
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           DISPLAY "General ledger export"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing exported"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Operator-Role NOT = "M"
               AND WS-Operator-Role NOT = "A"
               DISPLAY "The ledger export needs a maintenance or "
                   "administrator sign-on"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-MAP-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Ledger export - (E)xport period (M)ap "
                   "account (L)ist map (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "E" PERFORM EXPORT-PERIOD
                   WHEN "M" PERFORM MAP-ACCOUNT
                   WHEN "L" PERFORM LIST-MAP
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
           STOP RUN.

       EXPORT-PERIOD.
           DISPLAY "Period to export (yyyymm) :" WITH NO ADVANCING
           ACCEPT WS-Period-Entry
           CALL "PERIOD-CHECK" USING WS-Period-Entry,
               WS-Period-Open-Flag
           IF WS-Period-Is-Open
               DISPLAY "Period " WS-Period-Entry " is not closed - "
                   "close it in periodclose before it goes to the "
                   "accountant"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PERIOD-MAPPED
           IF WS-Unmapped-Count > ZERO
               DISPLAY "Not exported - accounts on the period with "
                   "no map line:"
               PERFORM VARYING WS-UM-Idx FROM 1 BY 1
                   UNTIL WS-UM-Idx > WS-Unmapped-Count
                   MOVE WS-Unmapped-Account(WS-UM-Idx)
                       TO WS-Account-Entry
                   PERFORM LOOKUP-ACCOUNT-NAME
                   DISPLAY "  " WS-Account-Entry " "
                       WS-Account-Name
               END-PERFORM
               DISPLAY "Map them with (M) first"
               EXIT PARAGRAPH
           END-IF
           IF WS-Line-Count = ZERO
               DISPLAY "No journal lines dated into period "
                   WS-Period-Entry " - nothing to export"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PRIOR-EXPORT
           IF WS-Prior-Export
               DISPLAY "*** Period " WS-Period-Entry " was already "
                   "exported on " WS-Prior-Stamp(1:8) " by "
                   WS-Prior-By
               DISPLAY "A second export is flagged as a REPEAT to "
                   "the accountant. Export again? y/n: "
                   WITH NO ADVANCING
               ACCEPT WS-Choice
               IF FUNCTION UPPER-CASE(WS-Choice) NOT = "Y"
                   DISPLAY "Not exported"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM WRITE-EXPORT-FILE
           PERFORM APPEND-EXPORT-LOG
           ADD WS-Line-Count TO WS-RH-Records

           MOVE WS-Total-Debits TO in-debits
           MOVE WS-Total-Credits TO in-credits
           DISPLAY "Exported " WS-Line-Count " journal lines to "
               FUNCTION TRIM(WS-Export-Name)
           DISPLAY "  debits  " in-debits
           DISPLAY "  credits " in-credits
           IF WS-Total-Debits NOT = WS-Total-Credits
               DISPLAY "  WARNING: the period does not foot - "
                   "run trialbal before sending the file"
           END-IF

           MOVE SPACES TO WS-Audit-Detail
           IF WS-Prior-Export
               MOVE "GLXREP" TO WS-Audit-Operation
               STRING "period " WS-Period-Entry " re-exported, "
                   WS-Line-Count " lines"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           ELSE
               MOVE "GLEXPT" TO WS-Audit-Operation
               STRING "period " WS-Period-Entry " exported, "
                   WS-Line-Count " lines"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       CHECK-PERIOD-MAPPED.
      *    one pass over the period's lines before anything is
      *    written: counts them and gathers the unmapped accounts.
           MOVE ZERO TO WS-Unmapped-Count
           MOVE ZERO TO WS-Line-Count
           MOVE "N" TO WS-Journal-Eof-Flag
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               SET WS-Journal-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Journal-Eof
               READ JournalFile
                   AT END
                       SET WS-Journal-Eof TO TRUE
                   NOT AT END
                       MOVE JE-Date(1:6) TO WS-Entry-Period
                       IF WS-Entry-Period = WS-Period-Entry
                           ADD 1 TO WS-Line-Count
                           MOVE JE-Account TO WS-Account-Entry
                           PERFORM FIND-MAP-ENTRY
                           IF NOT WS-Map-Found
                               PERFORM NOTE-UNMAPPED-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF.

       NOTE-UNMAPPED-ACCOUNT.
           MOVE "N" TO WS-Unmapped-Known-Flag
           PERFORM VARYING WS-UM-Idx FROM 1 BY 1
               UNTIL WS-UM-Idx > WS-Unmapped-Count
               IF WS-Unmapped-Account(WS-UM-Idx) = JE-Account
                   SET WS-Unmapped-Known TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-Unmapped-Known
               AND WS-Unmapped-Count < 50
               ADD 1 TO WS-Unmapped-Count
               MOVE JE-Account
                   TO WS-Unmapped-Account(WS-Unmapped-Count)
           END-IF.

       FIND-PRIOR-EXPORT.
           MOVE "N" TO WS-Prior-Export-Flag
           MOVE "N" TO WS-ExportLog-Eof-Flag
           OPEN INPUT ExportLogFile
           IF NOT WS-ExportLog-File-OK
               SET WS-ExportLog-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-ExportLog-Eof
               READ ExportLogFile
                   AT END
                       SET WS-ExportLog-Eof TO TRUE
                   NOT AT END
                       IF GX-Period = WS-Period-Entry
                           SET WS-Prior-Export TO TRUE
                           MOVE GX-Exported-By TO WS-Prior-By
                           MOVE GX-Stamp TO WS-Prior-Stamp
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ExportLogFile-Status NOT = "35"
               CLOSE ExportLogFile
           END-IF.

       WRITE-EXPORT-FILE.
           MOVE SPACES TO WS-Export-Name
           STRING "GLExport." WS-Period-Entry ".csv"
               DELIMITED BY SIZE INTO WS-Export-Name
           END-STRING
           OPEN OUTPUT ExportFile

      *    the header says which period and whether the accountant
      *    has had this period before.
           MOVE SPACES TO ExportRecord
           IF WS-Prior-Export
               STRING "HEADER," WS-Period-Entry ",REPEAT"
                   DELIMITED BY SIZE INTO ExportRecord
               END-STRING
           ELSE
               STRING "HEADER," WS-Period-Entry ",FIRST"
                   DELIMITED BY SIZE INTO ExportRecord
               END-STRING
           END-IF
           WRITE ExportRecord
           MOVE SPACES TO ExportRecord
           STRING "Date,Account,TheirAccount,AccountName,Source,"
               "Reference,Customer,Debit,Credit"
               DELIMITED BY SIZE INTO ExportRecord
           END-STRING
           WRITE ExportRecord

           MOVE ZERO TO WS-Line-Count
           MOVE ZERO TO WS-Total-Debits
           MOVE ZERO TO WS-Total-Credits
           MOVE "N" TO WS-Journal-Eof-Flag
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               SET WS-Journal-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Journal-Eof
               READ JournalFile
                   AT END
                       SET WS-Journal-Eof TO TRUE
                   NOT AT END
                       MOVE JE-Date(1:6) TO WS-Entry-Period
                       IF WS-Entry-Period = WS-Period-Entry
                           PERFORM WRITE-ONE-EXPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF

      *    the accountant's package balances the import against
      *    this line - count, debits, credits.
           MOVE SPACES TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           STRING "TRAILER," WS-Line-Count ","
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Total-Debits TO WS-Amount-Edit
           STRING FUNCTION TRIM(WS-Amount-Edit) ","
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Total-Credits TO WS-Amount-Edit
           STRING FUNCTION TRIM(WS-Amount-Edit)
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Out-Line TO ExportRecord
           WRITE ExportRecord
           CLOSE ExportFile.

       WRITE-ONE-EXPORT-LINE.
      *    names and references go out trimmed; the chart's names
      *    carry no commas, and the journal's source and reference
      *    are program names and document numbers.
           MOVE JE-Account TO WS-Account-Entry
           PERFORM FIND-MAP-ENTRY
           PERFORM LOOKUP-ACCOUNT-NAME
           MOVE SPACES TO WS-Date-Text
           STRING JE-Date(1:4) "-" JE-Date(5:2) "-" JE-Date(7:2)
               DELIMITED BY SIZE INTO WS-Date-Text
           END-STRING
           MOVE SPACES TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           STRING WS-Date-Text "," JE-Account ","
               FUNCTION TRIM(WS-Their-Account) ","
               FUNCTION TRIM(WS-Account-Name) ","
               FUNCTION TRIM(JE-Source) ","
               FUNCTION TRIM(JE-Reference) ","
               JE-Customer-ID ","
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE JE-Debit TO WS-Amount-Edit
           STRING FUNCTION TRIM(WS-Amount-Edit) ","
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE JE-Credit TO WS-Amount-Edit
           STRING FUNCTION TRIM(WS-Amount-Edit)
               DELIMITED BY SIZE
               INTO WS-Out-Line WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Out-Line TO ExportRecord
           WRITE ExportRecord
           ADD 1 TO WS-Line-Count
           ADD JE-Debit TO WS-Total-Debits
           ADD JE-Credit TO WS-Total-Credits.

       APPEND-EXPORT-LOG.
           OPEN EXTEND ExportLogFile
           IF WS-ExportLogFile-Status = "35"
               OPEN OUTPUT ExportLogFile
               CLOSE ExportLogFile
               OPEN EXTEND ExportLogFile
           END-IF
           MOVE WS-Period-Entry TO GX-Period
           MOVE WS-Line-Count TO GX-Lines
           MOVE WS-Total-Debits TO GX-Debits
           MOVE WS-Total-Credits TO GX-Credits
           MOVE WS-Prior-Export-Flag TO GX-Repeat
           MOVE WS-Operator-ID-Entry TO GX-Exported-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO GX-Stamp
           WRITE ExportLogRecord
           CLOSE ExportLogFile.

       MAP-ACCOUNT.
      *    a blank code takes the account off the map.
           DISPLAY "Our account number :" WITH NO ADVANCING
           ACCEPT WS-Account-Entry
           IF WS-Account-Entry = ZERO
               DISPLAY "No account given - nothing changed"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ACCOUNT-NAME
           DISPLAY "  " WS-Account-Entry " " WS-Account-Name
           PERFORM FIND-MAP-ENTRY
           IF WS-Map-Found
               DISPLAY "  now maps to " WS-Their-Account
           END-IF
           DISPLAY "Accountant's account code [blank = unmap] :"
               WITH NO ADVANCING
           ACCEPT WS-Their-Entry
           IF WS-Their-Entry = SPACES
               IF NOT WS-Map-Found
                   DISPLAY "Not on the map - nothing changed"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-MP-Idx FROM WS-MP-Idx BY 1
                   UNTIL WS-MP-Idx >= WS-Map-Count
                   MOVE WS-Map-Entry(WS-MP-Idx + 1)
                       TO WS-Map-Entry(WS-MP-Idx)
               END-PERFORM
               SUBTRACT 1 FROM WS-Map-Count
               MOVE "GLUMAP" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "account " WS-Account-Entry " unmapped"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           ELSE
               IF NOT WS-Map-Found
                   IF WS-Map-Count >= 50
                       DISPLAY "The account map is full (50) - "
                           "nothing changed"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-Map-Count
                   MOVE WS-Map-Count TO WS-MP-Idx
                   MOVE WS-Account-Entry TO WS-MP-Account(WS-MP-Idx)
               END-IF
               MOVE WS-Their-Entry TO WS-MP-Their(WS-MP-Idx)
               MOVE "GLMAP" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "account " WS-Account-Entry " -> "
                   WS-Their-Entry
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
           END-IF
           PERFORM REWRITE-MAP-FILE
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Account map saved".

       LIST-MAP.
           DISPLAY "OUR   THEIRS        NAME"
           PERFORM VARYING WS-MP-Idx FROM 1 BY 1
               UNTIL WS-MP-Idx > WS-Map-Count
               MOVE WS-MP-Account(WS-MP-Idx) TO WS-Account-Entry
               PERFORM LOOKUP-ACCOUNT-NAME
               DISPLAY WS-MP-Account(WS-MP-Idx) "  "
                   WS-MP-Their(WS-MP-Idx) "  " WS-Account-Name
           END-PERFORM
      *    chart accounts not yet mapped, so the gap shows before
      *    an export is refused for it.
           PERFORM VARYING WS-CH-Idx FROM 1 BY 1
               UNTIL WS-CH-Idx > WS-Chart-Count
               MOVE WS-CH-Account(WS-CH-Idx) TO WS-Account-Entry
               PERFORM FIND-MAP-ENTRY
               IF NOT WS-Map-Found
                   DISPLAY WS-CH-Account(WS-CH-Idx) "  "
                       "(unmapped)    " WS-CH-Name(WS-CH-Idx)
               END-IF
           END-PERFORM.

       FIND-MAP-ENTRY.
           MOVE "N" TO WS-Map-Found-Flag
           MOVE SPACES TO WS-Their-Account
           PERFORM VARYING WS-MP-Idx FROM 1 BY 1
               UNTIL WS-MP-Idx > WS-Map-Count
               OR WS-Map-Found
               IF WS-MP-Account(WS-MP-Idx) = WS-Account-Entry
                   SET WS-Map-Found TO TRUE
                   MOVE WS-MP-Their(WS-MP-Idx) TO WS-Their-Account
                   SUBTRACT 1 FROM WS-MP-Idx
               END-IF
           END-PERFORM.

       LOOKUP-ACCOUNT-NAME.
           MOVE "(not on chart of accounts)" TO WS-Account-Name
           PERFORM VARYING WS-CH-Idx FROM 1 BY 1
               UNTIL WS-CH-Idx > WS-Chart-Count
               IF WS-CH-Account(WS-CH-Idx) = WS-Account-Entry
                   MOVE WS-CH-Name(WS-CH-Idx) TO WS-Account-Name
               END-IF
           END-PERFORM.

       LOAD-CHART-TABLE.
           MOVE "N" TO WS-Chart-Eof-Flag
           OPEN INPUT ChartFile
           IF NOT WS-Chart-File-OK
               SET WS-Chart-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Chart-Eof
               READ ChartFile
                   AT END
                       SET WS-Chart-Eof TO TRUE
                   NOT AT END
                       IF WS-Chart-Count < 50
                           ADD 1 TO WS-Chart-Count
                           MOVE CA-Account
                               TO WS-CH-Account(WS-Chart-Count)
                           MOVE CA-Name
                               TO WS-CH-Name(WS-Chart-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChartFile-Status NOT = "35"
               CLOSE ChartFile
           END-IF.

       LOAD-MAP-TABLE.
           MOVE "N" TO WS-Map-Eof-Flag
           OPEN INPUT MapFile
           IF NOT WS-Map-File-OK
               SET WS-Map-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Map-Eof
               READ MapFile
                   AT END
                       SET WS-Map-Eof TO TRUE
                   NOT AT END
                       IF WS-Map-Count < 50
                           ADD 1 TO WS-Map-Count
                           MOVE GM-Account
                               TO WS-MP-Account(WS-Map-Count)
                           MOVE GM-Their-Account
                               TO WS-MP-Their(WS-Map-Count)
                       ELSE
                           DISPLAY "Warning: GLAccountMap.dat holds "
                               "more than 50 lines - account "
                               GM-Account " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MapFile-Status NOT = "35"
               CLOSE MapFile
           END-IF.

       REWRITE-MAP-FILE.
           OPEN OUTPUT MapFile
           PERFORM VARYING WS-MP-Idx FROM 1 BY 1
               UNTIL WS-MP-Idx > WS-Map-Count
               MOVE WS-MP-Account(WS-MP-Idx) TO GM-Account
               MOVE WS-MP-Their(WS-MP-Idx) TO GM-Their-Account
               WRITE MapRecord
           END-PERFORM
           CLOSE MapFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "glexport" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
