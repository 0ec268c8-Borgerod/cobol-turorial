       IDENTIFICATION DIVISION.
       PROGRAM-ID. custquery.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * saved customer queries: the one-off question from management
      * ("active NOK customers in branch 02 born before 1970 with a
      * balance over 500") no longer needs a one-off program. An
      * administrator (D)efines a query - selection criteria over
      * Customer.dat, the customer's balance off Balances.dat and
      * city off CustomerContact.dat, the columns to put out and the
      * lowest role allowed to run it - and saves it by name on
      * CustomerQueries.dat (one line per query, QRYDEF.cpy). Anyone
      * the query's role allows can (R)un it later against today's
      * files, to the screen, the print spool (CUSTQUERY) or a CSV
      * extract Query.<name>.csv laid out like custexport.cob's -
      * header line of column names, TRAILER line with the count.
      * A query exports personal data, so every run is audited
      * (QRYRUN) and so is every refusal (QRYREF), definition
      * (QRYDEF) and removal (QRYDEL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT BalanceFile ASSIGN TO "Balances.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT QueryFile ASSIGN TO "CustomerQueries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QueryFile-Status.
           SELECT ExtractFile ASSIGN USING WS-Extract-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ExtractFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD QueryFile.
           01 QueryRecord.
               COPY QRYDEF.

           FD ExtractFile.
           01 ExtractRecord PIC X(300).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-Balance-Open-Flag PIC X VALUE "N".
               88 WS-Balance-Open VALUE "Y".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-Contact-Open-Flag PIC X VALUE "N".
               88 WS-Contact-Open VALUE "Y".
           01 WS-QueryFile-Status PIC XX.
               88 WS-Query-File-OK VALUE "00".
           01 WS-ExtractFile-Status PIC XX.
               88 WS-Extract-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Answer PIC X.
               88 WS-Answer-Yes VALUE "Y", "y".
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Name-Entry PIC X(12).

      *    the saved queries table-loaded and rewritten whole - the
      *    prodmaint.cob treatment.
           01 WS-Query-Table.
               05 WS-QT-Record PIC X(170) OCCURS 50 TIMES.
           01 WS-Query-Count PIC 9(2) VALUE ZERO.
           01 WS-QT-Idx PIC 9(2).
           01 WS-Query-Dropped PIC 9(3) VALUE ZERO.
           01 WS-Work-Query.
               COPY QRYDEF REPLACING LEADING ==QD-== BY ==WQ-==.

      *    the columns a query can put out - code, heading and the
      *    width it takes on the screen / spool line.
           01 WS-Column-Literal.
               05 FILLER PIC X(16) VALUE "IDID          05".
               05 FILLER PIC X(16) VALUE "FNFIRST       08".
               05 FILLER PIC X(16) VALUE "LNLAST        15".
               05 FILLER PIC X(16) VALUE "NMNAME        24".
               05 FILLER PIC X(16) VALUE "DBBORN        10".
               05 FILLER PIC X(16) VALUE "STST          02".
               05 FILLER PIC X(16) VALUE "CUCUR         03".
               05 FILLER PIC X(16) VALUE "BRBR          02".
               05 FILLER PIC X(16) VALUE "GRGR          02".
               05 FILLER PIC X(16) VALUE "PCPAYCHECK    08".
               05 FILLER PIC X(16) VALUE "BABALANCE     13".
               05 FILLER PIC X(16) VALUE "SRSTREET      25".
               05 FILLER PIC X(16) VALUE "CICITY        20".
               05 FILLER PIC X(16) VALUE "POPOSTCODE    10".
               05 FILLER PIC X(16) VALUE "PHPHONE       15".
               05 FILLER PIC X(16) VALUE "EMEMAIL       30".
               05 FILLER PIC X(16) VALUE "AMMANAGER     10".
               05 FILLER PIC X(16) VALUE "CYCY          02".
           01 WS-Column-Table REDEFINES WS-Column-Literal.
               05 WS-Col-Def OCCURS 18 TIMES.
                   10 WS-CD-Code PIC X(2).
                   10 WS-CD-Title PIC X(12).
                   10 WS-CD-Width PIC 9(2).
           01 WS-CD-Idx PIC 9(2).
           01 WS-Col-Idx PIC 9(2).
           01 WS-Col-Count PIC 9(2).
           01 WS-Line-Width PIC 9(3).
           01 WS-Column-Entry PIC X(40).
           01 WS-Column-Work.
               05 WS-Column-Part PIC X(3) OCCURS 12 TIMES.
           01 WS-Column-Ok-Flag PIC X.
               88 WS-Column-Ok VALUE "Y".

      *    entry fields for the criteria prompts.
           01 WS-Dollars-Entry PIC 9(7).
           01 WS-Date-Entry PIC 9(8).

      *    where a run goes - (S)creen, (P)rint spool, (C)SV.
           01 WS-Output-To PIC X.
               88 WS-To-Screen VALUE "S".
               88 WS-To-Spool VALUE "P".
               88 WS-To-Csv VALUE "C".
               88 WS-Output-Valid VALUE "S", "P", "C".
           01 WS-Extract-Name PIC X(40).

      *    role ranking for the run check - I < M < A.
           01 WS-Oper-Rank PIC 9.
           01 WS-Need-Rank PIC 9.
           01 WS-Rank-Role PIC X.
           01 WS-Rank PIC 9.

      *    the customer in hand while the query runs.
           01 WS-Qualifies-Flag PIC X.
               88 WS-Qualifies VALUE "Y".
           01 WS-Cust-Balance PIC S9(9)V9(2).
           01 WS-Cust-Born PIC 9(8).
           01 WS-Have-Contact-Flag PIC X.
               88 WS-Have-Contact VALUE "Y".
           01 WS-Row-Count PIC 9(5).
           01 WS-Trailer-Count PIC 9(5).

      *    one output cell, and the line it's appended to WITH
      *    POINTER - custexport.cob's technique.
           01 WS-Cell PIC X(30).
           01 WS-Cell-Width PIC 9(2).
           01 WS-Cell-Commas PIC 9(2).
           01 WS-Balance-Edit PIC -ZZZZZZZZ9.99.
           01 WS-Pay-Edit PIC ZZZ9.99.
           01 WS-Out-Line PIC X(300).
           01 WS-Out-Ptr PIC 9(3).

           01 WS-Report-Line PIC X(132).
           01 WS-Criteria-Line PIC X(132).
           01 WS-Crit-Ptr PIC 9(3).
           01 WS-Crit-Amount PIC -ZZZZZZZZ9.99.

      *    spool output - see the SPOOL-PRINT subroutine.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "CUSTQUERY".
           01 WS-Spool-Line PIC X(132).

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Customer queries"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing run"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-QUERY-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Queries - (R)un (L)ist (D)efine (X) remove "
                   "(Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "R" PERFORM RUN-QUERY
                   WHEN "L" PERFORM LIST-QUERIES
                   WHEN "D" PERFORM DEFINE-QUERY
                   WHEN "X" PERFORM REMOVE-QUERY
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-QUERIES.
           DISPLAY "Queries on file: " WS-Query-Count
           PERFORM VARYING WS-QT-Idx FROM 1 BY 1
               UNTIL WS-QT-Idx > WS-Query-Count
               MOVE WS-QT-Record(WS-QT-Idx) TO WS-Work-Query
               DISPLAY "  " WQ-Name " " WQ-Description
                   " role " WQ-Run-Role " saved "
                   WQ-Saved-Stamp(1:8) " by " WQ-Saved-By
               PERFORM BUILD-CRITERIA-LINE
               DISPLAY "      " FUNCTION TRIM(WS-Criteria-Line)
               MOVE SPACES TO WS-Out-Line
               MOVE 1 TO WS-Out-Ptr
               PERFORM VARYING WS-Col-Idx FROM 1 BY 1
                   UNTIL WS-Col-Idx > 12
                   IF WQ-Column(WS-Col-Idx) NOT = SPACES
                       STRING WQ-Column(WS-Col-Idx) " "
                           DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                       END-STRING
                   END-IF
               END-PERFORM
               DISPLAY "      columns: " FUNCTION TRIM(WS-Out-Line)
           END-PERFORM.

       FIND-QUERY.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING WS-QT-Idx FROM 1 BY 1
               UNTIL WS-QT-Idx > WS-Query-Count
               OR WS-Found
               MOVE WS-QT-Record(WS-QT-Idx) TO WS-Work-Query
               IF WQ-Name = WS-Name-Entry
                   SET WS-Found TO TRUE
                   SUBTRACT 1 FROM WS-QT-Idx
               END-IF
           END-PERFORM.

       RUN-QUERY.
           DISPLAY "Query name :" WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           PERFORM FIND-QUERY
           IF NOT WS-Found
               DISPLAY "No query " FUNCTION TRIM(WS-Name-Entry)
                   " on file"
               EXIT PARAGRAPH
           END-IF
      *    the role the query was saved with decides who may run
      *    it - a refusal is audited as well as a run.
           MOVE WS-Operator-Role TO WS-Rank-Role
           PERFORM RANK-ROLE
           MOVE WS-Rank TO WS-Oper-Rank
           MOVE WQ-Run-Role TO WS-Rank-Role
           PERFORM RANK-ROLE
           MOVE WS-Rank TO WS-Need-Rank
           IF WS-Oper-Rank < WS-Need-Rank
               DISPLAY "Query " FUNCTION TRIM(WQ-Name)
                   " needs role " WQ-Run-Role " - not run"
               MOVE "QRYREF" TO WS-Audit-Operation
               MOVE SPACES TO WS-Audit-Detail
               STRING "refused: query " FUNCTION TRIM(WQ-Name)
                   " role " WQ-Run-Role
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Output - (S)creen (P)rint spool (C)SV extract "
               ":" WITH NO ADVANCING
           ACCEPT WS-Output-To
           MOVE FUNCTION UPPER-CASE(WS-Output-To) TO WS-Output-To
           IF NOT WS-Output-Valid
               DISPLAY "Invalid output choice - not run"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Balance-Open-Flag
           OPEN INPUT BalanceFile
           IF WS-Balance-File-OK
               SET WS-Balance-Open TO TRUE
           END-IF
           MOVE "N" TO WS-Contact-Open-Flag
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               SET WS-Contact-Open TO TRUE
           END-IF
           PERFORM OPEN-OUTPUT

           MOVE ZERO TO WS-Row-Count
           MOVE "N" TO WS-Cust-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Cust-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Cust-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-CUSTOMER
                       IF WS-Qualifies
                           PERFORM PUT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CustomerFile
           IF WS-Balance-Open
               CLOSE BalanceFile
           END-IF
           IF WS-Contact-Open
               CLOSE ContactFile
           END-IF
           PERFORM CLOSE-OUTPUT

           MOVE "QRYRUN" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "query " FUNCTION TRIM(WQ-Name) " to "
               WS-Output-To " - "
               WS-Row-Count " rows"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RANK-ROLE.
           EVALUATE WS-Rank-Role
               WHEN "A" MOVE 3 TO WS-Rank
               WHEN "M" MOVE 2 TO WS-Rank
               WHEN "I" MOVE 1 TO WS-Rank
               WHEN OTHER MOVE 3 TO WS-Rank
           END-EVALUATE.

       JUDGE-ONE-CUSTOMER.
           SET WS-Qualifies TO TRUE
           IF WQ-Status NOT = SPACES
               AND Customer-Status NOT = WQ-Status
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Branch NOT = SPACES
               AND Branch-Code NOT = WQ-Branch
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Currency NOT = SPACES
               AND Home-Currency NOT = WQ-Currency
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Grade NOT = SPACES
               AND Grade NOT = WQ-Grade
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Manager NOT = SPACES
               AND Account-Manager NOT = WQ-Manager
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Cust-Born = DOB-yyyy * 10000 + DOB-mm * 100
               + DOB-dd
           IF WQ-Born-Before > ZERO
               AND WS-Cust-Born NOT < WQ-Born-Before
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Born-After > ZERO
               AND WS-Cust-Born NOT > WQ-Born-After
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUST-BALANCE
           IF WQ-Bal-Over-Flag = "Y"
               AND WS-Cust-Balance NOT > WQ-Bal-Over
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           IF WQ-Bal-Under-Flag = "Y"
               AND WS-Cust-Balance NOT < WQ-Bal-Under
               MOVE "N" TO WS-Qualifies-Flag
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CUST-CONTACT
           IF WQ-City NOT = SPACES
               AND (NOT WS-Have-Contact
                   OR FUNCTION UPPER-CASE(CN-City)
                       NOT = FUNCTION UPPER-CASE(WQ-City))
               MOVE "N" TO WS-Qualifies-Flag
           END-IF.

       READ-CUST-BALANCE.
      *    no Balances.dat line = nothing owed, as statement.cob
      *    reads it.
           MOVE ZERO TO WS-Cust-Balance
           IF WS-Balance-Open
               MOVE ID-num TO WS-Balance-Rel-Key
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BA-Balance TO WS-Cust-Balance
               END-READ
           END-IF.

       READ-CUST-CONTACT.
           MOVE "N" TO WS-Have-Contact-Flag
           IF WS-Contact-Open
               MOVE ID-num TO WS-Contact-Rel-Key
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-Have-Contact TO TRUE
               END-READ
           END-IF
           IF NOT WS-Have-Contact
               MOVE SPACES TO ContactData
           END-IF.

       OPEN-OUTPUT.
           EVALUATE TRUE
               WHEN WS-To-Csv
                   MOVE SPACES TO WS-Extract-Name
                   STRING "Query." FUNCTION TRIM(WQ-Name) ".csv"
                       DELIMITED BY SIZE INTO WS-Extract-Name
                   END-STRING
                   OPEN OUTPUT ExtractFile
               WHEN WS-To-Spool
                   MOVE "OPN" TO WS-Spool-Op
                   MOVE SPACES TO WS-Spool-Line
                   CALL "SPOOL-PRINT" USING WS-Spool-Op,
                       WS-Spool-Report, WS-Spool-Line
           END-EVALUATE
           IF NOT WS-To-Csv
               MOVE SPACES TO WS-Report-Line
               STRING "CUSTOMER QUERY " WQ-Name " - "
                   WQ-Description " - run by "
                   WS-Operator-ID-Entry
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
               PERFORM BUILD-CRITERIA-LINE
               MOVE WS-Criteria-Line TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM PUT-HEADER-ROW.

       CLOSE-OUTPUT.
           IF WS-To-Csv
      *        the receiving side checks this count against the
      *        detail lines it read, as with custexport.cob.
               MOVE WS-Row-Count TO WS-Trailer-Count
               MOVE SPACES TO ExtractRecord
               STRING "TRAILER," WS-Trailer-Count DELIMITED BY SIZE
                   INTO ExtractRecord
               END-STRING
               WRITE ExtractRecord
               CLOSE ExtractFile
               DISPLAY "Rows extracted: " WS-Row-Count
               DISPLAY "Extract written to "
                   FUNCTION TRIM(WS-Extract-Name)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Report-Line
           STRING "Rows selected: " WS-Row-Count
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-To-Spool
               MOVE "CLS" TO WS-Spool-Op
               MOVE SPACES TO WS-Spool-Line
               CALL "SPOOL-PRINT" USING WS-Spool-Op,
                   WS-Spool-Report, WS-Spool-Line
           END-IF.

       PUT-HEADER-ROW.
           MOVE SPACES TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           PERFORM VARYING WS-Col-Idx FROM 1 BY 1
               UNTIL WS-Col-Idx > 12
               IF WQ-Column(WS-Col-Idx) NOT = SPACES
                   PERFORM FIND-COLUMN-DEF
                   MOVE WS-CD-Title(WS-CD-Idx) TO WS-Cell
                   PERFORM APPEND-CELL
               END-IF
           END-PERFORM
           PERFORM WRITE-OUT-LINE.

       PUT-ONE-ROW.
           ADD 1 TO WS-Row-Count
           MOVE SPACES TO WS-Out-Line
           MOVE 1 TO WS-Out-Ptr
           PERFORM VARYING WS-Col-Idx FROM 1 BY 1
               UNTIL WS-Col-Idx > 12
               IF WQ-Column(WS-Col-Idx) NOT = SPACES
                   PERFORM FIND-COLUMN-DEF
                   PERFORM FILL-CELL
                   PERFORM APPEND-CELL
               END-IF
           END-PERFORM
           PERFORM WRITE-OUT-LINE.

       FIND-COLUMN-DEF.
           PERFORM VARYING WS-CD-Idx FROM 1 BY 1
               UNTIL WS-CD-Idx > 18
               OR WS-CD-Code(WS-CD-Idx) = WQ-Column(WS-Col-Idx)
               CONTINUE
           END-PERFORM.

       FILL-CELL.
           MOVE SPACES TO WS-Cell
           EVALUATE WQ-Column(WS-Col-Idx)
               WHEN "ID" MOVE ID-num TO WS-Cell
               WHEN "FN" MOVE first-name TO WS-Cell
               WHEN "LN" MOVE last-name TO WS-Cell
               WHEN "NM"
                   STRING FUNCTION TRIM(first-name) " "
                       FUNCTION TRIM(last-name)
                       DELIMITED BY SIZE INTO WS-Cell
                   END-STRING
               WHEN "DB"
                   STRING DOB-dd "." DOB-mm "." DOB-yyyy
                       DELIMITED BY SIZE INTO WS-Cell
                   END-STRING
               WHEN "ST" MOVE Customer-Status TO WS-Cell
               WHEN "CU" MOVE Home-Currency TO WS-Cell
               WHEN "BR" MOVE Branch-Code TO WS-Cell
               WHEN "GR" MOVE Grade TO WS-Cell
               WHEN "PC"
                   MOVE PayCheck TO WS-Pay-Edit
                   MOVE WS-Pay-Edit TO WS-Cell
               WHEN "BA"
                   MOVE WS-Cust-Balance TO WS-Balance-Edit
                   MOVE WS-Balance-Edit TO WS-Cell
               WHEN "SR" MOVE CN-Street TO WS-Cell
               WHEN "CI" MOVE CN-City TO WS-Cell
               WHEN "PO" MOVE CN-Postal-Code TO WS-Cell
               WHEN "PH" MOVE CN-Phone TO WS-Cell
               WHEN "EM" MOVE CN-Email TO WS-Cell
               WHEN "AM" MOVE Account-Manager TO WS-Cell
               WHEN "CY" MOVE Billing-Cycle TO WS-Cell
           END-EVALUATE.

       APPEND-CELL.
      *    CSV cells go out trimmed and comma-separated (quoted if
      *    the text itself carries a comma); screen and spool cells
      *    are padded to the column's width.
           IF WS-To-Csv
               IF WS-Out-Ptr > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                   END-STRING
               END-IF
               MOVE ZERO TO WS-Cell-Commas
               INSPECT WS-Cell TALLYING WS-Cell-Commas FOR ALL ","
               IF WS-Cell = SPACES
                   CONTINUE
               ELSE
                   IF WS-Cell-Commas > ZERO
                       STRING '"' FUNCTION TRIM(WS-Cell) '"'
                           DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-Cell)
                           DELIMITED BY SIZE
                           INTO WS-Out-Line WITH POINTER WS-Out-Ptr
                       END-STRING
                   END-IF
               END-IF
           ELSE
               MOVE WS-CD-Width(WS-CD-Idx) TO WS-Cell-Width
               STRING WS-Cell(1:WS-Cell-Width) " "
                   DELIMITED BY SIZE
                   INTO WS-Out-Line WITH POINTER WS-Out-Ptr
               END-STRING
           END-IF.

       WRITE-OUT-LINE.
           IF WS-To-Csv
               MOVE WS-Out-Line TO ExtractRecord
               WRITE ExtractRecord
           ELSE
               MOVE WS-Out-Line TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF.

       BUILD-CRITERIA-LINE.
      *    the saved criteria in words, for the (L)ist and the top
      *    of a run's output.
           MOVE SPACES TO WS-Criteria-Line
           MOVE 1 TO WS-Crit-Ptr
           STRING "where:" DELIMITED BY SIZE
               INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
           END-STRING
           IF WQ-Status NOT = SPACES
               STRING " status " WQ-Status DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Branch NOT = SPACES
               STRING " branch " WQ-Branch DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Currency NOT = SPACES
               STRING " currency " WQ-Currency DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Grade NOT = SPACES
               STRING " grade " WQ-Grade DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Manager NOT = SPACES
               STRING " manager " FUNCTION TRIM(WQ-Manager)
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Born-Before > ZERO
               STRING " born before " WQ-Born-Before
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Born-After > ZERO
               STRING " born after " WQ-Born-After
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Bal-Over-Flag = "Y"
               MOVE WQ-Bal-Over TO WS-Crit-Amount
               STRING " balance over " FUNCTION TRIM(WS-Crit-Amount)
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-Bal-Under-Flag = "Y"
               MOVE WQ-Bal-Under TO WS-Crit-Amount
               STRING " balance under " FUNCTION TRIM(WS-Crit-Amount)
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WQ-City NOT = SPACES
               STRING " city " FUNCTION TRIM(WQ-City)
                   DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF
           IF WS-Crit-Ptr = 7
               STRING " every customer" DELIMITED BY SIZE
                   INTO WS-Criteria-Line WITH POINTER WS-Crit-Ptr
               END-STRING
           END-IF.

       DEFINE-QUERY.
      *    a definition decides what personal data leaves the shop
      *    and who may take it - administrators only.
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Only an administrator can define queries"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Query name (no spaces) :" WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           IF WS-Name-Entry = SPACES
               DISPLAY "A query needs a name - nothing saved"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Cell-Commas
           INSPECT WS-Name-Entry TALLYING WS-Cell-Commas
               FOR CHARACTERS BEFORE INITIAL " "
           IF WS-Cell-Commas = ZERO
               OR (WS-Cell-Commas < 12
                   AND WS-Name-Entry(WS-Cell-Commas + 1:) NOT = SPACES)
               DISPLAY "The name becomes the CSV file name - no "
                   "spaces - nothing saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUERY
           IF WS-Found
               DISPLAY "Query " FUNCTION TRIM(WS-Name-Entry)
                   " exists - replace it? y/n: " WITH NO ADVANCING
               ACCEPT WS-Answer
               IF NOT WS-Answer-Yes
                   DISPLAY "Nothing saved"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-Query-Count >= 50
                   DISPLAY "Error: query table full"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-Work-Query
           MOVE WS-Name-Entry TO WQ-Name
           DISPLAY "Description :" WITH NO ADVANCING
           ACCEPT WQ-Description
           DISPLAY "Who may run it - (I) anyone (M) maintenance "
               "(A) admin only :" WITH NO ADVANCING
           ACCEPT WQ-Run-Role
           MOVE FUNCTION UPPER-CASE(WQ-Run-Role) TO WQ-Run-Role
           IF NOT WQ-Run-Any AND NOT WQ-Run-Maint
               MOVE "A" TO WQ-Run-Role
           END-IF
           PERFORM ACCEPT-CRITERIA
           PERFORM ACCEPT-COLUMNS
           IF NOT WS-Column-Ok
               DISPLAY "Nothing saved"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Operator-ID-Entry TO WQ-Saved-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO WQ-Saved-Stamp

           IF NOT WS-Found
               ADD 1 TO WS-Query-Count
               MOVE WS-Query-Count TO WS-QT-Idx
           END-IF
           MOVE WS-Work-Query TO WS-QT-Record(WS-QT-Idx)
           PERFORM REWRITE-QUERY-FILE
           DISPLAY "Query " FUNCTION TRIM(WQ-Name) " saved"
           MOVE "QRYDEF" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "query " FUNCTION TRIM(WQ-Name) " saved, role "
               WQ-Run-Role
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       ACCEPT-CRITERIA.
      *    blank / zero on any criterion means "don't care" - the
      *    campaign.cob convention.
           DISPLAY "Customer status (A/I, blank = any) :"
               WITH NO ADVANCING
           ACCEPT WQ-Status
           MOVE FUNCTION UPPER-CASE(WQ-Status) TO WQ-Status
           DISPLAY "Branch (blank = any) :" WITH NO ADVANCING
           ACCEPT WQ-Branch
           DISPLAY "Home currency (blank = any) :"
               WITH NO ADVANCING
           ACCEPT WQ-Currency
           MOVE FUNCTION UPPER-CASE(WQ-Currency) TO WQ-Currency
           DISPLAY "Grade (blank = any) :" WITH NO ADVANCING
           ACCEPT WQ-Grade
           DISPLAY "Account manager (blank = any) :"
               WITH NO ADVANCING
           ACCEPT WQ-Manager
           DISPLAY "Born before (yyyymmdd, 0 = any) :"
               WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           MOVE WS-Date-Entry TO WQ-Born-Before
           DISPLAY "Born after (yyyymmdd, 0 = any) :"
               WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           MOVE WS-Date-Entry TO WQ-Born-After
           MOVE ZERO TO WQ-Bal-Over
           MOVE ZERO TO WQ-Bal-Under
           MOVE "N" TO WQ-Bal-Over-Flag
           MOVE "N" TO WQ-Bal-Under-Flag
           DISPLAY "Balance over a figure? y/n: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer-Yes
               DISPLAY "  balance over - dollars :"
                   WITH NO ADVANCING
               ACCEPT WS-Dollars-Entry
               MOVE WS-Dollars-Entry TO WQ-Bal-Over
               MOVE "Y" TO WQ-Bal-Over-Flag
           END-IF
           DISPLAY "Balance under a figure? y/n: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer-Yes
               DISPLAY "  balance under - dollars :"
                   WITH NO ADVANCING
               ACCEPT WS-Dollars-Entry
               MOVE WS-Dollars-Entry TO WQ-Bal-Under
               MOVE "Y" TO WQ-Bal-Under-Flag
           END-IF
           DISPLAY "City (blank = any) :" WITH NO ADVANCING
           ACCEPT WQ-City.

       ACCEPT-COLUMNS.
           DISPLAY "Columns - ID FN LN NM DB ST CU BR GR PC BA SR "
               "CI PO PH EM AM CY"
           DISPLAY "Columns in order, up to 12 (e.g. ID NM BR BA) :"
               WITH NO ADVANCING
           ACCEPT WS-Column-Entry
           MOVE FUNCTION UPPER-CASE(WS-Column-Entry)
               TO WS-Column-Entry
           MOVE SPACES TO WS-Column-Work
           UNSTRING WS-Column-Entry DELIMITED BY ALL " "
               INTO WS-Column-Part(1) WS-Column-Part(2)
                   WS-Column-Part(3) WS-Column-Part(4)
                   WS-Column-Part(5) WS-Column-Part(6)
                   WS-Column-Part(7) WS-Column-Part(8)
                   WS-Column-Part(9) WS-Column-Part(10)
                   WS-Column-Part(11) WS-Column-Part(12)
           END-UNSTRING
           SET WS-Column-Ok TO TRUE
           MOVE ZERO TO WS-Col-Count
           MOVE ZERO TO WS-Line-Width
           PERFORM VARYING WS-Col-Idx FROM 1 BY 1
               UNTIL WS-Col-Idx > 12
               MOVE WS-Column-Part(WS-Col-Idx)(1:2)
                   TO WQ-Column(WS-Col-Idx)
               IF WQ-Column(WS-Col-Idx) NOT = SPACES
                   PERFORM FIND-COLUMN-DEF
                   IF WS-CD-Idx > 18
                       OR WS-Column-Part(WS-Col-Idx)(3:1)
                           NOT = SPACE
                       DISPLAY "Unknown column "
                           WS-Column-Part(WS-Col-Idx)
                       MOVE "N" TO WS-Column-Ok-Flag
                   ELSE
                       ADD 1 TO WS-Col-Count
                       ADD WS-CD-Width(WS-CD-Idx) 1
                           TO WS-Line-Width
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Col-Count = ZERO
               DISPLAY "A query needs at least one column"
               MOVE "N" TO WS-Column-Ok-Flag
           END-IF
           IF WS-Column-Ok AND WS-Line-Width > 132
               DISPLAY "Note: the columns are " WS-Line-Width
                   " wide - screen and spool lines stop at 132,"
                   " the CSV extract carries them all"
           END-IF.

       REMOVE-QUERY.
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Only an administrator can remove queries"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Query name :" WITH NO ADVANCING
           ACCEPT WS-Name-Entry
           PERFORM FIND-QUERY
           IF NOT WS-Found
               DISPLAY "No query " FUNCTION TRIM(WS-Name-Entry)
                   " on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QT-Idx FROM WS-QT-Idx BY 1
               UNTIL WS-QT-Idx >= WS-Query-Count
               MOVE WS-QT-Record(WS-QT-Idx + 1)
                   TO WS-QT-Record(WS-QT-Idx)
           END-PERFORM
           SUBTRACT 1 FROM WS-Query-Count
           PERFORM REWRITE-QUERY-FILE
           DISPLAY "Query " FUNCTION TRIM(WS-Name-Entry) " removed"
           MOVE "QRYDEL" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "query " FUNCTION TRIM(WS-Name-Entry) " removed"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LOAD-QUERY-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT QueryFile
           IF NOT WS-Query-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ QueryFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Query-Count < 50
                           ADD 1 TO WS-Query-Count
                           MOVE QueryRecord
                               TO WS-QT-Record(WS-Query-Count)
                       ELSE
                           ADD 1 TO WS-Query-Dropped
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QueryFile-Status NOT = "35"
               CLOSE QueryFile
           END-IF
           IF WS-Query-Dropped > ZERO
               DISPLAY "CustomerQueries.dat has more than 50 "
                   "queries - definitions can't be changed until "
                   "it is trimmed"
           END-IF.

       REWRITE-QUERY-FILE.
      *    a table that didn't hold the whole file would lose the
      *    lines it dropped - refuse rather than rewrite.
           IF WS-Query-Dropped > ZERO
               DISPLAY "Not saved - CustomerQueries.dat is over "
                   "the 50-query table"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT QueryFile
           PERFORM VARYING WS-QT-Idx FROM 1 BY 1
               UNTIL WS-QT-Idx > WS-Query-Count
               MOVE WS-QT-Record(WS-QT-Idx) TO QueryRecord
               WRITE QueryRecord
           END-PERFORM
           CLOSE QueryFile.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           IF WS-To-Spool
               MOVE WS-Report-Line TO WS-Spool-Line
               MOVE "LIN" TO WS-Spool-Op
               CALL "SPOOL-PRINT" USING WS-Spool-Op,
                   WS-Spool-Report, WS-Spool-Line
           END-IF.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "custquery" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
           CLOSE AuditFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
