      * out (signed-dollar and a signed variant of
      * no-zero-plus-commas) instead of formatting amounts a second,
      * different way just because this is a report.
      * A print customer whose address custmaint.cob has marked
      * undeliverable (returned mail) is held out of the postal print
      * stream - the statement still spools and archives, and the
      * manifest shows it as held (H) until the address is corrected.
      * Each customer's statement declares its branch (the one it
      * is resolved to for the period) as the spool's page-break
      * key, so spoolburst.cob can hand every branch manager their
      * own statements; household runs, which can span branches,
      * and the closing summary stay unkeyed.
      * A customer's lines are read from their own chain on the
      * transaction index the TRAN-INDEX subroutine keeps, not by
      * two passes over the whole of Transactions.dat per statement.
      * Each statement is worded in the customer's language
      * (Language-Code on the master, spaces = English) - the
      * headings, the notes on the lines and the age band each
      * open invoice is shown in come from the matching set of
      * words below, and dates and amounts are written through
      * LANG-FORMAT the way that language writes them. The
      * household total and the run summary are for the shop and
      * stay in English.
      * An open invoice's age band runs from the due date invgen.cob
      * stamped on it from the customer's payment terms, as aging.cob
      * ages it; a register line from before terms existed ages from
      * the invoice date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.
               05 EX-Activity     PIC 9(4).

      *    the delivery manifest - one line per statement cut,
      *    saying which way it went out (P post, E electronic, H
      *    held for an undeliverable address).
           FD ManifestFile.
           01 ManifestRecord.
               05 MN-Run-Date    PIC 9(8).
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).
               05 IR-Due-Date    PIC 9(8).
               05 IR-Disc-Date   PIC 9(8).
               05 IR-Disc-Pct    PIC 9V9(2).

           FD AllocationFile.
           01 AllocationRecord.
               05 RV-Orig-Serial PIC 9(7).

       WORKING-STORAGE SECTION.
      *    relative record number for CustomerFile (scan-only here).
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Tran-Eof-Flag PIC X VALUE "N".
               88 WS-Tran-Eof VALUE "Y".
      *    the customer's lines, one per CALL of the TRAN-INDEX
      *    subroutine ("FST" then "NXT" until the end flag).
           01 WS-TI-Op PIC X(3).
           01 TransactionRecord.
      *        shared layout with transentry.cob, which writes these
      *        records - transactions now carry the customer, date
      *        and type code they were posted with.
               COPY TRANSREC.

      *    same edited pictures AS edit-data.cob, duplicated here the
      *    way the cost group is duplicated IN costreport.cob.
           01 signed-dollar    PIC $$,$$$,$$9.99-.
           01 signed-no-zero-plus-commas    PIC ZZ,ZZZ,ZZ9.99-.

      *    the statement's own words in each language the shop
      *    writes in - SET-STATEMENT-LANGUAGE copies the customer's
      *    set over WS-Stmt-Words. The four age bands are
      *    aging.cob's buckets.
           01 WS-Stmt-Words-EN.
               05 FILLER PIC X(16) VALUE "STATEMENT".
               05 FILLER PIC X(10) VALUE "cycle".
               05 FILLER PIC X(10) VALUE "branch".
               05 FILLER PIC X(10) VALUE "Customer".
               05 FILLER PIC X(20) VALUE "Opening balance".
               05 FILLER PIC X(20) VALUE "Closing balance".
               05 FILLER PIC X(32) VALUE "(no activity this period)".
               05 FILLER PIC X(24) VALUE "Loyalty points balance".
               05 FILLER PIC X(8)  VALUE "worth".
               05 FILLER PIC X(14) VALUE "at the till".
               05 FILLER PIC X(16) VALUE "Open invoices:".
               05 FILLER PIC X(8)  VALUE "invoice".
               05 FILLER PIC X(8)  VALUE "open".
               05 FILLER PIC X(16) VALUE "written off".
               05 FILLER PIC X(14) VALUE "reversed".
               05 FILLER PIC X(32)
                   VALUE "(no mailing address on file)".
               05 FILLER PIC X(10) VALUE "CURRENT".
               05 FILLER PIC X(10) VALUE "30+ DAYS".
               05 FILLER PIC X(10) VALUE "60+ DAYS".
               05 FILLER PIC X(10) VALUE "90+ DAYS".
           01 WS-Stmt-Words-NO.
               05 FILLER PIC X(16) VALUE "KONTOUTSKRIFT".
               05 FILLER PIC X(10) VALUE "syklus".
               05 FILLER PIC X(10) VALUE "avdeling".
               05 FILLER PIC X(10) VALUE "Kunde".
               05 FILLER PIC X(20) VALUE "Inngående saldo".
               05 FILLER PIC X(20) VALUE "Utgående saldo".
               05 FILLER PIC X(32)
                   VALUE "(ingen bevegelser i perioden)".
               05 FILLER PIC X(24) VALUE "Bonuspoeng".
               05 FILLER PIC X(8)  VALUE "verdt".
               05 FILLER PIC X(14) VALUE "i kassen".
               05 FILLER PIC X(16) VALUE "Åpne fakturaer:".
               05 FILLER PIC X(8)  VALUE "faktura".
               05 FILLER PIC X(8)  VALUE "åpent".
               05 FILLER PIC X(16) VALUE "avskrevet".
               05 FILLER PIC X(14) VALUE "tilbakeført".
               05 FILLER PIC X(32)
                   VALUE "(ingen postadresse registrert)".
               05 FILLER PIC X(10) VALUE "LØPENDE".
               05 FILLER PIC X(10) VALUE "30+ DAGER".
               05 FILLER PIC X(10) VALUE "60+ DAGER".
               05 FILLER PIC X(10) VALUE "90+ DAGER".
           01 WS-Stmt-Words.
               05 WS-SW-Statement   PIC X(16).
               05 WS-SW-Cycle       PIC X(10).
               05 WS-SW-Branch      PIC X(10).
               05 WS-SW-Customer    PIC X(10).
               05 WS-SW-Opening     PIC X(20).
               05 WS-SW-Closing     PIC X(20).
               05 WS-SW-No-Activity PIC X(32).
               05 WS-SW-Points      PIC X(24).
               05 WS-SW-Worth       PIC X(8).
               05 WS-SW-At-Till     PIC X(14).
               05 WS-SW-Open-Inv    PIC X(16).
               05 WS-SW-Invoice     PIC X(8).
               05 WS-SW-Open        PIC X(8).
               05 WS-SW-Written-Off PIC X(16).
               05 WS-SW-Reversed    PIC X(14).
               05 WS-SW-No-Address  PIC X(32).
               05 WS-SW-Age-Band    PIC X(10) OCCURS 4 TIMES.
      *    the customer's language and the figures and dates
      *    written in it - see the LANG-FORMAT subroutine.
           01 WS-Stmt-Lang PIC X(2).
           01 WS-LF-Op PIC X(3).
           01 WS-LF-Value PIC X(20).
           01 WS-LF-Result PIC X(20).
           01 WS-Dollar-Text PIC X(14).
           01 WS-Amount-Text PIC X(14).
           01 WS-Date-Text PIC X(10).
           01 WS-Rev-Date-Text PIC X(10).
      *    an open invoice's age band on the run date.
           01 WS-Run-Int PIC 9(8).
           01 WS-Inv-Int PIC 9(8).
           01 WS-Inv-Age PIC S9(5).
           01 WS-Band-Idx PIC 9.

      *    statement period, entered as yyyymm and matched against
      *    TR-Date's year/month - activity in the period is itemized,
      *    everything dated before it folds into the opening balance.
               05 WS-OpenInv-Entry OCCURS 50 TIMES.
                   10 WS-OV-Invoice PIC 9(6).
                   10 WS-OV-Date    PIC 9(8).
                   10 WS-OV-Due     PIC 9(8).
                   10 WS-OV-Open    PIC S9(8)V9(2).
           01 WS-OpenInv-Count PIC 9(2).
           01 WS-OV-Idx PIC 9(2).
           01 WS-Cust-Email PIC X(30).
           01 WS-Print-Count PIC 9(5) VALUE ZERO.
           01 WS-Elec-Count PIC 9(5) VALUE ZERO.
           01 WS-Held-Count PIC 9(5) VALUE ZERO.
           01 WS-Run-Date PIC 9(8).

      *    the customer's loyalty points on the run date - see the
      *    POINTS-BALANCE subroutine; a point is worth what
      *    cashrcpt.cob takes it for at the till.
           01 WS-Points-Balance PIC S9(7).
           01 WS-Point-Value PIC V9(2) VALUE .01.
           01 WS-Points-Worth PIC S9(7)V9(2).
           01 in-points PIC Z,ZZZ,ZZ9-.

      *    household-combined run state - see HOUSEHOLD-RUN.
           01 WS-HouseholdFile-Status PIC XX.
               88 WS-Household-File-OK VALUE "00".
               WS-Print-Count
           DISPLAY "  electronic (StatementExtract.dat)   : "
               WS-Elec-Count
           DISPLAY "  held - address undeliverable        : "
               WS-Held-Count
           IF WS-Branch-Filter = SPACES
               PERFORM VARYING WS-BR-Idx FROM 1 BY 1
                   UNTIL WS-BR-Idx > WS-Br-Count
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-Spool-Line
           PERFORM SPOOL-BREAK
           MOVE SPACES TO WS-Spool-Line
           STRING "Statements printed: " WS-Statements-Printed
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           END-IF.

       PRINT-ONE-STATEMENT.
      *    two walks of the customer's chain on the transaction
      *    index - first the opening balance, then the period's
      *    itemized activity.
           MOVE "N" TO WS-Stmt-Printed-Flag
           MOVE Billing-Cycle TO WS-Cust-Cycle
           IF WS-Cust-Cycle = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-BRANCH-STATEMENT
           IF NOT WS-Household-Mode
               MOVE WS-Period-Branch TO WS-Spool-Line
               PERFORM SPOOL-BREAK
           END-IF
           SET WS-Arch-Active TO TRUE
           MOVE ZERO TO WS-Arch-Seq
           PERFORM SET-STATEMENT-LANGUAGE
           PERFORM GET-DELIVERY-PREF
           PERFORM COMPUTE-OPENING-BALANCE
           MOVE WS-Opening-Balance TO WS-Closing-Balance

           DISPLAY SPACE
           IF WS-Branch-Filter = SPACES
               DISPLAY FUNCTION TRIM(WS-SW-Statement) " - "
                   WS-Statement-Period
                   "  (" FUNCTION TRIM(WS-SW-Cycle) " "
                   WS-Cust-Cycle ")"
           ELSE
               DISPLAY FUNCTION TRIM(WS-SW-Statement) " - "
                   WS-Statement-Period
                   "  (" FUNCTION TRIM(WS-SW-Cycle) " "
                   WS-Cust-Cycle ", " FUNCTION TRIM(WS-SW-Branch)
                   " " WS-Branch-Filter ")"
           END-IF
           DISPLAY FUNCTION TRIM(WS-SW-Customer) " " ID-num ": "
               first-name " " last-name "  (" Home-Currency ")"
           MOVE SPACES TO WS-Spool-Line
           PERFORM SPOOL-A-LINE
           MOVE SPACES TO WS-Spool-Line
           STRING FUNCTION TRIM(WS-SW-Statement) " - "
               WS-Statement-Period "  "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SW-Customer))
               " " ID-num " " first-name " " last-name
               " (" Home-Currency ")"
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-A-LINE
           PERFORM PRINT-MAILING-ADDRESS
           MOVE WS-Opening-Balance TO signed-dollar
           PERFORM LOCALISE-DOLLAR
           DISPLAY FUNCTION TRIM(WS-SW-Opening) ": " WS-Dollar-Text
           MOVE SPACES TO WS-Spool-Line
           STRING FUNCTION TRIM(WS-SW-Opening) ": " WS-Dollar-Text
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-A-LINE

           MOVE ZERO TO WS-Activity-Count
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
               TransactionRecord, WS-Tran-Eof-Flag
           PERFORM UNTIL WS-Tran-Eof
               PERFORM PRINT-STATEMENT-LINE
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
                   TransactionRecord, WS-Tran-Eof-Flag
           END-PERFORM

           IF WS-Activity-Count = ZERO
               DISPLAY "  " WS-SW-No-Activity
           END-IF
           MOVE WS-Closing-Balance TO signed-dollar
           PERFORM LOCALISE-DOLLAR
           DISPLAY FUNCTION TRIM(WS-SW-Closing) ": " WS-Dollar-Text
           MOVE SPACES TO WS-Spool-Line
           STRING FUNCTION TRIM(WS-SW-Closing) ": " WS-Dollar-Text
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-A-LINE
           PERFORM SHOW-CLOSING-IN-HOME-CURRENCY
           PERFORM SHOW-POINTS-BALANCE
           PERFORM SHOW-OPEN-INVOICES
           ADD 1 TO WS-Statements-Printed
           PERFORM RECORD-DELIVERY
               CLOSE AllocationFile
           END-IF
           MOVE ZERO TO WS-OpenInv-Shown
           COMPUTE WS-Run-Int = FUNCTION INTEGER-OF-DATE(WS-Run-Date)
           PERFORM VARYING WS-OV-Idx FROM 1 BY 1
               UNTIL WS-OV-Idx > WS-OpenInv-Count
               IF WS-OV-Open(WS-OV-Idx) > ZERO
                   ADD 1 TO WS-OpenInv-Shown
                   IF WS-OpenInv-Shown = 1
                       DISPLAY WS-SW-Open-Inv
                       MOVE WS-SW-Open-Inv TO WS-Spool-Line
                       PERFORM SPOOL-A-LINE
                   END-IF
                   PERFORM SET-INVOICE-AGE-BAND
                   MOVE WS-OV-Open(WS-OV-Idx) TO in-openinv
                   MOVE in-openinv TO WS-LF-Value
                   PERFORM LOCALISE-AMOUNT
                   MOVE WS-OV-Date(WS-OV-Idx) TO WS-LF-Value
                   PERFORM LOCALISE-DATE
                   DISPLAY "  " FUNCTION TRIM(WS-SW-Invoice) " "
                       WS-OV-Invoice(WS-OV-Idx)
                       " (" WS-Date-Text ") "
                       FUNCTION TRIM(WS-SW-Open) " "
                       WS-Amount-Text "  "
                       WS-SW-Age-Band(WS-Band-Idx)
                   MOVE SPACES TO WS-Spool-Line
                   STRING "  " FUNCTION TRIM(WS-SW-Invoice) " "
                       WS-OV-Invoice(WS-OV-Idx)
                       " (" WS-Date-Text ") "
                       FUNCTION TRIM(WS-SW-Open) " "
                       WS-Amount-Text "  "
                       WS-SW-Age-Band(WS-Band-Idx)
                       DELIMITED BY SIZE INTO WS-Spool-Line
                   END-STRING
                   PERFORM SPOOL-A-LINE
               END-IF
           END-PERFORM.

       SET-INVOICE-AGE-BAND.
      *    days past the invoice's due date on the run date, in
      *    aging.cob's buckets - current under 30, then 30+, 60+
      *    and 90+.
           MOVE 1 TO WS-Band-Idx
           IF WS-OV-Due(WS-OV-Idx) NOT NUMERIC
               OR WS-OV-Due(WS-OV-Idx) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Inv-Int =
               FUNCTION INTEGER-OF-DATE(WS-OV-Due(WS-OV-Idx))
           COMPUTE WS-Inv-Age = WS-Run-Int - WS-Inv-Int
           EVALUATE TRUE
               WHEN WS-Inv-Age < 30
                   MOVE 1 TO WS-Band-Idx
               WHEN WS-Inv-Age < 60
                   MOVE 2 TO WS-Band-Idx
               WHEN WS-Inv-Age < 90
                   MOVE 3 TO WS-Band-Idx
               WHEN OTHER
                   MOVE 4 TO WS-Band-Idx
           END-EVALUATE.

       SET-STATEMENT-LANGUAGE.
      *    spaces on the master (records from before languages) and
      *    anything not written in here get the English words.
           IF Language-Norwegian
               MOVE "NO" TO WS-Stmt-Lang
               MOVE WS-Stmt-Words-NO TO WS-Stmt-Words
           ELSE
               MOVE "EN" TO WS-Stmt-Lang
               MOVE WS-Stmt-Words-EN TO WS-Stmt-Words
           END-IF.

       LOCALISE-DOLLAR.
      *    signed-dollar, with the separators the customer reads.
           MOVE signed-dollar TO WS-LF-Value
           PERFORM LOCALISE-AMOUNT
           MOVE WS-Amount-Text TO WS-Dollar-Text.

       LOCALISE-AMOUNT.
      *    WS-LF-Value holds an already-edited figure.
           MOVE "AMT" TO WS-LF-Op
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Stmt-Lang,
               WS-LF-Value, WS-LF-Result
           MOVE WS-LF-Result TO WS-Amount-Text.

       LOCALISE-DATE.
      *    WS-LF-Value(1:8) holds a yyyymmdd date.
           MOVE "DAT" TO WS-LF-Op
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Stmt-Lang,
               WS-LF-Value, WS-LF-Result
           MOVE WS-LF-Result TO WS-Date-Text.

       TAKE-IN-OPEN-INVOICE.
           IF IR-Customer-ID NOT = ID-num
               EXIT PARAGRAPH
               MOVE IR-Invoice-Num
                   TO WS-OV-Invoice(WS-OpenInv-Count)
               MOVE IR-Date TO WS-OV-Date(WS-OpenInv-Count)
               IF IR-Due-Date NUMERIC AND IR-Due-Date NOT = ZERO
                   MOVE IR-Due-Date TO WS-OV-Due(WS-OpenInv-Count)
               ELSE
                   MOVE IR-Date TO WS-OV-Due(WS-OpenInv-Count)
               END-IF
               MOVE IR-Total TO WS-OV-Open(WS-OpenInv-Count)
           END-IF.

                       IF CN-Deliver-Electronic
                           MOVE "E" TO WS-Delivery
                           MOVE CN-Email TO WS-Cust-Email
                       ELSE
                           IF CN-Mail-Undeliverable
                               MOVE "H" TO WS-Delivery
                           END-IF
                       END-IF
               END-READ
           END-IF.
               MOVE WS-Activity-Count TO EX-Activity
               WRITE ExtractRecord
           ELSE
               IF WS-Delivery = "H"
                   ADD 1 TO WS-Held-Count
                   DISPLAY "  (address undeliverable - statement "
                       "held, not posted)"
               ELSE
                   ADD 1 TO WS-Print-Count
               END-IF
           END-IF
           MOVE WS-Run-Date TO MN-Run-Date
           MOVE WS-Statement-Period TO MN-Period
               MOVE ID-num TO WS-Contact-Rel-Key
               READ ContactFile
                   INVALID KEY
                       DISPLAY "  " WS-SW-No-Address
                   NOT INVALID KEY
                       DISPLAY "  " CN-Street
                       DISPLAY "  " CN-Postal-Code " " CN-City
               COMPUTE WS-Closing-Balance-FX ROUNDED =
                   WS-Closing-Balance * WS-FX-Home
               MOVE WS-Closing-Balance-FX TO signed-fx
               MOVE signed-fx TO WS-LF-Value
               PERFORM LOCALISE-AMOUNT
               DISPLAY FUNCTION TRIM(WS-SW-Closing) " ("
                   Home-Currency "): " WS-LF-Result(1:15)
           END-IF.

       SHOW-POINTS-BALANCE.
      *    a customer who never earned a point gets no points line.
           CALL "POINTS-BALANCE" USING ID-num, WS-Run-Date,
               WS-Points-Balance
           IF WS-Points-Balance = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Points-Worth =
               WS-Points-Balance * WS-Point-Value
           MOVE WS-Points-Balance TO in-points
           MOVE WS-Points-Worth TO signed-dollar
           PERFORM LOCALISE-DOLLAR
           MOVE in-points TO WS-LF-Value
           PERFORM LOCALISE-AMOUNT
           DISPLAY FUNCTION TRIM(WS-SW-Points) ": " WS-Amount-Text
               " (" FUNCTION TRIM(WS-SW-Worth) " " WS-Dollar-Text
               " " FUNCTION TRIM(WS-SW-At-Till) ")"
           MOVE SPACES TO WS-Spool-Line
           STRING FUNCTION TRIM(WS-SW-Points) ": " WS-Amount-Text
               " (" FUNCTION TRIM(WS-SW-Worth) " " WS-Dollar-Text
               " " FUNCTION TRIM(WS-SW-At-Till) ")"
               DELIMITED BY SIZE INTO WS-Spool-Line
           END-STRING
           PERFORM SPOOL-A-LINE.

       LOAD-FX-RATES.
      *    newest dated entry from FxRates.dat, same scan as
      *    decimal-arithmatics.cob's LOAD-FX-RATES - a missing file
               MOVE TR-Amount TO signed-dollar
               MOVE TR-Amount TO signed-no-zero-plus-commas
               PERFORM ANNOTATE-IF-REVERSED
               PERFORM LOCALISE-DOLLAR
               MOVE signed-no-zero-plus-commas TO WS-LF-Value
               PERFORM LOCALISE-AMOUNT
               MOVE WS-Rev-When TO WS-LF-Value
               PERFORM LOCALISE-DATE
               MOVE WS-Date-Text TO WS-Rev-Date-Text
               MOVE TR-Date TO WS-LF-Value
               PERFORM LOCALISE-DATE
      *        the serial carries onto the statement, so "which
      *        line do you mean" is a number, not a squint.
               EVALUATE TRUE
                   WHEN TR-Writeoff
                       DISPLAY "  #" TR-Serial " " WS-Date-Text " "
                           TR-Type " " TR-Description "  "
                           WS-Dollar-Text "  ("
                           FUNCTION TRIM(WS-SW-Written-Off) ")"
                   WHEN WS-Line-Reversed
                       DISPLAY "  #" TR-Serial " " WS-Date-Text " "
                           TR-Type " " TR-Description "  "
                           WS-Dollar-Text "  ("
                           FUNCTION TRIM(WS-SW-Reversed) " "
                           WS-Rev-Date-Text ")"
                   WHEN OTHER
                       DISPLAY "  #" TR-Serial " " WS-Date-Text " "
                           TR-Type " " TR-Description "  "
                           WS-Dollar-Text "  ("
                           WS-Amount-Text ")"
               END-EVALUATE
               MOVE SPACES TO WS-Spool-Line
               STRING "  #" TR-Serial " " WS-Date-Text " " TR-Type
                   " " TR-Description "  " WS-Dollar-Text
                   DELIMITED BY SIZE INTO WS-Spool-Line
               END-STRING
               PERFORM SPOOL-A-LINE
      *    everything this customer posted before the statement
      *    period folds into one opening figure.
           MOVE ZERO TO WS-Opening-Balance
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
               TransactionRecord, WS-Tran-Eof-Flag
           PERFORM UNTIL WS-Tran-Eof
               MOVE TR-Date(1:6) TO WS-Tran-Period
               IF WS-Tran-Period < WS-Statement-Period
                   ADD TR-Amount TO WS-Opening-Balance
               END-IF
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
                   TransactionRecord, WS-Tran-Eof-Flag
           END-PERFORM.

       SPOOL-OPEN.
           MOVE "OPN" TO WS-Spool-Op
               WRITE ArchiveRecord
           END-IF.

       SPOOL-BREAK.
      *    WS-Spool-Line(1:2) is the branch the next lines belong
      *    to - spaces for shop-wide lines.
           MOVE "BRK" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       OPEN-STATEMENT-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Arch-Stamp
           OPEN EXTEND ArchiveFile
