       IDENTIFICATION DIVISION.
       PROGRAM-ID. finstmt.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * financial statements: trialbal.cob proves the journal foots,
      * and every month the accountant rebuilt the income statement
      * and balance sheet from its printout by hand. This reads
      * GLJournal.dat and the account classes on ChartOfAccounts.dat
      * (see copybooks/CHARTREC.cpy) and prints both for a requested
      * period with the period before alongside: the income
      * statement subtotals revenue and expense to the period's
      * profit, the balance sheet carries every asset, liability and
      * equity account to the period end and rolls profit into
      * equity - earlier periods' as retained earnings brought
      * forward, this period's on its own line - so the two sides
      * prove against each other. A period still open (see the
      * PERIOD-CHECK subroutine and periodclose.cob) prints marked
      * PRELIMINARY, since postings can still land in it; a closed
      * one prints FINAL. Displayed and spooled through SPOOL-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT ChartFile ASSIGN TO "ChartOfAccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ChartFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

           FD ChartFile.
           01 ChartRecord.
               COPY CHARTREC.

       WORKING-STORAGE SECTION.
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-ChartFile-Status PIC XX.
               88 WS-Chart-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the statement period and the one before it, yyyymm.
           01 WS-Period-Entry PIC 9(6).
           01 WS-Period-Parts REDEFINES WS-Period-Entry.
               05 WS-Period-Year  PIC 9(4).
               05 WS-Period-Month PIC 9(2).
           01 WS-Prior-Period PIC 9(6).
           01 WS-Prior-Parts REDEFINES WS-Prior-Period.
               05 WS-Prior-Year  PIC 9(4).
               05 WS-Prior-Month PIC 9(2).
           01 WS-Entry-Period PIC 9(6).

      *    per-account figures, debit-positive: the movement in
      *    each of the two periods and the balance at the end of
      *    each. Revenue, liability and equity accounts are turned
      *    credit-positive when printed.
           01 WS-Account-Table.
               05 WS-Account-Entry OCCURS 50 TIMES.
                   10 WS-AC-Account    PIC 9(4).
                   10 WS-AC-Name       PIC X(24).
                   10 WS-AC-Class      PIC X.
                   10 WS-AC-Cur-Move   PIC S9(11)V9(2).
                   10 WS-AC-Prior-Move PIC S9(11)V9(2).
                   10 WS-AC-Cur-Bal    PIC S9(11)V9(2).
                   10 WS-AC-Prior-Bal  PIC S9(11)V9(2).
           01 WS-Account-Count PIC 9(2) VALUE ZERO.
           01 WS-AC-Idx PIC 9(2).
           01 WS-Account-Found-Flag PIC X.
               88 WS-Account-Found VALUE "Y".
           01 WS-Net-Amount PIC S9(11)V9(2).

      *    the section being printed and its running subtotals.
           01 WS-Section-Class PIC X.
           01 WS-Section-Title PIC X(24).
           01 WS-Use-Balances-Flag PIC X.
               88 WS-Use-Balances VALUE "Y".
           01 WS-Cur-Figure PIC S9(11)V9(2).
           01 WS-Prior-Figure PIC S9(11)V9(2).
           01 WS-Section-Cur PIC S9(11)V9(2).
           01 WS-Section-Prior PIC S9(11)V9(2).

           01 WS-Revenue-Cur PIC S9(11)V9(2).
           01 WS-Revenue-Prior PIC S9(11)V9(2).
           01 WS-Expense-Cur PIC S9(11)V9(2).
           01 WS-Expense-Prior PIC S9(11)V9(2).
           01 WS-Profit-Cur PIC S9(11)V9(2).
           01 WS-Profit-Prior PIC S9(11)V9(2).
           01 WS-Assets-Cur PIC S9(11)V9(2).
           01 WS-Assets-Prior PIC S9(11)V9(2).
           01 WS-Claims-Cur PIC S9(11)V9(2).
           01 WS-Claims-Prior PIC S9(11)V9(2).
      *    profit of every period up to the end of each column -
      *    the part before the column's own period is what is
      *    brought forward as retained earnings.
           01 WS-Profit-To-Date-Cur PIC S9(11)V9(2).
           01 WS-Profit-To-Date-Prior PIC S9(11)V9(2).
           01 WS-Brought-Fwd-Cur PIC S9(11)V9(2).
           01 WS-Brought-Fwd-Prior PIC S9(11)V9(2).

           01 WS-Line-Label PIC X(30).
           01 in-cur PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-prior PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-Status-Word PIC X(11).
           01 WS-Statement-Line PIC X(80).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Check-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "FINSTMT".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Statement period (yyyymm) :" WITH NO ADVANCING
           ACCEPT WS-Period-Entry
           IF WS-Period-Month < 1 OR WS-Period-Month > 12
               DISPLAY "Not a valid period - nothing printed"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Period-Entry TO WS-Prior-Period
           IF WS-Prior-Month = 1
               SUBTRACT 1 FROM WS-Prior-Year
               MOVE 12 TO WS-Prior-Month
           ELSE
               SUBTRACT 1 FROM WS-Prior-Month
           END-IF

           PERFORM LOAD-CHART-TABLE
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               DISPLAY "No GLJournal.dat on file - nothing has "
                   "been posted through GL-POST yet"
               STOP RUN
           END-IF
           MOVE "N" TO WS-Eof-Flag
           PERFORM UNTIL WS-Eof
               READ JournalFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TOTAL-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JournalFile

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           STOP RUN.

       TOTAL-ONE-JOURNAL-LINE.
           MOVE JE-Date(1:6) TO WS-Entry-Period
           IF WS-Entry-Period > WS-Period-Entry
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-SLOT
           IF NOT WS-Account-Found
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Net-Amount = JE-Debit - JE-Credit
           ADD WS-Net-Amount TO WS-AC-Cur-Bal(WS-AC-Idx)
           IF WS-Entry-Period = WS-Period-Entry
               ADD WS-Net-Amount TO WS-AC-Cur-Move(WS-AC-Idx)
           ELSE
               ADD WS-Net-Amount TO WS-AC-Prior-Bal(WS-AC-Idx)
               IF WS-Entry-Period = WS-Prior-Period
                   ADD WS-Net-Amount TO WS-AC-Prior-Move(WS-AC-Idx)
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
      *    an account posted but missing from the chart still has
      *    to land somewhere, or the balance sheet won't balance -
      *    it takes the class its number says.
           MOVE "N" TO WS-Account-Found-Flag
           PERFORM VARYING WS-AC-Idx FROM 1 BY 1
               UNTIL WS-AC-Idx > WS-Account-Count
               OR WS-Account-Found
               IF WS-AC-Account(WS-AC-Idx) = JE-Account
                   SET WS-Account-Found TO TRUE
                   SUBTRACT 1 FROM WS-AC-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Account-Found
               IF WS-Account-Count < 50
                   ADD 1 TO WS-Account-Count
                   MOVE WS-Account-Count TO WS-AC-Idx
                   MOVE JE-Account TO WS-AC-Account(WS-AC-Idx)
                   MOVE "(not on chart of accounts)"
                       TO WS-AC-Name(WS-AC-Idx)
                   MOVE SPACE TO WS-AC-Class(WS-AC-Idx)
                   PERFORM INITIALIZE-ACCOUNT-SLOT
                   SET WS-Account-Found TO TRUE
               ELSE
                   DISPLAY "Warning: more than 50 accounts on the "
                       "journal - account " JE-Account
                       " left out"
               END-IF
           END-IF.

       INITIALIZE-ACCOUNT-SLOT.
           MOVE ZERO TO WS-AC-Cur-Move(WS-AC-Idx)
           MOVE ZERO TO WS-AC-Prior-Move(WS-AC-Idx)
           MOVE ZERO TO WS-AC-Cur-Bal(WS-AC-Idx)
           MOVE ZERO TO WS-AC-Prior-Bal(WS-AC-Idx)
           IF WS-AC-Class(WS-AC-Idx) NOT = "A" AND NOT = "L"
               AND NOT = "Q" AND NOT = "R" AND NOT = "E"
               EVALUATE WS-AC-Account(WS-AC-Idx)(1:1)
                   WHEN "1" MOVE "A" TO WS-AC-Class(WS-AC-Idx)
                   WHEN "2" MOVE "L" TO WS-AC-Class(WS-AC-Idx)
                   WHEN "3" MOVE "Q" TO WS-AC-Class(WS-AC-Idx)
                   WHEN "4" MOVE "R" TO WS-AC-Class(WS-AC-Idx)
                   WHEN OTHER MOVE "E" TO WS-AC-Class(WS-AC-Idx)
               END-EVALUATE
           END-IF.

       PRINT-INCOME-STATEMENT.
           MOVE WS-Period-Entry TO WS-Check-Period
           PERFORM SET-STATUS-WORD
           MOVE SPACES TO WS-Statement-Line
           STRING "INCOME STATEMENT - period " WS-Period-Entry
               "  " WS-Status-Word
               DELIMITED BY SIZE INTO WS-Statement-Line
           END-STRING
           PERFORM PRINT-HEADING
           MOVE "N" TO WS-Use-Balances-Flag

           MOVE "R" TO WS-Section-Class
           MOVE "REVENUE" TO WS-Section-Title
           PERFORM PRINT-CLASS-SECTION
           MOVE WS-Section-Cur TO WS-Revenue-Cur
           MOVE WS-Section-Prior TO WS-Revenue-Prior

           MOVE "E" TO WS-Section-Class
           MOVE "EXPENSES" TO WS-Section-Title
           PERFORM PRINT-CLASS-SECTION
           MOVE WS-Section-Cur TO WS-Expense-Cur
           MOVE WS-Section-Prior TO WS-Expense-Prior

           COMPUTE WS-Profit-Cur = WS-Revenue-Cur - WS-Expense-Cur
           COMPUTE WS-Profit-Prior = WS-Revenue-Prior
               - WS-Expense-Prior
           PERFORM PRINT-RULE
           MOVE "PROFIT FOR THE PERIOD" TO WS-Line-Label
           MOVE WS-Profit-Cur TO WS-Cur-Figure
           MOVE WS-Profit-Prior TO WS-Prior-Figure
           PERFORM PRINT-FIGURE-LINE.

       PRINT-BALANCE-SHEET.
           MOVE SPACES TO WS-Statement-Line
           PERFORM PRINT-STATEMENT-LINE
           MOVE SPACES TO WS-Statement-Line
           STRING "BALANCE SHEET - end of period " WS-Period-Entry
               "  " WS-Status-Word
               DELIMITED BY SIZE INTO WS-Statement-Line
           END-STRING
           PERFORM PRINT-HEADING
           SET WS-Use-Balances TO TRUE

           MOVE "A" TO WS-Section-Class
           MOVE "ASSETS" TO WS-Section-Title
           PERFORM PRINT-CLASS-SECTION
           MOVE WS-Section-Cur TO WS-Assets-Cur
           MOVE WS-Section-Prior TO WS-Assets-Prior

           MOVE "L" TO WS-Section-Class
           MOVE "LIABILITIES" TO WS-Section-Title
           PERFORM PRINT-CLASS-SECTION
           MOVE WS-Section-Cur TO WS-Claims-Cur
           MOVE WS-Section-Prior TO WS-Claims-Prior

           MOVE "Q" TO WS-Section-Class
           MOVE "EQUITY" TO WS-Section-Title
           PERFORM PRINT-CLASS-SECTION
      *    profit has not been closed out to an equity account on
      *    the journal, so it is rolled in here: everything before
      *    the column's period as retained earnings brought
      *    forward, the column's own period as its profit.
           PERFORM TOTAL-PROFIT-TO-DATE
           COMPUTE WS-Brought-Fwd-Cur = WS-Profit-To-Date-Cur
               - WS-Profit-Cur
           COMPUTE WS-Brought-Fwd-Prior = WS-Profit-To-Date-Prior
               - WS-Profit-Prior
           MOVE "  Retained earnings b/f" TO WS-Line-Label
           MOVE WS-Brought-Fwd-Cur TO WS-Cur-Figure
           MOVE WS-Brought-Fwd-Prior TO WS-Prior-Figure
           PERFORM PRINT-FIGURE-LINE
           MOVE "  Profit for the period" TO WS-Line-Label
           MOVE WS-Profit-Cur TO WS-Cur-Figure
           MOVE WS-Profit-Prior TO WS-Prior-Figure
           PERFORM PRINT-FIGURE-LINE
           ADD WS-Profit-To-Date-Cur TO WS-Section-Cur
           ADD WS-Profit-To-Date-Prior TO WS-Section-Prior
           MOVE "  Total equity" TO WS-Line-Label
           MOVE WS-Section-Cur TO WS-Cur-Figure
           MOVE WS-Section-Prior TO WS-Prior-Figure
           PERFORM PRINT-FIGURE-LINE
           ADD WS-Section-Cur TO WS-Claims-Cur
           ADD WS-Section-Prior TO WS-Claims-Prior

           PERFORM PRINT-RULE
           MOVE "LIABILITIES AND EQUITY" TO WS-Line-Label
           MOVE WS-Claims-Cur TO WS-Cur-Figure
           MOVE WS-Claims-Prior TO WS-Prior-Figure
           PERFORM PRINT-FIGURE-LINE
           MOVE SPACES TO WS-Statement-Line
           PERFORM PRINT-STATEMENT-LINE
           IF WS-Assets-Cur = WS-Claims-Cur
               AND WS-Assets-Prior = WS-Claims-Prior
               MOVE "The balance sheet balances - assets equal "
                   & "liabilities plus equity"
                   TO WS-Statement-Line
           ELSE
               MOVE "OUT OF BALANCE - run trialbal; the journal "
                   & "needs investigating"
                   TO WS-Statement-Line
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM PRINT-STATEMENT-LINE.

       PRINT-CLASS-SECTION.
      *    one class's accounts: movements for the income
      *    statement, period-end balances for the balance sheet,
      *    and the class subtotal. Accounts with nothing in either
      *    column are left off.
           MOVE ZERO TO WS-Section-Cur
           MOVE ZERO TO WS-Section-Prior
           MOVE SPACES TO WS-Statement-Line
           MOVE WS-Section-Title TO WS-Statement-Line
           PERFORM PRINT-STATEMENT-LINE
           PERFORM VARYING WS-AC-Idx FROM 1 BY 1
               UNTIL WS-AC-Idx > WS-Account-Count
               IF WS-AC-Class(WS-AC-Idx) = WS-Section-Class
                   PERFORM PRINT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Line-Label
           STRING "  Total " FUNCTION LOWER-CASE(WS-Section-Title)
               DELIMITED BY SIZE INTO WS-Line-Label
           END-STRING
           IF WS-Section-Class NOT = "Q"
               MOVE WS-Section-Cur TO WS-Cur-Figure
               MOVE WS-Section-Prior TO WS-Prior-Figure
               PERFORM PRINT-FIGURE-LINE
           END-IF.

       PRINT-ONE-ACCOUNT.
           IF WS-Use-Balances
               MOVE WS-AC-Cur-Bal(WS-AC-Idx) TO WS-Cur-Figure
               MOVE WS-AC-Prior-Bal(WS-AC-Idx) TO WS-Prior-Figure
           ELSE
               MOVE WS-AC-Cur-Move(WS-AC-Idx) TO WS-Cur-Figure
               MOVE WS-AC-Prior-Move(WS-AC-Idx) TO WS-Prior-Figure
           END-IF
      *    credit-natural classes print credit-positive.
           IF WS-Section-Class = "L" OR "Q" OR "R"
               COMPUTE WS-Cur-Figure = 0 - WS-Cur-Figure
               COMPUTE WS-Prior-Figure = 0 - WS-Prior-Figure
           END-IF
           IF WS-Cur-Figure = ZERO AND WS-Prior-Figure = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Line-Label
           STRING "  " WS-AC-Account(WS-AC-Idx) " "
               WS-AC-Name(WS-AC-Idx)
               DELIMITED BY SIZE INTO WS-Line-Label
           END-STRING
           PERFORM PRINT-FIGURE-LINE
           ADD WS-Cur-Figure TO WS-Section-Cur
           ADD WS-Prior-Figure TO WS-Section-Prior.

       TOTAL-PROFIT-TO-DATE.
           MOVE ZERO TO WS-Profit-To-Date-Cur
           MOVE ZERO TO WS-Profit-To-Date-Prior
           PERFORM VARYING WS-AC-Idx FROM 1 BY 1
               UNTIL WS-AC-Idx > WS-Account-Count
               IF WS-AC-Class(WS-AC-Idx) = "R" OR "E"
                   SUBTRACT WS-AC-Cur-Bal(WS-AC-Idx)
                       FROM WS-Profit-To-Date-Cur
                   SUBTRACT WS-AC-Prior-Bal(WS-AC-Idx)
                       FROM WS-Profit-To-Date-Prior
               END-IF
           END-PERFORM.

       SET-STATUS-WORD.
           CALL "PERIOD-CHECK" USING WS-Check-Period,
               WS-Period-Open-Flag
           IF WS-Period-Is-Open
               MOVE "PRELIMINARY" TO WS-Status-Word
           ELSE
               MOVE "FINAL" TO WS-Status-Word
           END-IF.

       PRINT-HEADING.
           PERFORM PRINT-STATEMENT-LINE
           IF WS-Status-Word = "PRELIMINARY"
               MOVE "  (period still open - postings may still "
                   & "change these figures)" TO WS-Statement-Line
               PERFORM PRINT-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-Statement-Line
           STRING "                                "
               "  " WS-Period-Entry "          " WS-Prior-Period
               DELIMITED BY SIZE INTO WS-Statement-Line
           END-STRING
           PERFORM PRINT-STATEMENT-LINE
           PERFORM PRINT-RULE.

       PRINT-RULE.
           MOVE ALL "-" TO WS-Statement-Line(1:64)
           MOVE SPACES TO WS-Statement-Line(65:)
           PERFORM PRINT-STATEMENT-LINE.

       PRINT-FIGURE-LINE.
           MOVE WS-Cur-Figure TO in-cur
           MOVE WS-Prior-Figure TO in-prior
           MOVE SPACES TO WS-Statement-Line
           STRING WS-Line-Label "  " in-cur " " in-prior
               DELIMITED BY SIZE INTO WS-Statement-Line
           END-STRING
           PERFORM PRINT-STATEMENT-LINE.

       PRINT-STATEMENT-LINE.
           DISPLAY WS-Statement-Line
           MOVE WS-Statement-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       LOAD-CHART-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ChartFile
           IF NOT WS-Chart-File-OK
               DISPLAY "No ChartOfAccounts.dat - run trialbal once "
                   "to seed it; classes taken from account numbers"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ChartFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Account-Count < 50
                           ADD 1 TO WS-Account-Count
                           MOVE WS-Account-Count TO WS-AC-Idx
                           MOVE CA-Account TO WS-AC-Account(WS-AC-Idx)
                           MOVE CA-Name TO WS-AC-Name(WS-AC-Idx)
                           MOVE CA-Class TO WS-AC-Class(WS-AC-Idx)
                           PERFORM INITIALIZE-ACCOUNT-SLOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChartFile-Status NOT = "35"
               CLOSE ChartFile
           END-IF.
