      * morning check. Non-interactive, so it runs as a step in
      * billing-job.cob before the invoice step picks the charges
      * up.
      * A contract billed in advance is not revenue the day it
      * bills: its posting credits DEFERRED REVENUE 2700 instead of
      * SERVICE REVENUE, and the charge is spread over its service
      * months in RevenueSchedule.dat - one slice per month from
      * the month after the billing month - for the month-end
      * revrecog.cob run to release.
      * A contract whose customer is held by sanctions screening
      * (SCREEN-HOLD) is passed over with its due date unadvanced,
      * the same as a closed period, and catches up on the first
      * run after compliance clears the customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RegisterFile ASSIGN TO "RecurRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT ScheduleFile ASSIGN TO "RevenueSchedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScheduleFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 RC-Description PIC X(20).
               05 RC-Amount      PIC 9(7)V9(2).

           FD ScheduleFile.
           01 ScheduleRecord.
               COPY REVSREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-RecurringFile-Status PIC XX.
               88 WS-Recurring-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
           01 WS-RegisterFile-Status PIC XX.
           01 WS-ScheduleFile-Status PIC XX.
           01 WS-Recur-Eof-Flag PIC X VALUE "N".
               88 WS-Recur-Eof VALUE "Y".

      *    table-and-rewrite idiom as recurmaint.cob.
           01 WS-Recur-Table.
               05 WS-Recur-Entry OCCURS 200 TIMES.
                   10 WS-RT-Record PIC X(47).
           01 WS-Recur-Count PIC 9(3) VALUE ZERO.
           01 WS-RT-Idx PIC 9(3).
           01 WS-Work-Recur.
           01 WS-Posted-Count PIC 9(5) VALUE ZERO.
           01 WS-Posted-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Held-Count PIC 9(5) VALUE ZERO.
      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Screen-Held-Flag PIC X.
               88 WS-Screen-Held VALUE "Y".
           01 WS-Screen-Held-Reason PIC X(30).
           01 WS-Screen-Held-Count PIC 9(5) VALUE ZERO.
           01 WS-Deferred-Count PIC 9(5) VALUE ZERO.
      *    slicing an advance charge over its service months.
           01 WS-Slice-Months PIC 9(2).
           01 WS-Slice-Idx PIC 9(2).
           01 WS-Slice-Amount PIC 9(7)V9(2).
           01 WS-Slice-Left PIC 9(7)V9(2).
           01 WS-Slice-yyyy PIC 9(4).
           01 WS-Slice-mm PIC 9(2).
      *    posting-period gate - see the PERIOD-CHECK subroutine
      *    and periodclose.cob.
           01 WS-Posting-Period PIC 9(6).

      *    general-ledger posting state - same accounts as a
      *    transentry.cob charge: debit the receivable, credit
      *    revenue - or deferred revenue for a charge billed in
      *    advance.
           01 WS-GL-Source PIC X(12) VALUE "recurpost".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 4000.
           01 WS-GL-Revenue-Acct PIC 9(4) VALUE 4000.
           01 WS-GL-Deferred-Acct PIC 9(4) VALUE 2700.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
           01 WS-GL-Date PIC 9(8).
               CLOSE RegisterFile
               OPEN EXTEND RegisterFile
           END-IF
           OPEN EXTEND ScheduleFile
           IF WS-ScheduleFile-Status = "35"
               OPEN OUTPUT ScheduleFile
               CLOSE ScheduleFile
               OPEN EXTEND ScheduleFile
           END-IF

           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-Recur-Count

           CLOSE TransactionFile
           CLOSE RegisterFile
           CLOSE ScheduleFile
           PERFORM REWRITE-RECUR-FILE

           MOVE WS-Posted-Total TO in-total
           IF WS-Held-Count > ZERO
               DISPLAY "Held back (closed period): " WS-Held-Count
           END-IF
           IF WS-Screen-Held-Count > ZERO
               DISPLAY "Held back (sanctions hold): "
                   WS-Screen-Held-Count
           END-IF
           IF WS-Deferred-Count > ZERO
               DISPLAY "Billed in advance, held in deferred "
                   "revenue: " WS-Deferred-Count
           END-IF
           MOVE WS-Posted-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
      *    the morning - the accountant reopens the period or
      *    re-dates the contract, this job doesn't post into a
      *    closed month on its own say-so.
           IF RG-Next-Due OF WS-Work-Recur NOT > WS-Today
               CALL "SCREEN-HOLD" USING
                   RG-Customer-ID OF WS-Work-Recur,
                   WS-Screen-Held-Flag, WS-Screen-Held-Reason
               IF WS-Screen-Held
                   ADD 1 TO WS-Screen-Held-Count
                   DISPLAY "  HELD: customer "
                       RG-Customer-ID OF WS-Work-Recur " "
                       FUNCTION TRIM(RG-Description
                           OF WS-Work-Recur)
                       " due " RG-Next-Due OF WS-Work-Recur
                       " - " FUNCTION TRIM(WS-Screen-Held-Reason)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-Period-Open-Flag
           PERFORM UNTIL RG-Next-Due OF WS-Work-Recur > WS-Today
               OR NOT WS-Period-Is-Open
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           MOVE WS-Today TO RC-Run-Date
           MOVE RG-Next-Due OF WS-Work-Recur TO RC-Due-Date
           MOVE RG-Customer-ID OF WS-Work-Recur TO WS-GL-Customer
           MOVE RG-Amount OF WS-Work-Recur TO WS-GL-Amount
           MOVE RG-Next-Due OF WS-Work-Recur TO WS-GL-Date
           IF RG-In-Advance OF WS-Work-Recur
               MOVE WS-GL-Deferred-Acct TO WS-GL-Credit-Acct
           ELSE
               MOVE WS-GL-Revenue-Acct TO WS-GL-Credit-Acct
           END-IF
           CALL "GL-POST" USING WS-GL-Date, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           IF RG-In-Advance OF WS-Work-Recur
               PERFORM WRITE-REVENUE-SCHEDULE
               ADD 1 TO WS-Deferred-Count
           END-IF

           ADD 1 TO WS-Posted-Count
           ADD RG-Amount OF WS-Work-Recur TO WS-Posted-Total.

       WRITE-REVENUE-SCHEDULE.
      *    one slice per service month, the first in the month after
      *    the billing month. Even split, the odd cents left on the
      *    last slice so the slices add back to the charge exactly.
      *    A contract without a usable month count earns over one.
           IF RG-Service-Months OF WS-Work-Recur IS NUMERIC
               AND RG-Service-Months OF WS-Work-Recur > ZERO
               MOVE RG-Service-Months OF WS-Work-Recur
                   TO WS-Slice-Months
           ELSE
               MOVE 1 TO WS-Slice-Months
           END-IF
           DIVIDE RG-Amount OF WS-Work-Recur BY WS-Slice-Months
               GIVING WS-Slice-Amount
           MOVE RG-Amount OF WS-Work-Recur TO WS-Slice-Left
           MOVE RG-Next-Due OF WS-Work-Recur(1:4) TO WS-Slice-yyyy
           MOVE RG-Next-Due OF WS-Work-Recur(5:2) TO WS-Slice-mm
           PERFORM VARYING WS-Slice-Idx FROM 1 BY 1
                   UNTIL WS-Slice-Idx > WS-Slice-Months
               IF WS-Slice-mm = 12
                   MOVE 1 TO WS-Slice-mm
                   ADD 1 TO WS-Slice-yyyy
               ELSE
                   ADD 1 TO WS-Slice-mm
               END-IF
               MOVE RG-Customer-ID OF WS-Work-Recur
                   TO RS-Customer-ID
               MOVE RG-Description OF WS-Work-Recur
                   TO RS-Description
               MOVE RG-Next-Due OF WS-Work-Recur TO RS-Bill-Date
               MOVE WS-Slice-yyyy TO RS-Month(1:4)
               MOVE WS-Slice-mm TO RS-Month(5:2)
               IF WS-Slice-Idx = WS-Slice-Months
                   MOVE WS-Slice-Left TO RS-Amount
               ELSE
                   MOVE WS-Slice-Amount TO RS-Amount
                   SUBTRACT WS-Slice-Amount FROM WS-Slice-Left
               END-IF
               SET RS-Pending TO TRUE
               MOVE ZERO TO RS-Released-On
               WRITE ScheduleRecord
           END-PERFORM.

       ADVANCE-DUE-DATE.
           IF RG-Weekly OF WS-Work-Recur
               COMPUTE WS-Due-Int = FUNCTION INTEGER-OF-DATE
