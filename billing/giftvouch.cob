       IDENTIFICATION DIVISION.
       PROGRAM-ID. giftvouch.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * gift voucher expiry and liability: cashrcpt.cob sells
      * vouchers into GIFT VOUCHER LIABILITY 2900 and takes them
      * back as a tender, but a voucher nobody spends would sit on
      * the liability forever. This run expires every live voucher
      * whose last valid day has passed - what was left on it is
      * released through GL-POST, Dr 2900 / Cr VOUCHER BREAKAGE
      * 4200, dated today, and the voucher is marked expired and
      * audited - and then reports the vouchers still outstanding,
      * voucher by voucher, with their total set against the 2900
      * balance footed off GLJournal.dat, so the liability on the
      * trial balance is proved by the vouchers behind it rather
      * than taken on trust. A difference, or a closed period that
      * stopped the expiry, makes the run FAIL on RunHistory.dat.
      * Runs nightly off the scheduler; displayed and spooled
      * through SPOOL-PRINT.
      * The same run keeps GiftVouchers.dat inside the voucher
      * table: a voucher used up or expired more than
      * WS-Archive-Days ago is appended to GiftVoucherArchive.dat
      * and dropped from the live file - except the highest-numbered
      * voucher, which always stays so cashrcpt.cob's next number
      * carries on from it. A GiftVouchers.dat bigger than the
      * table is never rewritten short: the run expires and
      * archives nothing and ends FAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VoucherFile ASSIGN TO "GiftVouchers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoucherFile-Status.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT VoucherArchiveFile
               ASSIGN TO "GiftVoucherArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VoucherArchive-Status.

       DATA DIVISION.
       FILE SECTION.
           FD VoucherFile.
           01 VoucherRecord.
               COPY VOUCHREC.

           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

           FD VoucherArchiveFile.
           01 VoucherArchiveRecord PIC X(63).

       WORKING-STORAGE SECTION.
           01 WS-VoucherFile-Status PIC XX.
               88 WS-Voucher-File-OK VALUE "00".
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-VoucherArchive-Status PIC XX.
           01 WS-Voucher-Eof-Flag PIC X VALUE "N".
               88 WS-Voucher-Eof VALUE "Y".
           01 WS-Journal-Eof-Flag PIC X VALUE "N".
               88 WS-Journal-Eof VALUE "Y".

      *    the voucher file held whole and rewritten after the
      *    expiry - cashrcpt.cob's treatment of it.
           01 WS-Voucher-Table.
               05 WS-Voucher-Slot OCCURS 2000 TIMES.
                   10 WS-VC-Record PIC X(63).
           01 WS-Voucher-Count PIC 9(4) VALUE ZERO.
           01 WS-VC-Idx PIC 9(4).
           01 WS-VC-Keep PIC 9(4).
           01 WS-Voucher-Overflow-Flag PIC X VALUE "N".
               88 WS-Voucher-Overflow VALUE "Y".

      *    a closed voucher stays on the live file this long, so a
      *    customer showing one at the till still gets "used up" or
      *    "expired" rather than "no voucher".
           01 WS-Archive-Days PIC 9(3) VALUE 90.
           01 WS-Archive-Before PIC 9(8).
           01 WS-Top-Voucher-Num PIC 9(6).
           01 WS-Archived-Count PIC 9(5) VALUE ZERO.

           01 WS-Today PIC 9(8).
           01 WS-Today-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".
           01 WS-Expired-Count PIC 9(5) VALUE ZERO.
           01 WS-Expired-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Live-Count PIC 9(5) VALUE ZERO.
           01 WS-Live-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Ledger-Balance PIC S9(9)V9(2) VALUE ZERO.
           01 WS-Difference PIC S9(9)V9(2).
           01 WS-Failed-Flag PIC X VALUE "N".
               88 WS-Failed VALUE "Y".

      *    general-ledger posting state: out of the liability, into
      *    income - the shop keeps what nobody came back for.
           01 WS-GL-Source PIC X(12) VALUE "giftvouch".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4) VALUE 2900.
           01 WS-GL-Credit-Acct PIC 9(4) VALUE 4200.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5) VALUE ZERO.

           01 WS-Report-Line PIC X(80).
           01 in-face PIC Z,ZZZ,ZZ9.99.
           01 in-balance PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.
           01 in-ledger PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-difference PIC ZZZ,ZZZ,ZZ9.99-.

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "VOUCHERLIAB".
           01 WS-Spool-Line PIC X(132).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "giftvouch".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           DISPLAY "Gift voucher expiry and liability"
           PERFORM LOAD-VOUCHER-TABLE
           IF WS-Voucher-Overflow
               DISPLAY "GiftVouchers.dat holds more than 2000 "
                   "vouchers - nothing expired or archived"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

      *    expiry posts today - a closed month means nothing can be
      *    written off until an administrator reopens it, but the
      *    liability is still reported.
           MOVE WS-Today(1:6) TO WS-Today-Period
           CALL "PERIOD-CHECK" USING WS-Today-Period,
               WS-Period-Open-Flag
           IF WS-Period-Is-Open
               PERFORM EXPIRE-VOUCHERS
           ELSE
               DISPLAY "Period " WS-Today-Period " is closed - no "
                   "vouchers expired (periodclose)"
               SET WS-Failed TO TRUE
           END-IF

           PERFORM ARCHIVE-CLOSED-VOUCHERS
           IF WS-Expired-Count > ZERO OR WS-Archived-Count > ZERO
               PERFORM REWRITE-VOUCHER-FILE
           END-IF

           PERFORM FOOT-LEDGER-LIABILITY
           PERFORM PRINT-LIABILITY-REPORT

           MOVE WS-Expired-Count TO WS-RH-Records
           IF WS-Failed
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           PERFORM FINISH-RUN.

       FINISH-RUN.
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       EXPIRE-VOUCHERS.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Live AND GV-Expiry-Date < WS-Today
                   PERFORM EXPIRE-ONE-VOUCHER
                   MOVE VoucherRecord TO WS-VC-Record(WS-VC-Idx)
               END-IF
           END-PERFORM
           CLOSE AuditFile
           MOVE WS-Expired-Total TO in-total
           DISPLAY "Vouchers expired: " WS-Expired-Count
               " releasing " in-total.

       EXPIRE-ONE-VOUCHER.
           MOVE SPACES TO WS-GL-Reference
           STRING "VCHR " GV-Voucher-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE GV-Balance TO WS-GL-Amount
           IF WS-GL-Amount > ZERO
               CALL "GL-POST" USING WS-Today, WS-GL-Source,
                   WS-GL-Reference, WS-GL-Debit-Acct,
                   WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           END-IF
           ADD 1 TO WS-Expired-Count
           ADD GV-Balance TO WS-Expired-Total
           MOVE GV-Balance TO in-balance

           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "giftvouch" TO AL-Program
      *    no operator signs on here - the job stands as the actor.
           MOVE "giftvouch" TO AL-Operator
           MOVE "VCHEXP" TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE SPACES TO AL-Detail
           STRING "voucher " GV-Voucher-Num " lapsed " in-balance
               DELIMITED BY SIZE INTO AL-Detail
           END-STRING
           MOVE GV-Branch TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord

           SET GV-Expired TO TRUE
           MOVE WS-Today TO GV-Closed-Date.

       ARCHIVE-CLOSED-VOUCHERS.
      *    closed vouchers past the retention go to the archive and
      *    the table closes up behind them.
           COMPUTE WS-Archive-Before = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) - WS-Archive-Days)
           MOVE ZERO TO WS-Top-Voucher-Num
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Voucher-Num > WS-Top-Voucher-Num
                   MOVE GV-Voucher-Num TO WS-Top-Voucher-Num
               END-IF
           END-PERFORM
           OPEN EXTEND VoucherArchiveFile
           IF WS-VoucherArchive-Status = "35"
               OPEN OUTPUT VoucherArchiveFile
               CLOSE VoucherArchiveFile
               OPEN EXTEND VoucherArchiveFile
           END-IF
           MOVE ZERO TO WS-VC-Keep
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF (GV-Used-Up OR GV-Expired)
                   AND GV-Closed-Date < WS-Archive-Before
                   AND GV-Voucher-Num NOT = WS-Top-Voucher-Num
                   WRITE VoucherArchiveRecord FROM VoucherRecord
                   ADD 1 TO WS-Archived-Count
               ELSE
                   ADD 1 TO WS-VC-Keep
                   MOVE VoucherRecord TO WS-VC-Record(WS-VC-Keep)
               END-IF
           END-PERFORM
           CLOSE VoucherArchiveFile
           MOVE WS-VC-Keep TO WS-Voucher-Count
           DISPLAY "Vouchers archived: " WS-Archived-Count.

       FOOT-LEDGER-LIABILITY.
      *    the liability account's balance across the whole journal
      *    - credits (vouchers sold) less debits (spent, expired).
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
                       IF JE-Account = WS-GL-Debit-Acct
                           ADD JE-Credit TO WS-Ledger-Balance
                           SUBTRACT JE-Debit FROM WS-Ledger-Balance
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF.

       PRINT-LIABILITY-REPORT.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "GIFT VOUCHERS OUTSTANDING - " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "NUMBER  ISSUED   EXPIRES  BR"
               "         FACE      BALANCE"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               IF GV-Live
                   MOVE GV-Face-Value TO in-face
                   MOVE GV-Balance TO in-balance
                   MOVE SPACES TO WS-Report-Line
                   STRING GV-Voucher-Num "  " GV-Issue-Date " "
                       GV-Expiry-Date " " GV-Branch " " in-face
                       " " in-balance
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
                   ADD 1 TO WS-Live-Count
                   ADD GV-Balance TO WS-Live-Total
               END-IF
           END-PERFORM

           MOVE WS-Live-Total TO in-total
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL OUTSTANDING (" WS-Live-Count
               " vouchers)       " in-total
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Ledger-Balance TO in-ledger
           MOVE SPACES TO WS-Report-Line
           STRING "LEDGER - account 2900             " in-ledger
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           COMPUTE WS-Difference = WS-Ledger-Balance - WS-Live-Total
           IF WS-Difference = ZERO
               MOVE "Vouchers agree with the ledger"
                   TO WS-Report-Line
           ELSE
               MOVE WS-Difference TO in-difference
               MOVE SPACES TO WS-Report-Line
               STRING "DIFFERENCE - ledger less vouchers "
                   in-difference DELIMITED BY SIZE
                   INTO WS-Report-Line
               END-STRING
               SET WS-Failed TO TRUE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       LOAD-VOUCHER-TABLE.
           OPEN INPUT VoucherFile
           IF NOT WS-Voucher-File-OK
               SET WS-Voucher-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Voucher-Eof
               READ VoucherFile
                   AT END
                       SET WS-Voucher-Eof TO TRUE
                   NOT AT END
                       IF WS-Voucher-Count < 2000
                           ADD 1 TO WS-Voucher-Count
                           MOVE VoucherRecord
                               TO WS-VC-Record(WS-Voucher-Count)
                       ELSE
                           SET WS-Voucher-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VoucherFile-Status NOT = "35"
               CLOSE VoucherFile
           END-IF.

       REWRITE-VOUCHER-FILE.
           OPEN OUTPUT VoucherFile
           PERFORM VARYING WS-VC-Idx FROM 1 BY 1
               UNTIL WS-VC-Idx > WS-Voucher-Count
               MOVE WS-VC-Record(WS-VC-Idx) TO VoucherRecord
               WRITE VoucherRecord
           END-PERFORM
           CLOSE VoucherFile.
