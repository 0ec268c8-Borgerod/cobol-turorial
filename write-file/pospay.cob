       IDENTIFICATION DIVISION.
       PROGRAM-ID. pospay.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * positive-pay export: checkctl.cob tracks stopped and stale
      * checks, but the bank had no idea which checks we actually
      * wrote, so a forged or altered check would clear. This cuts
      * PosPayOut.dat in the bank's fixed layout every day - an HDR
      * record carrying the file date, one DTL line per check whose
      * state has changed since the last file (I issued, V voided
      * or stale-dated - the bank must refuse both - S stopped) with
      * number, date, amount and payee, and a TRL record with the
      * detail count and amount total the bank balances the file
      * against. What has already gone to the bank, and as what, is
      * kept on PosPaySent.dat, so each file carries only what is
      * new and a check is sent again only when its state moves on.
      * Cleared checks are the bank's news, not ours - they stay
      * out. Runs nightly off the scheduler after checksweep.cob, so
      * a check stale-dated tonight is voided at the bank tomorrow;
      * the bank's paid-check file comes back through paidcheck.cob.
      * PosPaySent.dat only keeps what the bank may still need: a
      * check since cleared drops off when the file is rewritten,
      * and so does one sent as void more than WS-Retain-Days ago -
      * neither is ever sent again. A PosPaySent.dat bigger than
      * the table ends the run FAIL before anything is cut, rather
      * than rewrite it short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CheckRegister-Status.
           SELECT PosPayFile ASSIGN TO "PosPayOut.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PosPayFile-Status.
           SELECT SentFile ASSIGN TO "PosPaySent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SentFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

      *    the bank's fixed layout - one record shape, the record
      *    type in the first three bytes (bankexport.cob's shape).
           FD PosPayFile.
           01 PosPayRecord PIC X(51).

      *    the last state each check was sent to the bank as.
           FD SentFile.
           01 SentRecord.
               05 PS-Check-Num PIC 9(6).
               05 PS-Action    PIC X.
               05 PS-Sent-Date PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-CheckRegister-Status PIC XX.
               88 WS-Register-OK VALUE "00".
           01 WS-PosPayFile-Status PIC XX.
           01 WS-SentFile-Status PIC XX.
               88 WS-Sent-File-OK VALUE "00".
           01 WS-Register-Eof-Flag PIC X VALUE "N".
               88 WS-Register-Eof VALUE "Y".
           01 WS-Sent-Eof-Flag PIC X VALUE "N".
               88 WS-Sent-Eof VALUE "Y".

           01 WS-Header-Record.
               05 HD-Type PIC X(3) VALUE "HDR".
               05 HD-Date PIC 9(8).
               05 FILLER  PIC X(40) VALUE SPACES.
           01 WS-Detail-Record.
               05 DT-Type      PIC X(3) VALUE "DTL".
               05 DT-Action    PIC X.
               05 DT-Check-Num PIC 9(6).
               05 DT-Date      PIC 9(8).
      *        amount in implied-decimal form, zero-padded the way
      *        the bank's intake wants it: 9(7)V9(2) -> 9 digits.
               05 DT-Amount    PIC 9(7)V9(2).
               05 DT-Payee     PIC X(24).
           01 WS-Trailer-Record.
               05 TL-Type         PIC X(3) VALUE "TRL".
               05 TL-Count        PIC 9(6).
               05 TL-Amount-Total PIC 9(9)V9(2).
               05 FILLER          PIC X(31) VALUE SPACES.

      *    what the bank was last told, check by check - the table
      *    is updated as lines go out and written back whole.
           01 WS-Sent-Table.
               05 WS-Sent-Entry OCCURS 2000 TIMES.
                   10 WS-ST-Check-Num PIC 9(6).
                   10 WS-ST-Action    PIC X.
                   10 WS-ST-Date      PIC 9(8).
                   10 WS-ST-Cleared   PIC X.
           01 WS-Sent-Count PIC 9(4) VALUE ZERO.
           01 WS-ST-Idx PIC 9(4).
           01 WS-Sent-Found-Flag PIC X.
               88 WS-Sent-Found VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Action PIC X.
           01 WS-Detail-Count PIC 9(6) VALUE ZERO.
           01 WS-Amount-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Issued-Count PIC 9(5) VALUE ZERO.
           01 WS-Voided-Count PIC 9(5) VALUE ZERO.
           01 WS-Stopped-Count PIC 9(5) VALUE ZERO.
           01 WS-Table-Full-Flag PIC X VALUE "N".
               88 WS-Table-Full VALUE "Y".
           01 WS-Sent-Overflow-Flag PIC X VALUE "N".
               88 WS-Sent-Overflow VALUE "Y".
      *    how long a voided or stale check's row is kept after it
      *    went to the bank as void.
           01 WS-Retain-Days PIC 9(3) VALUE 180.
           01 WS-Retain-Date PIC 9(8).
           01 WS-Purged-Count PIC 9(5) VALUE ZERO.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "pospay".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           DISPLAY "Positive-pay export"
           PERFORM LOAD-SENT-TABLE
           IF WS-Sent-Overflow
               DISPLAY "PosPaySent.dat holds more than 2000 checks - "
                   "no file cut, nothing rewritten"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT CheckRegisterFile
           IF NOT WS-Register-OK
               SET WS-Register-Eof TO TRUE
           END-IF
           OPEN OUTPUT PosPayFile
           MOVE WS-Today TO HD-Date
           MOVE WS-Header-Record TO PosPayRecord
           WRITE PosPayRecord

           PERFORM UNTIL WS-Register-Eof
               READ CheckRegisterFile
                   AT END
                       SET WS-Register-Eof TO TRUE
                   NOT AT END
                       PERFORM SEND-ONE-CHECK
               END-READ
           END-PERFORM
           IF WS-CheckRegister-Status NOT = "35"
               CLOSE CheckRegisterFile
           END-IF

           MOVE WS-Detail-Count TO TL-Count
           MOVE WS-Amount-Total TO TL-Amount-Total
           MOVE WS-Trailer-Record TO PosPayRecord
           WRITE PosPayRecord
           CLOSE PosPayFile
           PERFORM REWRITE-SENT-FILE

           MOVE WS-Amount-Total TO in-total
           DISPLAY "Positive-pay file written: " WS-Detail-Count
               " lines, total " in-total
           DISPLAY "  issued " WS-Issued-Count "  voided "
               WS-Voided-Count "  stopped " WS-Stopped-Count
           DISPLAY "  dropped from PosPaySent.dat: " WS-Purged-Count
           MOVE WS-Detail-Count TO WS-RH-Records
           IF WS-Table-Full
               DISPLAY "  PosPaySent.dat is full - checks beyond "
                   "it were left out; they go on the next file "
                   "as cleared and old void checks drop off"
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

       SEND-ONE-CHECK.
      *    the register state as the bank should see it: issued
      *    paper it may pay, dead paper it must refuse.
           MOVE "N" TO WS-Sent-Found-Flag
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
               UNTIL WS-ST-Idx > WS-Sent-Count
               OR WS-Sent-Found
               IF WS-ST-Check-Num(WS-ST-Idx) = CK-Check-Num
                   SET WS-Sent-Found TO TRUE
                   SUBTRACT 1 FROM WS-ST-Idx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CK-Issued
                   MOVE "I" TO WS-Action
               WHEN CK-Void
               WHEN CK-Stale
                   MOVE "V" TO WS-Action
               WHEN CK-Stopped
                   MOVE "S" TO WS-Action
               WHEN CK-Cleared
      *            paid - the bank needs nothing more about it, so
      *            its row drops off at the rewrite.
                   IF WS-Sent-Found
                       MOVE "Y" TO WS-ST-Cleared(WS-ST-Idx)
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-Sent-Found
               IF WS-ST-Action(WS-ST-Idx) = WS-Action
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *        a check cut and killed between two files never
      *        reached the bank as issued - nothing to tell it.
               IF WS-Action NOT = "I"
                   EXIT PARAGRAPH
               END-IF
               IF WS-Sent-Count >= 2000
                   SET WS-Table-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Sent-Count
               MOVE WS-Sent-Count TO WS-ST-Idx
               MOVE CK-Check-Num TO WS-ST-Check-Num(WS-ST-Idx)
               MOVE "N" TO WS-ST-Cleared(WS-ST-Idx)
           END-IF
           MOVE WS-Action TO WS-ST-Action(WS-ST-Idx)
           MOVE WS-Today TO WS-ST-Date(WS-ST-Idx)

           MOVE WS-Action TO DT-Action
           MOVE CK-Check-Num TO DT-Check-Num
           MOVE CK-Date TO DT-Date
           MOVE CK-Amount TO DT-Amount
           MOVE CK-Payee TO DT-Payee
           MOVE WS-Detail-Record TO PosPayRecord
           WRITE PosPayRecord
           ADD 1 TO WS-Detail-Count
           ADD CK-Amount TO WS-Amount-Total
           EVALUATE WS-Action
               WHEN "I" ADD 1 TO WS-Issued-Count
               WHEN "V" ADD 1 TO WS-Voided-Count
               WHEN "S" ADD 1 TO WS-Stopped-Count
           END-EVALUATE.

       LOAD-SENT-TABLE.
           OPEN INPUT SentFile
           IF NOT WS-Sent-File-OK
               SET WS-Sent-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Sent-Eof
               READ SentFile
                   AT END
                       SET WS-Sent-Eof TO TRUE
                   NOT AT END
                       IF WS-Sent-Count < 2000
                           ADD 1 TO WS-Sent-Count
                           MOVE PS-Check-Num
                               TO WS-ST-Check-Num(WS-Sent-Count)
                           MOVE PS-Action
                               TO WS-ST-Action(WS-Sent-Count)
                           MOVE PS-Sent-Date
                               TO WS-ST-Date(WS-Sent-Count)
                           MOVE "N" TO WS-ST-Cleared(WS-Sent-Count)
                       ELSE
                           SET WS-Sent-Overflow TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SentFile-Status NOT = "35"
               CLOSE SentFile
           END-IF.

       REWRITE-SENT-FILE.
      *    cleared checks, and checks the bank was told are void
      *    longer ago than the retention, are not written back.
           COMPUTE WS-Retain-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) - WS-Retain-Days)
           OPEN OUTPUT SentFile
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
               UNTIL WS-ST-Idx > WS-Sent-Count
               IF WS-ST-Cleared(WS-ST-Idx) = "Y"
                   OR (WS-ST-Action(WS-ST-Idx) = "V"
                   AND WS-ST-Date(WS-ST-Idx) < WS-Retain-Date)
                   ADD 1 TO WS-Purged-Count
               ELSE
                   MOVE WS-ST-Check-Num(WS-ST-Idx) TO PS-Check-Num
                   MOVE WS-ST-Action(WS-ST-Idx) TO PS-Action
                   MOVE WS-ST-Date(WS-ST-Idx) TO PS-Sent-Date
                   WRITE SentRecord
               END-IF
           END-PERFORM
           CLOSE SentFile.
