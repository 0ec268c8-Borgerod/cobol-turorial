       IDENTIFICATION DIVISION.
       PROGRAM-ID. paidcheck.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * paid-check import: the other half of positive pay
      * (pospay.cob tells the bank what we wrote). The bank's daily
      * paid-check file BankPaidIn.dat (HDR/TRL-controlled through
      * VERIFY-FEED; one DTL line per check it paid - number, paid
      * date, amount) is matched against CheckRegister.dat: a check
      * we issued, paid for the amount we wrote, is marked cleared
      * without waiting for the monthly bankrecon.cob statement
      * match. Everything else is an exception and is listed for
      * someone to chase the same day - a check number we never
      * issued, a check paid for a different amount than we wrote
      * it for, a check paid after we voided, stopped or
      * stale-dated it, or one paid a second time. Every clearing
      * is audited; the register is table-loaded and rewritten
      * whole, checkctl.cob's treatment, and the verdict lands on
      * RunHistory.dat - FAIL whenever there is an exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaidFile ASSIGN TO "BankPaidIn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PaidFile-Status.
           SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CheckRegister-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD PaidFile.
           01 PaidRecord.
               05 PD-Type      PIC X(3).
               05 PD-Check-Num PIC 9(6).
               05 PD-Paid-Date PIC 9(8).
               05 PD-Amount    PIC 9(7)V9(2).

           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-PaidFile-Status PIC XX.
               88 WS-Paid-File-OK VALUE "00".
           01 WS-CheckRegister-Status PIC XX.
               88 WS-Register-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Paid-Eof-Flag PIC X VALUE "N".
               88 WS-Paid-Eof VALUE "Y".
           01 WS-Register-Eof-Flag PIC X VALUE "N".
               88 WS-Register-Eof VALUE "Y".

      *    the register held whole - the checkctl.cob table shape.
           01 WS-Check-Table.
               05 WS-Check-Entry OCCURS 500 TIMES.
                   10 WS-CK-Record PIC X(70).
           01 WS-Check-Count PIC 9(3) VALUE ZERO.
           01 WS-CK-Idx PIC 9(3).
           01 WS-Work-Check.
               05 WK-Check-Num   PIC 9(6).
               05 WK-Date        PIC 9(8).
               05 WK-Customer-ID PIC 9(5).
               05 WK-Payee       PIC X(24).
               05 WK-Amount      PIC 9(7)V9(2).
               05 WK-Operator    PIC X(10).
               05 WK-Status      PIC X.
               05 WK-Branch      PIC X(2).
               05 WK-Kind        PIC X.
               05 WK-Supplier-ID PIC 9(4).
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".

      *    feed verification - the batch-interface standard.
           01 WS-Feed-Name PIC X(30) VALUE "BankPaidIn.dat".
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

           01 WS-Lines-Read PIC 9(5) VALUE ZERO.
           01 WS-Cleared-Count PIC 9(5) VALUE ZERO.
           01 WS-Exception-Count PIC 9(5) VALUE ZERO.
           01 WS-Cleared-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Register-Changed-Flag PIC X VALUE "N".
               88 WS-Register-Changed VALUE "Y".
           01 in-amount PIC Z,ZZZ,ZZ9.99.
           01 in-written PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZ,ZZZ,ZZ9.99.

           01 WS-Audit-Detail PIC X(40).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "paidcheck".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           DISPLAY "Paid-check import"
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY "BankPaidIn.dat rejected whole - nothing "
                   "cleared"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
                   WS-RH-Records, WS-RH-RC, WS-RH-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHECK-TABLE
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           DISPLAY SPACE
           DISPLAY "PAID-CHECK EXCEPTIONS"
           OPEN INPUT PaidFile
           PERFORM UNTIL WS-Paid-Eof
               READ PaidFile
                   AT END
                       SET WS-Paid-Eof TO TRUE
                   NOT AT END
                       IF PD-Type = "DTL"
                           PERFORM MATCH-PAID-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PaidFile
           CLOSE AuditFile
           IF WS-Exception-Count = ZERO
               DISPLAY "  (none)"
           END-IF

           IF WS-Register-Changed
               PERFORM REWRITE-CHECK-FILE
           END-IF

           DISPLAY SPACE
           MOVE WS-Cleared-Total TO in-total
           DISPLAY "Paid checks read : " WS-Lines-Read
           DISPLAY "Checks cleared   : " WS-Cleared-Count
               " for " in-total
           DISPLAY "Exceptions       : " WS-Exception-Count
           MOVE WS-Lines-Read TO WS-RH-Records
           IF WS-Exception-Count = ZERO
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           ELSE
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       MATCH-PAID-CHECK.
           ADD 1 TO WS-Lines-Read
           MOVE PD-Amount TO in-amount
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING WS-CK-Idx FROM 1 BY 1
               UNTIL WS-CK-Idx > WS-Check-Count
               OR WS-Found
               MOVE WS-CK-Record(WS-CK-Idx) TO WS-Work-Check
               IF WK-Check-Num = PD-Check-Num
                   SET WS-Found TO TRUE
                   SUBTRACT 1 FROM WS-CK-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Found
               DISPLAY "  check " PD-Check-Num " paid " PD-Paid-Date
                   " for " in-amount " - NOT ON OUR REGISTER"
               ADD 1 TO WS-Exception-Count
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-Record(WS-CK-Idx) TO WS-Work-Check
           IF WK-Amount NOT = PD-Amount
               MOVE WK-Amount TO in-written
               DISPLAY "  check " PD-Check-Num " paid " PD-Paid-Date
                   " for " in-amount " - WRITTEN FOR " in-written
               ADD 1 TO WS-Exception-Count
               EXIT PARAGRAPH
           END-IF
           EVALUATE WK-Status
               WHEN "C"
                   DISPLAY "  check " PD-Check-Num " paid "
                       PD-Paid-Date " for " in-amount
                       " - ALREADY CLEARED (paid twice?)"
                   ADD 1 TO WS-Exception-Count
               WHEN "V"
               WHEN "S"
               WHEN "L"
                   DISPLAY "  check " PD-Check-Num " paid "
                       PD-Paid-Date " for " in-amount
                       " - REGISTER HOLDS IT AS '" WK-Status "'"
                   ADD 1 TO WS-Exception-Count
               WHEN OTHER
                   MOVE "C" TO WK-Status
                   MOVE WS-Work-Check TO WS-CK-Record(WS-CK-Idx)
                   SET WS-Register-Changed TO TRUE
                   ADD 1 TO WS-Cleared-Count
                   ADD PD-Amount TO WS-Cleared-Total
                   PERFORM AUDIT-CLEARING
           END-EVALUATE.

       AUDIT-CLEARING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "paidcheck" TO AL-Program
      *    no operator signs on here - the bank's file is the
      *    authority, so the job stands as the actor.
           MOVE "paidcheck" TO AL-Operator
           MOVE "CHKCLR" TO AL-Operation
           MOVE WK-Customer-ID TO AL-Customer-ID
           MOVE SPACES TO WS-Audit-Detail
           STRING "check " WK-Check-Num " paid " PD-Paid-Date
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE SPACES TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord.

       LOAD-CHECK-TABLE.
           OPEN INPUT CheckRegisterFile
           IF NOT WS-Register-OK
               SET WS-Register-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Register-Eof
               READ CheckRegisterFile
                   AT END
                       SET WS-Register-Eof TO TRUE
                   NOT AT END
                       IF WS-Check-Count < 500
                           ADD 1 TO WS-Check-Count
                           MOVE CheckRegisterRecord
                               TO WS-CK-Record(WS-Check-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CheckRegister-Status NOT = "35"
               CLOSE CheckRegisterFile
           END-IF.

       REWRITE-CHECK-FILE.
           OPEN OUTPUT CheckRegisterFile
           PERFORM VARYING WS-CK-Idx FROM 1 BY 1
               UNTIL WS-CK-Idx > WS-Check-Count
               MOVE WS-CK-Record(WS-CK-Idx)
                   TO CheckRegisterRecord
               WRITE CheckRegisterRecord
           END-PERFORM
           CLOSE CheckRegisterFile.
