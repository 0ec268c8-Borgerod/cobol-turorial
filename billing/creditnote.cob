      * a same-day invoice before it goes out (document type V on
      * the register; the remittance and the money proof skip it).
      * Behind sign-on, everything audited.
      * The loyalty points the invoice earned come back with it: a
      * void takes back all of them, a credit note the same share
      * of them as it credits of the invoice (never more than are
      * still outstanding after earlier credit notes), as a
      * take-back line on PointsLedger.dat naming the invoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT PointsFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PointsFile-Status.

       DATA DIVISION.
       FILE SECTION.
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).
               05 IR-Due-Date    PIC 9(8).
               05 IR-Disc-Date   PIC 9(8).
               05 IR-Disc-Pct    PIC 9V9(2).

           FD InvoicePrintFile.
           01 InvoicePrintLine PIC X(80).
           01 AuditRecord.
               COPY AUDITLOG.

           FD PointsFile.
           01 PointsRecord.
               COPY LOYLREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-PrintFile-Status PIC XX.
      *    place and a credit note appends.
           01 WS-Reg-Table.
               05 WS-Reg-Entry OCCURS 500 TIMES.
                   10 WS-IR-Record PIC X(76).
           01 WS-Reg-Count PIC 9(3) VALUE ZERO.
           01 WS-IR-Idx PIC 9(3).
           01 WS-Work-Reg.
               05 WR-Branch      PIC X(2).
               05 WR-Doc-Type    PIC X.
               05 WR-Orig-Invoice PIC 9(6).
               05 WR-Due-Date    PIC 9(8).
               05 WR-Disc-Date   PIC 9(8).
               05 WR-Disc-Pct    PIC 9V9(2).
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Next-Doc-Num PIC 9(6) VALUE ZERO.
           01 WS-Print-Work PIC X(80).
           01 signed-dollar PIC $$,$$$,$$9.99-.

      *    loyalty points take-back - see TAKE-BACK-POINTS.
           01 WS-PointsFile-Status PIC XX.
               88 WS-Points-File-OK VALUE "00".
           01 WS-Points-Eof-Flag PIC X.
               88 WS-Points-Eof VALUE "Y".
           01 WS-Points-Earned PIC 9(7).
           01 WS-Points-Back-Before PIC 9(7).
           01 WS-Points-Back PIC 9(7).
           01 WS-Points-Doc-Num PIC 9(6).
           01 in-points PIC Z,ZZZ,ZZ9.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
           PERFORM PRINT-CREDIT-NOTE
           PERFORM POST-CREDIT-TRANSACTION
           PERFORM POST-CREDIT-TO-LEDGER
           MOVE WS-Next-Doc-Num TO WS-Points-Doc-Num
           PERFORM TAKE-BACK-POINTS
           MOVE WS-Credit-Total TO signed-dollar
           DISPLAY "Credit note " WS-Next-Doc-Num " for "
               signed-dollar " against invoice " WR-Invoice-Num
           MOVE "V" TO WR-Doc-Type
           MOVE WS-Work-Reg TO WS-IR-Record(WS-IR-Idx)
           PERFORM REWRITE-REGISTER-FILE
           SET WS-Full-Credit TO TRUE
           MOVE WR-Invoice-Num TO WS-Points-Doc-Num
           PERFORM TAKE-BACK-POINTS
           DISPLAY "Invoice " WR-Invoice-Num " voided - the "
               "remittance and the money proof skip it; reverse "
               "the underlying charges in transentry if they "
           MOVE WR-Branch TO IR-Branch
           MOVE "C" TO IR-Doc-Type
           MOVE WR-Invoice-Num TO IR-Orig-Invoice
      *    nothing falls due on a credit - it is owed back.
           MOVE WS-Today TO IR-Due-Date
           MOVE ZERO TO IR-Disc-Date
           MOVE ZERO TO IR-Disc-Pct
           MOVE InvoiceRegisterRecord
               TO WS-IR-Record(WS-Reg-Count)
           PERFORM REWRITE-REGISTER-FILE.
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           CLOSE TransactionFile.

       POST-CREDIT-TO-LEDGER.
                   WS-GL-Customer
           END-IF.

       TAKE-BACK-POINTS.
      *    what the invoice earned, less what earlier credit notes
      *    already took back, is what is left to take.
           MOVE ZERO TO WS-Points-Earned
           MOVE ZERO TO WS-Points-Back-Before
           MOVE "N" TO WS-Points-Eof-Flag
           OPEN INPUT PointsFile
           IF NOT WS-Points-File-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Points-Eof
               READ PointsFile
                   AT END
                       SET WS-Points-Eof TO TRUE
                   NOT AT END
                       IF LP-Customer-ID = WR-Customer-ID
                           IF LP-Earned
                               AND LP-Doc-Num = WR-Invoice-Num
                               ADD LP-Points TO WS-Points-Earned
                           END-IF
                           IF LP-Taken-Back
                               AND LP-Orig-Invoice = WR-Invoice-Num
                               SUBTRACT LP-Points
                                   FROM WS-Points-Back-Before
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PointsFile
           IF WS-Points-Back-Before >= WS-Points-Earned
               EXIT PARAGRAPH
           END-IF
           IF WS-Full-Credit
               COMPUTE WS-Points-Back =
                   WS-Points-Earned - WS-Points-Back-Before
           ELSE
               COMPUTE WS-Points-Back ROUNDED =
                   WS-Points-Earned * WS-Ratio
               IF WS-Points-Back >
                   WS-Points-Earned - WS-Points-Back-Before
                   COMPUTE WS-Points-Back =
                       WS-Points-Earned - WS-Points-Back-Before
               END-IF
           END-IF
           IF WS-Points-Back = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PointsFile
           MOVE WR-Customer-ID TO LP-Customer-ID
           MOVE WS-Today TO LP-Date
           SET LP-Taken-Back TO TRUE
           COMPUTE LP-Points = 0 - WS-Points-Back
           MOVE ZERO TO LP-Expires
           MOVE WS-Points-Doc-Num TO LP-Doc-Num
           MOVE WR-Invoice-Num TO LP-Orig-Invoice
           WRITE PointsRecord
           CLOSE PointsFile
           MOVE WS-Points-Back TO in-points
           DISPLAY "  " in-points " loyalty points taken back"
           MOVE "PTSBCK" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "points " WS-Points-Back " re invoice "
               WR-Invoice-Num
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       GET-NEXT-DOC-NUM.
      *    credit notes share the invoice number sequence - one
      *    register, one max-scan, no two documents alike.
