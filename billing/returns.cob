       IDENTIFICATION DIVISION.
       PROGRAM-ID. returns.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * customer returns: goods coming back used to take a manual
      * creditnote.cob credit plus a manual stockctl.cob receipt,
      * and the two rarely got done together. A return here is
      * authorised against one invoice number - the lines come off
      * the InvoiceLines.dat records invgen.cob wrote, and no line
      * can come back in a greater quantity than was billed, net
      * of what earlier returns already took back. Resaleable
      * goods go straight back into StockLevels.dat; damaged ones
      * are written off to DamagedGoods.dat instead of the shelf.
      * The linked credit note is raised in the same step - the
      * creditnote.cob register line, printed note, customer
      * adjustment and reversing ledger pairs, for exactly the
      * gross and VAT of the lines returned. Every line lands in
      * ReturnsRegister.dat, which the (P)roduct and (C)ustomer
      * reports read for return rates against units billed.
      * Behind sign-on, everything audited.
      * A resaleable kit goes back on the shelf as its components
      * (KitComponents.dat) - a kit has no stock of its own.
      * Goods go back on the shelf of the store they were brought
      * back to - the signed-on operator's branch.
      * The loyalty points the invoice earned come back with the
      * credit, the creditnote.cob way: the same share of them as
      * the return credits of the invoice, never more than are
      * still outstanding, as a take-back line on PointsLedger.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvLineFile-Status.
           SELECT InvoicePrintFile ASSIGN TO "InvoicePrint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PrintFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT StockFile ASSIGN TO "StockLevels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StockFile-Status.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.
      *    one line per invoice line returned - the return-rate
      *    history and the "already returned" check.
           SELECT ReturnFile ASSIGN TO "ReturnsRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReturnFile-Status.
      *    damaged returns - never back on the shelf, kept for the
      *    supplier claim or the skip.
           SELECT DamagedFile ASSIGN TO "DamagedGoods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DamagedFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT PointsFile ASSIGN TO "PointsLedger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PointsFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD InvoiceRegisterFile.
           01 InvoiceRegisterRecord.
               05 IR-Invoice-Num PIC 9(6).
               05 IR-Date        PIC 9(8).
               05 IR-Customer-ID PIC 9(5).
               05 IR-Net-Total   PIC 9(7)V9(2).
               05 IR-VAT-Total   PIC 9(7)V9(2).
               05 IR-Total       PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 IR-Branch      PIC X(2).
               05 IR-Doc-Type    PIC X.
                   88 IR-Invoice     VALUE "I", " ".
                   88 IR-Credit-Note VALUE "C".
                   88 IR-Voided      VALUE "V".
               05 IR-Orig-Invoice PIC 9(6).
               05 IR-Due-Date    PIC 9(8).
               05 IR-Disc-Date   PIC 9(8).
               05 IR-Disc-Pct    PIC 9V9(2).

           FD InvoiceLineFile.
           01 InvoiceLineRecord.
               05 IL-Invoice-Num PIC 9(6).
               05 IL-Date        PIC 9(8).
               05 IL-Customer-ID PIC 9(5).
               05 IL-Product     PIC X(20).
               05 IL-Qty         PIC 9(3).
               05 IL-Unit-Price  PIC 9(4)V9(2).
               05 IL-Amount      PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 IL-VAT         PIC 9(6)V9(2).

           FD InvoicePrintFile.
           01 InvoicePrintLine PIC X(80).

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD StockFile.
           01 StockRecord.
               COPY STOCKREC.

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

           FD ReturnFile.
           01 ReturnRecord.
               05 RT-Return-Num  PIC 9(6).
               05 RT-Date        PIC 9(8).
               05 RT-Invoice-Num PIC 9(6).
               05 RT-Customer-ID PIC 9(5).
               05 RT-Product     PIC X(20).
               05 RT-Qty         PIC 9(3).
      *        R back on the shelf, D written off as damaged.
               05 RT-Condition   PIC X.
                   88 RT-Resaleable VALUE "R".
                   88 RT-Damaged    VALUE "D".
               05 RT-Gross       PIC 9(8)V9(2).
               05 RT-Credit-Note PIC 9(6).
               05 RT-Operator    PIC X(10).

           FD DamagedFile.
           01 DamagedRecord.
               05 DG-Date        PIC 9(8).
               05 DG-Return-Num  PIC 9(6).
               05 DG-Invoice-Num PIC 9(6).
               05 DG-Product     PIC X(20).
               05 DG-Qty         PIC 9(3).
               05 DG-Operator    PIC X(10).

           FD AuditFile.
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
           01 WS-InvLineFile-Status PIC XX.
               88 WS-InvLine-File-OK VALUE "00".
           01 WS-PrintFile-Status PIC XX.
           01 WS-TransactionFile-Status PIC XX.
           01 WS-StockFile-Status PIC XX.
               88 WS-Stock-File-OK VALUE "00".
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-ReturnFile-Status PIC XX.
               88 WS-Return-File-OK VALUE "00".
           01 WS-DamagedFile-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the register table-loaded and rewritten whole - the
      *    creditnote.cob treatment, so the credit note appends.
           01 WS-Reg-Table.
               05 WS-Reg-Entry OCCURS 500 TIMES.
                   10 WS-IR-Record PIC X(76).
           01 WS-Reg-Count PIC 9(3) VALUE ZERO.
           01 WS-IR-Idx PIC 9(3).
           01 WS-Work-Reg.
               05 WR-Invoice-Num PIC 9(6).
               05 WR-Date        PIC 9(8).
               05 WR-Customer-ID PIC 9(5).
               05 WR-Net-Total   PIC 9(7)V9(2).
               05 WR-VAT-Total   PIC 9(7)V9(2).
               05 WR-Total       PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 WR-Branch      PIC X(2).
               05 WR-Doc-Type    PIC X.
               05 WR-Orig-Invoice PIC 9(6).
               05 WR-Due-Date    PIC 9(8).
               05 WR-Disc-Date   PIC 9(8).
               05 WR-Disc-Pct    PIC 9V9(2).
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Next-Doc-Num PIC 9(6) VALUE ZERO.

      *    the lines of the invoice being returned against, with
      *    what earlier returns already took back and what this
      *    authorisation is taking.
           01 WS-Line-Table.
               05 WS-Line-Entry OCCURS 50 TIMES.
                   10 WS-LN-Product    PIC X(20).
                   10 WS-LN-Qty        PIC 9(3).
                   10 WS-LN-Unit-Price PIC 9(4)V9(2).
                   10 WS-LN-Amount     PIC S9(8)V9(2).
                   10 WS-LN-VAT        PIC 9(6)V9(2).
                   10 WS-LN-Returned   PIC 9(4).
                   10 WS-LN-Taking     PIC 9(3).
                   10 WS-LN-Condition  PIC X.
           01 WS-Line-Count PIC 9(2) VALUE ZERO.
           01 WS-LN-Idx PIC 9(2).
           01 WS-Line-Entry-Num PIC 9(2).
           01 WS-Returnable PIC S9(4).
           01 in-returnable PIC ZZZ9.
           01 WS-Lines-Taken PIC 9(2).

      *    the stock file - the stockctl.cob table-and-rewrite.
           01 WS-Stock-Table.
               05 WS-Stock-Entry OCCURS 200 TIMES.
                   10 WS-SK-Name    PIC X(20).
                   10 WS-SK-On-Hand PIC S9(5).
                   10 WS-SK-Min     PIC 9(5).
                   10 WS-SK-Branch  PIC X(2).
           01 WS-Stock-Count PIC 9(3) VALUE ZERO.
           01 WS-SK-Idx PIC 9(3).
           01 WS-Stock-Found-Flag PIC X.
               88 WS-Stock-Found VALUE "Y".
           01 WS-Stock-Branch PIC X(2).
           01 WS-Restock-Name PIC X(20).
           01 WS-Restock-Qty PIC 9(6).

      *    kit bills of materials - a returned kit restocks these.
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".

      *    return-rate report accumulators - billed units from the
      *    invoice lines against returned units from the register.
           01 WS-Rate-Table.
               05 WS-Rate-Entry OCCURS 200 TIMES.
                   10 WS-RA-Key      PIC X(20).
                   10 WS-RA-Billed   PIC 9(7).
                   10 WS-RA-Returned PIC 9(7).
                   10 WS-RA-Damaged  PIC 9(7).
           01 WS-Rate-Count PIC 9(3) VALUE ZERO.
           01 WS-RA-Idx PIC 9(3).
           01 WS-Rate-Key PIC X(20).
           01 WS-Rate-By PIC X.
               88 WS-Rate-By-Product  VALUE "P".
               88 WS-Rate-By-Customer VALUE "C".
           01 WS-Rate-Pct PIC 9(3)V9(2).
           01 WS-Customer-Key PIC 9(5).
           01 in-rate-pct PIC ZZ9.99.
           01 in-units PIC Z,ZZZ,ZZ9.

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Num-Entry PIC 9(6).
           01 WS-Qty-Entry PIC 9(3).
           01 WS-Cond-Entry PIC X.
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Today PIC 9(8).
           01 WS-Next-Return-Num PIC 9(6) VALUE ZERO.
           01 WS-Line-Gross PIC S9(8)V9(2).
           01 WS-Line-VAT PIC 9(6)V9(2).
           01 WS-Credit-Net PIC 9(7)V9(2).
           01 WS-Credit-VAT PIC 9(7)V9(2).
           01 WS-Credit-Total PIC 9(8)V9(2).
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
           01 WS-Ratio PIC 9V9(6).
           01 in-points PIC Z,ZZZ,ZZ9.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state - the creditnote.cob
      *    reversing pairs.
           01 WS-GL-Source PIC X(12) VALUE "returns".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

      *    batch-window check state - see the startup check.
           01 WS-BW-Op PIC X(3) VALUE "CHK".
           01 WS-BW-State PIC X.
           01 WS-BW-Detail PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    refuse to touch the shop's files while the nightly job
      *    owns them - see the BATCH-WINDOW subroutine.
           CALL "BATCH-WINDOW" USING WS-BW-Op, WS-BW-State,
               WS-BW-Detail
           IF WS-BW-State = "B"
               DISPLAY "The nightly batch ("
                   FUNCTION TRIM(WS-BW-Detail)
                   ") is in progress - try again when it finishes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Customer returns"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-Branch-Entry)
               TO WS-Stock-Branch
           IF WS-Stock-Branch = SPACES
               MOVE "B1" TO WS-Stock-Branch
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:6) TO WS-Posting-Period

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM LOAD-REGISTER-TABLE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Returns - (R)eturn against invoice "
                   "(P)roduct return rates (C)ustomer return "
                   "rates (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "R" PERFORM AUTHORISE-RETURN
                   WHEN "P"
                       SET WS-Rate-By-Product TO TRUE
                       PERFORM RETURN-RATE-REPORT
                   WHEN "C"
                       SET WS-Rate-By-Customer TO TRUE
                       PERFORM RETURN-RATE-REPORT
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       AUTHORISE-RETURN.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot authorise "
                   "returns"
               EXIT PARAGRAPH
           END-IF
      *    the credit note posts today - no return into a closed
      *    period.
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no credit note can post today"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-INVOICE
           IF NOT WS-Found
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INVOICE-LINES
           PERFORM LOAD-ALREADY-RETURNED
           IF WS-Line-Count = ZERO
               DISPLAY "Invoice " WR-Invoice-Num " has no line "
                   "detail on InvoiceLines.dat - raise the credit "
                   "in creditnote instead"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Invoice " WR-Invoice-Num " - customer "
               WR-Customer-ID " dated " WR-Date
           PERFORM VARYING WS-LN-Idx FROM 1 BY 1
               UNTIL WS-LN-Idx > WS-Line-Count
               MOVE WS-LN-Amount(WS-LN-Idx) TO signed-dollar
               DISPLAY "  " WS-LN-Idx ". " WS-LN-Product(WS-LN-Idx)
                   " billed " WS-LN-Qty(WS-LN-Idx)
                   " returned " WS-LN-Returned(WS-LN-Idx)
                   " " signed-dollar
           END-PERFORM

           MOVE ZERO TO WS-Lines-Taken
           MOVE 99 TO WS-Line-Entry-Num
           PERFORM UNTIL WS-Line-Entry-Num = ZERO
               DISPLAY "Line to return (0 = done) :"
                   WITH NO ADVANCING
               ACCEPT WS-Line-Entry-Num
               IF WS-Line-Entry-Num NOT = ZERO
                   PERFORM TAKE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-Lines-Taken = ZERO
               DISPLAY "Nothing returned - no credit note raised"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-THE-RETURN
           MOVE WS-Credit-Total TO signed-dollar
           DISPLAY "Credit due " signed-dollar " - confirm the "
               "return? y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Return abandoned - nothing touched"
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-NEXT-DOC-NUM
           PERFORM GET-NEXT-RETURN-NUM
           PERFORM APPEND-CREDIT-REGISTER
           PERFORM PRINT-CREDIT-NOTE
           PERFORM POST-CREDIT-TRANSACTION
           PERFORM POST-CREDIT-TO-LEDGER
           PERFORM TAKE-BACK-POINTS
           PERFORM LOAD-STOCK-TABLE
           PERFORM WRITE-RETURN-LINES
           PERFORM REWRITE-STOCK-FILE
           DISPLAY "Return " WS-Next-Return-Num " - credit note "
               WS-Next-Doc-Num " for " signed-dollar
               " against invoice " WR-Invoice-Num
           MOVE "RETURN" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "return " WS-Next-Return-Num " inv "
               WR-Invoice-Num " crn " WS-Next-Doc-Num
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       TAKE-ONE-LINE.
           IF WS-Line-Entry-Num > WS-Line-Count
               DISPLAY "Error: no line " WS-Line-Entry-Num
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Line-Entry-Num TO WS-LN-Idx
      *    a charge with no product behind it has nothing to bring
      *    back - that is a creditnote.cob partial credit.
           IF WS-LN-Unit-Price(WS-LN-Idx) = ZERO
               DISPLAY "Error: line " WS-LN-Idx " is not a "
                   "product line - credit it in creditnote"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Returnable = WS-LN-Qty(WS-LN-Idx)
               - WS-LN-Returned(WS-LN-Idx)
           IF WS-Returnable <= ZERO
               DISPLAY "Error: line " WS-LN-Idx " has already "
                   "been returned in full"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Returnable TO in-returnable
           DISPLAY "Quantity returned (up to "
               FUNCTION TRIM(in-returnable) ") :" WITH NO ADVANCING
           ACCEPT WS-Qty-Entry
           IF WS-Qty-Entry = ZERO OR WS-Qty-Entry > WS-Returnable
               DISPLAY "Error: more than was billed and not "
                   "already returned - line refused"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(R)esaleable or (D)amaged :" WITH NO ADVANCING
           ACCEPT WS-Cond-Entry
           MOVE FUNCTION UPPER-CASE(WS-Cond-Entry) TO WS-Cond-Entry
           IF WS-Cond-Entry NOT = "R" AND WS-Cond-Entry NOT = "D"
               DISPLAY "Error: condition must be R or D"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-Taking(WS-LN-Idx) = ZERO
               ADD 1 TO WS-Lines-Taken
           END-IF
      *    keying the same line twice replaces the first answer.
           MOVE WS-Qty-Entry TO WS-LN-Taking(WS-LN-Idx)
           MOVE WS-Cond-Entry TO WS-LN-Condition(WS-LN-Idx).

       PRICE-THE-RETURN.
      *    each line credits its share of what was billed - gross
      *    and VAT in the billed proportions, so the VAT remittance
      *    nets out exactly what the invoice charged.
           MOVE ZERO TO WS-Credit-Total
           MOVE ZERO TO WS-Credit-VAT
           PERFORM VARYING WS-LN-Idx FROM 1 BY 1
               UNTIL WS-LN-Idx > WS-Line-Count
               IF WS-LN-Taking(WS-LN-Idx) > ZERO
                   PERFORM PRICE-ONE-LINE
                   ADD WS-Line-Gross TO WS-Credit-Total
                   ADD WS-Line-VAT TO WS-Credit-VAT
               END-IF
           END-PERFORM
           COMPUTE WS-Credit-Net = WS-Credit-Total - WS-Credit-VAT.

       PRICE-ONE-LINE.
           COMPUTE WS-Line-Gross ROUNDED =
               WS-LN-Amount(WS-LN-Idx) * WS-LN-Taking(WS-LN-Idx)
               / WS-LN-Qty(WS-LN-Idx)
           COMPUTE WS-Line-VAT ROUNDED =
               WS-LN-VAT(WS-LN-Idx) * WS-LN-Taking(WS-LN-Idx)
               / WS-LN-Qty(WS-LN-Idx).

       WRITE-RETURN-LINES.
           OPEN EXTEND ReturnFile
           IF WS-ReturnFile-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN EXTEND ReturnFile
           END-IF
           PERFORM VARYING WS-LN-Idx FROM 1 BY 1
               UNTIL WS-LN-Idx > WS-Line-Count
               IF WS-LN-Taking(WS-LN-Idx) > ZERO
                   PERFORM PRICE-ONE-LINE
                   MOVE WS-Next-Return-Num TO RT-Return-Num
                   MOVE WS-Today TO RT-Date
                   MOVE WR-Invoice-Num TO RT-Invoice-Num
                   MOVE WR-Customer-ID TO RT-Customer-ID
                   MOVE WS-LN-Product(WS-LN-Idx) TO RT-Product
                   MOVE WS-LN-Taking(WS-LN-Idx) TO RT-Qty
                   MOVE WS-LN-Condition(WS-LN-Idx) TO RT-Condition
                   MOVE WS-Line-Gross TO RT-Gross
                   MOVE WS-Next-Doc-Num TO RT-Credit-Note
                   MOVE WS-Operator-ID-Entry TO RT-Operator
                   WRITE ReturnRecord
                   IF RT-Resaleable
                       PERFORM RESTOCK-ONE-LINE
                   ELSE
                       PERFORM WRITE-OFF-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReturnFile.

       RESTOCK-ONE-LINE.
      *    a kit comes back as KT-Qty of each component per kit.
           MOVE "N" TO WS-Is-Kit-Flag
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               IF WS-KT-Kit(WS-KT-Idx) = RT-Product
                   SET WS-Is-Kit TO TRUE
                   MOVE WS-KT-Component(WS-KT-Idx) TO WS-Restock-Name
                   COMPUTE WS-Restock-Qty =
                       RT-Qty * WS-KT-Qty(WS-KT-Idx)
                   PERFORM RESTOCK-PRODUCT
               END-IF
           END-PERFORM
           IF NOT WS-Is-Kit
               MOVE RT-Product TO WS-Restock-Name
               MOVE RT-Qty TO WS-Restock-Qty
               PERFORM RESTOCK-PRODUCT
           END-IF.

       RESTOCK-PRODUCT.
      *    a product with no stock record yet gets one - the
      *    GET-PRODUCT-AND-SLOT rule in stockctl.cob.
           MOVE "N" TO WS-Stock-Found-Flag
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               OR WS-Stock-Found
               IF WS-SK-Name(WS-SK-Idx) = WS-Restock-Name
                   AND WS-SK-Branch(WS-SK-Idx) = WS-Stock-Branch
                   SET WS-Stock-Found TO TRUE
                   SUBTRACT 1 FROM WS-SK-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Stock-Found
               IF WS-Stock-Count >= 200
                   DISPLAY "  stock table full - "
                       FUNCTION TRIM(WS-Restock-Name)
                       " not restocked, receipt it in stockctl"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Stock-Count
               MOVE WS-Stock-Count TO WS-SK-Idx
               MOVE WS-Restock-Name TO WS-SK-Name(WS-SK-Idx)
               MOVE ZERO TO WS-SK-On-Hand(WS-SK-Idx)
               MOVE ZERO TO WS-SK-Min(WS-SK-Idx)
               MOVE WS-Stock-Branch TO WS-SK-Branch(WS-SK-Idx)
           END-IF
           ADD WS-Restock-Qty TO WS-SK-On-Hand(WS-SK-Idx)
           DISPLAY "  " FUNCTION TRIM(WS-Restock-Name) " +"
               WS-Restock-Qty " back into " WS-Stock-Branch " stock".

       WRITE-OFF-ONE-LINE.
           OPEN EXTEND DamagedFile
           IF WS-DamagedFile-Status = "35"
               OPEN OUTPUT DamagedFile
               CLOSE DamagedFile
               OPEN EXTEND DamagedFile
           END-IF
           MOVE WS-Today TO DG-Date
           MOVE RT-Return-Num TO DG-Return-Num
           MOVE RT-Invoice-Num TO DG-Invoice-Num
           MOVE RT-Product TO DG-Product
           MOVE RT-Qty TO DG-Qty
           MOVE WS-Operator-ID-Entry TO DG-Operator
           WRITE DamagedRecord
           CLOSE DamagedFile
           DISPLAY "  " FUNCTION TRIM(RT-Product) " " RT-Qty
               " written off as damaged".

       RETURN-RATE-REPORT.
      *    units billed per product (or customer) off every
      *    invoice line, against units returned off the register -
      *    the rate is returned over billed.
           MOVE ZERO TO WS-Rate-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceLineFile
           IF NOT WS-InvLine-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceLineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF IL-Unit-Price > ZERO
                           IF WS-Rate-By-Product
                               MOVE IL-Product TO WS-Rate-Key
                           ELSE
                               MOVE SPACES TO WS-Rate-Key
                               MOVE IL-Customer-ID TO WS-Customer-Key
                               MOVE WS-Customer-Key TO WS-Rate-Key
                           END-IF
                           PERFORM FIND-RATE-SLOT
                           IF WS-Found
                               ADD IL-Qty TO WS-RA-Billed(WS-RA-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-InvLineFile-Status NOT = "35"
               CLOSE InvoiceLineFile
           END-IF

           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReturnFile
           IF NOT WS-Return-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReturnFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Rate-By-Product
                           MOVE RT-Product TO WS-Rate-Key
                       ELSE
                           MOVE SPACES TO WS-Rate-Key
                           MOVE RT-Customer-ID TO WS-Customer-Key
                           MOVE WS-Customer-Key TO WS-Rate-Key
                       END-IF
                       PERFORM FIND-RATE-SLOT
                       IF WS-Found
                           ADD RT-Qty TO WS-RA-Returned(WS-RA-Idx)
                           IF RT-Damaged
                               ADD RT-Qty
                                   TO WS-RA-Damaged(WS-RA-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReturnFile-Status NOT = "35"
               CLOSE ReturnFile
           END-IF

           DISPLAY SPACE
           IF WS-Rate-By-Product
               DISPLAY "RETURN RATES BY PRODUCT"
           ELSE
               DISPLAY "RETURN RATES BY CUSTOMER"
           END-IF
           DISPLAY "  key                     billed  returned"
               "  damaged    rate%"
           PERFORM VARYING WS-RA-Idx FROM 1 BY 1
               UNTIL WS-RA-Idx > WS-Rate-Count
               PERFORM SHOW-ONE-RATE
           END-PERFORM
           IF WS-Rate-Count = ZERO
               DISPLAY "  (nothing billed or returned on file)"
           END-IF.

       SHOW-ONE-RATE.
           MOVE ZERO TO WS-Rate-Pct
           IF WS-RA-Billed(WS-RA-Idx) > ZERO
               COMPUTE WS-Rate-Pct ROUNDED =
                   WS-RA-Returned(WS-RA-Idx) * 100
                   / WS-RA-Billed(WS-RA-Idx)
           END-IF
           MOVE WS-Rate-Pct TO in-rate-pct
           MOVE WS-RA-Billed(WS-RA-Idx) TO in-units
           DISPLAY "  " WS-RA-Key(WS-RA-Idx) " " in-units
               WITH NO ADVANCING
           MOVE WS-RA-Returned(WS-RA-Idx) TO in-units
           DISPLAY " " in-units WITH NO ADVANCING
           MOVE WS-RA-Damaged(WS-RA-Idx) TO in-units
           DISPLAY " " in-units "   " in-rate-pct.

       FIND-RATE-SLOT.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING WS-RA-Idx FROM 1 BY 1
               UNTIL WS-RA-Idx > WS-Rate-Count
               OR WS-Found
               IF WS-RA-Key(WS-RA-Idx) = WS-Rate-Key
                   SET WS-Found TO TRUE
                   SUBTRACT 1 FROM WS-RA-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Found AND WS-Rate-Count < 200
               ADD 1 TO WS-Rate-Count
               MOVE WS-Rate-Count TO WS-RA-Idx
               MOVE WS-Rate-Key TO WS-RA-Key(WS-RA-Idx)
               MOVE ZERO TO WS-RA-Billed(WS-RA-Idx)
               MOVE ZERO TO WS-RA-Returned(WS-RA-Idx)
               MOVE ZERO TO WS-RA-Damaged(WS-RA-Idx)
               SET WS-Found TO TRUE
           END-IF.

       FIND-LIVE-INVOICE.
           DISPLAY "Invoice number :" WITH NO ADVANCING
           ACCEPT WS-Num-Entry
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING WS-IR-Idx FROM 1 BY 1
               UNTIL WS-IR-Idx > WS-Reg-Count
               OR WS-Found
               MOVE WS-IR-Record(WS-IR-Idx) TO WS-Work-Reg
               IF WR-Invoice-Num = WS-Num-Entry
                   AND (WR-Doc-Type = "I" OR WR-Doc-Type = " ")
                   SET WS-Found TO TRUE
                   SUBTRACT 1 FROM WS-IR-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Found
               DISPLAY "No live invoice " WS-Num-Entry
                   " on the register"
           END-IF.

       LOAD-INVOICE-LINES.
           MOVE ZERO TO WS-Line-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceLineFile
           IF NOT WS-InvLine-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceLineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF IL-Invoice-Num = WR-Invoice-Num
                           AND WS-Line-Count < 50
                           ADD 1 TO WS-Line-Count
                           MOVE WS-Line-Count TO WS-LN-Idx
                           MOVE IL-Product TO WS-LN-Product(WS-LN-Idx)
                           MOVE IL-Qty TO WS-LN-Qty(WS-LN-Idx)
                           MOVE IL-Unit-Price
                               TO WS-LN-Unit-Price(WS-LN-Idx)
                           MOVE IL-Amount TO WS-LN-Amount(WS-LN-Idx)
                           MOVE IL-VAT TO WS-LN-VAT(WS-LN-Idx)
                           MOVE ZERO TO WS-LN-Returned(WS-LN-Idx)
                           MOVE ZERO TO WS-LN-Taking(WS-LN-Idx)
                           MOVE SPACE TO WS-LN-Condition(WS-LN-Idx)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-InvLineFile-Status NOT = "35"
               CLOSE InvoiceLineFile
           END-IF.

       LOAD-ALREADY-RETURNED.
      *    earlier returns against the same invoice count against
      *    the billed quantity - first line of that product takes
      *    them, the rest overflow onto the next line of it.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReturnFile
           IF NOT WS-Return-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReturnFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RT-Invoice-Num = WR-Invoice-Num
                           MOVE RT-Qty TO WS-Qty-Entry
                           PERFORM VARYING WS-LN-Idx FROM 1 BY 1
                               UNTIL WS-LN-Idx > WS-Line-Count
                               OR WS-Qty-Entry = ZERO
                               PERFORM APPLY-EARLIER-RETURN
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReturnFile-Status NOT = "35"
               CLOSE ReturnFile
           END-IF.

       APPLY-EARLIER-RETURN.
           IF WS-LN-Product(WS-LN-Idx) NOT = RT-Product
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Returnable = WS-LN-Qty(WS-LN-Idx)
               - WS-LN-Returned(WS-LN-Idx)
           IF WS-Returnable <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-Qty-Entry <= WS-Returnable
               ADD WS-Qty-Entry TO WS-LN-Returned(WS-LN-Idx)
               MOVE ZERO TO WS-Qty-Entry
           ELSE
               ADD WS-Returnable TO WS-LN-Returned(WS-LN-Idx)
               SUBTRACT WS-Returnable FROM WS-Qty-Entry
           END-IF.

       APPEND-CREDIT-REGISTER.
           IF WS-Reg-Count >= 500
               DISPLAY "Register table full - archive before "
                   "raising more documents"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Reg-Count
           MOVE WS-Next-Doc-Num TO IR-Invoice-Num
           MOVE WS-Today TO IR-Date
           MOVE WR-Customer-ID TO IR-Customer-ID
           MOVE WS-Credit-Net TO IR-Net-Total
           MOVE WS-Credit-VAT TO IR-VAT-Total
           MOVE WS-Credit-Total TO IR-Total
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

       PRINT-CREDIT-NOTE.
      *    the creditnote.cob layout, with a line per item taken
      *    back so the customer sees what the credit is for.
           OPEN EXTEND InvoicePrintFile
           IF WS-PrintFile-Status = "35"
               OPEN OUTPUT InvoicePrintFile
               CLOSE InvoicePrintFile
               OPEN EXTEND InvoicePrintFile
           END-IF
           MOVE SPACES TO InvoicePrintLine
           WRITE InvoicePrintLine
           MOVE SPACES TO WS-Print-Work
           STRING "CREDIT NOTE " WS-Next-Doc-Num " - " WS-Today
               " (re invoice " WR-Invoice-Num ")"
               DELIMITED BY SIZE INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           MOVE SPACES TO WS-Print-Work
           STRING "Customer " WR-Customer-ID " - goods returned"
               DELIMITED BY SIZE INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           PERFORM VARYING WS-LN-Idx FROM 1 BY 1
               UNTIL WS-LN-Idx > WS-Line-Count
               IF WS-LN-Taking(WS-LN-Idx) > ZERO
                   PERFORM PRICE-ONE-LINE
                   MOVE WS-Line-Gross TO signed-dollar
                   MOVE SPACES TO WS-Print-Work
                   STRING "  " WS-LN-Product(WS-LN-Idx) "  "
                       WS-LN-Taking(WS-LN-Idx) " returned  -"
                       signed-dollar
                       DELIMITED BY SIZE INTO WS-Print-Work
                   END-STRING
                   MOVE WS-Print-Work TO InvoicePrintLine
                   WRITE InvoicePrintLine
               END-IF
           END-PERFORM
           MOVE WS-Credit-Total TO signed-dollar
           MOVE SPACES TO WS-Print-Work
           STRING "  CREDIT TOTAL   -" signed-dollar
               DELIMITED BY SIZE INTO WS-Print-Work
           END-STRING
           MOVE WS-Print-Work TO InvoicePrintLine
           WRITE InvoicePrintLine
           CLOSE InvoicePrintFile.

       POST-CREDIT-TRANSACTION.
      *    the customer-ledger mirror - the creditnote.cob
      *    negative adjustment naming the credit note.
           OPEN EXTEND TransactionFile
           IF WS-TransactionFile-Status = "35"
               OPEN OUTPUT TransactionFile
               CLOSE TransactionFile
               OPEN EXTEND TransactionFile
           END-IF
           MOVE WR-Customer-ID TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Adjustment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "CR NOTE " WS-Next-Doc-Num " RTN"
               DELIMITED BY SIZE INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = 0 - WS-Credit-Total
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           CLOSE TransactionFile.

       POST-CREDIT-TO-LEDGER.
           MOVE SPACES TO WS-GL-Reference
           STRING "CRN " WS-Next-Doc-Num
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           MOVE WR-Customer-ID TO WS-GL-Customer
           MOVE WS-Credit-Net TO WS-GL-Amount
           MOVE 4000 TO WS-GL-Debit-Acct
           MOVE 1100 TO WS-GL-Credit-Acct
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer
           IF WS-Credit-VAT > ZERO
               MOVE WS-Credit-VAT TO WS-GL-Amount
               MOVE 2100 TO WS-GL-Debit-Acct
               MOVE 1100 TO WS-GL-Credit-Acct
               CALL "GL-POST" USING WS-Today, WS-GL-Source,
                   WS-GL-Reference, WS-GL-Debit-Acct,
                   WS-GL-Credit-Acct, WS-GL-Amount,
                   WS-GL-Customer
           END-IF.

       TAKE-BACK-POINTS.
      *    what the invoice earned, less what earlier credit notes
      *    and returns already took back, is what is left to take;
      *    this return takes its share of the invoice's gross.
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
           IF WR-Total NOT > ZERO
               OR WS-Credit-Total >= WR-Total
               COMPUTE WS-Points-Back =
                   WS-Points-Earned - WS-Points-Back-Before
           ELSE
               COMPUTE WS-Ratio ROUNDED =
                   WS-Credit-Total / WR-Total
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
           MOVE WS-Next-Doc-Num TO LP-Doc-Num
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
      *    credit notes share the invoice number sequence - the
      *    creditnote.cob max-scan over the one register.
           MOVE ZERO TO WS-Next-Doc-Num
           PERFORM VARYING WS-IR-Idx FROM 1 BY 1
               UNTIL WS-IR-Idx > WS-Reg-Count
               MOVE WS-IR-Record(WS-IR-Idx)(1:6)
                   TO WS-Num-Entry
               IF WS-Num-Entry > WS-Next-Doc-Num
                   MOVE WS-Num-Entry TO WS-Next-Doc-Num
               END-IF
           END-PERFORM
           ADD 1 TO WS-Next-Doc-Num.

       GET-NEXT-RETURN-NUM.
           MOVE ZERO TO WS-Next-Return-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReturnFile
           IF NOT WS-Return-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReturnFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RT-Return-Num > WS-Next-Return-Num
                           MOVE RT-Return-Num TO WS-Next-Return-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReturnFile-Status NOT = "35"
               CLOSE ReturnFile
           END-IF
           ADD 1 TO WS-Next-Return-Num.

       LOAD-REGISTER-TABLE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceRegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Reg-Count < 500
                           ADD 1 TO WS-Reg-Count
                           MOVE InvoiceRegisterRecord
                               TO WS-IR-Record(WS-Reg-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF.

       REWRITE-REGISTER-FILE.
           OPEN OUTPUT InvoiceRegisterFile
           PERFORM VARYING WS-IR-Idx FROM 1 BY 1
               UNTIL WS-IR-Idx > WS-Reg-Count
               MOVE WS-IR-Record(WS-IR-Idx)
                   TO InvoiceRegisterRecord
               WRITE InvoiceRegisterRecord
           END-PERFORM
           CLOSE InvoiceRegisterFile.

       LOAD-STOCK-TABLE.
           MOVE ZERO TO WS-Stock-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StockFile
           IF NOT WS-Stock-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ StockFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Stock-Count < 200
                           ADD 1 TO WS-Stock-Count
                           MOVE ST-Product-Name
                               TO WS-SK-Name(WS-Stock-Count)
                           MOVE ST-On-Hand
                               TO WS-SK-On-Hand(WS-Stock-Count)
                           MOVE ST-Reorder-Min
                               TO WS-SK-Min(WS-Stock-Count)
                           MOVE ST-Branch
                               TO WS-SK-Branch(WS-Stock-Count)
                           IF ST-Branch = SPACES
                               MOVE "B1"
                                   TO WS-SK-Branch(WS-Stock-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StockFile-Status NOT = "35"
               CLOSE StockFile
           END-IF
           PERFORM LOAD-KIT-TABLE.

       LOAD-KIT-TABLE.
           MOVE ZERO TO WS-Kit-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT KitFile
           IF NOT WS-Kit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ KitFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Kit-Count < 200
                           ADD 1 TO WS-Kit-Count
                           MOVE KT-Kit-Name
                               TO WS-KT-Kit(WS-Kit-Count)
                           MOVE KT-Component
                               TO WS-KT-Component(WS-Kit-Count)
                           MOVE KT-Qty TO WS-KT-Qty(WS-Kit-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KitFile-Status NOT = "35"
               CLOSE KitFile
           END-IF.

       REWRITE-STOCK-FILE.
           OPEN OUTPUT StockFile
           PERFORM VARYING WS-SK-Idx FROM 1 BY 1
               UNTIL WS-SK-Idx > WS-Stock-Count
               MOVE WS-SK-Name(WS-SK-Idx) TO ST-Product-Name
               MOVE WS-SK-On-Hand(WS-SK-Idx) TO ST-On-Hand
               MOVE WS-SK-Min(WS-SK-Idx) TO ST-Reorder-Min
               MOVE WS-SK-Branch(WS-SK-Idx) TO ST-Branch
               WRITE StockRecord
           END-PERFORM
           CLOSE StockFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "returns" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WR-Customer-ID TO AL-Customer-ID
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
