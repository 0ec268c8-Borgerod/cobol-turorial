       IDENTIFICATION DIVISION.
       PROGRAM-ID. custprofit.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * customer profitability: salesrpt.cob says what sold and
      * marginbatch.cob what each product makes, but neither says
      * which customers actually make the shop money. This works
      * it out per customer over a requested range of months:
      *   list sales - InvoiceLines.dat, net of VAT, before the
      *                customer's tier/negotiated discount
      *   less cost  - each line's quantity at its ProductCosts.dat
      *                cost (prime + direct + indirect, the
      *                costreport.cob roll-up; a kit costs what its
      *                KitComponents.dat parts cost, as in
      *                marginbatch.cob)
      *   less the tier/negotiated discount the lines gave
      *   less credit notes (InvoiceRegister.dat, net of VAT) and
      *        early-payment discounts (D lines on Allocations.dat)
      *   less write-offs (W transactions, see writeoff.cob)
      *   less the cost of paying late - the customer's average
      *        days to pay (Allocations.dat against the invoice
      *        dates, weighted by the amount - the cashfcst.cob
      *        arithmetic) beyond the net days of its payment
      *        terms, charged on what was paid at the shop's cost
      *        of money below.
      * Disputes (Disputes.dat) and collection items
      * (CollectionItems.dat) opened in the range are counted
      * alongside. Customers are ranked most profitable first,
      * with subtotals by branch, and the twenty least profitable
      * listed again with their account manager and pricing
      * arrangement (CustomerTiers.dat) - where the tier discounts
      * are being given away. Voided invoices are left out.
      * Read-only, spooled as CUSTPROFIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvLineFile-Status.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.
           SELECT ItemFile ASSIGN TO "CollectionItems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ItemFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT TierFile ASSIGN TO "CustomerTiers.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Tier-Rel-Key
               FILE STATUS IS WS-TierFile-Status.

       DATA DIVISION.
       FILE SECTION.
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
               05 IL-Discount    PIC 9(6)V9(2).

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

           FD AllocationFile.
           01 AllocationRecord.
               05 AP-Receipt-Num PIC 9(6).
               05 AP-Invoice-Num PIC 9(6).
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).
               05 AP-Kind        PIC X.
                   88 AP-Discount    VALUE "D".

           FD CostFile.
           01 CostRecord.
               05 PC-Product-Name PIC X(20).
               05 PC-Prime-Cost   PIC 9(4)V9(2).
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD DisputeFile.
           01 DisputeRecord.
               COPY DSPTREC.

           FD ItemFile.
           01 ItemRecord.
               05 CI-Item-Num    PIC 9(5).
               05 CI-Status      PIC X.
                   88 CI-Open-Item   VALUE "O".
                   88 CI-Closed-Item VALUE "C".
               05 CI-Customer-ID PIC 9(5).
               05 CI-Balance     PIC S9(9)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 CI-Collector   PIC X(10).
               05 CI-Opened-Stamp PIC X(14).
               05 CI-Closed-Stamp PIC X(14).
               05 CI-Outcome     PIC X(20).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD TierFile.
           01 TierRecord.
               COPY TIERREC.

       WORKING-STORAGE SECTION.
           01 WS-InvLineFile-Status PIC XX.
               88 WS-InvLine-File-OK VALUE "00".
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
               88 WS-Alloc-File-OK VALUE "00".
           01 WS-CostFile-Status PIC XX.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-ItemFile-Status PIC XX.
               88 WS-Item-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Tier-Rel-Key PIC 9(5).
           01 WS-TierFile-Status PIC XX.
               88 WS-Tier-File-OK VALUE "00".
           01 WS-Cust-Open-Flag PIC X VALUE "N".
               88 WS-Cust-Open VALUE "Y".
           01 WS-Tier-Open-Flag PIC X VALUE "N".
               88 WS-Tier-Open VALUE "Y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    reporting range, the salesrpt.cob yyyymm treatment.
           01 WS-Period-From PIC 9(6).
           01 WS-Period-To PIC 9(6).
           01 WS-Doc-Month PIC 9(6).

      *    the shop's cost of money - a year's interest on cash
      *    left sitting in the receivable past the customer's
      *    terms.
           01 WS-Carry-Rate-Pct PIC 9(2)V9(2) VALUE 8.00.

      *    one slot per customer with anything in the range.
           01 WS-Cust-Table.
               05 WS-Cust-Entry OCCURS 1000 TIMES.
                   10 WS-CP-Customer   PIC 9(5).
                   10 WS-CP-Name       PIC X(24).
                   10 WS-CP-Branch     PIC X(2).
                   10 WS-CP-Manager    PIC X(10).
                   10 WS-CP-Pricing    PIC X(10).
                   10 WS-CP-Net-Days   PIC 9(3).
                   10 WS-CP-Revenue    PIC S9(9)V9(2).
                   10 WS-CP-Cost       PIC 9(9)V9(2).
                   10 WS-CP-Discount   PIC 9(9)V9(2).
                   10 WS-CP-Credits    PIC 9(9)V9(2).
                   10 WS-CP-Writeoffs  PIC 9(9)V9(2).
                   10 WS-CP-Paid-Amount PIC 9(9)V9(2).
                   10 WS-CP-Paid-Days  PIC 9(13)V9(2).
                   10 WS-CP-Late-Cost  PIC 9(9)V9(2).
                   10 WS-CP-Profit     PIC S9(9)V9(2).
                   10 WS-CP-Disputes   PIC 9(3).
                   10 WS-CP-Items      PIC 9(3).
                   10 WS-CP-Ranked     PIC X.
           01 WS-Cust-Count PIC 9(4) VALUE ZERO.
           01 WS-CP-Idx PIC 9(4).
           01 WS-Lookup-Customer PIC 9(5).
           01 WS-Cust-Found-Flag PIC X.
               88 WS-Cust-Found VALUE "Y".
           01 WS-Cust-Full-Count PIC 9(5) VALUE ZERO.

      *    every invoice on the register - its date for the days
      *    to pay, and whether it was voided.
           01 WS-Invoice-Table.
               05 WS-Invoice-Entry OCCURS 2000 TIMES.
                   10 WS-IV-Number   PIC 9(6).
                   10 WS-IV-Date     PIC 9(8).
                   10 WS-IV-Voided   PIC X.
           01 WS-Invoice-Count PIC 9(4) VALUE ZERO.
           01 WS-IV-Idx PIC 9(4).
           01 WS-Invoice-Found-Flag PIC X.
               88 WS-Invoice-Found VALUE "Y".
           01 WS-Days-Taken PIC S9(5).
           01 WS-Avg-Days PIC 9(4).
           01 WS-Late-Days PIC S9(4).

      *    the cost file and kit bills of materials held in
      *    storage - the marginbatch.cob tables.
           01 WS-Cost-Table.
               05 WS-Cost-Entry OCCURS 100 TIMES.
                   10 WS-CT-Name   PIC X(20).
                   10 WS-CT-Prime  PIC 9(4)V9(2).
                   10 WS-CT-Dir    PIC 9(4)V9(2).
                   10 WS-CT-Indir  PIC 9(4)V9(2).
           01 WS-Cost-Count PIC 9(3) VALUE ZERO.
           01 WS-CT-Idx PIC 9(3).
           01 WS-Cost-Found-Flag PIC X.
               88 WS-Cost-Found VALUE "Y".
           01 WS-Cost-Name PIC X(20).
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".
           01 WS-Kit-Missing-Flag PIC X.
               88 WS-Kit-Cost-Missing VALUE "Y".
           01 WS-Unit-Cost PIC 9(6)V9(2).
           01 WS-Line-Revenue PIC S9(9)V9(2).
           01 WS-Uncosted-Count PIC 9(5) VALUE ZERO.
           01 WS-Lines-Read PIC 9(6) VALUE ZERO.

      *    branch subtotals, in the order the branches turn up.
           01 WS-Branch-Table.
               05 WS-Branch-Entry OCCURS 20 TIMES.
                   10 WS-BR-Code      PIC X(2).
                   10 WS-BR-Customers PIC 9(5).
                   10 WS-BR-Sales     PIC S9(9)V9(2).
                   10 WS-BR-Cost      PIC 9(9)V9(2).
                   10 WS-BR-Discount  PIC 9(9)V9(2).
                   10 WS-BR-Credits   PIC 9(9)V9(2).
                   10 WS-BR-Writeoffs PIC 9(9)V9(2).
                   10 WS-BR-Late-Cost PIC 9(9)V9(2).
                   10 WS-BR-Profit    PIC S9(9)V9(2).
                   10 WS-BR-Disputes  PIC 9(5).
                   10 WS-BR-Items     PIC 9(5).
           01 WS-Branch-Count PIC 9(2) VALUE ZERO.
           01 WS-BR-Idx PIC 9(2).
           01 WS-Branch-Found-Flag PIC X.
               88 WS-Branch-Found VALUE "Y".

      *    ranking - repeatedly pick the unranked customer with the
      *    highest (or, for the bottom list, lowest) profit.
           01 WS-Best-Idx PIC 9(4).
           01 WS-Rank PIC 9(4).
           01 WS-Bottom-Size PIC 9(2) VALUE 20.
           01 WS-Low-Direction-Flag PIC X.
               88 WS-Lowest-First VALUE "Y".

           01 WS-List-Sales PIC S9(9)V9(2).
           01 WS-Total-Profit PIC S9(11)V9(2) VALUE ZERO.
           01 WS-Total-Customers PIC 9(5) VALUE ZERO.
           01 in-rank PIC ZZZ9.
           01 in-sales PIC ZZZ,ZZ9.99-.
           01 in-cost PIC ZZZ,ZZ9.99-.
           01 in-discount PIC ZZZ,ZZ9.99-.
           01 in-credits PIC ZZZ,ZZ9.99-.
           01 in-writeoffs PIC ZZZ,ZZ9.99-.
           01 in-late PIC ZZZ,ZZ9.99-.
           01 in-profit PIC ZZZ,ZZ9.99-.
           01 in-total-profit PIC ZZ,ZZZ,ZZ9.99-.
           01 in-disputes PIC ZZ9.
           01 in-items PIC ZZ9.
           01 in-customers PIC ZZZZ9.
           01 in-rate PIC Z9.99.
           01 in-neg-pct PIC Z9.99.
           01 WS-Manager-Text PIC X(12).

           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "CUSTPROFIT".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Customer profitability from (yyyymm) :"
               WITH NO ADVANCING
           ACCEPT WS-Period-From
           DISPLAY "Customer profitability to (yyyymm) :"
               WITH NO ADVANCING
           ACCEPT WS-Period-To
           IF WS-Period-To < WS-Period-From
               DISPLAY "Error: the range ends before it starts"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-COST-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM LOAD-INVOICES
           PERFORM SCAN-INVOICE-LINES
           PERFORM SCAN-ALLOCATIONS
           PERFORM SCAN-WRITEOFFS
           PERFORM SCAN-DISPUTES
           PERFORM SCAN-COLLECTION-ITEMS
           PERFORM FILL-CUSTOMER-DETAILS
           PERFORM WORK-OUT-PROFIT

           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line
           PERFORM PRINT-RANKING
           PERFORM PRINT-BRANCH-SUBTOTALS
           PERFORM PRINT-BOTTOM-LIST
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line
           STOP RUN.

       LOAD-INVOICES.
      *    the register: invoice dates and voids, and the credit
      *    notes raised in the range against each customer.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceRegisterFile
           IF NOT WS-InvReg-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-IN-REGISTER-LINE
               END-READ
           END-PERFORM
           IF WS-InvRegFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF.

       TAKE-IN-REGISTER-LINE.
           IF IR-Credit-Note
               MOVE IR-Date(1:6) TO WS-Doc-Month
               IF WS-Doc-Month >= WS-Period-From
                   AND WS-Doc-Month <= WS-Period-To
                   MOVE IR-Customer-ID TO WS-Lookup-Customer
                   PERFORM FIND-CUST-SLOT
                   IF WS-Cust-Found
                       ADD IR-Net-Total TO WS-CP-Credits(WS-CP-Idx)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-Invoice-Count < 2000
               ADD 1 TO WS-Invoice-Count
               MOVE IR-Invoice-Num TO WS-IV-Number(WS-Invoice-Count)
               MOVE IR-Date TO WS-IV-Date(WS-Invoice-Count)
               IF IR-Voided
                   MOVE "Y" TO WS-IV-Voided(WS-Invoice-Count)
               ELSE
                   MOVE "N" TO WS-IV-Voided(WS-Invoice-Count)
               END-IF
           ELSE
               DISPLAY "Warning: more than 2000 invoices - invoice "
                   IR-Invoice-Num " left out of the days to pay"
           END-IF.

       SCAN-INVOICE-LINES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceLineFile
           IF NOT WS-InvLine-File-OK
               DISPLAY "No InvoiceLines.dat on file - nothing has "
                   "been invoiced since line detail was kept"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceLineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-InvLineFile-Status NOT = "35"
               CLOSE InvoiceLineFile
           END-IF.

       TAKE-ONE-LINE.
           MOVE IL-Date(1:6) TO WS-Doc-Month
           IF WS-Doc-Month < WS-Period-From
               OR WS-Doc-Month > WS-Period-To
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INVOICE
           IF WS-Invoice-Found
               IF WS-IV-Voided(WS-IV-Idx) = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IL-Customer-ID TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           IF NOT WS-Cust-Found
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Lines-Read
           COMPUTE WS-Line-Revenue = IL-Amount - IL-VAT
           ADD WS-Line-Revenue TO WS-CP-Revenue(WS-CP-Idx)
      *    a line from before discounts were kept carries none.
           IF IL-Discount IS NUMERIC
               ADD IL-Discount TO WS-CP-Discount(WS-CP-Idx)
           END-IF
      *    only product lines carry a unit price; anything billed
      *    at the posted amount has no product cost.
           IF IL-Unit-Price = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM ROLL-UP-KIT-COST
           IF WS-Is-Kit
               IF WS-Kit-Cost-Missing
                   ADD 1 TO WS-Uncosted-Count
               ELSE
                   COMPUTE WS-CP-Cost(WS-CP-Idx) =
                       WS-CP-Cost(WS-CP-Idx) + WS-Unit-Cost * IL-Qty
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE IL-Product TO WS-Cost-Name
           PERFORM FIND-COST-RECORD
           IF WS-Cost-Found
               COMPUTE WS-CP-Cost(WS-CP-Idx) = WS-CP-Cost(WS-CP-Idx)
                   + (WS-CT-Prime(WS-CT-Idx) + WS-CT-Dir(WS-CT-Idx)
                   + WS-CT-Indir(WS-CT-Idx)) * IL-Qty
           ELSE
               ADD 1 TO WS-Uncosted-Count
           END-IF.

       ROLL-UP-KIT-COST.
      *    each component's full cost times its quantity in the
      *    kit; the first part with no cost record stops the
      *    roll-up.
           MOVE "N" TO WS-Is-Kit-Flag
           MOVE "N" TO WS-Kit-Missing-Flag
           MOVE ZERO TO WS-Unit-Cost
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               OR WS-Kit-Cost-Missing
               IF WS-KT-Kit(WS-KT-Idx) = IL-Product
                   SET WS-Is-Kit TO TRUE
                   MOVE WS-KT-Component(WS-KT-Idx) TO WS-Cost-Name
                   PERFORM FIND-COST-RECORD
                   IF WS-Cost-Found
                       COMPUTE WS-Unit-Cost = WS-Unit-Cost
                           + (WS-CT-Prime(WS-CT-Idx)
                           + WS-CT-Dir(WS-CT-Idx)
                           + WS-CT-Indir(WS-CT-Idx))
                           * WS-KT-Qty(WS-KT-Idx)
                   ELSE
                       SET WS-Kit-Cost-Missing TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-COST-RECORD.
           MOVE "N" TO WS-Cost-Found-Flag
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               OR WS-Cost-Found
               IF WS-CT-Name(WS-CT-Idx) = WS-Cost-Name
                   SET WS-Cost-Found TO TRUE
                   SUBTRACT 1 FROM WS-CT-Idx
               END-IF
           END-PERFORM.

       FIND-INVOICE.
           MOVE "N" TO WS-Invoice-Found-Flag
           PERFORM VARYING WS-IV-Idx FROM 1 BY 1
               UNTIL WS-IV-Idx > WS-Invoice-Count
               OR WS-Invoice-Found
               IF WS-IV-Number(WS-IV-Idx) = IL-Invoice-Num
                   SET WS-Invoice-Found TO TRUE
                   SUBTRACT 1 FROM WS-IV-Idx
               END-IF
           END-PERFORM.

       SCAN-ALLOCATIONS.
      *    money placed on invoices in the range: days from the
      *    invoice to the allocation, weighted by the amount. An
      *    early-payment discount line was never money - it goes
      *    against the customer with the credit notes instead.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AllocationFile
           IF NOT WS-Alloc-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ AllocationFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE AP-Date(1:6) TO WS-Doc-Month
                       IF WS-Doc-Month >= WS-Period-From
                           AND WS-Doc-Month <= WS-Period-To
                           PERFORM TAKE-ONE-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AllocFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       TAKE-ONE-ALLOCATION.
           MOVE AP-Customer-ID TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           IF NOT WS-Cust-Found
               EXIT PARAGRAPH
           END-IF
           IF AP-Discount
               ADD AP-Amount TO WS-CP-Credits(WS-CP-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Invoice-Found-Flag
           PERFORM VARYING WS-IV-Idx FROM 1 BY 1
               UNTIL WS-IV-Idx > WS-Invoice-Count
               OR WS-Invoice-Found
               IF WS-IV-Number(WS-IV-Idx) = AP-Invoice-Num
                   SET WS-Invoice-Found TO TRUE
                   SUBTRACT 1 FROM WS-IV-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Invoice-Found
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Days-Taken =
               FUNCTION INTEGER-OF-DATE(AP-Date)
               - FUNCTION INTEGER-OF-DATE(WS-IV-Date(WS-IV-Idx))
           IF WS-Days-Taken < ZERO
               MOVE ZERO TO WS-Days-Taken
           END-IF
           ADD AP-Amount TO WS-CP-Paid-Amount(WS-CP-Idx)
           COMPUTE WS-CP-Paid-Days(WS-CP-Idx) =
               WS-CP-Paid-Days(WS-CP-Idx) + AP-Amount * WS-Days-Taken.

       SCAN-WRITEOFFS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TransactionFile
           IF NOT WS-TransactionFile-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TransactionFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF TR-Writeoff
                           MOVE TR-Date(1:6) TO WS-Doc-Month
                           IF WS-Doc-Month >= WS-Period-From
                               AND WS-Doc-Month <= WS-Period-To
                               MOVE TR-Customer-ID
                                   TO WS-Lookup-Customer
                               PERFORM FIND-CUST-SLOT
                               IF WS-Cust-Found
                                   COMPUTE WS-CP-Writeoffs(WS-CP-Idx)
                                       = WS-CP-Writeoffs(WS-CP-Idx)
                                       - TR-Amount
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransactionFile-Status NOT = "35"
               CLOSE TransactionFile
           END-IF.

       SCAN-DISPUTES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DisputeFile
           IF NOT WS-Dispute-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ DisputeFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE DP-Opened-Stamp(1:6) TO WS-Doc-Month
                       IF WS-Doc-Month >= WS-Period-From
                           AND WS-Doc-Month <= WS-Period-To
                           MOVE DP-Customer-ID TO WS-Lookup-Customer
                           PERFORM FIND-CUST-SLOT
                           IF WS-Cust-Found
                               ADD 1 TO WS-CP-Disputes(WS-CP-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DisputeFile-Status NOT = "35"
               CLOSE DisputeFile
           END-IF.

       SCAN-COLLECTION-ITEMS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ItemFile
           IF NOT WS-Item-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ItemFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE CI-Opened-Stamp(1:6) TO WS-Doc-Month
                       IF WS-Doc-Month >= WS-Period-From
                           AND WS-Doc-Month <= WS-Period-To
                           MOVE CI-Customer-ID TO WS-Lookup-Customer
                           PERFORM FIND-CUST-SLOT
                           IF WS-Cust-Found
                               ADD 1 TO WS-CP-Items(WS-CP-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ItemFile-Status NOT = "35"
               CLOSE ItemFile
           END-IF.

       FILL-CUSTOMER-DETAILS.
      *    name, branch, manager and terms off Customer.dat, and
      *    the pricing arrangement off CustomerTiers.dat, for each
      *    customer the range turned up.
           OPEN INPUT CustomerFile
           IF WS-Cust-File-OK
               SET WS-Cust-Open TO TRUE
           ELSE
               DISPLAY "Unable to open Customer.dat - customers "
                   "shown by number only"
           END-IF
           OPEN INPUT TierFile
           IF WS-Tier-File-OK
               SET WS-Tier-Open TO TRUE
           END-IF
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
               UNTIL WS-CP-Idx > WS-Cust-Count
               MOVE "(not on file)" TO WS-CP-Name(WS-CP-Idx)
               MOVE SPACES TO WS-CP-Branch(WS-CP-Idx)
               MOVE SPACES TO WS-CP-Manager(WS-CP-Idx)
               MOVE ZERO TO WS-CP-Net-Days(WS-CP-Idx)
               MOVE "list price" TO WS-CP-Pricing(WS-CP-Idx)
               IF WS-Cust-Open
                   MOVE WS-CP-Customer(WS-CP-Idx) TO WS-Relative-Key
                   READ CustomerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-CUSTOMER-DETAILS
                   END-READ
               END-IF
               IF WS-Tier-Open
                   MOVE WS-CP-Customer(WS-CP-Idx) TO WS-Tier-Rel-Key
                   READ TierFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-PRICING-DETAILS
                   END-READ
               END-IF
           END-PERFORM
           IF WS-Cust-Open
               CLOSE CustomerFile
           END-IF
           IF WS-Tier-Open
               CLOSE TierFile
           END-IF.

       TAKE-CUSTOMER-DETAILS.
           MOVE SPACES TO WS-CP-Name(WS-CP-Idx)
           STRING first-name DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               last-name DELIMITED BY SIZE
               INTO WS-CP-Name(WS-CP-Idx)
           END-STRING
           MOVE Branch-Code TO WS-CP-Branch(WS-CP-Idx)
           MOVE Account-Manager TO WS-CP-Manager(WS-CP-Idx)
           IF Terms-Net-Days IS NUMERIC
               MOVE Terms-Net-Days TO WS-CP-Net-Days(WS-CP-Idx)
           END-IF.

       TAKE-PRICING-DETAILS.
      *    a negotiated override beats the tier, as in invgen.cob.
           IF TI-Negotiated-Pct > ZERO
               MOVE TI-Negotiated-Pct TO in-neg-pct
               MOVE SPACES TO WS-CP-Pricing(WS-CP-Idx)
               STRING "neg " in-neg-pct "%" DELIMITED BY SIZE
                   INTO WS-CP-Pricing(WS-CP-Idx)
               END-STRING
           ELSE
               IF TI-Tier NOT = SPACE
                   MOVE SPACES TO WS-CP-Pricing(WS-CP-Idx)
                   STRING "tier " TI-Tier DELIMITED BY SIZE
                       INTO WS-CP-Pricing(WS-CP-Idx)
                   END-STRING
               END-IF
           END-IF.

       WORK-OUT-PROFIT.
      *    late-paying cost: the average days to pay beyond the
      *    terms' net days, as interest on what was paid; then the
      *    profit, and the branch it rolls up into.
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
               UNTIL WS-CP-Idx > WS-Cust-Count
               MOVE ZERO TO WS-CP-Late-Cost(WS-CP-Idx)
               IF WS-CP-Paid-Amount(WS-CP-Idx) > ZERO
                   COMPUTE WS-Avg-Days ROUNDED =
                       WS-CP-Paid-Days(WS-CP-Idx)
                       / WS-CP-Paid-Amount(WS-CP-Idx)
                   COMPUTE WS-Late-Days =
                       WS-Avg-Days - WS-CP-Net-Days(WS-CP-Idx)
                   IF WS-Late-Days > ZERO
                       COMPUTE WS-CP-Late-Cost(WS-CP-Idx) ROUNDED =
                           WS-CP-Paid-Amount(WS-CP-Idx)
                           * WS-Late-Days * WS-Carry-Rate-Pct / 36500
                   END-IF
               END-IF
               COMPUTE WS-CP-Profit(WS-CP-Idx) =
                   WS-CP-Revenue(WS-CP-Idx) - WS-CP-Cost(WS-CP-Idx)
                   - WS-CP-Credits(WS-CP-Idx)
                   - WS-CP-Writeoffs(WS-CP-Idx)
                   - WS-CP-Late-Cost(WS-CP-Idx)
               ADD WS-CP-Profit(WS-CP-Idx) TO WS-Total-Profit
               ADD 1 TO WS-Total-Customers
               PERFORM ADD-TO-BRANCH
           END-PERFORM.

       ADD-TO-BRANCH.
           MOVE "N" TO WS-Branch-Found-Flag
           PERFORM VARYING WS-BR-Idx FROM 1 BY 1
               UNTIL WS-BR-Idx > WS-Branch-Count
               OR WS-Branch-Found
               IF WS-BR-Code(WS-BR-Idx) = WS-CP-Branch(WS-CP-Idx)
                   SET WS-Branch-Found TO TRUE
                   SUBTRACT 1 FROM WS-BR-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Branch-Found
               IF WS-Branch-Count >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Branch-Count
               MOVE WS-Branch-Count TO WS-BR-Idx
               MOVE WS-CP-Branch(WS-CP-Idx) TO WS-BR-Code(WS-BR-Idx)
               MOVE ZERO TO WS-BR-Customers(WS-BR-Idx)
                   WS-BR-Sales(WS-BR-Idx)
                   WS-BR-Cost(WS-BR-Idx)
                   WS-BR-Discount(WS-BR-Idx)
                   WS-BR-Credits(WS-BR-Idx)
                   WS-BR-Writeoffs(WS-BR-Idx)
                   WS-BR-Late-Cost(WS-BR-Idx)
                   WS-BR-Profit(WS-BR-Idx)
                   WS-BR-Disputes(WS-BR-Idx)
                   WS-BR-Items(WS-BR-Idx)
           END-IF
           ADD 1 TO WS-BR-Customers(WS-BR-Idx)
           COMPUTE WS-BR-Sales(WS-BR-Idx) = WS-BR-Sales(WS-BR-Idx)
               + WS-CP-Revenue(WS-CP-Idx) + WS-CP-Discount(WS-CP-Idx)
           ADD WS-CP-Cost(WS-CP-Idx) TO WS-BR-Cost(WS-BR-Idx)
           ADD WS-CP-Discount(WS-CP-Idx) TO WS-BR-Discount(WS-BR-Idx)
           ADD WS-CP-Credits(WS-CP-Idx) TO WS-BR-Credits(WS-BR-Idx)
           ADD WS-CP-Writeoffs(WS-CP-Idx)
               TO WS-BR-Writeoffs(WS-BR-Idx)
           ADD WS-CP-Late-Cost(WS-CP-Idx)
               TO WS-BR-Late-Cost(WS-BR-Idx)
           ADD WS-CP-Profit(WS-CP-Idx) TO WS-BR-Profit(WS-BR-Idx)
           ADD WS-CP-Disputes(WS-CP-Idx) TO WS-BR-Disputes(WS-BR-Idx)
           ADD WS-CP-Items(WS-CP-Idx) TO WS-BR-Items(WS-BR-Idx).

       PRINT-RANKING.
           MOVE SPACES TO WS-Report-Line
           STRING "CUSTOMER PROFITABILITY - " WS-Period-From " to "
               WS-Period-To
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Carry-Rate-Pct TO in-rate
           MOVE SPACES TO WS-Report-Line
           STRING "(list sales net of VAT, less cost, tier discount,"
               " credits, write-offs, and late payment at " in-rate
               "% a year beyond terms)"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-COLUMN-HEADINGS
           IF WS-Cust-Count = ZERO
               MOVE "  (no customer activity in the range)"
                   TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "N" TO WS-Low-Direction-Flag
           PERFORM CLEAR-RANKED-FLAGS
           MOVE ZERO TO WS-Rank
           PERFORM WITH TEST AFTER UNTIL WS-Best-Idx = ZERO
               PERFORM FIND-NEXT-RANKED
               IF WS-Best-Idx NOT = ZERO
                   PERFORM PRINT-RANKED-CUSTOMER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           MOVE ALL "-" TO WS-Report-Line(1:129)
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Total-Profit TO in-total-profit
           MOVE WS-Total-Customers TO in-customers
           MOVE SPACES TO WS-Report-Line
           STRING "TOTAL " in-customers " customers over "
               WS-Lines-Read " invoice lines - profit "
               in-total-profit
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Uncosted-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "*** " WS-Uncosted-Count " product line(s) "
                   "with no cost record counted at zero cost - run "
                   "costreport to capture their costs"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-Cust-Full-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "More than 1000 customers - records left off: "
                   WS-Cust-Full-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO WS-Report-Line
           STRING "RANK ID    NAME                     BR"
               "  LIST SALES        COST   TIER DISC     CREDITS"
               "  WRITE-OFFS   LATE COST      PROFIT DSP COL"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           MOVE ALL "-" TO WS-Report-Line(1:129)
           PERFORM PRINT-REPORT-LINE.

       CLEAR-RANKED-FLAGS.
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
               UNTIL WS-CP-Idx > WS-Cust-Count
               MOVE "N" TO WS-CP-Ranked(WS-CP-Idx)
           END-PERFORM.

       FIND-NEXT-RANKED.
      *    the unranked customer with the highest profit - or the
      *    lowest, for the bottom list.
           MOVE ZERO TO WS-Best-Idx
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
               UNTIL WS-CP-Idx > WS-Cust-Count
               IF WS-CP-Ranked(WS-CP-Idx) = "N"
                   IF WS-Best-Idx = ZERO
                       MOVE WS-CP-Idx TO WS-Best-Idx
                   ELSE
                       IF WS-Lowest-First
                           IF WS-CP-Profit(WS-CP-Idx)
                               < WS-CP-Profit(WS-Best-Idx)
                               MOVE WS-CP-Idx TO WS-Best-Idx
                           END-IF
                       ELSE
                           IF WS-CP-Profit(WS-CP-Idx)
                               > WS-CP-Profit(WS-Best-Idx)
                               MOVE WS-CP-Idx TO WS-Best-Idx
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Best-Idx NOT = ZERO
               MOVE "Y" TO WS-CP-Ranked(WS-Best-Idx)
               ADD 1 TO WS-Rank
           END-IF.

       PRINT-RANKED-CUSTOMER.
           MOVE WS-Best-Idx TO WS-CP-Idx
           MOVE WS-Rank TO in-rank
           COMPUTE WS-List-Sales =
               WS-CP-Revenue(WS-CP-Idx) + WS-CP-Discount(WS-CP-Idx)
           MOVE WS-List-Sales TO in-sales
           MOVE WS-CP-Cost(WS-CP-Idx) TO in-cost
           MOVE WS-CP-Discount(WS-CP-Idx) TO in-discount
           MOVE WS-CP-Credits(WS-CP-Idx) TO in-credits
           MOVE WS-CP-Writeoffs(WS-CP-Idx) TO in-writeoffs
           MOVE WS-CP-Late-Cost(WS-CP-Idx) TO in-late
           MOVE WS-CP-Profit(WS-CP-Idx) TO in-profit
           MOVE WS-CP-Disputes(WS-CP-Idx) TO in-disputes
           MOVE WS-CP-Items(WS-CP-Idx) TO in-items
           MOVE SPACES TO WS-Report-Line
           STRING in-rank " " WS-CP-Customer(WS-CP-Idx) " "
               WS-CP-Name(WS-CP-Idx) " " WS-CP-Branch(WS-CP-Idx) " "
               in-sales " " in-cost " " in-discount " " in-credits
               " " in-writeoffs " " in-late " " in-profit " "
               in-disputes " " in-items
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-BRANCH-SUBTOTALS.
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE "BY BRANCH" TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "BR CUSTS     "
               "  LIST SALES        COST   TIER DISC     CREDITS"
               "  WRITE-OFFS   LATE COST      PROFIT DSP COL"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           MOVE ALL "-" TO WS-Report-Line(1:104)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-BR-Idx FROM 1 BY 1
               UNTIL WS-BR-Idx > WS-Branch-Count
               MOVE WS-BR-Customers(WS-BR-Idx) TO in-customers
               MOVE WS-BR-Sales(WS-BR-Idx) TO in-sales
               MOVE WS-BR-Cost(WS-BR-Idx) TO in-cost
               MOVE WS-BR-Discount(WS-BR-Idx) TO in-discount
               MOVE WS-BR-Credits(WS-BR-Idx) TO in-credits
               MOVE WS-BR-Writeoffs(WS-BR-Idx) TO in-writeoffs
               MOVE WS-BR-Late-Cost(WS-BR-Idx) TO in-late
               MOVE WS-BR-Profit(WS-BR-Idx) TO in-profit
               MOVE WS-BR-Disputes(WS-BR-Idx) TO in-disputes
               MOVE WS-BR-Items(WS-BR-Idx) TO in-items
               MOVE SPACES TO WS-Report-Line
               STRING WS-BR-Code(WS-BR-Idx) " " in-customers
                   "      " in-sales " " in-cost " " in-discount " "
                   in-credits " " in-writeoffs " " in-late " "
                   in-profit " " in-disputes " " in-items
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

       PRINT-BOTTOM-LIST.
      *    the least profitable customers again, worst first, with
      *    who looks after them and what pricing they are on.
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "BOTTOM " WS-Bottom-Size " - LEAST PROFITABLE FIRST"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "RANK ID    NAME                     BR"
               " MANAGER      PRICING      TIER DISC      PROFIT"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           MOVE ALL "-" TO WS-Report-Line(1:90)
           PERFORM PRINT-REPORT-LINE
           MOVE "Y" TO WS-Low-Direction-Flag
           PERFORM CLEAR-RANKED-FLAGS
           MOVE ZERO TO WS-Rank
           PERFORM WITH TEST AFTER UNTIL WS-Best-Idx = ZERO
               OR WS-Rank >= WS-Bottom-Size
               PERFORM FIND-NEXT-RANKED
               IF WS-Best-Idx NOT = ZERO
                   PERFORM PRINT-BOTTOM-CUSTOMER
               END-IF
           END-PERFORM.

       PRINT-BOTTOM-CUSTOMER.
           MOVE WS-Best-Idx TO WS-CP-Idx
           MOVE WS-Rank TO in-rank
           IF WS-CP-Manager(WS-CP-Idx) = SPACES
               MOVE "(unassigned)" TO WS-Manager-Text
           ELSE
               MOVE WS-CP-Manager(WS-CP-Idx) TO WS-Manager-Text
           END-IF
           MOVE WS-CP-Discount(WS-CP-Idx) TO in-discount
           MOVE WS-CP-Profit(WS-CP-Idx) TO in-profit
           MOVE SPACES TO WS-Report-Line
           STRING in-rank " " WS-CP-Customer(WS-CP-Idx) " "
               WS-CP-Name(WS-CP-Idx) " " WS-CP-Branch(WS-CP-Idx) " "
               WS-Manager-Text " " WS-CP-Pricing(WS-CP-Idx) " "
               in-discount " " in-profit
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       FIND-CUST-SLOT.
           MOVE "N" TO WS-Cust-Found-Flag
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
               UNTIL WS-CP-Idx > WS-Cust-Count
               OR WS-Cust-Found
               IF WS-CP-Customer(WS-CP-Idx) = WS-Lookup-Customer
                   SET WS-Cust-Found TO TRUE
                   SUBTRACT 1 FROM WS-CP-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Cust-Found
               IF WS-Cust-Count >= 1000
                   ADD 1 TO WS-Cust-Full-Count
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Cust-Count
               MOVE WS-Cust-Count TO WS-CP-Idx
               MOVE WS-Lookup-Customer TO WS-CP-Customer(WS-CP-Idx)
               MOVE ZERO TO WS-CP-Revenue(WS-CP-Idx)
                   WS-CP-Cost(WS-CP-Idx)
                   WS-CP-Discount(WS-CP-Idx)
                   WS-CP-Credits(WS-CP-Idx)
                   WS-CP-Writeoffs(WS-CP-Idx)
                   WS-CP-Paid-Amount(WS-CP-Idx)
                   WS-CP-Paid-Days(WS-CP-Idx)
                   WS-CP-Late-Cost(WS-CP-Idx)
                   WS-CP-Profit(WS-CP-Idx)
                   WS-CP-Disputes(WS-CP-Idx)
                   WS-CP-Items(WS-CP-Idx)
               SET WS-Cust-Found TO TRUE
           END-IF.

       LOAD-COST-TABLE.
           OPEN INPUT CostFile
           IF NOT WS-Cost-File-OK
               DISPLAY "No ProductCosts.dat on file - every product "
                   "line counts at zero cost"
           ELSE
               MOVE "N" TO WS-Eof-Flag
               PERFORM UNTIL WS-Eof
                   READ CostFile
                       AT END
                           SET WS-Eof TO TRUE
                       NOT AT END
                           IF WS-Cost-Count < 100
                               ADD 1 TO WS-Cost-Count
                               MOVE PC-Product-Name
                                   TO WS-CT-Name(WS-Cost-Count)
                               MOVE PC-Prime-Cost
                                   TO WS-CT-Prime(WS-Cost-Count)
                               MOVE PC-Dir-Cost
                                   TO WS-CT-Dir(WS-Cost-Count)
                               MOVE PC-Indir-Cost
                                   TO WS-CT-Indir(WS-Cost-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CostFile
           END-IF.

       LOAD-KIT-TABLE.
           OPEN INPUT KitFile
           IF WS-Kit-File-OK
               MOVE "N" TO WS-Eof-Flag
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
                               MOVE KT-Qty
                                   TO WS-KT-Qty(WS-Kit-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KitFile
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.
