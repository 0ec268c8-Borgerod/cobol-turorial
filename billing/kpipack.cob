       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpipack.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * monthly management KPI pack: shopstatus.cob shows how the
      * shop is running today; this gives management the business
      * numbers for the month just ended, per branch and for the
      * whole shop (**) - days sales outstanding, collection
      * effectiveness, average days to pay, the credit-note and
      * write-off ratios, and new against lost customers. The
      * month's figures come off InvoiceRegister.dat (invoices and
      * credit notes by IR-Branch, voids skipped), ReceiptRegister.dat
      * (RR-Branch), Allocations.dat (days from each invoice to the
      * receipt placed against it, weighted by the amount), the
      * Balances.dat receivable by the customer's branch, and
      * AuditLog.dat (customer ADD and DEACT lines, and the amount
      * on each WRTOFF). The results are saved on KPIHistory.dat
      * (copybooks/KPIHIST.cpy) - a rerun replaces the month's
      * lines - and the one-page pack is printed from that history:
      * this month, last month and the same month last year side by
      * side, spooled as KPIPACK with a page break per branch so
      * spoolburst.cob hands each branch its own page. Runs monthly
      * from the scheduler on the 1st, for the month just ended;
      * KPI-MONTH (yyyymm) in the environment asks for another
      * month, though the receivable is always Balances.dat as it
      * stands today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT ReceiptRegisterFile ASSIGN TO "ReceiptRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RcptRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.
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
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT KpiFile ASSIGN TO "KPIHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KpiFile-Status.

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

           FD ReceiptRegisterFile.
           01 ReceiptRegisterRecord.
               05 RR-Receipt-Num PIC 9(6).
               05 RR-Date        PIC 9(8).
               05 RR-Customer-ID PIC 9(5).
               05 RR-Operator    PIC X(10).
               05 RR-Amount      PIC 9(7)V9(2).
               05 RR-Drawer      PIC 9(2).
               05 RR-Branch      PIC X(2).

           FD AllocationFile.
           01 AllocationRecord.
               05 AP-Receipt-Num PIC 9(6).
               05 AP-Invoice-Num PIC 9(6).
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

           FD KpiFile.
           01 KpiRecord.
               COPY KPIHIST.

       WORKING-STORAGE SECTION.
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-RcptRegFile-Status PIC XX.
               88 WS-RcptReg-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
               88 WS-Alloc-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
               88 WS-Audit-File-OK VALUE "00".
           01 WS-KpiFile-Status PIC XX.
               88 WS-Kpi-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the month reported, the one before it and the same month
      *    a year back - yyyymm throughout.
           01 WS-KPI-Month PIC 9(6).
           01 WS-KPI-Month-X REDEFINES WS-KPI-Month.
               05 WS-KM-Year  PIC 9(4).
               05 WS-KM-Month PIC 9(2).
           01 WS-Month-Env PIC X(6).
           01 WS-Prior-Month PIC 9(6).
           01 WS-Year-Ago-Month PIC 9(6).
           01 WS-Today PIC 9(8).
           01 WS-Month-Start PIC 9(8).
           01 WS-Next-Month-Start PIC 9(8).
           01 WS-Days-In-Month PIC 9(2).
           01 WS-Doc-Month PIC 9(6).
           01 WS-Doc-Branch PIC X(2).

      *    the month's figures, one slot a branch - the whole shop
      *    is summed into one more slot at the end.
           01 WS-Branch-Table.
               05 WS-Branch-Entry OCCURS 21 TIMES.
                   10 WS-KB-Branch      PIC X(2).
                   10 WS-KB-Sales       PIC 9(9)V9(2).
                   10 WS-KB-Credit-Notes PIC 9(9)V9(2).
                   10 WS-KB-Receipts    PIC 9(9)V9(2).
                   10 WS-KB-Writeoffs   PIC 9(9)V9(2).
                   10 WS-KB-Closing-AR  PIC S9(9)V9(2).
                   10 WS-KB-Paid-Amount PIC 9(9)V9(2).
                   10 WS-KB-Paid-Days   PIC 9(13)V9(2).
                   10 WS-KB-New         PIC 9(5).
                   10 WS-KB-Lost        PIC 9(5).
           01 WS-Branch-Count PIC 9(2) VALUE ZERO.
           01 WS-KB-Idx PIC 9(2).
           01 WS-Total-Idx PIC 9(2).
           01 WS-Slot-Found-Flag PIC X.
               88 WS-Slot-Found VALUE "Y".

      *    every invoice's date and branch, so an allocation can be
      *    aged from the invoice it paid.
           01 WS-Invoice-Table.
               05 WS-Invoice-Entry OCCURS 2000 TIMES.
                   10 WS-IV-Number PIC 9(6).
                   10 WS-IV-Date   PIC 9(8).
                   10 WS-IV-Branch PIC X(2).
           01 WS-Invoice-Count PIC 9(4) VALUE ZERO.
           01 WS-IV-Idx PIC 9(4).
           01 WS-Invoice-Found-Flag PIC X.
               88 WS-Invoice-Found VALUE "Y".
           01 WS-Days-Taken PIC S9(5).

      *    the write-off amount as writeoff.cob words its audit
      *    detail: "wrote off " then the amount, 9(7)V9(2).
           01 WS-Writeoff-Text PIC X(9).
           01 WS-Writeoff-Amount REDEFINES WS-Writeoff-Text
               PIC 9(7)V9(2).

      *    KPIHistory.dat, table-loaded whole and rewritten with the
      *    month's lines replaced.
           01 WS-Hist-Table.
               05 WS-Hist-Line PIC X(136) OCCURS 600 TIMES.
           01 WS-Hist-Count PIC 9(3) VALUE ZERO.
           01 WS-HT-Idx PIC 9(3).
           01 WS-Hist-Kept PIC 9(3).
           01 WS-Hist-Found-Flag PIC X.
               88 WS-Hist-Found VALUE "Y".
           01 WS-Find-Month PIC 9(6).
           01 WS-Find-Branch PIC X(2).
           01 WS-Work-Kpi.
               COPY KPIHIST REPLACING LEADING ==KH-== BY ==WK-==.
           01 WS-Prior-Kpi.
               COPY KPIHIST REPLACING LEADING ==KH-== BY ==PK-==.
           01 WS-Collectable PIC S9(11)V9(2).

      *    the three columns of the pack, one history line each.
           01 WS-Column-Table.
               05 WS-Column-Entry OCCURS 3 TIMES.
                   10 WS-CL-Line  PIC X(136).
                   10 WS-CL-Found PIC X.
           01 WS-CL-Idx PIC 9.

      *    the pack's lines, in print order.
           01 WS-KPI-Label-Values.
               05 FILLER PIC X(28) VALUE "Days sales outstanding".
               05 FILLER PIC X(28) VALUE "Collection effectiveness %".
               05 FILLER PIC X(28) VALUE "Average days to pay".
               05 FILLER PIC X(28) VALUE "Credit-note ratio %".
               05 FILLER PIC X(28) VALUE "Write-off ratio %".
               05 FILLER PIC X(28) VALUE "New customers".
               05 FILLER PIC X(28) VALUE "Lost customers".
           01 WS-KPI-Labels REDEFINES WS-KPI-Label-Values.
               05 WS-KPI-Label PIC X(28) OCCURS 7 TIMES.
           01 WS-KPI-Idx PIC 9.
           01 WS-Cell PIC X(12) JUSTIFIED RIGHT.
           01 WS-Cell-Table.
               05 WS-Cell-Text PIC X(12) OCCURS 3 TIMES.
           01 in-one-dec PIC ZZZ9.9.
           01 in-two-dec PIC ZZ9.99.
           01 in-count PIC ZZZZ9.
           01 in-amount PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-Pack-Branches PIC 9(2) VALUE ZERO.

           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "KPIPACK".
           01 WS-Spool-Line PIC X(132).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "kpipack".
           01 WS-RH-Records PIC 9(6) VALUE ZERO.
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           PERFORM SET-KPI-MONTH
           DISPLAY "Management KPI pack - month " WS-KPI-Month

           PERFORM LOAD-KPI-HISTORY
           PERFORM SCAN-INVOICES
           PERFORM SCAN-RECEIPTS
           PERFORM SCAN-ALLOCATIONS
           PERFORM SCAN-RECEIVABLES
           PERFORM SCAN-AUDIT-LOG
           IF WS-Branch-Count = ZERO
               DISPLAY "Nothing on the registers for "
                   WS-KPI-Month " - no pack produced"
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
               CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
                   WS-RH-Records, WS-RH-RC, WS-RH-Status
               STOP RUN
           END-IF
           PERFORM SUM-WHOLE-SHOP
           PERFORM SAVE-MONTH-TO-HISTORY
           PERFORM PRINT-KPI-PACK

           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
           STOP RUN.

       SET-KPI-MONTH.
      *    the month just ended, unless KPI-MONTH names another.
           MOVE SPACES TO WS-Month-Env
           ACCEPT WS-Month-Env FROM ENVIRONMENT "KPI-MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-Month-Env
           END-ACCEPT
           IF WS-Month-Env IS NUMERIC
               AND WS-Month-Env(5:2) >= "01"
               AND WS-Month-Env(5:2) <= "12"
               MOVE WS-Month-Env TO WS-KPI-Month
           ELSE
               MOVE WS-Today(1:6) TO WS-KPI-Month
               IF WS-KM-Month = 1
                   SUBTRACT 1 FROM WS-KM-Year
                   MOVE 12 TO WS-KM-Month
               ELSE
                   SUBTRACT 1 FROM WS-KM-Month
               END-IF
           END-IF

           IF WS-KM-Month = 1
               COMPUTE WS-Prior-Month =
                   (WS-KM-Year - 1) * 100 + 12
           ELSE
               COMPUTE WS-Prior-Month = WS-KPI-Month - 1
           END-IF
           COMPUTE WS-Year-Ago-Month = WS-KPI-Month - 100

           COMPUTE WS-Month-Start = WS-KPI-Month * 100 + 1
           IF WS-KM-Month = 12
               COMPUTE WS-Next-Month-Start =
                   (WS-KM-Year + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Next-Month-Start = WS-Month-Start + 100
           END-IF
           COMPUTE WS-Days-In-Month =
               FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start)
               - FUNCTION INTEGER-OF-DATE(WS-Month-Start).

       SCAN-INVOICES.
      *    sales and credit notes for the month by IR-Branch, and
      *    every invoice's date kept for the allocation ageing.
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
                       PERFORM TAKE-ONE-INVOICE
               END-READ
           END-PERFORM
           IF WS-InvRegFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF.

       TAKE-ONE-INVOICE.
           IF IR-Voided
               EXIT PARAGRAPH
           END-IF
           IF IR-Invoice
               IF WS-Invoice-Count < 2000
                   ADD 1 TO WS-Invoice-Count
                   MOVE IR-Invoice-Num
                       TO WS-IV-Number(WS-Invoice-Count)
                   MOVE IR-Date TO WS-IV-Date(WS-Invoice-Count)
                   MOVE IR-Branch TO WS-IV-Branch(WS-Invoice-Count)
               ELSE
                   DISPLAY "Warning: more than 2000 invoices - "
                       "invoice " IR-Invoice-Num " not aged"
               END-IF
           END-IF
           MOVE IR-Date(1:6) TO WS-Doc-Month
           IF WS-Doc-Month NOT = WS-KPI-Month
               EXIT PARAGRAPH
           END-IF
           MOVE IR-Branch TO WS-Doc-Branch
           PERFORM FIND-BRANCH-SLOT
           IF NOT WS-Slot-Found
               EXIT PARAGRAPH
           END-IF
           IF IR-Credit-Note
               ADD IR-Net-Total IR-VAT-Total
                   TO WS-KB-Credit-Notes(WS-KB-Idx)
           ELSE
               ADD IR-Net-Total IR-VAT-Total
                   TO WS-KB-Sales(WS-KB-Idx)
           END-IF.

       SCAN-RECEIPTS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReceiptRegisterFile
           IF NOT WS-RcptReg-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReceiptRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE RR-Date(1:6) TO WS-Doc-Month
                       IF WS-Doc-Month = WS-KPI-Month
                           MOVE RR-Branch TO WS-Doc-Branch
                           PERFORM FIND-BRANCH-SLOT
                           IF WS-Slot-Found
                               ADD RR-Amount
                                   TO WS-KB-Receipts(WS-KB-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RcptRegFile-Status NOT = "35"
               CLOSE ReceiptRegisterFile
           END-IF.

       SCAN-ALLOCATIONS.
      *    each allocation placed in the month ages the invoice it
      *    paid: days from invoice date to allocation date, weighted
      *    by the amount, booked to the invoice's branch.
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
                       IF WS-Doc-Month = WS-KPI-Month
                           PERFORM AGE-ONE-ALLOCATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AllocFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       AGE-ONE-ALLOCATION.
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
           MOVE WS-IV-Branch(WS-IV-Idx) TO WS-Doc-Branch
           PERFORM FIND-BRANCH-SLOT
           IF WS-Slot-Found
               ADD AP-Amount TO WS-KB-Paid-Amount(WS-KB-Idx)
               COMPUTE WS-KB-Paid-Days(WS-KB-Idx) =
                   WS-KB-Paid-Days(WS-KB-Idx)
                   + AP-Amount * WS-Days-Taken
           END-IF.

       SCAN-RECEIVABLES.
      *    what customers owe now, by the customer's own branch.
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat - receivables "
                   "left at zero"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BalanceFile
           IF NOT WS-Balance-File-OK
               CLOSE CustomerFile
               DISPLAY "No Balances.dat - receivables left at zero"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE ID-num TO WS-Balance-Rel-Key
                       READ BalanceFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF BA-Balance NOT = ZERO
                                   MOVE Branch-Code TO WS-Doc-Branch
                                   PERFORM FIND-BRANCH-SLOT
                                   IF WS-Slot-Found
                                       ADD BA-Balance TO
                                       WS-KB-Closing-AR(WS-KB-Idx)
                                   END-IF
                               END-IF
                       END-READ
               END-READ
           END-PERFORM
           CLOSE BalanceFile
           CLOSE CustomerFile.

       SCAN-AUDIT-LOG.
      *    customers added and deactivated (operator maintenance
      *    carries customer zero and is not counted), and the
      *    write-offs executed, by the branch of the session.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AuditFile
           IF NOT WS-Audit-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ AuditFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AL-Timestamp(1:6) = WS-KPI-Month
                           PERFORM TAKE-ONE-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AuditFile-Status NOT = "35"
               CLOSE AuditFile
           END-IF.

       TAKE-ONE-AUDIT-LINE.
           IF AL-Operation NOT = "ADD"
               AND AL-Operation NOT = "DEACT"
               AND AL-Operation NOT = "WRTOFF"
               EXIT PARAGRAPH
           END-IF
           IF AL-Customer-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AL-Branch TO WS-Doc-Branch
           PERFORM FIND-BRANCH-SLOT
           IF NOT WS-Slot-Found
               EXIT PARAGRAPH
           END-IF
           EVALUATE AL-Operation
               WHEN "ADD"
                   ADD 1 TO WS-KB-New(WS-KB-Idx)
               WHEN "DEACT"
                   ADD 1 TO WS-KB-Lost(WS-KB-Idx)
               WHEN "WRTOFF"
                   MOVE AL-Detail(11:9) TO WS-Writeoff-Text
                   IF WS-Writeoff-Text IS NUMERIC
                       ADD WS-Writeoff-Amount
                           TO WS-KB-Writeoffs(WS-KB-Idx)
                   END-IF
           END-EVALUATE.

       FIND-BRANCH-SLOT.
      *    documents from before the branch stamps report as the
      *    main store (B1), the branchpl.cob convention.
           MOVE "N" TO WS-Slot-Found-Flag
           IF WS-Doc-Branch = SPACES
               MOVE "B1" TO WS-Doc-Branch
           END-IF
           PERFORM VARYING WS-KB-Idx FROM 1 BY 1
               UNTIL WS-KB-Idx > WS-Branch-Count
               OR WS-Slot-Found
               IF WS-KB-Branch(WS-KB-Idx) = WS-Doc-Branch
                   SET WS-Slot-Found TO TRUE
                   SUBTRACT 1 FROM WS-KB-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Slot-Found
               IF WS-Branch-Count >= 20
                   DISPLAY "Warning: more than 20 branches - ["
                       WS-Doc-Branch "] not totalled"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Branch-Count
               MOVE WS-Branch-Count TO WS-KB-Idx
               INITIALIZE WS-Branch-Entry(WS-KB-Idx)
               MOVE WS-Doc-Branch TO WS-KB-Branch(WS-KB-Idx)
               SET WS-Slot-Found TO TRUE
           END-IF.

       SUM-WHOLE-SHOP.
           COMPUTE WS-Total-Idx = WS-Branch-Count + 1
           INITIALIZE WS-Branch-Entry(WS-Total-Idx)
           MOVE "**" TO WS-KB-Branch(WS-Total-Idx)
           PERFORM VARYING WS-KB-Idx FROM 1 BY 1
               UNTIL WS-KB-Idx > WS-Branch-Count
               ADD WS-KB-Sales(WS-KB-Idx)
                   TO WS-KB-Sales(WS-Total-Idx)
               ADD WS-KB-Credit-Notes(WS-KB-Idx)
                   TO WS-KB-Credit-Notes(WS-Total-Idx)
               ADD WS-KB-Receipts(WS-KB-Idx)
                   TO WS-KB-Receipts(WS-Total-Idx)
               ADD WS-KB-Writeoffs(WS-KB-Idx)
                   TO WS-KB-Writeoffs(WS-Total-Idx)
               ADD WS-KB-Closing-AR(WS-KB-Idx)
                   TO WS-KB-Closing-AR(WS-Total-Idx)
               ADD WS-KB-Paid-Amount(WS-KB-Idx)
                   TO WS-KB-Paid-Amount(WS-Total-Idx)
               ADD WS-KB-Paid-Days(WS-KB-Idx)
                   TO WS-KB-Paid-Days(WS-Total-Idx)
               ADD WS-KB-New(WS-KB-Idx) TO WS-KB-New(WS-Total-Idx)
               ADD WS-KB-Lost(WS-KB-Idx)
                   TO WS-KB-Lost(WS-Total-Idx)
           END-PERFORM.

       SAVE-MONTH-TO-HISTORY.
      *    work out each slot's ratios, drop any earlier run's lines
      *    for the month, add this run's and rewrite the history.
           MOVE ZERO TO WS-Hist-Kept
           PERFORM VARYING WS-HT-Idx FROM 1 BY 1
               UNTIL WS-HT-Idx > WS-Hist-Count
               IF WS-Hist-Line(WS-HT-Idx)(1:6) NOT = WS-KPI-Month
                   ADD 1 TO WS-Hist-Kept
                   MOVE WS-Hist-Line(WS-HT-Idx)
                       TO WS-Hist-Line(WS-Hist-Kept)
               END-IF
           END-PERFORM
           MOVE WS-Hist-Kept TO WS-Hist-Count

           PERFORM VARYING WS-KB-Idx FROM 1 BY 1
               UNTIL WS-KB-Idx > WS-Total-Idx
               PERFORM BUILD-KPI-LINE
               IF WS-Hist-Count < 600
                   ADD 1 TO WS-Hist-Count
                   MOVE WS-Work-Kpi TO WS-Hist-Line(WS-Hist-Count)
                   ADD 1 TO WS-RH-Records
               ELSE
                   DISPLAY "Warning: KPIHistory.dat is full (600 "
                       "lines) - branch " WS-KB-Branch(WS-KB-Idx)
                       " not saved"
               END-IF
           END-PERFORM

           OPEN OUTPUT KpiFile
           PERFORM VARYING WS-HT-Idx FROM 1 BY 1
               UNTIL WS-HT-Idx > WS-Hist-Count
               MOVE WS-Hist-Line(WS-HT-Idx) TO KpiRecord
               WRITE KpiRecord
           END-PERFORM
           CLOSE KpiFile.

       BUILD-KPI-LINE.
      *    the opening receivable is last month's closing from the
      *    history where there is one; otherwise it is rolled back
      *    from today's figure through the month's movements.
           INITIALIZE WS-Work-Kpi
           MOVE WS-KPI-Month TO WK-Month
           MOVE WS-KB-Branch(WS-KB-Idx) TO WK-Branch
           MOVE WS-KB-Sales(WS-KB-Idx) TO WK-Sales
           MOVE WS-KB-Credit-Notes(WS-KB-Idx) TO WK-Credit-Notes
           MOVE WS-KB-Receipts(WS-KB-Idx) TO WK-Receipts
           MOVE WS-KB-Writeoffs(WS-KB-Idx) TO WK-Writeoffs
           MOVE WS-KB-Closing-AR(WS-KB-Idx) TO WK-Closing-AR
           MOVE WS-KB-Paid-Amount(WS-KB-Idx) TO WK-Paid-Amount
           MOVE WS-KB-New(WS-KB-Idx) TO WK-New-Customers
           MOVE WS-KB-Lost(WS-KB-Idx) TO WK-Lost-Customers
           MOVE WS-Run-Start TO WK-Run-Stamp

           MOVE WS-Prior-Month TO WS-Find-Month
           MOVE WK-Branch TO WS-Find-Branch
           PERFORM FIND-HISTORY-LINE
           IF WS-Hist-Found
               MOVE WS-Hist-Line(WS-HT-Idx) TO WS-Prior-Kpi
               MOVE PK-Closing-AR TO WK-Opening-AR
           ELSE
               COMPUTE WK-Opening-AR = WK-Closing-AR - WK-Sales
                   + WK-Credit-Notes + WK-Receipts + WK-Writeoffs
           END-IF

      *    DSO: receivable over the month's billing, in days.
           IF WK-Sales > ZERO AND WK-Closing-AR > ZERO
               COMPUTE WK-DSO ROUNDED =
                   WK-Closing-AR / WK-Sales * WS-Days-In-Month
                   ON SIZE ERROR
                       MOVE 9999.9 TO WK-DSO
               END-COMPUTE
           END-IF
      *    collection effectiveness: cash taken against what was
      *    there to collect - the opening receivable plus the
      *    month's billing net of credit notes.
           COMPUTE WS-Collectable =
               WK-Opening-AR + WK-Sales - WK-Credit-Notes
           IF WS-Collectable > ZERO
               COMPUTE WK-CEI ROUNDED =
                   WK-Receipts / WS-Collectable * 100
                   ON SIZE ERROR
                       MOVE 9999.9 TO WK-CEI
               END-COMPUTE
           END-IF
           IF WK-Paid-Amount > ZERO
               COMPUTE WK-Days-To-Pay ROUNDED =
                   WS-KB-Paid-Days(WS-KB-Idx) / WK-Paid-Amount
                   ON SIZE ERROR
                       MOVE 9999.9 TO WK-Days-To-Pay
               END-COMPUTE
           END-IF
           IF WK-Sales > ZERO
               COMPUTE WK-CN-Ratio ROUNDED =
                   WK-Credit-Notes / WK-Sales * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WK-CN-Ratio
               END-COMPUTE
               COMPUTE WK-WO-Ratio ROUNDED =
                   WK-Writeoffs / WK-Sales * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WK-WO-Ratio
               END-COMPUTE
           END-IF.

       FIND-HISTORY-LINE.
           MOVE "N" TO WS-Hist-Found-Flag
           PERFORM VARYING WS-HT-Idx FROM 1 BY 1
               UNTIL WS-HT-Idx > WS-Hist-Count
               OR WS-Hist-Found
               IF WS-Hist-Line(WS-HT-Idx)(1:6) = WS-Find-Month
                   AND WS-Hist-Line(WS-HT-Idx)(7:2)
                       = WS-Find-Branch
                   SET WS-Hist-Found TO TRUE
                   SUBTRACT 1 FROM WS-HT-Idx
               END-IF
           END-PERFORM.

       LOAD-KPI-HISTORY.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT KpiFile
           IF NOT WS-Kpi-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ KpiFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Hist-Count < 600
                           ADD 1 TO WS-Hist-Count
                           MOVE KpiRecord
                               TO WS-Hist-Line(WS-Hist-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KpiFile-Status NOT = "35"
               CLOSE KpiFile
           END-IF.

       PRINT-KPI-PACK.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "MANAGEMENT KPI PACK - " WS-KPI-Month
               "   (run " WS-Run-Start(1:8) ")"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

      *    each branch on its own page break, the whole shop last.
           PERFORM VARYING WS-KB-Idx FROM 1 BY 1
               UNTIL WS-KB-Idx > WS-Total-Idx
               IF WS-KB-Idx = WS-Total-Idx
                   MOVE SPACES TO WS-Spool-Line
               ELSE
                   MOVE WS-KB-Branch(WS-KB-Idx) TO WS-Spool-Line
               END-IF
               PERFORM SPOOL-BREAK
               PERFORM PRINT-ONE-BRANCH
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "n/a = no figures for that month, or nothing "
               "to divide by"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       PRINT-ONE-BRANCH.
           MOVE WS-KB-Branch(WS-KB-Idx) TO WS-Find-Branch
           MOVE WS-KPI-Month TO WS-Find-Month
           MOVE 1 TO WS-CL-Idx
           PERFORM LOAD-PACK-COLUMN
           MOVE WS-Prior-Month TO WS-Find-Month
           MOVE 2 TO WS-CL-Idx
           PERFORM LOAD-PACK-COLUMN
           MOVE WS-Year-Ago-Month TO WS-Find-Month
           MOVE 3 TO WS-CL-Idx
           PERFORM LOAD-PACK-COLUMN

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           IF WS-Find-Branch = "**"
               MOVE "WHOLE SHOP" TO WS-Report-Line
           ELSE
               STRING "BRANCH " WS-Find-Branch
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           END-IF
           MOVE "  THIS MONTH" TO WS-Report-Line(29:12)
           MOVE "  LAST MONTH" TO WS-Report-Line(41:12)
           MOVE "   LAST YEAR" TO WS-Report-Line(53:12)
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           MOVE WS-KPI-Month TO WS-Report-Line(35:6)
           MOVE WS-Prior-Month TO WS-Report-Line(47:6)
           MOVE WS-Year-Ago-Month TO WS-Report-Line(59:6)
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-KPI-Idx FROM 1 BY 1
               UNTIL WS-KPI-Idx > 7
               PERFORM VARYING WS-CL-Idx FROM 1 BY 1
                   UNTIL WS-CL-Idx > 3
                   PERFORM FORMAT-KPI-CELL
                   MOVE WS-Cell TO WS-Cell-Text(WS-CL-Idx)
               END-PERFORM
               MOVE SPACES TO WS-Report-Line
               STRING WS-KPI-Label(WS-KPI-Idx) WS-Cell-Text(1)
                   WS-Cell-Text(2) WS-Cell-Text(3)
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM

      *    the month's money behind the ratios, this month only.
           MOVE WS-KB-Sales(WS-KB-Idx) TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "  billed " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           MOVE WS-KB-Receipts(WS-KB-Idx) TO in-amount
           STRING "  collected " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line(30:)
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KB-Closing-AR(WS-KB-Idx) TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "  owed   " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           MOVE WS-KB-Writeoffs(WS-KB-Idx) TO in-amount
           STRING "  written off " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line(30:)
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       LOAD-PACK-COLUMN.
           PERFORM FIND-HISTORY-LINE
           IF WS-Hist-Found
               MOVE WS-Hist-Line(WS-HT-Idx) TO WS-CL-Line(WS-CL-Idx)
               MOVE "Y" TO WS-CL-Found(WS-CL-Idx)
           ELSE
               MOVE SPACES TO WS-CL-Line(WS-CL-Idx)
               MOVE "N" TO WS-CL-Found(WS-CL-Idx)
           END-IF.

       FORMAT-KPI-CELL.
      *    a ratio with nothing under it prints n/a rather than a
      *    misleading zero.
           MOVE "n/a" TO WS-Cell
           IF WS-CL-Found(WS-CL-Idx) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-Line(WS-CL-Idx) TO WS-Work-Kpi
           COMPUTE WS-Collectable =
               WK-Opening-AR + WK-Sales - WK-Credit-Notes
           EVALUATE WS-KPI-Idx
               WHEN 1
                   IF WK-Sales > ZERO
                       MOVE WK-DSO TO in-one-dec
                       MOVE in-one-dec TO WS-Cell
                   END-IF
               WHEN 2
                   IF WS-Collectable > ZERO
                       MOVE WK-CEI TO in-one-dec
                       MOVE in-one-dec TO WS-Cell
                   END-IF
               WHEN 3
                   IF WK-Paid-Amount > ZERO
                       MOVE WK-Days-To-Pay TO in-one-dec
                       MOVE in-one-dec TO WS-Cell
                   END-IF
               WHEN 4
                   IF WK-Sales > ZERO
                       MOVE WK-CN-Ratio TO in-two-dec
                       MOVE in-two-dec TO WS-Cell
                   END-IF
               WHEN 5
                   IF WK-Sales > ZERO
                       MOVE WK-WO-Ratio TO in-two-dec
                       MOVE in-two-dec TO WS-Cell
                   END-IF
               WHEN 6
                   MOVE WK-New-Customers TO in-count
                   MOVE in-count TO WS-Cell
               WHEN 7
                   MOVE WK-Lost-Customers TO in-count
                   MOVE in-count TO WS-Cell
           END-EVALUATE.

       SPOOL-BREAK.
      *    a new branch key on the spool - spoolburst.cob cuts the
      *    pack into one piece per branch on it.
           MOVE "BRK" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.
