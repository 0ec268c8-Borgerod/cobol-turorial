       IDENTIFICATION DIVISION.
       PROGRAM-ID. capwatch.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * number-range and table-capacity headroom check: ID-num is
      * five digits, TR-Serial seven, invoice, receipt and check
      * numbers six, and most maintenance programs load a file
      * whole into a fixed OCCURS table - and when one of those
      * fills, the program stops numbering or quietly leaves the
      * rest of the file unread, on whatever night it happens.
      * This reports, for every numbering range, the last number
      * used (the highest on the register, or the serial file's
      * next number less one) against the largest its picture
      * holds, and for every file a program loads into a table,
      * the file's record count against that program's OCCURS -
      * one line per program, since the same file fills different
      * programs at different sizes. Anything at or past
      * WS-Warn-Pct is WARN, anything at or past the limit FULL.
      * The whole result is rewritten to Capacity.dat (see
      * copybooks/CAPREC.cpy) for shopstatus.cob; any WARN or FULL
      * ends the run with RETURN-CODE 1, so it shows as FAIL on
      * the morning operations report months before it bites.
      * Record counts are whole files - a program that loads only
      * the open items has more headroom than shown, never less.
      * When an OCCURS or a picture is widened, change its row
      * here in the same change. Non-interactive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchiveFile-Status.
      *    every other file is counted through one FD, named at run
      *    time - the backupmgr.cob ASSIGN USING idiom.
           SELECT ScanFile ASSIGN USING WS-Scan-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScanFile-Status.
           SELECT CapacityFile ASSIGN TO "Capacity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CapacityFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

      *    same layout custarch.cob writes.
           FD ArchiveFile.
           01 ArchiveRecord.
               05 AR-Archived-Date PIC 9(8).
               05 AR-CustomerData  PIC X(71).

           FD ScanFile.
           01 ScanRecord PIC X(300).

           FD CapacityFile.
           01 CapacityRecord.
               COPY CAPREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-ArchiveFile-Status PIC XX.
               88 WS-Archive-File-OK VALUE "00".
           01 WS-ScanFile-Status PIC XX.
               88 WS-Scan-File-OK VALUE "00".
           01 WS-CapacityFile-Status PIC XX.
               88 WS-Capacity-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the warning threshold, percent of the limit used.
           01 WS-Warn-Pct PIC 9(3) VALUE 80.

      *    numbering ranges - label, the file that holds the last
      *    number, its digits, and how to read it: C the highest
      *    ID-num on Customer.dat or the archive, N a next-number
      *    file, M the highest number leading a register line.
           01 WS-Range-Values.
               05 FILLER PIC X(44) VALUE
                   "Customer ID-num       Customer.dat        5C".
               05 FILLER PIC X(44) VALUE
                   "Transaction serial    NextTranSerial.dat  7N".
               05 FILLER PIC X(44) VALUE
                   "Invoice number        InvoiceRegister.dat 6M".
               05 FILLER PIC X(44) VALUE
                   "Receipt number        ReceiptRegister.dat 6M".
               05 FILLER PIC X(44) VALUE
                   "Check number          CheckRegister.dat   6M".
               05 FILLER PIC X(44) VALUE
                   "Sales order number    SalesOrders.dat     6M".
               05 FILLER PIC X(44) VALUE
                   "Purchase order number PurchaseOrders.dat  6M".
               05 FILLER PIC X(44) VALUE
                   "Dispute number        Disputes.dat        5M".
               05 FILLER PIC X(44) VALUE
                   "Payment plan number   PaymentPlans.dat    5M".
               05 FILLER PIC X(44) VALUE
                   "Stock transfer number StockTransfers.dat  6M".
               05 FILLER PIC X(44) VALUE
                   "Placement number      AgencyPlacements.dat5M".
           01 WS-Range-Table REDEFINES WS-Range-Values.
               05 WS-Range-Entry OCCURS 11 TIMES.
                   10 WS-NR-Label  PIC X(22).
                   10 WS-NR-File   PIC X(20).
                   10 WS-NR-Digits PIC 9.
                   10 WS-NR-Kind   PIC X.
           01 WS-Range-Count PIC 99 VALUE 11.
           01 WS-NR-Idx PIC 99.

      *    every program table that loads a whole file - file,
      *    program, OCCURS. Kept grouped by file, so each file is
      *    counted once.
           01 WS-Load-Values.
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     stockctl       00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     invgen         00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     purchasing     00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     returns        00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     stocklots      00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     stocktake      00200".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     orderentry     00100".
               05 FILLER PIC X(40) VALUE
                   "StockLevels.dat     replenish      00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        prodmaint      00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        invgen         00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        orderentry     00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        orderimport    00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        purchasing     00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        replenish      00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        stockctl       00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        pricelist      00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        salesrpt       00100".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        promomaint     00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    stockctl       00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    purchasing     00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    replenish      00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    marginbatch    00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    costreport     00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    stocklots      00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    stocktake      00100".
               05 FILLER PIC X(40) VALUE
                   "ProductCosts.dat    custprofit     00100".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   stockctl       00200".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   invgen         00200".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   orderentry     00200".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   returns        00200".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   marginbatch    00200".
               05 FILLER PIC X(40) VALUE
                   "KitComponents.dat   custprofit     00200".
               05 FILLER PIC X(40) VALUE
                   "StockLots.dat       STOCK-LOTS     00300".
               05 FILLER PIC X(40) VALUE
                   "StockLots.dat       stocklots      00300".
               05 FILLER PIC X(40) VALUE
                   "StockTransfers.dat  stockctl       00999".
               05 FILLER PIC X(40) VALUE
                   "SalesOrders.dat     orderentry     00200".
               05 FILLER PIC X(40) VALUE
                   "SalesOrders.dat     orderimport    00200".
               05 FILLER PIC X(40) VALUE
                   "SalesOrders.dat     invgen         00200".
               05 FILLER PIC X(40) VALUE
                   "SalesOrders.dat     purchasing     00200".
               05 FILLER PIC X(40) VALUE
                   "OrderLines.dat      orderentry     00500".
               05 FILLER PIC X(40) VALUE
                   "OrderLines.dat      orderimport    00500".
               05 FILLER PIC X(40) VALUE
                   "OrderLines.dat      invgen         00500".
               05 FILLER PIC X(40) VALUE
                   "OrderLines.dat      purchasing     00500".
               05 FILLER PIC X(40) VALUE
                   "OrderDeposits.dat   orderentry     00500".
               05 FILLER PIC X(40) VALUE
                   "OrderDeposits.dat   invgen         00500".
               05 FILLER PIC X(40) VALUE
                   "PurchaseOrders.dat  purchasing     00200".
               05 FILLER PIC X(40) VALUE
                   "PurchaseOrders.dat  apinvoice      00200".
               05 FILLER PIC X(40) VALUE
                   "Suppliers.dat       purchasing     00100".
               05 FILLER PIC X(40) VALUE
                   "Suppliers.dat       replenish      00100".
               05 FILLER PIC X(40) VALUE
                   "Suppliers.dat       apinvoice      00100".
               05 FILLER PIC X(40) VALUE
                   "Suppliers.dat       checkprint     00100".
               05 FILLER PIC X(40) VALUE
                   "Suppliers.dat       cashfcst       00200".
               05 FILLER PIC X(40) VALUE
                   "ReorderPolicy.dat   replenish      00100".
               05 FILLER PIC X(40) VALUE
                   "ProposedOrders.dat  replenish      00200".
               05 FILLER PIC X(40) VALUE
                   "InvoiceRegister.dat returns        00500".
               05 FILLER PIC X(40) VALUE
                   "InvoiceRegister.dat creditnote     00500".
               05 FILLER PIC X(40) VALUE
                   "InvoiceRegister.dat kpipack        02000".
               05 FILLER PIC X(40) VALUE
                   "InvoiceRegister.dat cashfcst       02000".
               05 FILLER PIC X(40) VALUE
                   "InvoiceRegister.dat custprofit     02000".
               05 FILLER PIC X(40) VALUE
                   "PaymentPlans.dat    planmaint      00200".
               05 FILLER PIC X(40) VALUE
                   "PaymentPlans.dat    plannight      00200".
               05 FILLER PIC X(40) VALUE
                   "PaymentPlans.dat    agency         00200".
               05 FILLER PIC X(40) VALUE
                   "Session.dat         OPERATOR-SIGNON00020".
               05 FILLER PIC X(40) VALUE
                   "Session.dat         sessadmin      00020".
               05 FILLER PIC X(40) VALUE
                   "Session.dat         shop-menu      00020".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        disputes       00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        aging          00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        letters        00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        creditscore    00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        collsweep      00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        portfolio      00200".
               05 FILLER PIC X(40) VALUE
                   "Disputes.dat        agency         00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  transentry     00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  custapprove    00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  payadjust      00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  writeoff       00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  checkprint     00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  checkctl       00200".
               05 FILLER PIC X(40) VALUE
                   "PendingActions.dat  erasure        00200".
               05 FILLER PIC X(40) VALUE
                   "CheckRegister.dat   checkctl       00500".
               05 FILLER PIC X(40) VALUE
                   "CheckRegister.dat   checksweep     00500".
               05 FILLER PIC X(40) VALUE
                   "CheckRegister.dat   bankrecon      00500".
               05 FILLER PIC X(40) VALUE
                   "CheckRegister.dat   paidcheck      00500".
               05 FILLER PIC X(40) VALUE
                   "Promotions.dat      PROMO-PRICE    00100".
               05 FILLER PIC X(40) VALUE
                   "Promotions.dat      promomaint     00200".
               05 FILLER PIC X(40) VALUE
                   "Promotions.dat      promorpt       00200".
               05 FILLER PIC X(40) VALUE
                   "RecurringCharges.datrecurmaint     00200".
               05 FILLER PIC X(40) VALUE
                   "RecurringCharges.datrecurpost      00200".
               05 FILLER PIC X(40) VALUE
                   "Households.dat      housemaint     00500".
               05 FILLER PIC X(40) VALUE
                   "Households.dat      statement      00500".
               05 FILLER PIC X(40) VALUE
                   "CustomerNotes.dat   tickler        00500".
               05 FILLER PIC X(40) VALUE
                   "Schedule.dat        scheduler      00040".
               05 FILLER PIC X(40) VALUE
                   "AgencyPlacements.datagency         00500".
               05 FILLER PIC X(40) VALUE
                   "AgencyPlacements.datletters        00500".
               05 FILLER PIC X(40) VALUE
                   "AgencyPlacements.datcollsweep      00500".
               05 FILLER PIC X(40) VALUE
                   "AgencyRecoveries.datagency         02000".
               05 FILLER PIC X(40) VALUE
                   "Products.dat        backupdiff     00500".
               05 FILLER PIC X(40) VALUE
                   "Budget.dat          budget         02000".
               05 FILLER PIC X(40) VALUE
                   "RevenueSchedule.dat revrecog       02000".
               05 FILLER PIC X(40) VALUE
                   "GiftVouchers.dat    giftvouch      02000".
               05 FILLER PIC X(40) VALUE
                   "GiftVouchers.dat    cashrcpt       02000".
               05 FILLER PIC X(40) VALUE
                   "Enrollments.dat     enroll         02000".
               05 FILLER PIC X(40) VALUE
                   "Enrollments.dat     feebill        02000".
               05 FILLER PIC X(40) VALUE
                   "CourseBilling.dat   feebill        02000".
               05 FILLER PIC X(40) VALUE
                   "SanctionsHits.dat   sanctreview    02000".
               05 FILLER PIC X(40) VALUE
                   "StandingHistory.dat standing       05000".
               05 FILLER PIC X(40) VALUE
                   "PosPaySent.dat      pospay         02000".
               05 FILLER PIC X(40) VALUE
                   "CourseCatalog.dat   coursecat      00050".
               05 FILLER PIC X(40) VALUE
                   "CourseCatalog.dat   feebill        00050".
               05 FILLER PIC X(40) VALUE
                   "CourseCatalog.dat   standing       00050".
               05 FILLER PIC X(40) VALUE
                   "CourseCatalog.dat   transcript     00050".
               05 FILLER PIC X(40) VALUE
                   "CourseFees.dat      feebill        00200".
               05 FILLER PIC X(40) VALUE
                   "ChartOfAccounts.dat budget         00050".
               05 FILLER PIC X(40) VALUE
                   "ChartOfAccounts.dat finstmt        00050".
               05 FILLER PIC X(40) VALUE
                   "ChartOfAccounts.dat glexport       00050".
               05 FILLER PIC X(40) VALUE
                   "ChartOfAccounts.dat trialbal       00050".
               05 FILLER PIC X(40) VALUE
                   "BankPayLog.dat      bankrcpt       02000".
               05 FILLER PIC X(40) VALUE
                   "CashCases.dat       cashwatch      05000".
               05 FILLER PIC X(40) VALUE
                   "CashCases.dat       cashcase       05000".
               05 FILLER PIC X(40) VALUE
                   "SoDRules.dat        sodreport      00050".
               05 FILLER PIC X(40) VALUE
                   "AuditLog.dat        sodreport      10000".
           01 WS-Load-Table REDEFINES WS-Load-Values.
               05 WS-Load-Entry OCCURS 121 TIMES.
                   10 WS-TL-File     PIC X(20).
                   10 WS-TL-Program  PIC X(15).
                   10 WS-TL-Capacity PIC 9(5).
           01 WS-Load-Count PIC 9(3) VALUE 121.
           01 WS-TL-Idx PIC 9(3).

           01 WS-Scan-Name PIC X(20).
           01 WS-Scanned-Name PIC X(20) VALUE SPACES.
           01 WS-Key-Digits PIC 9.
           01 WS-Scan-Count PIC 9(7).
           01 WS-Scan-Max PIC 9(7).
           01 WS-Scan-Key PIC 9(7).
           01 WS-Scan-Present-Flag PIC X.
               88 WS-Scan-Present VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Item-Kind PIC X.
           01 WS-Item-Name PIC X(22).
           01 WS-Item-Program PIC X(15).
           01 WS-Item-Used PIC 9(7).
           01 WS-Item-Max PIC 9(7).
           01 WS-Pct-Work PIC 9(7).
           01 WS-Item-Flag PIC X(4).
           01 WS-Items-Checked PIC 9(6) VALUE ZERO.
           01 WS-Warn-Count PIC 9(3) VALUE ZERO.
           01 WS-Full-Count PIC 9(3) VALUE ZERO.

           01 in-used PIC Z,ZZZ,ZZ9.
           01 in-max PIC Z,ZZZ,ZZ9.
           01 in-pct PIC ZZ9.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "capwatch".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Number-range and table-capacity headroom check"
           DISPLAY "(warning at " WS-Warn-Pct "% of the limit)"

           OPEN OUTPUT CapacityFile
           IF NOT WS-Capacity-File-OK
               DISPLAY "Unable to open Capacity.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-NUMBER-RANGES
           PERFORM CHECK-TABLE-LOADS
           CLOSE CapacityFile

           DISPLAY SPACE
           DISPLAY "Check complete - " WS-Items-Checked
               " limits checked"
           DISPLAY "WARN : " WS-Warn-Count
           DISPLAY "FULL : " WS-Full-Count

           IF WS-Warn-Count > ZERO OR WS-Full-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WS-Items-Checked TO WS-RH-Records
           MOVE RETURN-CODE TO WS-RH-RC
           IF RETURN-CODE = 0
               MOVE "OK " TO WS-RH-Status
           ELSE
               MOVE "FAIL" TO WS-RH-Status
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       CHECK-NUMBER-RANGES.
           DISPLAY SPACE
           DISPLAY "NUMBER RANGES                last used    "
               "maximum  used"
           MOVE "N" TO WS-Item-Kind
           MOVE SPACES TO WS-Item-Program
           PERFORM VARYING WS-NR-Idx FROM 1 BY 1
               UNTIL WS-NR-Idx > WS-Range-Count
               MOVE WS-NR-Label(WS-NR-Idx) TO WS-Item-Name
               COMPUTE WS-Item-Max = 10 ** WS-NR-Digits(WS-NR-Idx)
                   - 1
               EVALUATE WS-NR-Kind(WS-NR-Idx)
                   WHEN "C"
                       PERFORM FIND-LAST-CUSTOMER-ID
                   WHEN "N"
                       MOVE WS-NR-File(WS-NR-Idx) TO WS-Scan-Name
                       MOVE WS-NR-Digits(WS-NR-Idx) TO WS-Key-Digits
                       PERFORM SCAN-FILE
                       IF WS-Scan-Max > ZERO
                           COMPUTE WS-Item-Used = WS-Scan-Max - 1
                       ELSE
                           MOVE ZERO TO WS-Item-Used
                       END-IF
                   WHEN OTHER
                       MOVE WS-NR-File(WS-NR-Idx) TO WS-Scan-Name
                       MOVE WS-NR-Digits(WS-NR-Idx) TO WS-Key-Digits
                       PERFORM SCAN-FILE
                       MOVE WS-Scan-Max TO WS-Item-Used
               END-EVALUATE
               PERFORM RECORD-ITEM
           END-PERFORM.

       CHECK-TABLE-LOADS.
           DISPLAY SPACE
           DISPLAY "TABLE LOADS   file / program    records      "
               "OCCURS  used"
           MOVE "T" TO WS-Item-Kind
           MOVE ZERO TO WS-Key-Digits
           MOVE SPACES TO WS-Scanned-Name
           PERFORM VARYING WS-TL-Idx FROM 1 BY 1
               UNTIL WS-TL-Idx > WS-Load-Count
               IF WS-TL-File(WS-TL-Idx) NOT = WS-Scanned-Name
                   MOVE WS-TL-File(WS-TL-Idx) TO WS-Scan-Name
                   MOVE WS-TL-File(WS-TL-Idx) TO WS-Scanned-Name
                   PERFORM SCAN-FILE
                   IF WS-Scan-Present
                       DISPLAY "  " WS-Scan-Name
                   ELSE
                       DISPLAY "  " WS-Scan-Name " (not on file)"
                   END-IF
               END-IF
               MOVE WS-TL-File(WS-TL-Idx) TO WS-Item-Name
               MOVE WS-TL-Program(WS-TL-Idx) TO WS-Item-Program
               MOVE WS-Scan-Count TO WS-Item-Used
               MOVE WS-TL-Capacity(WS-TL-Idx) TO WS-Item-Max
               PERFORM RECORD-ITEM
           END-PERFORM.

       FIND-LAST-CUSTOMER-ID.
      *    the highest ID ever issued - an archived customer's ID
      *    is never handed out again, so it counts too.
           MOVE ZERO TO WS-Item-Used
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               SET WS-Eof TO TRUE
           ELSE
               MOVE ZERO TO WS-Relative-Key
               START CustomerFile
                       KEY IS NOT LESS THAN WS-Relative-Key
                   INVALID KEY
                       SET WS-Eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF ID-num > WS-Item-Used
                           MOVE ID-num TO WS-Item-Used
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CustomerFile-Status NOT = "35"
               CLOSE CustomerFile
           END-IF
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ArchiveFile
           IF NOT WS-Archive-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ArchiveFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AR-CustomerData(1:5) IS NUMERIC
                           MOVE AR-CustomerData(1:5) TO WS-Scan-Key
                           IF WS-Scan-Key > WS-Item-Used
                               MOVE WS-Scan-Key TO WS-Item-Used
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ArchiveFile-Status NOT = "35"
               CLOSE ArchiveFile
           END-IF.

       SCAN-FILE.
      *    counts the lines of WS-Scan-Name and, when WS-Key-Digits
      *    is set, keeps the highest number leading a line.
           MOVE ZERO TO WS-Scan-Count
           MOVE ZERO TO WS-Scan-Max
           MOVE "N" TO WS-Scan-Present-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ScanFile
           IF NOT WS-Scan-File-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-Scan-Present TO TRUE
           PERFORM UNTIL WS-Eof
               READ ScanFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF ScanRecord NOT = SPACES
                           ADD 1 TO WS-Scan-Count
                           IF WS-Key-Digits > ZERO
                               PERFORM TAKE-LEADING-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ScanFile.

       TAKE-LEADING-NUMBER.
           IF ScanRecord(1:WS-Key-Digits) IS NUMERIC
               MOVE ScanRecord(1:WS-Key-Digits) TO WS-Scan-Key
               IF WS-Scan-Key > WS-Scan-Max
                   MOVE WS-Scan-Key TO WS-Scan-Max
               END-IF
           END-IF.

       RECORD-ITEM.
      *    the percentage is capped at 999 - a file already past
      *    its table is FULL whatever the figure.
           ADD 1 TO WS-Items-Checked
           MOVE ZERO TO WS-Pct-Work
           IF WS-Item-Max > ZERO
               COMPUTE WS-Pct-Work = WS-Item-Used * 100 / WS-Item-Max
           END-IF
           IF WS-Pct-Work > 999
               MOVE 999 TO WS-Pct-Work
           END-IF
           MOVE SPACES TO WS-Item-Flag
           IF WS-Item-Used >= WS-Item-Max
               MOVE "FULL" TO WS-Item-Flag
               ADD 1 TO WS-Full-Count
           ELSE
               IF WS-Pct-Work >= WS-Warn-Pct
                   MOVE "WARN" TO WS-Item-Flag
                   ADD 1 TO WS-Warn-Count
               END-IF
           END-IF
           MOVE SPACES TO CapacityRecord
           MOVE WS-Today TO CP-Date
           MOVE WS-Item-Kind TO CP-Kind
           MOVE WS-Item-Name TO CP-Item
           MOVE WS-Item-Program TO CP-Program
           MOVE WS-Item-Used TO CP-Used
           MOVE WS-Item-Max TO CP-Max
           MOVE WS-Pct-Work TO CP-Pct
           MOVE WS-Item-Flag TO CP-Flag
           WRITE CapacityRecord
           MOVE WS-Item-Used TO in-used
           MOVE WS-Item-Max TO in-max
           MOVE WS-Pct-Work TO in-pct
           IF WS-Item-Kind = "N"
               DISPLAY "  " WS-Item-Name " " in-used "  " in-max
                   "  " in-pct "% " WS-Item-Flag
           ELSE
               DISPLAY "      " WS-Item-Program "   " in-used
                   "  " in-max "  " in-pct "% " WS-Item-Flag
           END-IF.
