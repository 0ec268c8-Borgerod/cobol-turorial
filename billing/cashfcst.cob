       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashfcst.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * thirteen-week cash flow forecast: the tight weeks at the bank
      * used to be found out by the bank. This projects cash in and
      * cash out by week for the next 13 weeks (week 1 starts today;
      * anything already overdue is expected in week 1) from the
      * cash account's balance on GLJournal.dat (account 1000):
      *   in  - open invoices on InvoiceRegister.dat (total less
      *         allocations less credit notes, the openitems.cob
      *         netting), each expected its invoice date plus the
      *         customer's own average days to pay off Allocations.dat
      *         (30 days with no history); installments of the active
      *         plans on PaymentPlans.dat, every 30 days from the
      *         start as plannight.cob schedules them; pending
      *         promises on Promises.dat on their dates; and the
      *         RecurringCharges.dat charges falling due, each expected
      *         the customer's days to pay after it bills. A customer
      *         on an active plan or with a pending promise is
      *         forecast from the arrangement, not from the open
      *         invoices it covers, so nothing is counted twice.
      *   out - REFUND actions waiting on PendingActions.dat (week
      *         1 - checkprint.cob cuts them once approved), open
      *         PurchaseOrders.dat lines at quantity times unit cost,
      *         due the supplier's terms after the order date (30
      *         days where none were captured), and the payroll - the
      *         PayCheck gross of every active customer on
      *         Customer.dat - at each month end.
      * The bank position is shown twice: as forecast, and again
      * with every cash-in from customers with an open collections
      * item on CollectionItems.dat taken out - what the weeks look
      * like if none of them pays. Spooled as CASHFCST. Read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "GLJournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JournalFile-Status.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.
           SELECT ItemFile ASSIGN TO "CollectionItems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ItemFile-Status.
           SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlanFile-Status.
           SELECT PromiseFile ASSIGN TO "Promises.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromiseFile-Status.
           SELECT RecurringFile ASSIGN TO "RecurringCharges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecurringFile-Status.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.
           SELECT SupplierFile ASSIGN TO "Suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SupplierFile-Status.
           SELECT OrderFile ASSIGN TO "PurchaseOrders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OrderFile-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD JournalFile.
           01 JournalRecord.
               COPY GLJRNL.

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

           FD PlanFile.
           01 PlanRecord.
               COPY PLANREC.

           FD PromiseFile.
           01 PromiseRecord.
               05 PM-Item-Num    PIC 9(5).
               05 PM-Customer-ID PIC 9(5).
               05 PM-Amount      PIC 9(7)V9(2).
               05 PM-Due-Date    PIC 9(8).
               05 PM-Status      PIC X.
                   88 PM-Pending VALUE "P".
                   88 PM-Kept    VALUE "K".
                   88 PM-Broken  VALUE "B".
               05 PM-Taken-By    PIC X(10).
               05 PM-Stamp       PIC X(14).

           FD RecurringFile.
           01 RecurringRecord.
               COPY RECGREC.

           FD PendingFile.
           01 PendingRecord.
               COPY PENDREC.

           FD SupplierFile.
           01 SupplierRecord.
               COPY SUPPREC.

           FD OrderFile.
           01 OrderRecord.
               COPY POREC.

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-JournalFile-Status PIC XX.
               88 WS-Journal-File-OK VALUE "00".
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
               88 WS-Alloc-File-OK VALUE "00".
           01 WS-ItemFile-Status PIC XX.
               88 WS-Item-File-OK VALUE "00".
           01 WS-PlanFile-Status PIC XX.
               88 WS-Plan-File-OK VALUE "00".
           01 WS-PromiseFile-Status PIC XX.
               88 WS-Promise-File-OK VALUE "00".
           01 WS-RecurringFile-Status PIC XX.
               88 WS-Recurring-File-OK VALUE "00".
           01 WS-PendingFile-Status PIC XX.
               88 WS-Pending-File-OK VALUE "00".
           01 WS-SupplierFile-Status PIC XX.
               88 WS-Supplier-File-OK VALUE "00".
           01 WS-OrderFile-Status PIC XX.
               88 WS-Order-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Horizon-Int PIC 9(8).
           01 WS-Cash-Account PIC 9(4) VALUE 1000.
           01 WS-Opening-Position PIC S9(11)V9(2) VALUE ZERO.

      *    the 13 weeks: cash in by source (1 invoices, 2 plans,
      *    3 promises, 4 recurring), cash out by source (1 refunds,
      *    2 purchases, 3 payroll), and the part of the cash in that
      *    comes from customers in collections.
           01 WS-Week-Table.
               05 WS-Week-Entry OCCURS 13 TIMES.
                   10 WS-WK-Start   PIC 9(8).
                   10 WS-WK-In      PIC 9(9)V9(2) OCCURS 4 TIMES.
                   10 WS-WK-Out     PIC 9(9)V9(2) OCCURS 3 TIMES.
                   10 WS-WK-Coll-In PIC 9(9)V9(2).
           01 WS-WK-Idx PIC 9(2).
           01 WS-Src-Idx PIC 9.

      *    one booking: its date, amount, source and customer.
           01 WS-Flow-Date PIC 9(8).
           01 WS-Flow-Int PIC 9(8).
           01 WS-Flow-Amount PIC 9(9)V9(2).
           01 WS-Flow-Source PIC 9.
           01 WS-Flow-Customer PIC 9(5).

      *    per customer: pay history and the arrangements that
      *    decide how the customer is forecast.
           01 WS-Cust-Table.
               05 WS-Cust-Entry OCCURS 1000 TIMES.
                   10 WS-CU-Customer    PIC 9(5).
                   10 WS-CU-Paid-Amount PIC 9(9)V9(2).
                   10 WS-CU-Paid-Days   PIC 9(13)V9(2).
                   10 WS-CU-Plan        PIC X.
                   10 WS-CU-Promise     PIC X.
                   10 WS-CU-Collections PIC X.
           01 WS-Cust-Count PIC 9(4) VALUE ZERO.
           01 WS-CU-Idx PIC 9(4).
           01 WS-Lookup-Customer PIC 9(5).
           01 WS-Cust-Found-Flag PIC X.
               88 WS-Cust-Found VALUE "Y".
           01 WS-Days-To-Pay PIC 9(4).
           01 WS-Days-Taken PIC S9(5).

      *    every live invoice with what is still open on it.
           01 WS-Invoice-Table.
               05 WS-Invoice-Entry OCCURS 2000 TIMES.
                   10 WS-IV-Number   PIC 9(6).
                   10 WS-IV-Customer PIC 9(5).
                   10 WS-IV-Date     PIC 9(8).
                   10 WS-IV-Open     PIC S9(8)V9(2).
           01 WS-Invoice-Count PIC 9(4) VALUE ZERO.
           01 WS-IV-Idx PIC 9(4).
           01 WS-Invoice-Found-Flag PIC X.
               88 WS-Invoice-Found VALUE "Y".

           01 WS-Seq PIC 9(2).
           01 WS-Due-Int PIC 9(8).
           01 WS-Due-Date PIC 9(8).
           01 WS-Due-yyyy PIC 9(4).
           01 WS-Due-mm PIC 9(2).

      *    the REFUND amount as refundsweep.cob packs it into
      *    PA-Detail bytes 1-9.
           01 WS-Refund-Text PIC X(9).
           01 WS-Refund-Amount REDEFINES WS-Refund-Text
               PIC 9(7)V9(2).

      *    supplier terms, table-loaded for the purchase orders.
           01 WS-Supplier-Table.
               05 WS-Supplier-Entry OCCURS 200 TIMES.
                   10 WS-SU-ID    PIC 9(4).
                   10 WS-SU-Terms PIC 9(3).
           01 WS-Supplier-Count PIC 9(3) VALUE ZERO.
           01 WS-SU-Idx PIC 9(3).
           01 WS-Terms-Days PIC 9(3).

           01 WS-Payroll-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Month-End PIC 9(8).

      *    the weekly print.
           01 WS-Week-In PIC 9(11)V9(2).
           01 WS-Week-Out PIC 9(11)V9(2).
           01 WS-Week-Net PIC S9(11)V9(2).
           01 WS-Position PIC S9(11)V9(2).
           01 WS-Position-Excl PIC S9(11)V9(2).
           01 WS-Low-Position PIC S9(11)V9(2).
           01 WS-Low-Week PIC 9(2).
           01 WS-Short-Weeks PIC 9(2) VALUE ZERO.
           01 in-in PIC ZZ,ZZZ,ZZ9.99.
           01 in-out PIC ZZ,ZZZ,ZZ9.99.
           01 in-net PIC ZZ,ZZZ,ZZ9.99-.
           01 in-position PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-excl PIC ZZZ,ZZZ,ZZ9.99-.
           01 in-col PIC Z,ZZZ,ZZ9.99.
           01 in-weeks PIC Z9.
           01 in-low-week PIC Z9.
           01 WS-Col-Cell PIC X(14).
           01 WS-Out-Ptr PIC 9(3).

           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "CASHFCST".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)
           COMPUTE WS-Horizon-Int = WS-Today-Int + 90
           INITIALIZE WS-Week-Table
           PERFORM VARYING WS-WK-Idx FROM 1 BY 1
               UNTIL WS-WK-Idx > 13
               COMPUTE WS-WK-Start(WS-WK-Idx) =
                   FUNCTION DATE-OF-INTEGER
                   (WS-Today-Int + (WS-WK-Idx - 1) * 7)
           END-PERFORM

           PERFORM FOOT-CASH-ACCOUNT
           PERFORM LOAD-INVOICES
           PERFORM SCAN-ALLOCATIONS
           PERFORM LOAD-COLLECTIONS
           PERFORM SCAN-PLANS
           PERFORM SCAN-PROMISES
           PERFORM BOOK-OPEN-INVOICES
           PERFORM SCAN-RECURRING
           PERFORM SCAN-REFUNDS
           PERFORM LOAD-SUPPLIERS
           PERFORM SCAN-PURCHASE-ORDERS
           PERFORM BOOK-PAYROLL
           PERFORM PRINT-FORECAST
           STOP RUN.

       FOOT-CASH-ACCOUNT.
      *    the bank position to start from: the cash account's
      *    debits less credits over the whole journal.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT JournalFile
           IF NOT WS-Journal-File-OK
               DISPLAY "No GLJournal.dat - the forecast starts from "
                   "a zero bank position"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ JournalFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF JE-Account = WS-Cash-Account
                           ADD JE-Debit TO WS-Opening-Position
                           SUBTRACT JE-Credit
                               FROM WS-Opening-Position
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JournalFile-Status NOT = "35"
               CLOSE JournalFile
           END-IF.

       LOAD-INVOICES.
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
           IF IR-Voided
               EXIT PARAGRAPH
           END-IF
           IF IR-Credit-Note
               PERFORM VARYING WS-IV-Idx FROM 1 BY 1
                   UNTIL WS-IV-Idx > WS-Invoice-Count
                   IF WS-IV-Number(WS-IV-Idx) = IR-Orig-Invoice
                       SUBTRACT IR-Total FROM WS-IV-Open(WS-IV-Idx)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-Invoice-Count < 2000
               ADD 1 TO WS-Invoice-Count
               MOVE IR-Invoice-Num TO WS-IV-Number(WS-Invoice-Count)
               MOVE IR-Customer-ID
                   TO WS-IV-Customer(WS-Invoice-Count)
               MOVE IR-Date TO WS-IV-Date(WS-Invoice-Count)
               MOVE IR-Total TO WS-IV-Open(WS-Invoice-Count)
           ELSE
               DISPLAY "Warning: more than 2000 invoices - invoice "
                   IR-Invoice-Num " left out of the forecast"
           END-IF.

       SCAN-ALLOCATIONS.
      *    each allocation nets its invoice down and adds to the
      *    customer's pay history: days from invoice to allocation,
      *    weighted by the amount.
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
                       PERFORM TAKE-ONE-ALLOCATION
               END-READ
           END-PERFORM
           IF WS-AllocFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       TAKE-ONE-ALLOCATION.
           MOVE "N" TO WS-Invoice-Found-Flag
           PERFORM VARYING WS-IV-Idx FROM 1 BY 1
               UNTIL WS-IV-Idx > WS-Invoice-Count
               OR WS-Invoice-Found
               IF WS-IV-Number(WS-IV-Idx) = AP-Invoice-Num
                   AND WS-IV-Customer(WS-IV-Idx) = AP-Customer-ID
                   SET WS-Invoice-Found TO TRUE
                   SUBTRACT 1 FROM WS-IV-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Invoice-Found
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AP-Amount FROM WS-IV-Open(WS-IV-Idx)
           COMPUTE WS-Days-Taken =
               FUNCTION INTEGER-OF-DATE(AP-Date)
               - FUNCTION INTEGER-OF-DATE(WS-IV-Date(WS-IV-Idx))
           IF WS-Days-Taken < ZERO
               MOVE ZERO TO WS-Days-Taken
           END-IF
           MOVE AP-Customer-ID TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           IF WS-Cust-Found
               ADD AP-Amount TO WS-CU-Paid-Amount(WS-CU-Idx)
               COMPUTE WS-CU-Paid-Days(WS-CU-Idx) =
                   WS-CU-Paid-Days(WS-CU-Idx)
                   + AP-Amount * WS-Days-Taken
           END-IF.

       LOAD-COLLECTIONS.
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
                       IF CI-Open-Item
                           MOVE CI-Customer-ID TO WS-Lookup-Customer
                           PERFORM FIND-CUST-SLOT
                           IF WS-Cust-Found
                               MOVE "Y"
                                   TO WS-CU-Collections(WS-CU-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ItemFile-Status NOT = "35"
               CLOSE ItemFile
           END-IF.

       SCAN-PLANS.
      *    an active plan is keeping up, so its installments already
      *    due are in; the ones from today on are the forecast.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PlanFile
           IF NOT WS-Plan-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PlanFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PL-Active
                           PERFORM BOOK-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlanFile-Status NOT = "35"
               CLOSE PlanFile
           END-IF.

       BOOK-ONE-PLAN.
           MOVE PL-Customer-ID TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           IF WS-Cust-Found
               MOVE "Y" TO WS-CU-Plan(WS-CU-Idx)
           END-IF
           PERFORM VARYING WS-Seq FROM 1 BY 1
               UNTIL WS-Seq > PL-Installments
               COMPUTE WS-Due-Int =
                   FUNCTION INTEGER-OF-DATE(PL-Start-Date)
                   + (WS-Seq - 1) * 30
               IF WS-Due-Int >= WS-Today-Int
                   MOVE WS-Due-Int TO WS-Flow-Int
                   MOVE PL-Install-Amount TO WS-Flow-Amount
                   MOVE 2 TO WS-Flow-Source
                   MOVE PL-Customer-ID TO WS-Flow-Customer
                   PERFORM BOOK-CASH-IN
               END-IF
           END-PERFORM.

       SCAN-PROMISES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PromiseFile
           IF NOT WS-Promise-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PromiseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PM-Pending
                           MOVE PM-Customer-ID TO WS-Lookup-Customer
                           PERFORM FIND-CUST-SLOT
                           IF WS-Cust-Found
                               MOVE "Y" TO WS-CU-Promise(WS-CU-Idx)
                           END-IF
                           COMPUTE WS-Flow-Int =
                               FUNCTION INTEGER-OF-DATE(PM-Due-Date)
                           MOVE PM-Amount TO WS-Flow-Amount
                           MOVE 3 TO WS-Flow-Source
                           MOVE PM-Customer-ID TO WS-Flow-Customer
                           PERFORM BOOK-CASH-IN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PromiseFile-Status NOT = "35"
               CLOSE PromiseFile
           END-IF.

       BOOK-OPEN-INVOICES.
           PERFORM VARYING WS-IV-Idx FROM 1 BY 1
               UNTIL WS-IV-Idx > WS-Invoice-Count
               IF WS-IV-Open(WS-IV-Idx) > ZERO
                   MOVE WS-IV-Customer(WS-IV-Idx)
                       TO WS-Lookup-Customer
                   PERFORM FIND-CUST-SLOT
                   IF NOT WS-Cust-Found
                       OR (WS-CU-Plan(WS-CU-Idx) NOT = "Y"
                       AND WS-CU-Promise(WS-CU-Idx) NOT = "Y")
                       PERFORM SET-DAYS-TO-PAY
                       COMPUTE WS-Flow-Int =
                           FUNCTION INTEGER-OF-DATE
                           (WS-IV-Date(WS-IV-Idx)) + WS-Days-To-Pay
                       MOVE WS-IV-Open(WS-IV-Idx) TO WS-Flow-Amount
                       MOVE 1 TO WS-Flow-Source
                       MOVE WS-IV-Customer(WS-IV-Idx)
                           TO WS-Flow-Customer
                       PERFORM BOOK-CASH-IN
                   END-IF
               END-IF
           END-PERFORM.

       SET-DAYS-TO-PAY.
      *    WS-CU-Idx is the customer's slot when WS-Cust-Found.
           MOVE 30 TO WS-Days-To-Pay
           IF WS-Cust-Found
               IF WS-CU-Paid-Amount(WS-CU-Idx) > ZERO
                   COMPUTE WS-Days-To-Pay ROUNDED =
                       WS-CU-Paid-Days(WS-CU-Idx)
                       / WS-CU-Paid-Amount(WS-CU-Idx)
               END-IF
           END-IF.

       SCAN-RECURRING.
      *    every billing of an active contract inside the window,
      *    advanced the way recurpost.cob advances RG-Next-Due, and
      *    expected the customer's days to pay after it bills.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecurringFile
           IF NOT WS-Recurring-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ RecurringFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RG-Active
                           PERFORM BOOK-ONE-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RecurringFile-Status NOT = "35"
               CLOSE RecurringFile
           END-IF.

       BOOK-ONE-CONTRACT.
           MOVE RG-Customer-ID TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           PERFORM SET-DAYS-TO-PAY
           MOVE RG-Next-Due TO WS-Due-Date
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-Due-Date)
               > WS-Horizon-Int
               COMPUTE WS-Flow-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Due-Date)
                   + WS-Days-To-Pay
               MOVE RG-Amount TO WS-Flow-Amount
               MOVE 4 TO WS-Flow-Source
               MOVE RG-Customer-ID TO WS-Flow-Customer
               PERFORM BOOK-CASH-IN
               IF RG-Weekly
                   COMPUTE WS-Due-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Due-Date) + 7
                   COMPUTE WS-Due-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Due-Int)
               ELSE
                   MOVE WS-Due-Date(1:4) TO WS-Due-yyyy
                   MOVE WS-Due-Date(5:2) TO WS-Due-mm
                   IF WS-Due-mm = 12
                       MOVE 1 TO WS-Due-mm
                       ADD 1 TO WS-Due-yyyy
                   ELSE
                       ADD 1 TO WS-Due-mm
                   END-IF
                   MOVE WS-Due-yyyy TO WS-Due-Date(1:4)
                   MOVE WS-Due-mm TO WS-Due-Date(5:2)
               END-IF
           END-PERFORM.

       SCAN-REFUNDS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PendingFile
           IF NOT WS-Pending-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PendingFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PA-Type = "REFUND"
                           AND (PA-Pending OR PA-Approved)
                           MOVE PA-Detail(1:9) TO WS-Refund-Text
                           IF WS-Refund-Text IS NUMERIC
                               MOVE WS-Today-Int TO WS-Flow-Int
                               MOVE WS-Refund-Amount
                                   TO WS-Flow-Amount
                               MOVE 1 TO WS-Flow-Source
                               PERFORM BOOK-CASH-OUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PendingFile-Status NOT = "35"
               CLOSE PendingFile
           END-IF.

       LOAD-SUPPLIERS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SupplierFile
           IF NOT WS-Supplier-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ SupplierFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Supplier-Count < 200
                           ADD 1 TO WS-Supplier-Count
                           MOVE SU-Supplier-ID
                               TO WS-SU-ID(WS-Supplier-Count)
                           IF SU-Terms-Days IS NUMERIC
                               MOVE SU-Terms-Days
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           ELSE
                               MOVE 30
                                   TO WS-SU-Terms(WS-Supplier-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SupplierFile-Status NOT = "35"
               CLOSE SupplierFile
           END-IF.

       SCAN-PURCHASE-ORDERS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT OrderFile
           IF NOT WS-Order-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ OrderFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF PO-Open
                           PERFORM BOOK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OrderFile-Status NOT = "35"
               CLOSE OrderFile
           END-IF.

       BOOK-ONE-ORDER.
           MOVE 30 TO WS-Terms-Days
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
               UNTIL WS-SU-Idx > WS-Supplier-Count
               IF WS-SU-ID(WS-SU-Idx) = PO-Supplier-ID
                   MOVE WS-SU-Terms(WS-SU-Idx) TO WS-Terms-Days
               END-IF
           END-PERFORM
           COMPUTE WS-Flow-Int =
               FUNCTION INTEGER-OF-DATE(PO-Date) + WS-Terms-Days
           COMPUTE WS-Flow-Amount = PO-Qty * PO-Unit-Cost
           MOVE 2 TO WS-Flow-Source
           PERFORM BOOK-CASH-OUT.

       BOOK-PAYROLL.
      *    the month's gross goes out at each month end in the
      *    window - the payrun.cob / bankexport.cob cycle.
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat - payroll left "
                   "out of the forecast"
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
                       IF Customer-Active
                           ADD PayCheck TO WS-Payroll-Total
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-Payroll-Total = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Today(1:4) TO WS-Due-yyyy
           MOVE WS-Today(5:2) TO WS-Due-mm
           PERFORM SET-MONTH-END
           PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-Month-End)
               > WS-Horizon-Int
               COMPUTE WS-Flow-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Month-End)
               MOVE WS-Payroll-Total TO WS-Flow-Amount
               MOVE 3 TO WS-Flow-Source
               PERFORM BOOK-CASH-OUT
               IF WS-Due-mm = 12
                   MOVE 1 TO WS-Due-mm
                   ADD 1 TO WS-Due-yyyy
               ELSE
                   ADD 1 TO WS-Due-mm
               END-IF
               PERFORM SET-MONTH-END
           END-PERFORM.

       SET-MONTH-END.
      *    the last day of WS-Due-yyyy / WS-Due-mm: the day before
      *    the first of the month after.
           IF WS-Due-mm = 12
               COMPUTE WS-Due-Date = (WS-Due-yyyy + 1) * 10000 + 101
           ELSE
               COMPUTE WS-Due-Date =
                   WS-Due-yyyy * 10000 + (WS-Due-mm + 1) * 100 + 1
           END-IF
           COMPUTE WS-Due-Int =
               FUNCTION INTEGER-OF-DATE(WS-Due-Date) - 1
           COMPUTE WS-Month-End = FUNCTION DATE-OF-INTEGER(WS-Due-Int).

       BOOK-CASH-IN.
      *    overdue money is expected in week 1; beyond the 13th
      *    week is outside the forecast.
           PERFORM SET-FLOW-WEEK
           IF WS-WK-Idx > 13
               EXIT PARAGRAPH
           END-IF
           ADD WS-Flow-Amount TO WS-WK-In(WS-WK-Idx, WS-Flow-Source)
           MOVE WS-Flow-Customer TO WS-Lookup-Customer
           PERFORM FIND-CUST-SLOT
           IF WS-Cust-Found
               IF WS-CU-Collections(WS-CU-Idx) = "Y"
                   ADD WS-Flow-Amount TO WS-WK-Coll-In(WS-WK-Idx)
               END-IF
           END-IF.

       BOOK-CASH-OUT.
           PERFORM SET-FLOW-WEEK
           IF WS-WK-Idx > 13
               EXIT PARAGRAPH
           END-IF
           ADD WS-Flow-Amount TO WS-WK-Out(WS-WK-Idx, WS-Flow-Source).

       SET-FLOW-WEEK.
           IF WS-Flow-Int <= WS-Today-Int
               MOVE 1 TO WS-WK-Idx
           ELSE
               IF WS-Flow-Int > WS-Horizon-Int
                   MOVE 14 TO WS-WK-Idx
               ELSE
                   COMPUTE WS-WK-Idx =
                       (WS-Flow-Int - WS-Today-Int) / 7 + 1
               END-IF
           END-IF.

       FIND-CUST-SLOT.
           MOVE "N" TO WS-Cust-Found-Flag
           PERFORM VARYING WS-CU-Idx FROM 1 BY 1
               UNTIL WS-CU-Idx > WS-Cust-Count
               OR WS-Cust-Found
               IF WS-CU-Customer(WS-CU-Idx) = WS-Lookup-Customer
                   SET WS-Cust-Found TO TRUE
                   SUBTRACT 1 FROM WS-CU-Idx
               END-IF
           END-PERFORM
           IF NOT WS-Cust-Found
               IF WS-Cust-Count >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Cust-Count
               MOVE WS-Cust-Count TO WS-CU-Idx
               MOVE WS-Lookup-Customer TO WS-CU-Customer(WS-CU-Idx)
               MOVE ZERO TO WS-CU-Paid-Amount(WS-CU-Idx)
               MOVE ZERO TO WS-CU-Paid-Days(WS-CU-Idx)
               MOVE "N" TO WS-CU-Plan(WS-CU-Idx)
               MOVE "N" TO WS-CU-Promise(WS-CU-Idx)
               MOVE "N" TO WS-CU-Collections(WS-CU-Idx)
               SET WS-Cust-Found TO TRUE
           END-IF.

       PRINT-FORECAST.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "CASH FLOW FORECAST - 13 weeks from " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Opening-Position TO in-position
           MOVE SPACES TO WS-Report-Line
           STRING "Bank position today (account 1000 CASH): "
               in-position
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "WK WEEK OF        CASH IN      CASH OUT"
               "           NET   BANK POSITION"
               " EXCL COLLECTIONS"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line(1:87)
           PERFORM PRINT-REPORT-LINE

           MOVE WS-Opening-Position TO WS-Position
           MOVE WS-Opening-Position TO WS-Position-Excl
           MOVE WS-Opening-Position TO WS-Low-Position
           MOVE ZERO TO WS-Low-Week
           PERFORM VARYING WS-WK-Idx FROM 1 BY 1
               UNTIL WS-WK-Idx > 13
               PERFORM PRINT-ONE-WEEK
           END-PERFORM

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           IF WS-Short-Weeks > ZERO
               MOVE SPACES TO WS-Report-Line
               MOVE WS-Short-Weeks TO in-weeks
               MOVE WS-Low-Week TO in-low-week
               STRING "*** " in-weeks " week(s) forecast "
                   "below zero - the lowest is week " in-low-week
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-Report-Line
               STRING "The bank position stays above zero through "
                   "all 13 weeks"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

      *    where the money comes from and goes to, week by week.
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "WK      INVOICES         PLANS      PROMISES"
               "     RECURRING       REFUNDS     PURCHASES"
               "       PAYROLL"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line(1:100)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-WK-Idx FROM 1 BY 1
               UNTIL WS-WK-Idx > 13
               PERFORM PRINT-ONE-BREAKDOWN
           END-PERFORM

           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       PRINT-ONE-WEEK.
           MOVE ZERO TO WS-Week-In
           MOVE ZERO TO WS-Week-Out
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
               UNTIL WS-Src-Idx > 4
               ADD WS-WK-In(WS-WK-Idx, WS-Src-Idx) TO WS-Week-In
           END-PERFORM
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
               UNTIL WS-Src-Idx > 3
               ADD WS-WK-Out(WS-WK-Idx, WS-Src-Idx) TO WS-Week-Out
           END-PERFORM
           COMPUTE WS-Week-Net = WS-Week-In - WS-Week-Out
           ADD WS-Week-Net TO WS-Position
           COMPUTE WS-Position-Excl = WS-Position-Excl + WS-Week-Net
               - WS-WK-Coll-In(WS-WK-Idx)
           MOVE WS-Week-In TO in-in
           MOVE WS-Week-Out TO in-out
           MOVE WS-Week-Net TO in-net
           MOVE WS-Position TO in-position
           MOVE WS-Position-Excl TO in-excl
           MOVE SPACES TO WS-Report-Line
           STRING WS-WK-Idx " " WS-WK-Start(WS-WK-Idx) " " in-in " "
               in-out " " in-net " " in-position "  " in-excl
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           IF WS-Position < ZERO
               MOVE "  <-- SHORT" TO WS-Report-Line(88:11)
               ADD 1 TO WS-Short-Weeks
           END-IF
           IF WS-Position < WS-Low-Position
               MOVE WS-Position TO WS-Low-Position
               MOVE WS-WK-Idx TO WS-Low-Week
           END-IF
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-BREAKDOWN.
           MOVE SPACES TO WS-Report-Line
           MOVE WS-WK-Idx TO WS-Report-Line(1:2)
           MOVE 3 TO WS-Out-Ptr
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
               UNTIL WS-Src-Idx > 4
               MOVE WS-WK-In(WS-WK-Idx, WS-Src-Idx) TO in-col
               MOVE SPACES TO WS-Col-Cell
               MOVE in-col TO WS-Col-Cell(3:12)
               STRING WS-Col-Cell DELIMITED BY SIZE
                   INTO WS-Report-Line WITH POINTER WS-Out-Ptr
               END-STRING
           END-PERFORM
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
               UNTIL WS-Src-Idx > 3
               MOVE WS-WK-Out(WS-WK-Idx, WS-Src-Idx) TO in-col
               MOVE SPACES TO WS-Col-Cell
               MOVE in-col TO WS-Col-Cell(3:12)
               STRING WS-Col-Cell DELIMITED BY SIZE
                   INTO WS-Report-Line WITH POINTER WS-Out-Ptr
               END-STRING
           END-PERFORM
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.
