       IDENTIFICATION DIVISION.
       PROGRAM-ID. trainrefresh.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * training-data refresh: trainsetup.cob seeds the Training
      * shop with three made-up customers and two products, so a
      * trainee never meets realistic volumes, balances, disputes
      * or payment plans. This copies the production files into
      * Training/ and masks every personal field on the way -
      * names and dates of birth (Customer.dat, the archive, and
      * every file that carries a printed name), the login name,
      * SSN and PIN on Users.dat, the address, phone and e-mail on
      * CustomerContact.dat, identity document numbers, and the
      * free-text notes. The masked values are built from the
      * customer number (customer 42 becomes "Train Cust00042"
      * wherever their name appears, born 01/01 of their own
      * year), so the IDs, amounts, dates and every link between
      * the files come across unchanged - the same "keep the
      * numbers, not the name" rule erasure.cob follows.
      * It only ever copies one way: it refuses to run anywhere
      * but the production directory (no ShopProfile.dat marker,
      * SHOP-PROFILE unset or PROD), and refuses unless Training/
      * already carries the TRAINING marker trainsetup.cob writes
      * - so it cannot be pointed back at the live files. The
      * table below says what happens to each file; anything not
      * listed (operators, sessions, the audit trail, backups,
      * spool and print output, inbound bank and branch feeds) is
      * never copied. Every file handled lands on
      * TrainingRefresh.dat with its line count and how many
      * lines were masked, and the run itself is audited.
      * Administrators only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrainMarkerFile ASSIGN TO "Training/ShopProfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TrainMarker-Status.
      *    one generic line-sequential pair covers every flat file
      *    - the names land in WS-Copy-In-Name/WS-Copy-Out-Name per
      *    pass (ASSIGN USING, as custreorg.cob's remap does).
           SELECT LineInFile ASSIGN USING WS-Copy-In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LineIn-Status.
           SELECT LineOutFile ASSIGN USING WS-Copy-Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LineOut-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT TrainCustomerFile ASSIGN TO "Training/Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Train-Rel-Key
               FILE STATUS IS WS-TrainCustomer-Status.
           SELECT TrainIndexFile ASSIGN TO "Training/NameIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TrainIndex-Status.
           SELECT UserFile ASSIGN TO "Users.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-User-Rel-Key
               FILE STATUS IS WS-UserFile-Status.
           SELECT TrainUserFile ASSIGN TO "Training/Users.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Train-Rel-Key
               FILE STATUS IS WS-TrainUser-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT TrainContactFile
               ASSIGN TO "Training/CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Train-Rel-Key
               FILE STATUS IS WS-TrainContact-Status.
           SELECT IdentityFile ASSIGN TO "IdentityDocs.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Identity-Rel-Key
               FILE STATUS IS WS-IdentityFile-Status.
           SELECT TrainIdentityFile
               ASSIGN TO "Training/IdentityDocs.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Train-Rel-Key
               FILE STATUS IS WS-TrainIdentity-Status.
           SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchiveFile-Status.
           SELECT TrainArchiveFile
               ASSIGN TO "Training/CustomerArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TrainArchive-Status.
           SELECT RefreshLogFile ASSIGN TO "TrainingRefresh.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RefreshLog-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD TrainMarkerFile.
           01 TrainMarkerRecord.
               05 SP-Profile PIC X(8).

           FD LineInFile.
           01 LineInRecord PIC X(300).

           FD LineOutFile.
           01 LineOutRecord PIC X(300).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD TrainCustomerFile.
           01 TrainCustomerData PIC X(71).

           FD TrainIndexFile.
           01 IndexRecord.
               COPY NAMEIDX.

      *    Users.dat as cobolTutBase.cob lays it out.
           FD UserFile.
           01 UserRecord.
               05 UR-UserName PIC X(30).
               05 UR-FirstName PIC A(30).
               05 UR-SurName PIC A(30).
               05 UR-PIN PIC X(4).
               05 UR-SSN PIC X(9).
               05 UR-Customer-ID PIC 9(5).
               05 UR-Fail-Count PIC 9(2).

           FD TrainUserFile.
           01 TrainUserRecord PIC X(110).

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD TrainContactFile.
           01 TrainContactData PIC X(115).

           FD IdentityFile.
           01 IdentityData.
               COPY IDDOCREC.

           FD TrainIdentityFile.
           01 TrainIdentityData PIC X(52).

           FD ArchiveFile.
           01 ArchiveRecord.
               05 AR-Archived-Date PIC 9(8).
               05 AR-CustomerData  PIC X(71).

           FD TrainArchiveFile.
           01 TrainArchiveRecord PIC X(79).

      *    one line per file per refresh - what went into Training/.
           FD RefreshLogFile.
           01 RefreshLogRecord.
               05 RL-Run-Stamp PIC X(14).
               05 RL-Operator  PIC X(10).
               05 RL-File      PIC X(24).
               05 RL-Action    PIC X(6).
               05 RL-Lines     PIC 9(7).
               05 RL-Masked    PIC 9(7).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-TrainMarker-Status PIC XX.
               88 WS-TrainMarker-OK VALUE "00".
           01 WS-LineIn-Status PIC XX.
               88 WS-LineIn-OK VALUE "00".
           01 WS-LineOut-Status PIC XX.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Train-Rel-Key PIC 9(5).
           01 WS-TrainCustomer-Status PIC XX.
           01 WS-TrainIndex-Status PIC XX.
           01 WS-User-Rel-Key PIC 9(5).
           01 WS-UserFile-Status PIC XX.
               88 WS-User-File-OK VALUE "00".
           01 WS-TrainUser-Status PIC XX.
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-TrainContact-Status PIC XX.
           01 WS-Identity-Rel-Key PIC 9(5).
           01 WS-IdentityFile-Status PIC XX.
               88 WS-Identity-File-OK VALUE "00".
           01 WS-TrainIdentity-Status PIC XX.
           01 WS-ArchiveFile-Status PIC XX.
               88 WS-Archive-File-OK VALUE "00".
           01 WS-TrainArchive-Status PIC XX.
           01 WS-RefreshLog-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.

      *    environment profile - see the SHOP-PROFILE subroutine.
           01 WS-Profile PIC X(8).
           01 WS-Profile-Match-Flag PIC X.
               88 WS-Profile-Match VALUE "Y".

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Run-Stamp PIC X(14).
           01 WS-Shell-Cmd PIC X(80).

      *    the copy table: every production file the training shop
      *    gets, and how it crosses -
      *      C Customer.dat, masked (and NameIndex.dat built new)
      *      U Users.dat, masked
      *      K CustomerContact.dat, masked
      *      I IdentityDocs.dat, masked
      *      A CustomerArchive.dat, masked
      *      R RELATIVE file with nothing personal, copied whole
      *      L flat file, copied line by line through the mask
      *        table below (most have no entry and cross as-is)
           01 WS-Copy-Table-Literal.
               05 FILLER PIC X(25)
                   VALUE "Customer.dat            C".
               05 FILLER PIC X(25)
                   VALUE "Users.dat               U".
               05 FILLER PIC X(25)
                   VALUE "CustomerContact.dat     K".
               05 FILLER PIC X(25)
                   VALUE "IdentityDocs.dat        I".
               05 FILLER PIC X(25)
                   VALUE "CustomerArchive.dat     A".
               05 FILLER PIC X(25)
                   VALUE "Balances.dat            R".
               05 FILLER PIC X(25)
                   VALUE "CreditLimits.dat        R".
               05 FILLER PIC X(25)
                   VALUE "CustomerTiers.dat       R".
               05 FILLER PIC X(25)
                   VALUE "FxRevalHistory.dat      R".
               05 FILLER PIC X(25)
                   VALUE "TranIndex.dat           R".
               05 FILLER PIC X(25)
                   VALUE "TranIndexLines.dat      R".
               05 FILLER PIC X(25)
                   VALUE "AgencyPlacements.dat    L".
               05 FILLER PIC X(25)
                   VALUE "AgencyRecoveries.dat    L".
               05 FILLER PIC X(25)
                   VALUE "Allocations.dat         L".
               05 FILLER PIC X(25)
                   VALUE "Attendance.dat          L".
               05 FILLER PIC X(25)
                   VALUE "BankDeposit.dat         L".
               05 FILLER PIC X(25)
                   VALUE "BatchWindow.dat         L".
               05 FILLER PIC X(25)
                   VALUE "BillingSteps.dat        L".
               05 FILLER PIC X(25)
                   VALUE "BranchTransfers.dat     L".
               05 FILLER PIC X(25)
                   VALUE "Budget.dat              L".
               05 FILLER PIC X(25)
                   VALUE "BusinessDate.dat        L".
               05 FILLER PIC X(25)
                   VALUE "CampaignList.dat        L".
               05 FILLER PIC X(25)
                   VALUE "Campaigns.dat           L".
               05 FILLER PIC X(25)
                   VALUE "Capacity.dat            L".
               05 FILLER PIC X(25)
                   VALUE "CashCases.dat           L".
               05 FILLER PIC X(25)
                   VALUE "ChartOfAccounts.dat     L".
               05 FILLER PIC X(25)
                   VALUE "CheckRegister.dat       L".
               05 FILLER PIC X(25)
                   VALUE "CollectionItems.dat     L".
               05 FILLER PIC X(25)
                   VALUE "CommissionPay.dat       L".
               05 FILLER PIC X(25)
                   VALUE "CommissionRates.dat     L".
               05 FILLER PIC X(25)
                   VALUE "ConsentHistory.dat      L".
               05 FILLER PIC X(25)
                   VALUE "ContactRequests.dat     L".
               05 FILLER PIC X(25)
                   VALUE "ControlHistory.dat      L".
               05 FILLER PIC X(25)
                   VALUE "ControlTotal.dat        L".
               05 FILLER PIC X(25)
                   VALUE "CourseBilling.dat       L".
               05 FILLER PIC X(25)
                   VALUE "CourseCatalog.dat       L".
               05 FILLER PIC X(25)
                   VALUE "CourseFees.dat          L".
               05 FILLER PIC X(25)
                   VALUE "CreditScores.dat        L".
               05 FILLER PIC X(25)
                   VALUE "CustomerNotes.dat       L".
               05 FILLER PIC X(25)
                   VALUE "CustomerQueries.dat     L".
               05 FILLER PIC X(25)
                   VALUE "DamagedGoods.dat        L".
               05 FILLER PIC X(25)
                   VALUE "DayOpening.dat          L".
               05 FILLER PIC X(25)
                   VALUE "DepositHolds.dat        L".
               05 FILLER PIC X(25)
                   VALUE "Disputes.dat            L".
               05 FILLER PIC X(25)
                   VALUE "DrawerSessions.dat      L".
               05 FILLER PIC X(25)
                   VALUE "DupReview.dat           L".
               05 FILLER PIC X(25)
                   VALUE "Enrollments.dat         L".
               05 FILLER PIC X(25)
                   VALUE "FxRates.dat             L".
               05 FILLER PIC X(25)
                   VALUE "GLAccountMap.dat        L".
               05 FILLER PIC X(25)
                   VALUE "GLJournal.dat           L".
               05 FILLER PIC X(25)
                   VALUE "GiftVouchers.dat        L".
               05 FILLER PIC X(25)
                   VALUE "GradeExceptions.dat     L".
               05 FILLER PIC X(25)
                   VALUE "GradingRules.dat        L".
               05 FILLER PIC X(25)
                   VALUE "HolidayCalendar.dat     L".
               05 FILLER PIC X(25)
                   VALUE "Households.dat          L".
               05 FILLER PIC X(25)
                   VALUE "InvoiceLines.dat        L".
               05 FILLER PIC X(25)
                   VALUE "InvoiceRegister.dat     L".
               05 FILLER PIC X(25)
                   VALUE "KPIHistory.dat          L".
               05 FILLER PIC X(25)
                   VALUE "KitComponents.dat       L".
               05 FILLER PIC X(25)
                   VALUE "LetterTemplates.dat     L".
               05 FILLER PIC X(25)
                   VALUE "LotMoves.dat            L".
               05 FILLER PIC X(25)
                   VALUE "NextTranSerial.dat      L".
               05 FILLER PIC X(25)
                   VALUE "OrderDeposits.dat       L".
               05 FILLER PIC X(25)
                   VALUE "OrderLines.dat          L".
               05 FILLER PIC X(25)
                   VALUE "PayAdjustIds.dat        L".
               05 FILLER PIC X(25)
                   VALUE "PayDeductions.dat       L".
               05 FILLER PIC X(25)
                   VALUE "PayHistory.dat          L".
               05 FILLER PIC X(25)
                   VALUE "Payables.dat            L".
               05 FILLER PIC X(25)
                   VALUE "PaymentPlans.dat        L".
               05 FILLER PIC X(25)
                   VALUE "PaymentSuspense.dat     L".
               05 FILLER PIC X(25)
                   VALUE "PayrollRegister.dat     L".
               05 FILLER PIC X(25)
                   VALUE "PendingActions.dat      L".
               05 FILLER PIC X(25)
                   VALUE "PeriodStatus.dat        L".
               05 FILLER PIC X(25)
                   VALUE "PlanSchedule.dat        L".
               05 FILLER PIC X(25)
                   VALUE "PointsLedger.dat        L".
               05 FILLER PIC X(25)
                   VALUE "PriceHistory.dat        L".
               05 FILLER PIC X(25)
                   VALUE "ProbationQueue.dat      L".
               05 FILLER PIC X(25)
                   VALUE "ProductCosts.dat        L".
               05 FILLER PIC X(25)
                   VALUE "ProductPrices.dat       L".
               05 FILLER PIC X(25)
                   VALUE "Products.dat            L".
               05 FILLER PIC X(25)
                   VALUE "Promises.dat            L".
               05 FILLER PIC X(25)
                   VALUE "PromoRule.dat           L".
               05 FILLER PIC X(25)
                   VALUE "PromoSales.dat          L".
               05 FILLER PIC X(25)
                   VALUE "Promotions.dat          L".
               05 FILLER PIC X(25)
                   VALUE "ProposedOrders.dat      L".
               05 FILLER PIC X(25)
                   VALUE "PurchaseOrders.dat      L".
               05 FILLER PIC X(25)
                   VALUE "QuoteArchive.dat        L".
               05 FILLER PIC X(25)
                   VALUE "ReceiptRegister.dat     L".
               05 FILLER PIC X(25)
                   VALUE "RecurRegister.dat       L".
               05 FILLER PIC X(25)
                   VALUE "RecurringCharges.dat    L".
               05 FILLER PIC X(25)
                   VALUE "ReorderPolicy.dat       L".
               05 FILLER PIC X(25)
                   VALUE "RetroPay.dat            L".
               05 FILLER PIC X(25)
                   VALUE "ReturnedMail.dat        L".
               05 FILLER PIC X(25)
                   VALUE "ReturnsRegister.dat     L".
               05 FILLER PIC X(25)
                   VALUE "RevenueSchedule.dat     L".
               05 FILLER PIC X(25)
                   VALUE "Reversals.dat           L".
               05 FILLER PIC X(25)
                   VALUE "SalesOrders.dat         L".
               05 FILLER PIC X(25)
                   VALUE "SanctionsHits.dat       L".
               05 FILLER PIC X(25)
                   VALUE "SanctionsList.dat       L".
               05 FILLER PIC X(25)
                   VALUE "Schedule.dat            L".
               05 FILLER PIC X(25)
                   VALUE "SoDRules.dat            L".
               05 FILLER PIC X(25)
                   VALUE "StandingHistory.dat     L".
               05 FILLER PIC X(25)
                   VALUE "StandingRules.dat       L".
               05 FILLER PIC X(25)
                   VALUE "StockCount.dat          L".
               05 FILLER PIC X(25)
                   VALUE "StockLevels.dat         L".
               05 FILLER PIC X(25)
                   VALUE "StockLots.dat           L".
               05 FILLER PIC X(25)
                   VALUE "StockTransfers.dat      L".
               05 FILLER PIC X(25)
                   VALUE "SupplierInvoices.dat    L".
               05 FILLER PIC X(25)
                   VALUE "Suppliers.dat           L".
               05 FILLER PIC X(25)
                   VALUE "TierSchedule.dat        L".
               05 FILLER PIC X(25)
                   VALUE "Transactions.dat        L".
               05 FILLER PIC X(25)
                   VALUE "Transcript.dat          L".
               05 FILLER PIC X(25)
                   VALUE "WelcomeQueue.dat        L".
               05 FILLER PIC X(25)
                   VALUE "WithholdingTable.dat    L".
           01 WS-Copy-Array REDEFINES WS-Copy-Table-Literal.
               05 WS-Copy-Entry OCCURS 114 TIMES.
                   10 WS-Copy-File-Name PIC X(24).
                   10 WS-Copy-Method    PIC X.
           01 WS-Copy-Idx PIC 9(3).
           01 WS-Copy-In-Name PIC X(40).
           01 WS-Copy-Out-Name PIC X(40).

      *    the mask table: each personal field on a flat file - its
      *    column and width, and what replaces it:
      *      N the masked name of the customer whose ID starts in
      *        the ID column (ID zero - a supplier cheque, say -
      *        is not a person's name and is left alone)
      *      D the same, but only on a pending DELETE request,
      *        whose detail is the customer's name
      *      T free text - replaced outright
      *    blank fields stay blank.
           01 WS-Mask-Table-Literal.
               05 FILLER PIC X(34)
                   VALUE "BankDeposit.dat         009024N004".
               05 FILLER PIC X(34)
                   VALUE "CashCases.dat           093030T000".
               05 FILLER PIC X(34)
                   VALUE "CheckRegister.dat       020024N015".
               05 FILLER PIC X(34)
                   VALUE "CollectionItems.dat     062020T000".
               05 FILLER PIC X(34)
                   VALUE "ContactRequests.dat     030030T000".
               05 FILLER PIC X(34)
                   VALUE "CustomerNotes.dat       030060T000".
               05 FILLER PIC X(34)
                   VALUE "CustomerNotes.dat       109030T000".
               05 FILLER PIC X(34)
                   VALUE "DupReview.dat           014024N004".
               05 FILLER PIC X(34)
                   VALUE "DupReview.dat           038024N009".
               05 FILLER PIC X(34)
                   VALUE "GradeExceptions.dat     031040T000".
               05 FILLER PIC X(34)
                   VALUE "PayrollRegister.dat     020024N015".
               05 FILLER PIC X(34)
                   VALUE "PendingActions.dat      018040D013".
               05 FILLER PIC X(34)
                   VALUE "ReturnedMail.dat        024030T000".
               05 FILLER PIC X(34)
                   VALUE "SanctionsHits.dat       016040N001".
               05 FILLER PIC X(34)
                   VALUE "SanctionsHits.dat       115030T000".
           01 WS-Mask-Array REDEFINES WS-Mask-Table-Literal.
               05 WS-Mask-Entry OCCURS 15 TIMES.
                   10 WS-Mask-File-Name PIC X(24).
                   10 WS-Mask-Pos       PIC 9(3).
                   10 WS-Mask-Len       PIC 9(3).
                   10 WS-Mask-Kind      PIC X.
                   10 WS-Mask-ID-Pos    PIC 9(3).
           01 WS-Mask-Idx PIC 9(3).
           01 WS-Line-Changed-Flag PIC X.
               88 WS-Line-Changed VALUE "Y".
           01 WS-Line-ID-X PIC X(5).
           01 WS-Line-ID REDEFINES WS-Line-ID-X PIC 9(5).

      *    the masked identity of one customer number.
           01 WS-Work-Cust.
               COPY CUSTREC.
           01 WS-Mask-ID PIC 9(5).
           01 WS-Mask-Last PIC X(15).
           01 WS-Mask-Name PIC X(24).
           01 WS-Mask-Text PIC X(20) VALUE "masked for training".

           01 WS-File-Lines PIC 9(7).
           01 WS-File-Masked PIC 9(7).
           01 WS-File-Action PIC X(6).
           01 WS-Files-Copied PIC 9(3) VALUE ZERO.
           01 WS-Files-Absent PIC 9(3) VALUE ZERO.
           01 WS-Lines-Masked PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Training-data refresh"
      *    the one direction this may run: from the production
      *    directory into a Training/ that says it is one.
           CALL "SHOP-PROFILE" USING WS-Profile,
               WS-Profile-Match-Flag
           IF WS-Profile NOT = "PROD" OR NOT WS-Profile-Match
               DISPLAY "This directory is the "
                   FUNCTION TRIM(WS-Profile) " shop - the refresh "
                   "only runs from the production directory "
                   "(SHOP-PROFILE unset or PROD). Nothing copied"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SP-Profile
           OPEN INPUT TrainMarkerFile
           IF WS-TrainMarker-OK
               READ TrainMarkerFile
                   AT END
                       MOVE SPACES TO SP-Profile
               END-READ
               CLOSE TrainMarkerFile
           END-IF
           IF SP-Profile NOT = "TRAINING"
               DISPLAY "Training/ carries no TRAINING marker - run "
                   "trainsetup first. Nothing copied"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing copied"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Operator-Role NOT = "A"
               DISPLAY "Only an administrator refreshes the "
                   "training data"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "This replaces the data in Training/ with a "
               "masked copy of the production files. Proceed? "
               "y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Nothing copied"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp
           PERFORM VARYING WS-Copy-Idx FROM 1 BY 1
                   UNTIL WS-Copy-Idx > 114
               MOVE ZERO TO WS-File-Lines
               MOVE ZERO TO WS-File-Masked
               EVALUATE WS-Copy-Method(WS-Copy-Idx)
                   WHEN "C" PERFORM COPY-CUSTOMER-FILE
                   WHEN "U" PERFORM COPY-USER-FILE
                   WHEN "K" PERFORM COPY-CONTACT-FILE
                   WHEN "I" PERFORM COPY-IDENTITY-FILE
                   WHEN "A" PERFORM COPY-ARCHIVE-FILE
                   WHEN "R" PERFORM COPY-WHOLE-FILE
                   WHEN "L" PERFORM COPY-LINE-FILE
               END-EVALUATE
               PERFORM LOG-ONE-FILE
           END-PERFORM
           PERFORM WRITE-REFRESH-AUDIT

           DISPLAY SPACE
           DISPLAY "Training data refreshed:"
           DISPLAY "  Files copied .......... : " WS-Files-Copied
           DISPLAY "  Not on file (dropped) . : " WS-Files-Absent
           DISPLAY "  Lines masked .......... : " WS-Lines-Masked
           DISPLAY "Self-service logins in Training/ are user<slot> "
               "with PIN 0000; see TrainingRefresh.dat for the "
               "file-by-file log."
           STOP RUN.

       COPY-WHOLE-FILE.
      *    a RELATIVE file with nothing personal on it crosses
      *    whole - the same cp idiom as custreorg.cob's backup.
           MOVE SPACES TO WS-Shell-Cmd
           STRING "cp -f " DELIMITED BY SIZE
               WS-Copy-File-Name(WS-Copy-Idx) DELIMITED BY SPACE
               " Training/" DELIMITED BY SIZE
               WS-Copy-File-Name(WS-Copy-Idx) DELIMITED BY SPACE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-Shell-Cmd
           END-STRING
           CALL "SYSTEM" USING WS-Shell-Cmd
           IF RETURN-CODE = ZERO
               MOVE "COPIED" TO WS-File-Action
           ELSE
               PERFORM DROP-TRAINING-COPY
           END-IF
           MOVE ZERO TO RETURN-CODE.

       DROP-TRAINING-COPY.
      *    not in production - so not in training either, rather
      *    than a stale copy from an earlier refresh or the seed.
           MOVE "ABSENT" TO WS-File-Action
           MOVE SPACES TO WS-Shell-Cmd
           STRING "rm -f Training/" DELIMITED BY SIZE
               WS-Copy-File-Name(WS-Copy-Idx) DELIMITED BY SPACE
               INTO WS-Shell-Cmd
           END-STRING
           CALL "SYSTEM" USING WS-Shell-Cmd
           MOVE ZERO TO RETURN-CODE.

       COPY-LINE-FILE.
           MOVE SPACES TO WS-Copy-In-Name
           MOVE WS-Copy-File-Name(WS-Copy-Idx) TO WS-Copy-In-Name
           MOVE SPACES TO WS-Copy-Out-Name
           STRING "Training/" DELIMITED BY SIZE
               WS-Copy-File-Name(WS-Copy-Idx) DELIMITED BY SPACE
               INTO WS-Copy-Out-Name
           END-STRING
           OPEN INPUT LineInFile
           IF NOT WS-LineIn-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LineOutFile
           MOVE "N" TO WS-Eof-Flag
           PERFORM UNTIL WS-Eof
               READ LineInFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       MOVE LineInRecord TO LineOutRecord
                       PERFORM MASK-ONE-LINE
                       WRITE LineOutRecord
               END-READ
           END-PERFORM
           CLOSE LineInFile
           CLOSE LineOutFile
           IF WS-File-Masked > ZERO
               MOVE "MASKED" TO WS-File-Action
           ELSE
               MOVE "COPIED" TO WS-File-Action
           END-IF.

       MASK-ONE-LINE.
           MOVE "N" TO WS-Line-Changed-Flag
           PERFORM VARYING WS-Mask-Idx FROM 1 BY 1
                   UNTIL WS-Mask-Idx > 15
               IF WS-Mask-File-Name(WS-Mask-Idx)
                       = WS-Copy-File-Name(WS-Copy-Idx)
                   AND LineOutRecord(WS-Mask-Pos(WS-Mask-Idx):
                       WS-Mask-Len(WS-Mask-Idx)) NOT = SPACES
                   PERFORM MASK-ONE-FIELD
               END-IF
           END-PERFORM
           IF WS-Line-Changed
               ADD 1 TO WS-File-Masked
           END-IF.

       MASK-ONE-FIELD.
           EVALUATE WS-Mask-Kind(WS-Mask-Idx)
               WHEN "T"
                   MOVE WS-Mask-Text
                       TO LineOutRecord(WS-Mask-Pos(WS-Mask-Idx):
                           WS-Mask-Len(WS-Mask-Idx))
                   SET WS-Line-Changed TO TRUE
               WHEN "D"
                   IF LineOutRecord(7:6) = "DELETE"
                       PERFORM MASK-NAME-FIELD
                   END-IF
               WHEN "N"
                   PERFORM MASK-NAME-FIELD
           END-EVALUATE.

       MASK-NAME-FIELD.
           MOVE LineOutRecord(WS-Mask-ID-Pos(WS-Mask-Idx):5)
               TO WS-Line-ID-X
           IF WS-Line-ID-X NOT NUMERIC OR WS-Line-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Line-ID TO WS-Mask-ID
           PERFORM BUILD-MASK-NAME
           MOVE WS-Mask-Name
               TO LineOutRecord(WS-Mask-Pos(WS-Mask-Idx):
                   WS-Mask-Len(WS-Mask-Idx))
           SET WS-Line-Changed TO TRUE.

       BUILD-MASK-NAME.
      *    customer 42 is "Train" "Cust00042" everywhere - on the
      *    master, the archive and every printed-name field - so a
      *    trainee following one customer across screens still
      *    sees one person.
           MOVE SPACES TO WS-Mask-Last
           STRING "Cust" WS-Mask-ID DELIMITED BY SIZE
               INTO WS-Mask-Last
           END-STRING
           MOVE SPACES TO WS-Mask-Name
           STRING "Train " DELIMITED BY SIZE
               WS-Mask-Last DELIMITED BY SPACE
               INTO WS-Mask-Name
           END-STRING.

       MASK-WORK-CUSTOMER.
      *    name from the ID; the year of birth stays (age bands and
      *    campaigns still select realistically), day and month do
      *    not. An erased customer's zero date stays zero.
           MOVE ID-num OF WS-Work-Cust TO WS-Mask-ID
           PERFORM BUILD-MASK-NAME
           MOVE "Train" TO first-name OF WS-Work-Cust
           MOVE WS-Mask-Last TO last-name OF WS-Work-Cust
           IF DOB-yyyy OF WS-Work-Cust NOT = ZERO
               MOVE 01 TO DOB-dd OF WS-Work-Cust
               MOVE 01 TO DOB-mm OF WS-Work-Cust
           END-IF.

       COPY-CUSTOMER-FILE.
      *    the name index is not copied - it would carry the real
      *    names - but written fresh from the masked master, the
      *    way NAME-INDEX's BLD builds it.
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TrainCustomerFile
           OPEN OUTPUT TrainIndexFile
           MOVE "N" TO WS-Eof-Flag
           MOVE 1 TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       MOVE CustomerData TO WS-Work-Cust
                       PERFORM MASK-WORK-CUSTOMER
                       ADD 1 TO WS-File-Masked
                       MOVE ID-num OF WS-Work-Cust
                           TO WS-Train-Rel-Key
                       WRITE TrainCustomerData FROM WS-Work-Cust
                       MOVE ID-num OF WS-Work-Cust
                           TO NX-Customer-ID
                       MOVE FUNCTION UPPER-CASE(WS-Mask-Name)
                           TO NX-Name-Upper
                       WRITE IndexRecord
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           CLOSE TrainCustomerFile
           CLOSE TrainIndexFile
           MOVE "MASKED" TO WS-File-Action.

       COPY-USER-FILE.
      *    the login name becomes user<slot>, the SSN 9000<slot>
      *    (no real SSN starts with 9) and every PIN 0000, so a
      *    trainee can sign on as any account; the customer link
      *    and the lockout count stay.
           OPEN INPUT UserFile
           IF NOT WS-User-File-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TrainUserFile
           MOVE "N" TO WS-Eof-Flag
           MOVE 1 TO WS-User-Rel-Key
           START UserFile KEY IS NOT LESS THAN WS-User-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ UserFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       MOVE SPACES TO UR-UserName
                       STRING "user" WS-User-Rel-Key
                           DELIMITED BY SIZE
                           INTO UR-UserName
                       END-STRING
                       MOVE "Train" TO UR-FirstName
                       MOVE "User" TO UR-SurName
                       MOVE "0000" TO UR-PIN
                       STRING "9000" WS-User-Rel-Key
                           DELIMITED BY SIZE
                           INTO UR-SSN
                       END-STRING
                       ADD 1 TO WS-File-Masked
                       MOVE WS-User-Rel-Key TO WS-Train-Rel-Key
                       WRITE TrainUserRecord FROM UserRecord
               END-READ
           END-PERFORM
           CLOSE UserFile
           CLOSE TrainUserFile
           MOVE "MASKED" TO WS-File-Action.

       COPY-CONTACT-FILE.
      *    street, postcode, phone and e-mail are made up from the
      *    customer number; the city stays, so the city selections
      *    in custquery.cob and the mail-status flags still work.
           OPEN INPUT ContactFile
           IF NOT WS-Contact-File-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TrainContactFile
           MOVE "N" TO WS-Eof-Flag
           MOVE 1 TO WS-Contact-Rel-Key
           START ContactFile KEY IS NOT LESS THAN WS-Contact-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ ContactFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       PERFORM MASK-CONTACT-RECORD
                       MOVE WS-Contact-Rel-Key TO WS-Train-Rel-Key
                       WRITE TrainContactData FROM ContactData
               END-READ
           END-PERFORM
           CLOSE ContactFile
           CLOSE TrainContactFile
           MOVE "MASKED" TO WS-File-Action.

       MASK-CONTACT-RECORD.
           MOVE "N" TO WS-Line-Changed-Flag
           IF CN-Street NOT = SPACES
               MOVE SPACES TO CN-Street
               STRING CN-Customer-ID " Training Street"
                   DELIMITED BY SIZE
                   INTO CN-Street
               END-STRING
               SET WS-Line-Changed TO TRUE
           END-IF
           IF CN-Postal-Code NOT = SPACES
               MOVE SPACES TO CN-Postal-Code
               STRING "TR" CN-Customer-ID DELIMITED BY SIZE
                   INTO CN-Postal-Code
               END-STRING
               SET WS-Line-Changed TO TRUE
           END-IF
           IF CN-Phone NOT = SPACES
               MOVE SPACES TO CN-Phone
               STRING "5550" CN-Customer-ID DELIMITED BY SIZE
                   INTO CN-Phone
               END-STRING
               SET WS-Line-Changed TO TRUE
           END-IF
           IF CN-Email NOT = SPACES
               MOVE SPACES TO CN-Email
               STRING "cust" CN-Customer-ID "@training.invalid"
                   DELIMITED BY SIZE
                   INTO CN-Email
               END-STRING
               SET WS-Line-Changed TO TRUE
           END-IF
           IF WS-Line-Changed
               ADD 1 TO WS-File-Masked
           END-IF.

       COPY-IDENTITY-FILE.
      *    the document type, expiry and verification stay - the
      *    expiry report still has work in it - the number does not.
           OPEN INPUT IdentityFile
           IF NOT WS-Identity-File-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TrainIdentityFile
           MOVE "N" TO WS-Eof-Flag
           MOVE 1 TO WS-Identity-Rel-Key
           START IdentityFile
                   KEY IS NOT LESS THAN WS-Identity-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ IdentityFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       IF IV-Doc-Number NOT = SPACES
                           MOVE SPACES TO IV-Doc-Number
                           STRING "TRN" IV-Customer-ID
                               DELIMITED BY SIZE
                               INTO IV-Doc-Number
                           END-STRING
                           ADD 1 TO WS-File-Masked
                       END-IF
                       MOVE WS-Identity-Rel-Key TO WS-Train-Rel-Key
                       WRITE TrainIdentityData FROM IdentityData
               END-READ
           END-PERFORM
           CLOSE IdentityFile
           CLOSE TrainIdentityFile
           MOVE "MASKED" TO WS-File-Action.

       COPY-ARCHIVE-FILE.
           OPEN INPUT ArchiveFile
           IF NOT WS-Archive-File-OK
               PERFORM DROP-TRAINING-COPY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TrainArchiveFile
           MOVE "N" TO WS-Eof-Flag
           PERFORM UNTIL WS-Eof
               READ ArchiveFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       ADD 1 TO WS-File-Lines
                       MOVE AR-CustomerData TO WS-Work-Cust
                       PERFORM MASK-WORK-CUSTOMER
                       ADD 1 TO WS-File-Masked
                       MOVE WS-Work-Cust TO AR-CustomerData
                       WRITE TrainArchiveRecord FROM ArchiveRecord
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           CLOSE TrainArchiveFile
           MOVE "MASKED" TO WS-File-Action.

       LOG-ONE-FILE.
      *    files production does not have are only logged, not
      *    listed on the screen.
           IF WS-File-Action = "ABSENT"
               ADD 1 TO WS-Files-Absent
           ELSE
               ADD 1 TO WS-Files-Copied
               DISPLAY "  " WS-Copy-File-Name(WS-Copy-Idx) " "
                   WS-File-Action " " WS-File-Lines " lines, "
                   WS-File-Masked " masked"
           END-IF
           ADD WS-File-Masked TO WS-Lines-Masked
           OPEN EXTEND RefreshLogFile
           IF WS-RefreshLog-Status = "35"
               OPEN OUTPUT RefreshLogFile
               CLOSE RefreshLogFile
               OPEN EXTEND RefreshLogFile
           END-IF
           MOVE WS-Run-Stamp TO RL-Run-Stamp
           MOVE WS-Operator-ID-Entry TO RL-Operator
           MOVE WS-Copy-File-Name(WS-Copy-Idx) TO RL-File
           MOVE WS-File-Action TO RL-Action
           MOVE WS-File-Lines TO RL-Lines
           MOVE WS-File-Masked TO RL-Masked
           WRITE RefreshLogRecord
           CLOSE RefreshLogFile.

       WRITE-REFRESH-AUDIT.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "trainrefresh" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE "TRNCPY" TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE "training data refreshed - see log"
               TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
           CLOSE AuditFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
