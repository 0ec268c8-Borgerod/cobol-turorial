       IDENTIFICATION DIVISION.
       PROGRAM-ID. agency.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * outside collection agency placement: once collwork.cob has
      * given up on an account it was either written off or left
      * on the collections list for good. The (P)lacement run
      * selects every account whose balance, and the part of it
      * posted more than a chosen number of days ago, both reach a
      * chosen minimum - leaving out anyone with an open dispute
      * (disputes.cob), anyone keeping up a payment plan
      * (planmaint.cob) and anyone already with the agency - and,
      * once the operator confirms the list, hands them over:
      * AgencyPlacementOut.dat goes to the agency in the
      * HDR/DTL/TRL feed shape (an ACC line per account with the
      * balance, name, address, phone and e-mail from
      * CustomerContact.dat and the last payment date, then an HST
      * line for every posting on the account), the placement is
      * recorded on AgencyPlacements.dat (see copybooks/AGCYREC.cpy)
      * - which stands down letters.cob's dunning, collsweep.cob
      * and collwork.cob for the account - any open collection item
      * is closed as placed, and a note goes on CustomerNotes.dat.
      * The (R)ecoveries pass takes the agency's monthly file
      * AgencyRecoveriesIn.dat (HDR/TRL-controlled through
      * VERIFY-FEED; each DTL line is a recovery P - gross
      * collected and the commission the agency kept - or a return
      * R of an account the agency is handing back). A recovery
      * posts what the agency remits as a receipt the way
      * bankrcpt.cob posts one (payment transaction, Balances.dat,
      * ReceiptRegister line with drawer zero, oldest-first
      * allocation, cash against the receivable through GL-POST),
      * and the commission as an adjustment to the customer's
      * account against COLLECTION COMMISSION 6400, so the customer
      * is credited with everything the agency collected. A
      * placement recovered in full closes; a returned one goes
      * back to our own dunning and collections. Every agency
      * reference handled is logged on AgencyRecoveries.dat so a
      * file delivered twice can't post twice, and a line that
      * doesn't match an account the agency holds is listed and
      * fails the run on RunHistory.dat. (L) lists the
      * placements. Behind sign-on, audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlacementFile-Status.
           SELECT PlacementOutFile ASSIGN TO "AgencyPlacementOut.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlacementOut-Status.
           SELECT RecoveryFile ASSIGN TO "AgencyRecoveriesIn.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecoveryFile-Status.
           SELECT RecoveryLogFile ASSIGN TO "AgencyRecoveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RecoveryLog-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT BalanceFile ASSIGN TO "Balances.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT ReceiptRegisterFile ASSIGN TO "ReceiptRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RegisterFile-Status.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocFile-Status.
           SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlanFile-Status.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.
           SELECT ItemFile ASSIGN TO "CollectionItems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ItemFile-Status.
           SELECT NotesFile ASSIGN TO "CustomerNotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NotesFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD PlacementFile.
           01 PlacementRecord.
               COPY AGCYREC.

      *    the agency's fixed layout - one record shape, the record
      *    type in the first three bytes (pospay.cob's shape).
           FD PlacementOutFile.
           01 PlacementOutRecord PIC X(160).

      *    the agency's monthly lines. P: a recovery - the gross
      *    it collected from the customer and the commission it
      *    kept out of that; R: an account handed back.
           FD RecoveryFile.
           01 RecoveryRecord.
               05 RV-Type          PIC X(3).
               05 RV-Action        PIC X.
               05 RV-Placement-Num PIC 9(5).
               05 RV-Customer-ID   PIC 9(5).
               05 RV-Gross         PIC 9(7)V9(2).
               05 RV-Commission    PIC 9(7)V9(2).
               05 RV-Agency-Ref    PIC X(16).
               05 RV-Date          PIC 9(8).

      *    every agency reference handled, and what came of it -
      *    the receipt number a recovery posted under.
           FD RecoveryLogFile.
           01 RecoveryLogRecord.
               05 RL-Agency-Ref    PIC X(16).
               05 RL-Date          PIC 9(8).
               05 RL-Placement-Num PIC 9(5).
               05 RL-Customer-ID   PIC 9(5).
               05 RL-Action        PIC X.
               05 RL-Gross         PIC 9(7)V9(2).
               05 RL-Commission    PIC 9(7)V9(2).
               05 RL-Receipt-Num   PIC 9(6).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

      *    same register cashrcpt.cob writes - one line a receipt.
           FD ReceiptRegisterFile.
           01 ReceiptRegisterRecord.
               05 RR-Receipt-Num PIC 9(6).
               05 RR-Date        PIC 9(8).
               05 RR-Customer-ID PIC 9(5).
               05 RR-Operator    PIC X(10).
               05 RR-Amount      PIC 9(7)V9(2).
               05 RR-Drawer      PIC 9(2).
               05 RR-Branch      PIC X(2).

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

           FD PlanFile.
           01 PlanRecord.
               COPY PLANREC.

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

           FD NotesFile.
           01 NoteRecord.
               COPY NOTEREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    the customer's lines, one per CALL of the TRAN-INDEX
      *    subroutine ("FST" then "NXT" until the end flag); "ADD"
      *    puts each line posted here onto the index.
           01 WS-TI-Op PIC X(3).
           01 WS-TI-End-Flag PIC X.
               88 WS-TI-End VALUE "Y".
           01 WS-PlacementFile-Status PIC XX.
               88 WS-Placement-File-OK VALUE "00".
           01 WS-PlacementOut-Status PIC XX.
           01 WS-RecoveryFile-Status PIC XX.
           01 WS-RecoveryLog-Status PIC XX.
               88 WS-RecoveryLog-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-RegisterFile-Status PIC XX.
               88 WS-Register-File-OK VALUE "00".
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-AllocFile-Status PIC XX.
               88 WS-Alloc-File-OK VALUE "00".
           01 WS-PlanFile-Status PIC XX.
               88 WS-Plan-File-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-ItemFile-Status PIC XX.
               88 WS-Item-File-OK VALUE "00".
           01 WS-NotesFile-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Tran-Date-Num PIC 9(8).
           01 WS-Tran-Int PIC 9(8).
           01 WS-Age-Days PIC S9(5).
           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Confirm PIC X.

      *    the placement criteria - an account goes to the agency
      *    when both its balance and the part of it posted more
      *    than the minimum age ago reach the minimum balance.
      *    Zero at the prompt takes the standing figure.
           01 WS-Std-Min-Age PIC 9(3) VALUE 120.
           01 WS-Std-Min-Balance PIC 9(7)V9(2) VALUE 250.00.
           01 WS-Min-Age PIC 9(3).
           01 WS-Min-Balance PIC 9(7)V9(2).
           01 WS-Age-Entry PIC 9(3).
           01 WS-Balance-Entry PIC 9(7).

      *    the placement register, held whole and rewritten - the
      *    bankrcpt.cob suspense-queue treatment.
           01 WS-Placement-Table.
               05 WS-Placement-Entry OCCURS 500 TIMES.
                   10 WS-AG-Record PIC X(64).
           01 WS-Placement-Count PIC 9(3) VALUE ZERO.
           01 WS-AG-Idx PIC 9(3).
           01 WS-Next-Placement-Num PIC 9(5).
           01 WS-Work-Placement.
               COPY AGCYREC REPLACING LEADING ==AG-== BY ==WP-==.
           01 WS-Placement-Found-Flag PIC X.
               88 WS-Placement-Found VALUE "Y".

      *    customers kept out of a placement run: an active payment
      *    plan is an arrangement already made, and a customer in
      *    dispute goes to nobody until it is resolved.
           01 WS-Plan-Cust-Table.
               05 WS-Plan-Cust-ID PIC 9(5) OCCURS 200 TIMES.
           01 WS-Plan-Cust-Count PIC 9(3) VALUE ZERO.
           01 WS-Plan-Cust-Idx PIC 9(3).
           01 WS-Disp-Cust-Table.
               05 WS-Disp-Cust-ID PIC 9(5) OCCURS 200 TIMES.
           01 WS-Disp-Cust-Count PIC 9(3) VALUE ZERO.
           01 WS-Disp-Cust-Idx PIC 9(3).
           01 WS-Excluded-Flag PIC X.
               88 WS-Excluded VALUE "Y".

      *    one customer's account off the transaction index.
           01 WS-Cust-Balance PIC S9(9)V9(2).
           01 WS-Cust-Aged PIC S9(9)V9(2).
           01 WS-Cust-Last-Paid PIC 9(8).

      *    the accounts a run has selected, placed only once the
      *    operator has seen the list.
           01 WS-Cand-Table.
               05 WS-Cand-Entry OCCURS 200 TIMES.
                   10 WS-CD-Customer  PIC 9(5).
                   10 WS-CD-Balance   PIC S9(9)V9(2).
                   10 WS-CD-Last-Paid PIC 9(8).
           01 WS-Cand-Count PIC 9(3) VALUE ZERO.
           01 WS-CD-Idx PIC 9(3).
           01 WS-Cand-Full-Flag PIC X.
               88 WS-Cand-Full VALUE "Y".
           01 WS-Placed-Skip PIC 9(5).
           01 WS-Plan-Skip PIC 9(5).
           01 WS-Dispute-Skip PIC 9(5).

      *    the placement file's lines.
           01 WS-Header-Record.
               05 HD-Type PIC X(3) VALUE "HDR".
               05 HD-Date PIC 9(8).
           01 WS-Account-Record.
               05 AC-Type          PIC X(3) VALUE "ACC".
               05 AC-Placement-Num PIC 9(5).
               05 AC-Customer-ID   PIC 9(5).
               05 AC-First-Name    PIC X(8).
               05 AC-Last-Name     PIC X(15).
               05 AC-Balance       PIC 9(7)V9(2).
               05 AC-Last-Paid     PIC 9(8).
               05 AC-Street        PIC X(25).
               05 AC-City          PIC X(20).
               05 AC-Postal-Code   PIC X(10).
               05 AC-Phone         PIC X(15).
               05 AC-Email         PIC X(30).
           01 WS-History-Record.
               05 HS-Type          PIC X(3) VALUE "HST".
               05 HS-Placement-Num PIC 9(5).
               05 HS-Customer-ID   PIC 9(5).
               05 HS-Date          PIC 9(8).
               05 HS-Tran-Type     PIC X.
               05 HS-Description   PIC X(20).
               05 HS-Amount        PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 HS-Serial        PIC 9(7).
           01 WS-Trailer-Record.
               05 TL-Type          PIC X(3) VALUE "TRL".
               05 TL-Count         PIC 9(6).
               05 TL-Balance-Total PIC 9(9)V9(2).
           01 WS-Out-Count PIC 9(6).
           01 WS-Placed-Count PIC 9(5).
           01 WS-Placed-Total PIC 9(9)V9(2).

      *    collection items, held whole so a placed account's open
      *    item can be closed - the collwork.cob treatment.
           01 WS-Item-Table.
               05 WS-Item-Entry OCCURS 200 TIMES.
                   10 WS-CI-Record PIC X(81).
           01 WS-Item-Count PIC 9(3) VALUE ZERO.
           01 WS-CI-Idx PIC 9(3).
           01 WS-Items-Closed PIC 9(3).

      *    the recovery being posted.
           01 WS-Pay-Customer PIC 9(5).
           01 WS-Pay-Amount PIC 9(7)V9(2).
           01 WS-Net-Amount PIC S9(8)V9(2).
           01 WS-Receipt-Used PIC 9(6).
           01 WS-Next-Receipt-Num PIC 9(6) VALUE ZERO.
           01 WS-Exception-Reason PIC X(40).

      *    the customer's open invoices, oldest first - built the
      *    way cashrcpt.cob's LOAD-OPEN-INVOICES builds them.
           01 WS-Open-Table.
               05 WS-Open-Entry OCCURS 50 TIMES.
                   10 WS-OI-Invoice PIC 9(6).
                   10 WS-OI-Date    PIC 9(8).
                   10 WS-OI-Open    PIC S9(8)V9(2).
           01 WS-Open-Count PIC 9(2).
           01 WS-OI-Idx PIC 9(2).
           01 WS-Remaining PIC 9(7)V9(2).
           01 WS-Slice PIC 9(7)V9(2).

      *    agency references already handled, for the re-run guard.
           01 WS-Done-Ref-Table.
               05 WS-Done-Ref PIC X(16) OCCURS 2000 TIMES.
           01 WS-Done-Ref-Count PIC 9(4) VALUE ZERO.
           01 WS-DR-Idx PIC 9(4).
           01 WS-Ref-Seen-Flag PIC X.
               88 WS-Ref-Seen VALUE "Y".

      *    feed verification - the batch-interface standard.
           01 WS-Feed-Name PIC X(30) VALUE "AgencyRecoveriesIn.dat".
           01 WS-Feed-Valid-Flag PIC X.
               88 WS-Feed-Valid VALUE "Y".
           01 WS-Feed-Details PIC 9(6).

           01 WS-Recovered-Count PIC 9(5).
           01 WS-Recovered-Gross PIC 9(9)V9(2).
           01 WS-Recovered-Comm PIC 9(9)V9(2).
           01 WS-Returned-Count PIC 9(5).
           01 WS-Closed-Count PIC 9(5).
           01 WS-Exception-Count PIC 9(5).
           01 WS-Duplicate-Count PIC 9(5).
           01 WS-List-Count PIC 9(3).
           01 in-amount PIC Z,ZZZ,ZZ9.99.
           01 in-balance PIC ZZ,ZZZ,ZZ9.99-.
           01 in-commission PIC Z,ZZZ,ZZ9.99.
           01 in-slice PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZ,ZZZ,ZZ9.99.

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state: what the agency remits is
      *    cash against the receivable; what it kept is collection
      *    commission against the receivable.
           01 WS-GL-Source PIC X(12) VALUE "agency".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
           01 WS-GL-Cash-Acct PIC 9(4) VALUE 1000.
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Commission-Acct PIC 9(4) VALUE 6400.

           01 WS-Note-Text PIC X(60).
           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Customer PIC 9(5).
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

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "agency".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

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

           DISPLAY "Collection agency placements"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Agency - (P)lacement run (R)ecoveries file "
                   "(L)ist placements (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "P" PERFORM PLACEMENT-RUN
                   WHEN "R" PERFORM RECOVERIES-FILE
                   WHEN "L" PERFORM LIST-PLACEMENTS
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       PLACEMENT-RUN.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot place "
                   "accounts"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           DISPLAY "Minimum days since posting [0 = "
               WS-Std-Min-Age "] :" WITH NO ADVANCING
           MOVE ZERO TO WS-Age-Entry
           ACCEPT WS-Age-Entry
           IF WS-Age-Entry = ZERO
               MOVE WS-Std-Min-Age TO WS-Min-Age
           ELSE
               MOVE WS-Age-Entry TO WS-Min-Age
           END-IF
           MOVE WS-Std-Min-Balance TO in-amount
           DISPLAY "Minimum balance, dollars [0 = "
               FUNCTION TRIM(in-amount) "] :" WITH NO ADVANCING
           MOVE ZERO TO WS-Balance-Entry
           ACCEPT WS-Balance-Entry
           IF WS-Balance-Entry = ZERO
               MOVE WS-Std-Min-Balance TO WS-Min-Balance
           ELSE
               MOVE WS-Balance-Entry TO WS-Min-Balance
           END-IF

           PERFORM LOAD-PLACEMENT-TABLE
           PERFORM LOAD-CURRENT-PLANS
           PERFORM LOAD-DISPUTED-CUSTOMERS
           MOVE ZERO TO WS-Cand-Count WS-Placed-Skip WS-Plan-Skip
               WS-Dispute-Skip
           MOVE "N" TO WS-Cand-Full-Flag
           MOVE "N" TO WS-Cust-Eof-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           MOVE WS-Min-Balance TO in-amount
           DISPLAY "ACCOUNTS FOR PLACEMENT - " WS-Min-Age
               " days, " FUNCTION TRIM(in-amount) " and over"
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Cust-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Cust-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-PLACEMENT
               END-READ
           END-PERFORM
           CLOSE CustomerFile

           IF WS-Placed-Skip > ZERO
               DISPLAY "  (" WS-Placed-Skip " already with the "
                   "agency)"
           END-IF
           IF WS-Plan-Skip > ZERO
               DISPLAY "  (" WS-Plan-Skip " on a current payment "
                   "plan - not placed)"
           END-IF
           IF WS-Dispute-Skip > ZERO
               DISPLAY "  (" WS-Dispute-Skip " with an open dispute "
                   "- not placed)"
           END-IF
           IF WS-Cand-Full
               DISPLAY "  (more accounts qualify than one run "
                   "places - run again after this one)"
           END-IF
           IF WS-Cand-Count = ZERO
               DISPLAY "No accounts meet the placement criteria"
               EXIT PARAGRAPH
           END-IF
           IF WS-Placement-Count + WS-Cand-Count > 500
               DISPLAY "AgencyPlacements.dat has no room for "
                   WS-Cand-Count " more - nothing placed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Place these " WS-Cand-Count " accounts with the "
               "agency (Y/N) :" WITH NO ADVANCING
           ACCEPT WS-Confirm
           IF FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
               DISPLAY "Nothing placed"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ITEM-TABLE
           MOVE ZERO TO WS-Out-Count WS-Placed-Count WS-Placed-Total
               WS-Items-Closed
           OPEN OUTPUT PlacementOutFile
           MOVE WS-Today TO HD-Date
           MOVE WS-Header-Record TO PlacementOutRecord
           WRITE PlacementOutRecord
           OPEN EXTEND NotesFile
           IF WS-NotesFile-Status = "35"
               OPEN OUTPUT NotesFile
               CLOSE NotesFile
               OPEN EXTEND NotesFile
           END-IF
           OPEN INPUT CustomerFile
           OPEN INPUT ContactFile
           PERFORM VARYING WS-CD-Idx FROM 1 BY 1
               UNTIL WS-CD-Idx > WS-Cand-Count
               PERFORM PLACE-ONE-ACCOUNT
           END-PERFORM
           CLOSE CustomerFile
           IF WS-ContactFile-Status NOT = "35"
               CLOSE ContactFile
           END-IF
           CLOSE NotesFile
           MOVE WS-Out-Count TO TL-Count
           MOVE WS-Placed-Total TO TL-Balance-Total
           MOVE WS-Trailer-Record TO PlacementOutRecord
           WRITE PlacementOutRecord
           CLOSE PlacementOutFile
           PERFORM REWRITE-PLACEMENT-FILE
           IF WS-Items-Closed > ZERO
               PERFORM REWRITE-ITEM-FILE
           END-IF

           DISPLAY SPACE
           MOVE WS-Placed-Total TO in-total
           DISPLAY "Accounts placed          : " WS-Placed-Count
               " for " in-total
           DISPLAY "Collection items closed  : " WS-Items-Closed
           DISPLAY "Send AgencyPlacementOut.dat to the agency"
           MOVE WS-Placed-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status.

       CONSIDER-PLACEMENT.
           PERFORM WALK-CUSTOMER-ACCOUNT
           IF WS-Cust-Balance < WS-Min-Balance
               OR WS-Cust-Aged < WS-Min-Balance
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Pay-Customer
           PERFORM FIND-ACTIVE-PLACEMENT
           IF WS-Placement-Found
               ADD 1 TO WS-Placed-Skip
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Excluded-Flag
           PERFORM VARYING WS-Plan-Cust-Idx FROM 1 BY 1
               UNTIL WS-Plan-Cust-Idx > WS-Plan-Cust-Count
               IF WS-Plan-Cust-ID(WS-Plan-Cust-Idx) = ID-num
                   SET WS-Excluded TO TRUE
               END-IF
           END-PERFORM
           IF WS-Excluded
               ADD 1 TO WS-Plan-Skip
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Disp-Cust-Idx FROM 1 BY 1
               UNTIL WS-Disp-Cust-Idx > WS-Disp-Cust-Count
               IF WS-Disp-Cust-ID(WS-Disp-Cust-Idx) = ID-num
                   SET WS-Excluded TO TRUE
               END-IF
           END-PERFORM
           IF WS-Excluded
               ADD 1 TO WS-Dispute-Skip
               EXIT PARAGRAPH
           END-IF
           IF WS-Cand-Count >= 200
               SET WS-Cand-Full TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Cand-Count
           MOVE ID-num TO WS-CD-Customer(WS-Cand-Count)
           MOVE WS-Cust-Balance TO WS-CD-Balance(WS-Cand-Count)
           MOVE WS-Cust-Last-Paid TO WS-CD-Last-Paid(WS-Cand-Count)
           MOVE WS-Cust-Balance TO in-balance
           IF WS-Cust-Last-Paid = ZERO
               DISPLAY "  " ID-num " " first-name " " last-name
                   " " in-balance "  never paid"
           ELSE
               DISPLAY "  " ID-num " " first-name " " last-name
                   " " in-balance "  last paid " WS-Cust-Last-Paid
           END-IF.

       WALK-CUSTOMER-ACCOUNT.
      *    the balance, the part of it posted before the cut-off,
      *    and the last payment date, off the transaction index.
           MOVE ZERO TO WS-Cust-Balance WS-Cust-Aged
               WS-Cust-Last-Paid
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
               TransactionRecord, WS-TI-End-Flag
           PERFORM UNTIL WS-TI-End
               ADD TR-Amount TO WS-Cust-Balance
               MOVE TR-Date TO WS-Tran-Date-Num
               COMPUTE WS-Tran-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Tran-Date-Num)
               COMPUTE WS-Age-Days = WS-Today-Int - WS-Tran-Int
               IF WS-Age-Days > WS-Min-Age
                   ADD TR-Amount TO WS-Cust-Aged
               END-IF
               IF TR-Payment
                   AND WS-Tran-Date-Num > WS-Cust-Last-Paid
                   MOVE WS-Tran-Date-Num TO WS-Cust-Last-Paid
               END-IF
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
                   TransactionRecord, WS-TI-End-Flag
           END-PERFORM.

       PLACE-ONE-ACCOUNT.
           MOVE WS-CD-Customer(WS-CD-Idx) TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "  customer " WS-CD-Customer(WS-CD-Idx)
                       " no longer on file - not placed"
                   EXIT PARAGRAPH
           END-READ
           MOVE ID-num TO WS-Pay-Customer

           MOVE WS-Next-Placement-Num TO WP-Placement-Num
           SET WP-Placed TO TRUE
           MOVE ID-num TO WP-Customer-ID
           MOVE WS-Today TO WP-Placed-Date
           MOVE WS-CD-Balance(WS-CD-Idx) TO WP-Placed-Balance
           MOVE ZERO TO WP-Recovered WP-Commission WP-Closed-Date
           MOVE WS-Operator-ID-Entry TO WP-Placed-By
           ADD 1 TO WS-Placement-Count
           MOVE WS-Work-Placement TO WS-AG-Record(WS-Placement-Count)
           ADD 1 TO WS-Next-Placement-Num

           MOVE WP-Placement-Num TO AC-Placement-Num
           MOVE ID-num TO AC-Customer-ID
           MOVE first-name TO AC-First-Name
           MOVE last-name TO AC-Last-Name
           MOVE WP-Placed-Balance TO AC-Balance
           MOVE WS-CD-Last-Paid(WS-CD-Idx) TO AC-Last-Paid
           MOVE SPACES TO AC-Street AC-City AC-Postal-Code AC-Phone
               AC-Email
           IF WS-Contact-File-OK
               MOVE ID-num TO WS-Contact-Rel-Key
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-Street TO AC-Street
                       MOVE CN-City TO AC-City
                       MOVE CN-Postal-Code TO AC-Postal-Code
                       MOVE CN-Phone TO AC-Phone
                       MOVE CN-Email TO AC-Email
               END-READ
           END-IF
           MOVE WS-Account-Record TO PlacementOutRecord
           WRITE PlacementOutRecord
           ADD 1 TO WS-Out-Count
           PERFORM WRITE-ACCOUNT-HISTORY
           ADD 1 TO WS-Placed-Count
           ADD WP-Placed-Balance TO WS-Placed-Total

           PERFORM CLOSE-COLLECTION-ITEMS
           MOVE WP-Placed-Balance TO in-amount
           MOVE SPACES TO WS-Note-Text
           STRING "Placed with collection agency, placement "
               WP-Placement-Num ", " FUNCTION TRIM(in-amount)
               DELIMITED BY SIZE INTO WS-Note-Text
           END-STRING
           PERFORM WRITE-CUSTOMER-NOTE
           DISPLAY "  placement " WP-Placement-Num ": customer "
               ID-num " " first-name " " last-name " " in-amount
           MOVE "AGPLCE" TO WS-Audit-Operation
           MOVE ID-num TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "placement " WP-Placement-Num " "
               FUNCTION TRIM(in-amount)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WRITE-ACCOUNT-HISTORY.
      *    every posting on the account, oldest first, so the agency
      *    can answer "what is this for" without calling us.
           MOVE "FST" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
               TransactionRecord, WS-TI-End-Flag
           PERFORM UNTIL WS-TI-End
               MOVE WP-Placement-Num TO HS-Placement-Num
               MOVE ID-num TO HS-Customer-ID
               MOVE TR-Date TO HS-Date
               MOVE TR-Type TO HS-Tran-Type
               MOVE TR-Description TO HS-Description
               MOVE TR-Amount TO HS-Amount
               MOVE TR-Serial TO HS-Serial
               MOVE WS-History-Record TO PlacementOutRecord
               WRITE PlacementOutRecord
               ADD 1 TO WS-Out-Count
               MOVE "NXT" TO WS-TI-Op
               CALL "TRAN-INDEX" USING WS-TI-Op, ID-num,
                   TransactionRecord, WS-TI-End-Flag
           END-PERFORM.

       CLOSE-COLLECTION-ITEMS.
      *    our own collectors stop here - the work is the agency's.
           PERFORM VARYING WS-CI-Idx FROM 1 BY 1
               UNTIL WS-CI-Idx > WS-Item-Count
               MOVE WS-CI-Record(WS-CI-Idx) TO ItemRecord
               IF CI-Open-Item AND CI-Customer-ID = ID-num
                   SET CI-Closed-Item TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO CI-Closed-Stamp
                   MOVE "PLACED WITH AGENCY" TO CI-Outcome
                   MOVE ItemRecord TO WS-CI-Record(WS-CI-Idx)
                   ADD 1 TO WS-Items-Closed
               END-IF
           END-PERFORM.

       RECOVERIES-FILE.
           IF WS-Operator-Role = "I"
               DISPLAY "Error: inquiry operators cannot post "
                   "recoveries"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE ZERO TO WS-Recovered-Count WS-Recovered-Gross
               WS-Recovered-Comm WS-Returned-Count WS-Closed-Count
               WS-Exception-Count WS-Duplicate-Count
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-Period-Is-Open
               EXIT PARAGRAPH
           END-IF
           CALL "VERIFY-FEED" USING WS-Feed-Name,
               WS-Feed-Valid-Flag, WS-Feed-Details
           IF NOT WS-Feed-Valid
               DISPLAY "AgencyRecoveriesIn.dat rejected whole - "
                   "nothing posted"
               MOVE ZERO TO WS-RH-Records
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
               CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
                   WS-RH-Records, WS-RH-RC, WS-RH-Status
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLACEMENT-TABLE
           PERFORM LOAD-DONE-REFERENCES
           PERFORM GET-NEXT-RECEIPT-NUM
           OPEN EXTEND TransactionFile
           IF WS-TransactionFile-Status = "35"
               OPEN OUTPUT TransactionFile
               CLOSE TransactionFile
               OPEN EXTEND TransactionFile
           END-IF
           OPEN EXTEND ReceiptRegisterFile
           IF WS-RegisterFile-Status = "35"
               OPEN OUTPUT ReceiptRegisterFile
               CLOSE ReceiptRegisterFile
               OPEN EXTEND ReceiptRegisterFile
           END-IF
           OPEN EXTEND RecoveryLogFile
           IF WS-RecoveryLog-Status = "35"
               OPEN OUTPUT RecoveryLogFile
               CLOSE RecoveryLogFile
               OPEN EXTEND RecoveryLogFile
           END-IF
           OPEN EXTEND NotesFile
           IF WS-NotesFile-Status = "35"
               OPEN OUTPUT NotesFile
               CLOSE NotesFile
               OPEN EXTEND NotesFile
           END-IF

           DISPLAY SPACE
           DISPLAY "AGENCY RECOVERIES - " WS-Today
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecoveryFile
           PERFORM UNTIL WS-Eof
               READ RecoveryFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RV-Type = "DTL"
                           PERFORM PROCESS-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RecoveryFile
           CLOSE NotesFile
           CLOSE RecoveryLogFile
           CLOSE TransactionFile
           CLOSE ReceiptRegisterFile
           PERFORM REWRITE-PLACEMENT-FILE

           DISPLAY SPACE
           MOVE WS-Recovered-Gross TO in-total
           DISPLAY "Recoveries posted        : " WS-Recovered-Count
               " for " in-total
           MOVE WS-Recovered-Comm TO in-total
           DISPLAY "  agency commission      : " in-total
           DISPLAY "Placements paid in full  : " WS-Closed-Count
           DISPLAY "Accounts returned        : " WS-Returned-Count
           IF WS-Duplicate-Count > ZERO
               DISPLAY "Already handled, skipped : "
                   WS-Duplicate-Count
           END-IF
           COMPUTE WS-RH-Records = WS-Recovered-Count
               + WS-Returned-Count
           IF WS-Exception-Count > ZERO
               DISPLAY "EXCEPTIONS               : "
                   WS-Exception-Count " - take them up with the "
                   "agency"
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status.

       PROCESS-ONE-RECOVERY.
      *    an agency reference already on the log was handled by an
      *    earlier pass - the same file delivered twice.
           MOVE "N" TO WS-Ref-Seen-Flag
           PERFORM VARYING WS-DR-Idx FROM 1 BY 1
               UNTIL WS-DR-Idx > WS-Done-Ref-Count
               OR WS-Ref-Seen
               IF WS-Done-Ref(WS-DR-Idx) = RV-Agency-Ref
                   SET WS-Ref-Seen TO TRUE
               END-IF
           END-PERFORM
           IF WS-Ref-Seen
               ADD 1 TO WS-Duplicate-Count
               DISPLAY "  agency ref " RV-Agency-Ref " already "
                   "handled - skipped"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Exception-Reason
           MOVE "N" TO WS-Placement-Found-Flag
           IF RV-Placement-Num IS NUMERIC
               AND RV-Customer-ID IS NUMERIC
               PERFORM FIND-PLACEMENT-BY-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-Placement-Found
                   MOVE "no such placement"
                       TO WS-Exception-Reason
               WHEN WP-Customer-ID NOT = RV-Customer-ID
                   MOVE "placement is for another customer"
                       TO WS-Exception-Reason
               WHEN NOT WP-Placed
                   MOVE "placement already returned or closed"
                       TO WS-Exception-Reason
               WHEN RV-Action = "P"
                   IF RV-Gross IS NOT NUMERIC
                       OR RV-Commission IS NOT NUMERIC
                       OR RV-Gross = ZERO
                       MOVE "no amount recovered"
                           TO WS-Exception-Reason
                   ELSE
                       IF RV-Commission > RV-Gross
                           MOVE "commission more than recovered"
                               TO WS-Exception-Reason
                       END-IF
                   END-IF
               WHEN RV-Action = "R"
                   CONTINUE
               WHEN OTHER
                   MOVE "unknown action" TO WS-Exception-Reason
           END-EVALUATE
           IF WS-Exception-Reason NOT = SPACES
               ADD 1 TO WS-Exception-Count
               DISPLAY "  EXCEPTION: agency ref " RV-Agency-Ref
                   " placement " RV-Placement-Num " customer "
                   RV-Customer-ID " - "
                   FUNCTION TRIM(WS-Exception-Reason)
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Receipt-Used
           IF RV-Action = "P"
               PERFORM POST-RECOVERY
           ELSE
               PERFORM RETURN-PLACEMENT
           END-IF
           MOVE WS-Work-Placement TO WS-AG-Record(WS-AG-Idx)

           IF WS-Done-Ref-Count < 2000
               ADD 1 TO WS-Done-Ref-Count
               MOVE RV-Agency-Ref TO WS-Done-Ref(WS-Done-Ref-Count)
           END-IF
           MOVE RV-Agency-Ref TO RL-Agency-Ref
           MOVE WS-Today TO RL-Date
           MOVE RV-Placement-Num TO RL-Placement-Num
           MOVE RV-Customer-ID TO RL-Customer-ID
           MOVE RV-Action TO RL-Action
           IF RV-Action = "P"
               MOVE RV-Gross TO RL-Gross
               MOVE RV-Commission TO RL-Commission
           ELSE
               MOVE ZERO TO RL-Gross RL-Commission
           END-IF
           MOVE WS-Receipt-Used TO RL-Receipt-Num
           WRITE RecoveryLogRecord.

       POST-RECOVERY.
      *    the customer is credited with the whole recovery: what
      *    the agency remits as a receipt, what it kept as an
      *    adjustment carried to collection commission.
           MOVE RV-Customer-ID TO WS-Pay-Customer
           COMPUTE WS-Net-Amount = RV-Gross - RV-Commission
           IF WS-Net-Amount > ZERO
               MOVE WS-Net-Amount TO WS-Pay-Amount
               PERFORM POST-REMITTED-CASH
           END-IF
           IF RV-Commission > ZERO
               PERFORM POST-COMMISSION
           END-IF
           MOVE RV-Gross TO WS-Pay-Amount
           PERFORM APPLY-TO-BALANCE

           ADD RV-Gross TO WP-Recovered
           ADD RV-Commission TO WP-Commission
           ADD 1 TO WS-Recovered-Count
           ADD RV-Gross TO WS-Recovered-Gross
           ADD RV-Commission TO WS-Recovered-Comm
           MOVE RV-Gross TO in-amount
           MOVE RV-Commission TO in-commission
           DISPLAY "  placement " WP-Placement-Num " customer "
               WP-Customer-ID " recovered " in-amount
               " commission " in-commission
           MOVE SPACES TO WS-Note-Text
           STRING "Agency recovered " FUNCTION TRIM(in-amount)
               ", commission " FUNCTION TRIM(in-commission)
               ", placement " WP-Placement-Num
               DELIMITED BY SIZE INTO WS-Note-Text
           END-STRING
           PERFORM WRITE-CUSTOMER-NOTE
           MOVE "AGRCV" TO WS-Audit-Operation
           MOVE WP-Customer-ID TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "placement " WP-Placement-Num " recovered "
               FUNCTION TRIM(in-amount)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           IF WP-Recovered >= WP-Placed-Balance
               SET WP-Closed TO TRUE
               MOVE WS-Today TO WP-Closed-Date
               ADD 1 TO WS-Closed-Count
               DISPLAY "    placed balance recovered in full - "
                   "placement closed"
               MOVE SPACES TO WS-Note-Text
               STRING "Agency placement " WP-Placement-Num
                   " recovered in full and closed"
                   DELIMITED BY SIZE INTO WS-Note-Text
               END-STRING
               PERFORM WRITE-CUSTOMER-NOTE
           END-IF.

       POST-REMITTED-CASH.
      *    laid down as bankrcpt.cob's POST-RECEIPT lays a receipt
      *    down - drawer zero, no till took it.
           MOVE WS-Pay-Customer TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Payment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "AGENCY RCPT " WS-Next-Receipt-Num
               DELIMITED BY SIZE INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = 0 - WS-Pay-Amount
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           MOVE "ADD" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           MOVE WS-Next-Receipt-Num TO RR-Receipt-Num
           MOVE WS-Today TO RR-Date
           MOVE WS-Pay-Customer TO RR-Customer-ID
           MOVE WS-Operator-ID-Entry TO RR-Operator
           MOVE WS-Pay-Amount TO RR-Amount
           MOVE ZERO TO RR-Drawer
           MOVE WS-Branch-Entry TO RR-Branch
           WRITE ReceiptRegisterRecord

           MOVE SPACES TO WS-GL-Reference
           STRING "RCPT " WS-Next-Receipt-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Cash-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Receivable-Acct TO WS-GL-Credit-Acct
           MOVE WS-Pay-Amount TO WS-GL-Amount
           MOVE WS-Pay-Customer TO WS-GL-Customer
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer

           PERFORM LOAD-OPEN-INVOICES
           MOVE WS-Pay-Amount TO WS-Remaining
           PERFORM OLDEST-FIRST-ALLOCATION
           MOVE WS-Next-Receipt-Num TO WS-Receipt-Used
           ADD 1 TO WS-Next-Receipt-Num.

       POST-COMMISSION.
           MOVE WS-Pay-Customer TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Adjustment TO TRUE
           MOVE "AGENCY COMMISSION" TO TR-Description
           COMPUTE TR-Amount = 0 - RV-Commission
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           MOVE "ADD" TO WS-TI-Op
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           MOVE SPACES TO WS-GL-Reference
           STRING "AGCY " WP-Placement-Num DELIMITED BY SIZE
               INTO WS-GL-Reference
           END-STRING
           MOVE WS-GL-Commission-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Receivable-Acct TO WS-GL-Credit-Acct
           MOVE RV-Commission TO WS-GL-Amount
           MOVE WS-Pay-Customer TO WS-GL-Customer
           CALL "GL-POST" USING WS-Today, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       RETURN-PLACEMENT.
      *    the agency has given up too - the account comes back to
      *    our own dunning and collections, balance and all.
           SET WP-Returned TO TRUE
           MOVE WS-Today TO WP-Closed-Date
           ADD 1 TO WS-Returned-Count
           MOVE WP-Recovered TO in-amount
           DISPLAY "  placement " WP-Placement-Num " customer "
               WP-Customer-ID " returned by the agency (recovered "
               FUNCTION TRIM(in-amount) ")"
           MOVE SPACES TO WS-Note-Text
           STRING "Returned by collection agency, placement "
               WP-Placement-Num " - back to collections"
               DELIMITED BY SIZE INTO WS-Note-Text
           END-STRING
           MOVE WP-Customer-ID TO WS-Pay-Customer
           PERFORM WRITE-CUSTOMER-NOTE
           MOVE "AGRTN" TO WS-Audit-Operation
           MOVE WP-Customer-ID TO WS-Audit-Customer
           MOVE SPACES TO WS-Audit-Detail
           STRING "placement " WP-Placement-Num " returned"
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LIST-PLACEMENTS.
           PERFORM LOAD-PLACEMENT-TABLE
           DISPLAY SPACE
           DISPLAY "AGENCY PLACEMENTS"
           DISPLAY "PLCMT ST CUST  PLACED         BALANCE    "
               "RECOVERED   COMMISSION  CLOSED"
           MOVE ZERO TO WS-List-Count
           PERFORM VARYING WS-AG-Idx FROM 1 BY 1
               UNTIL WS-AG-Idx > WS-Placement-Count
               MOVE WS-AG-Record(WS-AG-Idx) TO WS-Work-Placement
               MOVE WP-Placed-Balance TO in-amount
               MOVE WP-Recovered TO in-slice
               MOVE WP-Commission TO in-commission
               DISPLAY WP-Placement-Num " " WP-Status "  "
                   WP-Customer-ID " " WP-Placed-Date " " in-amount
                   " " in-slice " " in-commission " "
                   WP-Closed-Date
               IF WP-Placed
                   ADD 1 TO WS-List-Count
               END-IF
           END-PERFORM
           DISPLAY "Accounts with the agency now: " WS-List-Count.

       FIND-ACTIVE-PLACEMENT.
           MOVE "N" TO WS-Placement-Found-Flag
           PERFORM VARYING WS-AG-Idx FROM 1 BY 1
               UNTIL WS-AG-Idx > WS-Placement-Count
               OR WS-Placement-Found
               MOVE WS-AG-Record(WS-AG-Idx) TO WS-Work-Placement
               IF WP-Customer-ID = WS-Pay-Customer
                   AND WP-Placed
                   SET WS-Placement-Found TO TRUE
               END-IF
           END-PERFORM.

       FIND-PLACEMENT-BY-NUMBER.
           MOVE "N" TO WS-Placement-Found-Flag
           PERFORM VARYING WS-AG-Idx FROM 1 BY 1
               UNTIL WS-AG-Idx > WS-Placement-Count
               OR WS-Placement-Found
               MOVE WS-AG-Record(WS-AG-Idx) TO WS-Work-Placement
               IF WP-Placement-Num = RV-Placement-Num
                   SET WS-Placement-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Placement-Found
               SUBTRACT 1 FROM WS-AG-Idx
           END-IF.

       APPLY-TO-BALANCE.
      *    keep Balances.dat current between roll-ups, as cashrcpt
      *    does.
           OPEN I-O BalanceFile
           IF WS-Balance-File-OK
               MOVE WS-Pay-Customer TO WS-Balance-Rel-Key
               READ BalanceFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-Pay-Amount FROM BA-Balance
                       ADD 1 TO BA-Tran-Count
                       REWRITE BalanceRecord
               END-READ
               CLOSE BalanceFile
           END-IF.

       OLDEST-FIRST-ALLOCATION.
           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
               UNTIL WS-OI-Idx > WS-Open-Count
               OR WS-Remaining = ZERO
               IF WS-OI-Open(WS-OI-Idx) > ZERO
                   IF WS-Remaining >= WS-OI-Open(WS-OI-Idx)
                       MOVE WS-OI-Open(WS-OI-Idx) TO WS-Slice
                   ELSE
                       MOVE WS-Remaining TO WS-Slice
                   END-IF
                   PERFORM WRITE-ALLOCATION
                   SUBTRACT WS-Slice FROM WS-Remaining
               END-IF
           END-PERFORM.

       WRITE-ALLOCATION.
           OPEN EXTEND AllocationFile
           IF WS-AllocFile-Status = "35"
               OPEN OUTPUT AllocationFile
               CLOSE AllocationFile
               OPEN EXTEND AllocationFile
           END-IF
           MOVE WS-Next-Receipt-Num TO AP-Receipt-Num
           MOVE WS-OI-Invoice(WS-OI-Idx) TO AP-Invoice-Num
           MOVE WS-Pay-Customer TO AP-Customer-ID
           MOVE WS-Slice TO AP-Amount
           MOVE WS-Today TO AP-Date
           WRITE AllocationRecord
           CLOSE AllocationFile
           SUBTRACT WS-Slice FROM WS-OI-Open(WS-OI-Idx).

       LOAD-OPEN-INVOICES.
      *    the invoice total, less prior allocations, less credit
      *    notes raised against it - cashrcpt.cob's open figure.
      *    Uses its own end flag - the recoveries file is being
      *    read under WS-Eof-Flag.
           MOVE ZERO TO WS-Open-Count
           MOVE "N" TO WS-Cust-Eof-Flag
           OPEN INPUT InvoiceRegisterFile
           IF NOT WS-InvReg-File-OK
               SET WS-Cust-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Cust-Eof
               READ InvoiceRegisterFile
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-IN-REGISTER-LINE
               END-READ
           END-PERFORM
           IF WS-InvRegFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF
           PERFORM NET-OFF-ALLOCATIONS.

       TAKE-IN-REGISTER-LINE.
           IF IR-Customer-ID NOT = WS-Pay-Customer
               EXIT PARAGRAPH
           END-IF
           IF IR-Voided
               EXIT PARAGRAPH
           END-IF
           IF IR-Credit-Note
               PERFORM VARYING WS-OI-Idx FROM 1 BY 1
                   UNTIL WS-OI-Idx > WS-Open-Count
                   IF WS-OI-Invoice(WS-OI-Idx)
                       = IR-Orig-Invoice
                       SUBTRACT IR-Total
                           FROM WS-OI-Open(WS-OI-Idx)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-Open-Count < 50
               ADD 1 TO WS-Open-Count
               MOVE IR-Invoice-Num
                   TO WS-OI-Invoice(WS-Open-Count)
               MOVE IR-Date TO WS-OI-Date(WS-Open-Count)
               MOVE IR-Total TO WS-OI-Open(WS-Open-Count)
           END-IF.

       NET-OFF-ALLOCATIONS.
           MOVE "N" TO WS-Cust-Eof-Flag
           OPEN INPUT AllocationFile
           IF NOT WS-Alloc-File-OK
               SET WS-Cust-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Cust-Eof
               READ AllocationFile
                   AT END
                       SET WS-Cust-Eof TO TRUE
                   NOT AT END
                       IF AP-Customer-ID = WS-Pay-Customer
                           PERFORM VARYING WS-OI-Idx FROM 1 BY 1
                               UNTIL WS-OI-Idx > WS-Open-Count
                               IF WS-OI-Invoice(WS-OI-Idx)
                                   = AP-Invoice-Num
                                   SUBTRACT AP-Amount FROM
                                       WS-OI-Open(WS-OI-Idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AllocFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       WRITE-CUSTOMER-NOTE.
           MOVE WS-Pay-Customer TO NT-Customer-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-Timestamp
           MOVE WS-Operator-ID-Entry TO NT-Operator
           MOVE WS-Note-Text TO NT-Text
           MOVE ZERO TO NT-Follow-Date
           MOVE SPACES TO NT-Follow-Owner
           MOVE SPACE TO NT-Follow-Status
           MOVE SPACES TO NT-Outcome
           WRITE NoteRecord.

       CHECK-PERIOD-OPEN.
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no recoveries can post today until an "
                   "administrator reopens it (periodclose)"
           END-IF.

       GET-NEXT-RECEIPT-NUM.
      *    one receipt sequence whoever takes the money - the same
      *    max-scan over the register cashrcpt.cob numbers from.
           MOVE ZERO TO WS-Next-Receipt-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReceiptRegisterFile
           IF NOT WS-Register-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReceiptRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RR-Receipt-Num > WS-Next-Receipt-Num
                           MOVE RR-Receipt-Num
                               TO WS-Next-Receipt-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RegisterFile-Status NOT = "35"
               CLOSE ReceiptRegisterFile
           END-IF
           ADD 1 TO WS-Next-Receipt-Num
           MOVE "N" TO WS-Eof-Flag.

       LOAD-DONE-REFERENCES.
           MOVE ZERO TO WS-Done-Ref-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecoveryLogFile
           IF NOT WS-RecoveryLog-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ RecoveryLogFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Done-Ref-Count < 2000
                           ADD 1 TO WS-Done-Ref-Count
                           MOVE RL-Agency-Ref
                               TO WS-Done-Ref(WS-Done-Ref-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RecoveryLog-Status NOT = "35"
               CLOSE RecoveryLogFile
           END-IF.

       LOAD-PLACEMENT-TABLE.
      *    one scan loads the register and finds the next free
      *    placement number.
           MOVE ZERO TO WS-Placement-Count
           MOVE ZERO TO WS-Next-Placement-Num
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PlacementFile
           IF NOT WS-Placement-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PlacementFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Placement-Count < 500
                           ADD 1 TO WS-Placement-Count
                           MOVE PlacementRecord
                               TO WS-AG-Record(WS-Placement-Count)
                       END-IF
                       IF AG-Placement-Num > WS-Next-Placement-Num
                           MOVE AG-Placement-Num
                               TO WS-Next-Placement-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlacementFile-Status NOT = "35"
               CLOSE PlacementFile
           END-IF
           ADD 1 TO WS-Next-Placement-Num
           MOVE "N" TO WS-Eof-Flag.

       REWRITE-PLACEMENT-FILE.
           OPEN OUTPUT PlacementFile
           PERFORM VARYING WS-AG-Idx FROM 1 BY 1
               UNTIL WS-AG-Idx > WS-Placement-Count
               MOVE WS-AG-Record(WS-AG-Idx) TO PlacementRecord
               WRITE PlacementRecord
           END-PERFORM
           CLOSE PlacementFile.

       LOAD-CURRENT-PLANS.
           MOVE ZERO TO WS-Plan-Cust-Count
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
                           AND WS-Plan-Cust-Count < 200
                           ADD 1 TO WS-Plan-Cust-Count
                           MOVE PL-Customer-ID TO
                               WS-Plan-Cust-ID(WS-Plan-Cust-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlanFile-Status NOT = "35"
               CLOSE PlanFile
           END-IF.

       LOAD-DISPUTED-CUSTOMERS.
           MOVE ZERO TO WS-Disp-Cust-Count
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
                       IF DP-Open AND WS-Disp-Cust-Count < 200
                           ADD 1 TO WS-Disp-Cust-Count
                           MOVE DP-Customer-ID TO
                               WS-Disp-Cust-ID(WS-Disp-Cust-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DisputeFile-Status NOT = "35"
               CLOSE DisputeFile
           END-IF.

       LOAD-ITEM-TABLE.
           MOVE ZERO TO WS-Item-Count
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
                       IF WS-Item-Count < 200
                           ADD 1 TO WS-Item-Count
                           MOVE ItemRecord
                               TO WS-CI-Record(WS-Item-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ItemFile-Status NOT = "35"
               CLOSE ItemFile
           END-IF.

       REWRITE-ITEM-FILE.
           OPEN OUTPUT ItemFile
           PERFORM VARYING WS-CI-Idx FROM 1 BY 1
               UNTIL WS-CI-Idx > WS-Item-Count
               MOVE WS-CI-Record(WS-CI-Idx) TO ItemRecord
               WRITE ItemRecord
           END-PERFORM
           CLOSE ItemFile.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "agency" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE WS-Audit-Customer TO AL-Customer-ID
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
