       IDENTIFICATION DIVISION.
       PROGRAM-ID. refsweep.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * cross-file referential integrity sweep on customer IDs:
      * custdq.cob proves Customer.dat itself, but a dozen other
      * files carry an ID-num too, and after merges (custmerge),
      * archiving (custarch) and erasures (erasure) some of them
      * point at nobody. This loads every ID on Customer.dat and
      * CustomerArchive.dat, with its state - active, inactive,
      * archived, or erased (the ERASED placeholder name, or a
      * line on ErasureCerts.dat) - and walks Transactions.dat,
      * Balances.dat, CustomerContact.dat, CustomerNotes.dat,
      * PaymentPlans.dat, Disputes.dat, InvoiceRegister.dat,
      * Allocations.dat, CheckRegister.dat (customer checks only),
      * Households.dat, CreditLimits.dat and CustomerTiers.dat.
      * DANGLING: an ID on neither the master nor the archive.
      * ACTIVITY: a dated line for an inactive, archived or erased
      * customer, dated since the last sweep (RunHistory.dat - the
      * first sweep looks at today only), which nobody should have
      * been able to post. Counts by file; any finding ends the
      * run with RETURN-CODE 1, so the night shows FAIL on the
      * morning operations report. Non-interactive.

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
           SELECT CertFile ASSIGN TO "ErasureCerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CertFile-Status.
           SELECT RunHistoryFile ASSIGN TO "RunHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RunHistory-Status.
           SELECT TransFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransFile-Status.
           SELECT BalanceFile ASSIGN TO "Balances.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT NotesFile ASSIGN TO "CustomerNotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NotesFile-Status.
           SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlanFile-Status.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.
           SELECT InvoiceRegisterFile ASSIGN TO "InvoiceRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvRegFile-Status.
           SELECT AllocationFile ASSIGN TO "Allocations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AllocationFile-Status.
           SELECT CheckFile ASSIGN TO "CheckRegister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CheckFile-Status.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HouseholdFile-Status.
           SELECT LimitFile ASSIGN TO "CreditLimits.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Limit-Rel-Key
               FILE STATUS IS WS-LimitFile-Status.
           SELECT TierFile ASSIGN TO "CustomerTiers.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Tier-Rel-Key
               FILE STATUS IS WS-TierFile-Status.

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

      *    same layout erasure.cob writes - only the ID matters here.
           FD CertFile.
           01 CertRecord.
               05 EC-Customer-ID PIC 9(5).
               05 EC-Date        PIC 9(8).
               05 EC-Rest        PIC X(36).

           FD RunHistoryFile.
           01 RunHistoryRecord.
               COPY RUNHIST.

           FD TransFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD BalanceFile.
           01 BalanceRecord.
               COPY BALREC.

           FD ContactFile.
           01 ContactRecord.
               COPY CONTREC.

           FD NotesFile.
           01 NoteRecord.
               COPY NOTEREC.

           FD PlanFile.
           01 PlanRecord.
               COPY PLANREC.

           FD DisputeFile.
           01 DisputeRecord.
               COPY DSPTREC.

      *    same layout invgen.cob writes - the ID and date lead.
           FD InvoiceRegisterFile.
           01 InvoiceRegisterRecord.
               05 IR-Invoice-Num PIC 9(6).
               05 IR-Date        PIC 9(8).
               05 IR-Customer-ID PIC 9(5).
               05 IR-Rest        PIC X(40).

      *    same layout cashrcpt.cob writes.
           FD AllocationFile.
           01 AllocationRecord.
               05 AP-Receipt-Num PIC 9(6).
               05 AP-Invoice-Num PIC 9(6).
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).

           FD CheckFile.
           01 CheckRecord.
               COPY CHKREC.

      *    same layout housemaint.cob writes.
           FD HouseholdFile.
           01 HouseholdRecord.
               05 HH-Household-Num PIC 9(4).
               05 HH-Customer-ID   PIC 9(5).

           FD LimitFile.
           01 LimitRecord.
               COPY CRLMREC.

           FD TierFile.
           01 TierRecord.
               COPY TIERREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-Limit-Rel-Key PIC 9(5).
           01 WS-Tier-Rel-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-ArchiveFile-Status PIC XX.
               88 WS-Archive-File-OK VALUE "00".
           01 WS-CertFile-Status PIC XX.
               88 WS-Cert-File-OK VALUE "00".
           01 WS-RunHistory-Status PIC XX.
               88 WS-RunHistory-OK VALUE "00".
           01 WS-TransFile-Status PIC XX.
               88 WS-Trans-File-OK VALUE "00".
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-NotesFile-Status PIC XX.
               88 WS-Notes-File-OK VALUE "00".
           01 WS-PlanFile-Status PIC XX.
               88 WS-Plan-File-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-InvRegFile-Status PIC XX.
               88 WS-InvReg-File-OK VALUE "00".
           01 WS-AllocationFile-Status PIC XX.
               88 WS-Allocation-File-OK VALUE "00".
           01 WS-CheckFile-Status PIC XX.
               88 WS-Check-File-OK VALUE "00".
           01 WS-HouseholdFile-Status PIC XX.
               88 WS-Household-File-OK VALUE "00".
           01 WS-LimitFile-Status PIC XX.
               88 WS-Limit-File-OK VALUE "00".
           01 WS-TierFile-Status PIC XX.
               88 WS-Tier-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the state of every ID the business has ever issued -
      *    A active, I inactive, R archived, E erased, space for an
      *    ID nobody holds - so each reference is a direct lookup.
           01 WS-ID-State-Table.
               05 WS-ID-State PIC X OCCURS 99999 TIMES.

           01 WS-Work-Cust.
               COPY CUSTREC.

      *    one row per referencing file, in the order walked.
           01 WS-Ref-File-Table.
               05 WS-Ref-File-Entry OCCURS 12 TIMES.
                   10 WS-RF-Name     PIC X(20).
                   10 WS-RF-Present  PIC X.
                   10 WS-RF-Checked  PIC 9(6).
                   10 WS-RF-Dangling PIC 9(5).
                   10 WS-RF-Activity PIC 9(5).
           01 WS-RF-Idx PIC 99.

      *    the reference under test - a zero date means the file
      *    carries no activity date and only dangling is checked.
           01 WS-Ref-ID PIC 9(5).
           01 WS-Ref-Date PIC 9(8).
           01 WS-State-Word PIC X(8).

           01 WS-Today PIC 9(8).
           01 WS-Cutoff-Date PIC 9(8).
           01 WS-Master-Count PIC 9(5) VALUE ZERO.
           01 WS-Archive-Count PIC 9(5) VALUE ZERO.
           01 WS-Erased-Count PIC 9(5) VALUE ZERO.
           01 WS-Refs-Checked PIC 9(6) VALUE ZERO.
           01 WS-Dangling-Count PIC 9(5) VALUE ZERO.
           01 WS-Activity-Count PIC 9(5) VALUE ZERO.

           01 in-checked PIC ZZZ,ZZ9.
           01 in-dangling PIC ZZ,ZZ9.
           01 in-activity PIC ZZ,ZZ9.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "refsweep".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Customer ID referential integrity sweep"
           DISPLAY SPACE

           MOVE SPACES TO WS-ID-State-Table
           PERFORM LOAD-MASTER-STATES
           IF WS-CustomerFile-Status = "35"
               DISPLAY "Unable to open Customer.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ARCHIVE-STATES
           PERFORM LOAD-ERASURE-STATES
           PERFORM FIND-LAST-SWEEP
           DISPLAY "Customers: " WS-Master-Count " on the master, "
               WS-Archive-Count " archived, " WS-Erased-Count
               " erased"
           DISPLAY "Activity checked from " WS-Cutoff-Date
           DISPLAY SPACE

           PERFORM SCAN-TRANSACTIONS
           PERFORM SCAN-BALANCES
           PERFORM SCAN-CONTACTS
           PERFORM SCAN-NOTES
           PERFORM SCAN-PLANS
           PERFORM SCAN-DISPUTES
           PERFORM SCAN-INVOICE-REGISTER
           PERFORM SCAN-ALLOCATIONS
           PERFORM SCAN-CHECKS
           PERFORM SCAN-HOUSEHOLDS
           PERFORM SCAN-LIMITS
           PERFORM SCAN-TIERS

           PERFORM SHOW-SUMMARY

           IF WS-Dangling-Count > ZERO OR WS-Activity-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WS-Refs-Checked TO WS-RH-Records
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

       LOAD-MASTER-STATES.
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
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
                       IF ID-num OF CustomerData > ZERO
                           ADD 1 TO WS-Master-Count
                           EVALUATE TRUE
                               WHEN first-name OF CustomerData
                                   = "ERASED"
                                   AND last-name OF CustomerData
                                   = "ERASED"
                                   MOVE "E" TO WS-ID-State
                                       (ID-num OF CustomerData)
                               WHEN Customer-Inactive OF CustomerData
                                   MOVE "I" TO WS-ID-State
                                       (ID-num OF CustomerData)
                               WHEN OTHER
                                   MOVE "A" TO WS-ID-State
                                       (ID-num OF CustomerData)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile.

       LOAD-ARCHIVE-STATES.
      *    the master wins - an ID back on Customer.dat after a
      *    restore is whatever the master says it is.
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
                       MOVE AR-CustomerData TO WS-Work-Cust
                       IF ID-num OF WS-Work-Cust > ZERO
                           AND WS-ID-State(ID-num OF WS-Work-Cust)
                               = SPACE
                           ADD 1 TO WS-Archive-Count
                           IF first-name OF WS-Work-Cust = "ERASED"
                               AND last-name OF WS-Work-Cust
                                   = "ERASED"
                               MOVE "E" TO WS-ID-State
                                   (ID-num OF WS-Work-Cust)
                           ELSE
                               MOVE "R" TO WS-ID-State
                                   (ID-num OF WS-Work-Cust)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ArchiveFile-Status NOT = "35"
               CLOSE ArchiveFile
           END-IF.

       LOAD-ERASURE-STATES.
      *    a certificate is the last word: the customer existed,
      *    so a reference is not dangling, but nothing new may
      *    post to them.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CertFile
           IF NOT WS-Cert-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CertFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF EC-Customer-ID > ZERO
                           AND WS-ID-State(EC-Customer-ID) NOT = "E"
                           ADD 1 TO WS-Erased-Count
                           MOVE "E" TO WS-ID-State(EC-Customer-ID)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CertFile-Status NOT = "35"
               CLOSE CertFile
           END-IF.

       FIND-LAST-SWEEP.
      *    "new" activity is whatever is dated on or after the day
      *    of the previous sweep - the latest refsweep line on the
      *    run history. The first sweep ever looks at today only,
      *    rather than flagging years of history from when the
      *    customer was still active.
           MOVE ZERO TO WS-Cutoff-Date
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RunHistoryFile
           IF NOT WS-RunHistory-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ RunHistoryFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF RH-Job = WS-RH-Job
                           AND RH-Date > WS-Cutoff-Date
                           MOVE RH-Date TO WS-Cutoff-Date
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RunHistory-Status NOT = "35"
               CLOSE RunHistoryFile
           END-IF
           IF WS-Cutoff-Date = ZERO
               MOVE WS-Today TO WS-Cutoff-Date
           END-IF.

       SCAN-TRANSACTIONS.
           MOVE 1 TO WS-RF-Idx
           MOVE "Transactions.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TransFile
           IF NOT WS-Trans-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ TransFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE TR-Customer-ID TO WS-Ref-ID
                       MOVE TR-Date TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-TransFile-Status NOT = "35"
               CLOSE TransFile
           END-IF.

       SCAN-BALANCES.
      *    a balance line is a running total, not activity - only
      *    whether its owner still exists.
           MOVE 2 TO WS-RF-Idx
           MOVE "Balances.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BalanceFile
           IF NOT WS-Balance-File-OK
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Balance-Rel-Key
           START BalanceFile KEY IS NOT LESS THAN
                   WS-Balance-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ BalanceFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE BA-Customer-ID TO WS-Ref-ID
                       MOVE ZERO TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           CLOSE BalanceFile.

       SCAN-CONTACTS.
           MOVE 3 TO WS-RF-Idx
           MOVE "CustomerContact.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ContactFile
           IF NOT WS-Contact-File-OK
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Contact-Rel-Key
           START ContactFile KEY IS NOT LESS THAN
                   WS-Contact-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ ContactFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE CN-Customer-ID TO WS-Ref-ID
                       MOVE ZERO TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           CLOSE ContactFile.

       SCAN-NOTES.
           MOVE 4 TO WS-RF-Idx
           MOVE "CustomerNotes.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT NotesFile
           IF NOT WS-Notes-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ NotesFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE NT-Customer-ID TO WS-Ref-ID
                       MOVE NT-Timestamp(1:8) TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-NotesFile-Status NOT = "35"
               CLOSE NotesFile
           END-IF.

       SCAN-PLANS.
           MOVE 5 TO WS-RF-Idx
           MOVE "PaymentPlans.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PlanFile
           IF NOT WS-Plan-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ PlanFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE PL-Customer-ID TO WS-Ref-ID
                       MOVE PL-Made-Stamp(1:8) TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-PlanFile-Status NOT = "35"
               CLOSE PlanFile
           END-IF.

       SCAN-DISPUTES.
           MOVE 6 TO WS-RF-Idx
           MOVE "Disputes.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DisputeFile
           IF NOT WS-Dispute-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ DisputeFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE DP-Customer-ID TO WS-Ref-ID
                       MOVE DP-Opened-Stamp(1:8) TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-DisputeFile-Status NOT = "35"
               CLOSE DisputeFile
           END-IF.

       SCAN-INVOICE-REGISTER.
           MOVE 7 TO WS-RF-Idx
           MOVE "InvoiceRegister.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceRegisterFile
           IF NOT WS-InvReg-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceRegisterFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE IR-Customer-ID TO WS-Ref-ID
                       MOVE IR-Date TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-InvRegFile-Status NOT = "35"
               CLOSE InvoiceRegisterFile
           END-IF.

       SCAN-ALLOCATIONS.
           MOVE 8 TO WS-RF-Idx
           MOVE "Allocations.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AllocationFile
           IF NOT WS-Allocation-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ AllocationFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE AP-Customer-ID TO WS-Ref-ID
                       MOVE AP-Date TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-AllocationFile-Status NOT = "35"
               CLOSE AllocationFile
           END-IF.

       SCAN-CHECKS.
      *    supplier checks carry no customer - skipped.
           MOVE 9 TO WS-RF-Idx
           MOVE "CheckRegister.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CheckFile
           IF NOT WS-Check-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ CheckFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF CK-Customer-Check
                           MOVE CK-Customer-ID TO WS-Ref-ID
                           MOVE CK-Date TO WS-Ref-Date
                           PERFORM CHECK-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CheckFile-Status NOT = "35"
               CLOSE CheckFile
           END-IF.

       SCAN-HOUSEHOLDS.
           MOVE 10 TO WS-RF-Idx
           MOVE "Households.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HouseholdFile
           IF NOT WS-Household-File-OK
               SET WS-Eof TO TRUE
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
           END-IF
           PERFORM UNTIL WS-Eof
               READ HouseholdFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE HH-Customer-ID TO WS-Ref-ID
                       MOVE ZERO TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           IF WS-HouseholdFile-Status NOT = "35"
               CLOSE HouseholdFile
           END-IF.

       SCAN-LIMITS.
      *    a limit set since the last sweep is activity too.
           MOVE 11 TO WS-RF-Idx
           MOVE "CreditLimits.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LimitFile
           IF NOT WS-Limit-File-OK
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Limit-Rel-Key
           START LimitFile KEY IS NOT LESS THAN WS-Limit-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ LimitFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE CL-Customer-ID TO WS-Ref-ID
                       MOVE CL-Set-Stamp(1:8) TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           CLOSE LimitFile.

       SCAN-TIERS.
           MOVE 12 TO WS-RF-Idx
           MOVE "CustomerTiers.dat" TO WS-RF-Name(WS-RF-Idx)
           PERFORM START-REF-FILE
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TierFile
           IF NOT WS-Tier-File-OK
               MOVE "N" TO WS-RF-Present(WS-RF-Idx)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Tier-Rel-Key
           START TierFile KEY IS NOT LESS THAN WS-Tier-Rel-Key
               INVALID KEY
                   SET WS-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Eof
               READ TierFile NEXT
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE TI-Customer-ID TO WS-Ref-ID
                       MOVE TI-Set-Stamp(1:8) TO WS-Ref-Date
                       PERFORM CHECK-REFERENCE
               END-READ
           END-PERFORM
           CLOSE TierFile.

       START-REF-FILE.
           MOVE "Y" TO WS-RF-Present(WS-RF-Idx)
           MOVE ZERO TO WS-RF-Checked(WS-RF-Idx)
           MOVE ZERO TO WS-RF-Dangling(WS-RF-Idx)
           MOVE ZERO TO WS-RF-Activity(WS-RF-Idx).

       CHECK-REFERENCE.
      *    ID zero is "no customer" wherever it appears.
           IF WS-Ref-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RF-Checked(WS-RF-Idx)
           ADD 1 TO WS-Refs-Checked
           EVALUATE WS-ID-State(WS-Ref-ID)
               WHEN SPACE
                   ADD 1 TO WS-RF-Dangling(WS-RF-Idx)
                   ADD 1 TO WS-Dangling-Count
                   DISPLAY "DANGLING " WS-RF-Name(WS-RF-Idx) " "
                       WS-Ref-ID " - on neither Customer.dat nor "
                       "the archive"
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   IF WS-Ref-Date > ZERO
                       AND WS-Ref-Date NOT < WS-Cutoff-Date
                       PERFORM FLAG-ACTIVITY
                   END-IF
           END-EVALUATE.

       FLAG-ACTIVITY.
           EVALUATE WS-ID-State(WS-Ref-ID)
               WHEN "I" MOVE "inactive" TO WS-State-Word
               WHEN "R" MOVE "archived" TO WS-State-Word
               WHEN OTHER MOVE "erased" TO WS-State-Word
           END-EVALUATE
           ADD 1 TO WS-RF-Activity(WS-RF-Idx)
           ADD 1 TO WS-Activity-Count
           DISPLAY "ACTIVITY " WS-RF-Name(WS-RF-Idx) " "
               WS-Ref-ID " dated " WS-Ref-Date " - customer is "
               FUNCTION TRIM(WS-State-Word).

       SHOW-SUMMARY.
           DISPLAY SPACE
           DISPLAY "REFERENCES BY FILE      checked  dangling  "
               "activity"
           PERFORM VARYING WS-RF-Idx FROM 1 BY 1
               UNTIL WS-RF-Idx > 12
               IF WS-RF-Present(WS-RF-Idx) = "N"
                   DISPLAY "  " WS-RF-Name(WS-RF-Idx)
                       "  (not on file)"
               ELSE
                   MOVE WS-RF-Checked(WS-RF-Idx) TO in-checked
                   MOVE WS-RF-Dangling(WS-RF-Idx) TO in-dangling
                   MOVE WS-RF-Activity(WS-RF-Idx) TO in-activity
                   DISPLAY "  " WS-RF-Name(WS-RF-Idx) " "
                       in-checked "    " in-dangling "    "
                       in-activity
               END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Sweep complete - " WS-Refs-Checked
               " references checked"
           DISPLAY "DANGLING : " WS-Dangling-Count
           DISPLAY "ACTIVITY : " WS-Activity-Count
               " (inactive, archived or erased customers)".
