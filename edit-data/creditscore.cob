       IDENTIFICATION DIVISION.
       PROGRAM-ID. creditscore.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * nightly credit-risk scoring: the bad history on a customer
      * was spread over half a dozen files - broken plans on
      * PaymentPlans.dat, deposits the bank bounced on
      * DepositHolds.dat (bankreturn.cob), write-offs and overdue
      * charges on Transactions.dat, open disputes on Disputes.dat,
      * open collection items on CollectionItems.dat, limits on
      * CreditLimits.dat - and nobody added it up before goods went
      * out the door. This rates every active customer from all of
      * it and rewrites CreditScores.dat (see copybooks/CRSKREC.cpy)
      * with the score, the risk band and every reason with the
      * points it cost. Overdue balances are aged the way aging.cob
      * sees them - disputed amounts left out - with the oldest
      * charges taken as paid first. orderentry.cob holds new orders
      * from high-risk or over-limit customers for a credit manager
      * to release. Non-interactive, scheduled after plannight.cob
      * so broken plans are current; outcome on RunHistory.dat.
      * A charge ages from the day it fell due on the customer's
      * payment terms (through the PAY-TERMS subroutine), as it
      * does on aging.cob, so a customer inside net terms isn't
      * scored as overdue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        this scan uses RELATIVE organization instead (see
      *        write-file.cob's SELECT CustomerFile for the same
      *        change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT LimitFile ASSIGN TO "CreditLimits.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Limit-Rel-Key
               FILE STATUS IS WS-LimitFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlanFile-Status.
           SELECT HoldFile ASSIGN TO "DepositHolds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldFile-Status.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.
           SELECT ItemFile ASSIGN TO "CollectionItems.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ItemFile-Status.
           SELECT ScoreFile ASSIGN TO "CreditScores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ScoreFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD LimitFile.
           01 CreditLimitRecord.
               COPY CRLMREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD PlanFile.
           01 PlanRecord.
               COPY PLANREC.

      *    bankreturn.cob's hold list - one line per customer whose
      *    deposit came back.
           FD HoldFile.
           01 HoldRecord.
               05 HD-Customer-ID PIC 9(5).
               05 HD-Reason      PIC X(3).
               05 HD-Held-Date   PIC 9(8).

           FD DisputeFile.
           01 DisputeRecord.
               COPY DSPTREC.

      *    collsweep.cob's work items - only the customer and
      *    whether the item is still open matter here.
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

           FD ScoreFile.
           01 ScoreRecord.
               COPY CRSKREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-Limit-Rel-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-LimitFile-Status PIC XX.
               88 WS-Limit-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-PlanFile-Status PIC XX.
               88 WS-Plan-File-OK VALUE "00".
           01 WS-HoldFile-Status PIC XX.
               88 WS-Hold-File-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-ItemFile-Status PIC XX.
               88 WS-Item-File-OK VALUE "00".
           01 WS-ScoreFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    every active customer and the history gathered for them
      *    as each file is passed once.
           01 WS-Cust-Table.
               05 WS-Cust-Entry OCCURS 1000 TIMES.
                   10 WS-CU-ID        PIC 9(5).
                   10 WS-CU-Balance   PIC S9(9)V9(2).
                   10 WS-CU-Aged-Bal  PIC S9(9)V9(2).
                   10 WS-CU-Recent-60 PIC S9(9)V9(2).
                   10 WS-CU-Recent-90 PIC S9(9)V9(2).
                   10 WS-CU-Broken    PIC 9(2).
                   10 WS-CU-Returned  PIC 9(2).
                   10 WS-CU-Writeoffs PIC 9(2).
                   10 WS-CU-Disputes  PIC 9(2).
                   10 WS-CU-In-Collections PIC X.
                   10 WS-CU-Terms-Days PIC 9(3).
           01 WS-Cust-Count PIC 9(4) VALUE ZERO.
           01 WS-CU-Idx PIC 9(4).
           01 WS-Cust-Found-Flag PIC X.
               88 WS-Cust-Found VALUE "Y".
           01 WS-Find-ID PIC 9(5).

      *    open disputes, loaded the way aging.cob loads them - a
      *    contested charge doesn't age against the customer.
           01 WS-Disp-Table.
               05 WS-Disp-Entry OCCURS 200 TIMES.
                   10 WS-DI-Customer PIC 9(5).
                   10 WS-DI-Date     PIC 9(8).
                   10 WS-DI-Desc     PIC X(20).
                   10 WS-DI-Amount   PIC S9(8)V9(2)
                       SIGN IS LEADING SEPARATE.
                   10 WS-DI-Serial   PIC 9(7).
           01 WS-Disp-Count PIC 9(3) VALUE ZERO.
           01 WS-Disp-Idx PIC 9(3).
           01 WS-Disputed-Flag PIC X.
               88 WS-Disputed VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Tran-Date-Num PIC 9(8).
           01 WS-Age-Days PIC S9(5).
      *    the date a charge falls due - see TOTAL-ONE-TRANSACTION.
           01 WS-Terms-Days PIC 9(3).
           01 WS-Due-Date PIC 9(8).

      *    the points each reason costs, and where the bands start -
      *    a write-off, a broken plan or a 90-day balance alone is
      *    medium risk; two of them together are high.
           01 WS-Points-Broken   PIC 9(2) VALUE 25.
           01 WS-Points-Returned PIC 9(2) VALUE 15.
           01 WS-Points-Writeoff PIC 9(2) VALUE 30.
           01 WS-Points-Dispute  PIC 9(2) VALUE 10.
           01 WS-Points-Age-60   PIC 9(2) VALUE 15.
           01 WS-Points-Age-90   PIC 9(2) VALUE 25.
           01 WS-Points-Collect  PIC 9(2) VALUE 20.
           01 WS-Points-Over-Lim PIC 9(2) VALUE 20.
           01 WS-High-Risk-From   PIC 9(3) VALUE 50.
           01 WS-Medium-Risk-From PIC 9(3) VALUE 25.

           01 WS-Score-Work PIC 9(3).
           01 WS-Over-60 PIC S9(9)V9(2).
           01 WS-Over-90 PIC S9(9)V9(2).
           01 WS-Reason-Code PIC X(6).
           01 WS-Reason-Points PIC 9(2).

           01 WS-Scored-Count PIC 9(5) VALUE ZERO.
           01 WS-High-Count PIC 9(5) VALUE ZERO.
           01 WS-Medium-Count PIC 9(5) VALUE ZERO.
           01 WS-Low-Count PIC 9(5) VALUE ZERO.
           01 in-score PIC ZZ9.
           01 in-amount PIC ZZ,ZZZ,ZZ9.99-.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "creditscore".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)

           PERFORM LOAD-ACTIVE-CUSTOMERS
           IF WS-Cust-Count = ZERO
               DISPLAY "No active customers on Customer.dat - "
                   "nothing to score"
               MOVE ZERO TO WS-RH-Records
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
               CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
                   WS-RH-Records, WS-RH-RC, WS-RH-Status
               STOP RUN
           END-IF
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM SCAN-TRANSACTIONS
           PERFORM SCAN-PAYMENT-PLANS
           PERFORM SCAN-DEPOSIT-HOLDS
           PERFORM SCAN-COLLECTION-ITEMS

           OPEN OUTPUT ScoreFile
           OPEN INPUT LimitFile
           DISPLAY "CREDIT RISK SCORES - " WS-Today
               " (medium and high risk listed)"
           PERFORM VARYING WS-CU-Idx FROM 1 BY 1
                   UNTIL WS-CU-Idx > WS-Cust-Count
               PERFORM SCORE-ONE-CUSTOMER
           END-PERFORM
           IF WS-Limit-File-OK
               CLOSE LimitFile
           END-IF
           CLOSE ScoreFile

           DISPLAY "Customers scored : " WS-Scored-Count
           DISPLAY "High risk        : " WS-High-Count
           DISPLAY "Medium risk      : " WS-Medium-Count
           DISPLAY "Low risk         : " WS-Low-Count
           MOVE WS-Scored-Count TO WS-RH-Records
           MOVE "OK " TO WS-RH-Status
           MOVE ZERO TO WS-RH-RC
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
           STOP RUN.

       LOAD-ACTIVE-CUSTOMERS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
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
                       IF Customer-Active AND WS-Cust-Count < 1000
                           ADD 1 TO WS-Cust-Count
                           INITIALIZE WS-Cust-Entry(WS-Cust-Count)
                           MOVE ID-num TO WS-CU-ID(WS-Cust-Count)
                           MOVE "N" TO
                               WS-CU-In-Collections(WS-Cust-Count)
                           IF Payment-Terms NUMERIC
                               MOVE Terms-Net-Days
                                   TO WS-CU-Terms-Days(WS-Cust-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustomerFile.

       FIND-CUSTOMER-SLOT.
           MOVE "N" TO WS-Cust-Found-Flag
           PERFORM VARYING WS-CU-Idx FROM 1 BY 1
               UNTIL WS-CU-Idx > WS-Cust-Count
               OR WS-Cust-Found
               IF WS-CU-ID(WS-CU-Idx) = WS-Find-ID
                   SET WS-Cust-Found TO TRUE
                   SUBTRACT 1 FROM WS-CU-Idx
               END-IF
           END-PERFORM.

       LOAD-OPEN-DISPUTES.
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
                       IF DP-Open
                           PERFORM NOTE-OPEN-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DisputeFile-Status NOT = "35"
               CLOSE DisputeFile
           END-IF.

       NOTE-OPEN-DISPUTE.
           MOVE DP-Customer-ID TO WS-Find-ID
           PERFORM FIND-CUSTOMER-SLOT
           IF WS-Cust-Found
               ADD 1 TO WS-CU-Disputes(WS-CU-Idx)
           END-IF
           IF WS-Disp-Count < 200
               ADD 1 TO WS-Disp-Count
               MOVE DP-Customer-ID TO WS-DI-Customer(WS-Disp-Count)
               MOVE DP-Tran-Date TO WS-DI-Date(WS-Disp-Count)
               MOVE DP-Tran-Desc TO WS-DI-Desc(WS-Disp-Count)
               MOVE DP-Tran-Amount TO WS-DI-Amount(WS-Disp-Count)
               IF DP-Tran-Serial NOT NUMERIC
                   MOVE ZERO TO DP-Tran-Serial
               END-IF
               MOVE DP-Tran-Serial TO WS-DI-Serial(WS-Disp-Count)
           END-IF.

       CHECK-DISPUTED.
      *    serial first; the descriptive tuple only for disputes
      *    opened before serials existed - aging.cob's rule.
           MOVE "N" TO WS-Disputed-Flag
           PERFORM VARYING WS-Disp-Idx FROM 1 BY 1
               UNTIL WS-Disp-Idx > WS-Disp-Count
               IF WS-DI-Serial(WS-Disp-Idx) NOT = ZERO
                   IF WS-DI-Serial(WS-Disp-Idx) = TR-Serial
                       SET WS-Disputed TO TRUE
                   END-IF
               ELSE
                   IF WS-DI-Customer(WS-Disp-Idx) = TR-Customer-ID
                       AND WS-DI-Date(WS-Disp-Idx) = TR-Date
                       AND WS-DI-Desc(WS-Disp-Idx) = TR-Description
                       AND WS-DI-Amount(WS-Disp-Idx) = TR-Amount
                       SET WS-Disputed TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-TRANSACTIONS.
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
                       MOVE TR-Customer-ID TO WS-Find-ID
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-Cust-Found
                           PERFORM TOTAL-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TransactionFile-Status NOT = "35"
               CLOSE TransactionFile
           END-IF.

       TOTAL-ONE-TRANSACTION.
      *    the whole balance counts toward the limit; only the
      *    undisputed part ages. Charges inside the window are what
      *    the balance is made of first, so whatever the balance
      *    holds beyond them is older than the window.
           ADD TR-Amount TO WS-CU-Balance(WS-CU-Idx)
           IF TR-Writeoff
               ADD 1 TO WS-CU-Writeoffs(WS-CU-Idx)
           END-IF
           PERFORM CHECK-DISPUTED
           IF WS-Disputed
               EXIT PARAGRAPH
           END-IF
           ADD TR-Amount TO WS-CU-Aged-Bal(WS-CU-Idx)
           IF NOT TR-Charge OR TR-Amount NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE TR-Date TO WS-Tran-Date-Num
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Tran-Date-Num)
               NOT = ZERO
               EXIT PARAGRAPH
           END-IF
      *    a charge isn't late until its terms run out.
           MOVE WS-CU-Terms-Days(WS-CU-Idx) TO WS-Terms-Days
           CALL "PAY-TERMS" USING WS-Tran-Date-Num,
               WS-Terms-Days, WS-Due-Date
           COMPUTE WS-Age-Days = WS-Today-Int
               - FUNCTION INTEGER-OF-DATE(WS-Due-Date)
           IF WS-Age-Days < 60
               ADD TR-Amount TO WS-CU-Recent-60(WS-CU-Idx)
           END-IF
           IF WS-Age-Days < 90
               ADD TR-Amount TO WS-CU-Recent-90(WS-CU-Idx)
           END-IF.

       SCAN-PAYMENT-PLANS.
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
                       IF PL-Broken
                           MOVE PL-Customer-ID TO WS-Find-ID
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-Cust-Found
                               ADD 1 TO WS-CU-Broken(WS-CU-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlanFile-Status NOT = "35"
               CLOSE PlanFile
           END-IF.

       SCAN-DEPOSIT-HOLDS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HoldFile
           IF NOT WS-Hold-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ HoldFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE HD-Customer-ID TO WS-Find-ID
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-Cust-Found
                           ADD 1 TO WS-CU-Returned(WS-CU-Idx)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldFile-Status NOT = "35"
               CLOSE HoldFile
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
                       IF CI-Open-Item
                           MOVE CI-Customer-ID TO WS-Find-ID
                           PERFORM FIND-CUSTOMER-SLOT
                           IF WS-Cust-Found
                               MOVE "Y" TO
                                   WS-CU-In-Collections(WS-CU-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ItemFile-Status NOT = "35"
               CLOSE ItemFile
           END-IF.

       SCORE-ONE-CUSTOMER.
           INITIALIZE ScoreRecord
           MOVE WS-CU-ID(WS-CU-Idx) TO CS-Customer-ID
           MOVE WS-Today TO CS-Scored-Date
           MOVE WS-CU-Balance(WS-CU-Idx) TO CS-Balance
           MOVE ZERO TO WS-Score-Work

           COMPUTE WS-Over-60 = WS-CU-Aged-Bal(WS-CU-Idx)
               - WS-CU-Recent-60(WS-CU-Idx)
           COMPUTE WS-Over-90 = WS-CU-Aged-Bal(WS-CU-Idx)
               - WS-CU-Recent-90(WS-CU-Idx)
           IF WS-Over-90 > ZERO
               MOVE WS-Over-90 TO CS-Over-90
           END-IF

           MOVE ZERO TO CS-Limit
           IF WS-Limit-File-OK
               MOVE WS-CU-ID(WS-CU-Idx) TO WS-Limit-Rel-Key
               READ LimitFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-Limit TO CS-Limit
               END-READ
           END-IF

           IF WS-CU-Broken(WS-CU-Idx) > ZERO
               MOVE "BRKPLN" TO WS-Reason-Code
               MOVE WS-Points-Broken TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF
           IF WS-CU-Returned(WS-CU-Idx) > ZERO
               MOVE "RETDEP" TO WS-Reason-Code
               MOVE WS-Points-Returned TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF
           IF WS-CU-Writeoffs(WS-CU-Idx) > ZERO
               MOVE "WROFF" TO WS-Reason-Code
               MOVE WS-Points-Writeoff TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF
           IF WS-CU-Disputes(WS-CU-Idx) > ZERO
               MOVE "DISPUT" TO WS-Reason-Code
               MOVE WS-Points-Dispute TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF
           IF WS-Over-90 > ZERO
               MOVE "AGE90" TO WS-Reason-Code
               MOVE WS-Points-Age-90 TO WS-Reason-Points
               PERFORM ADD-REASON
           ELSE
               IF WS-Over-60 > ZERO
                   MOVE "AGE60" TO WS-Reason-Code
                   MOVE WS-Points-Age-60 TO WS-Reason-Points
                   PERFORM ADD-REASON
               END-IF
           END-IF
           IF WS-CU-In-Collections(WS-CU-Idx) = "Y"
               MOVE "COLLCT" TO WS-Reason-Code
               MOVE WS-Points-Collect TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF
           IF CS-Limit > ZERO AND CS-Balance > CS-Limit
               MOVE "OVRLIM" TO WS-Reason-Code
               MOVE WS-Points-Over-Lim TO WS-Reason-Points
               PERFORM ADD-REASON
           END-IF

           IF WS-Score-Work > 100
               MOVE 100 TO WS-Score-Work
           END-IF
           MOVE WS-Score-Work TO CS-Score
           EVALUATE TRUE
               WHEN WS-Score-Work >= WS-High-Risk-From
                   SET CS-High-Risk TO TRUE
                   ADD 1 TO WS-High-Count
               WHEN WS-Score-Work >= WS-Medium-Risk-From
                   SET CS-Medium-Risk TO TRUE
                   ADD 1 TO WS-Medium-Count
               WHEN OTHER
                   SET CS-Low-Risk TO TRUE
                   ADD 1 TO WS-Low-Count
           END-EVALUATE
           WRITE ScoreRecord
           ADD 1 TO WS-Scored-Count

           IF NOT CS-Low-Risk
               MOVE CS-Score TO in-score
               MOVE CS-Balance TO in-amount
               DISPLAY "  " CS-Customer-ID " score " in-score
                   " [" CS-Risk "] balance " in-amount " - "
                   CS-Reason-Code(1) " " CS-Reason-Code(2) " "
                   CS-Reason-Code(3) " " CS-Reason-Code(4) " "
                   CS-Reason-Code(5) " " CS-Reason-Code(6)
           END-IF.

       ADD-REASON.
           ADD WS-Reason-Points TO WS-Score-Work
           IF CS-Reason-Count < 8
               ADD 1 TO CS-Reason-Count
               MOVE WS-Reason-Code TO CS-Reason-Code(CS-Reason-Count)
               MOVE WS-Reason-Points
                   TO CS-Reason-Points(CS-Reason-Count)
           END-IF.
