       IDENTIFICATION DIVISION.
       PROGRAM-ID. feebill.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * term fee billing: teaching (enroll.cob) and billing never
      * met - a student could sit a whole term without a charge
      * reaching their account. This run takes one term - FEE-TERM
      * in the environment, or the latest term on Enrollments.dat
      * when unset - and posts a charge to Transactions.dat for
      * every course a student is enrolled in and has not yet been
      * billed for, at the CourseFees.dat rate (coursecat.cob)
      * in force today: the course's own line first, else the
      * *ALL line, per credit times the course's catalog credits
      * (a course off the catalog weighs one, transcript.cob's
      * rule) or one flat fee. Charges take a TRAN-SERIAL serial
      * and go to the ledger through GL-POST, receivable 1100
      * against COURSE FEES 4300, so they flow into balroll.cob,
      * statements and aging like any other charge. A student who
      * withdrew on or before the term's refund cutoff - FEE-CUTOFF
      * (yyyymmdd), needed on the term's first run and kept on the
      * register after that - gets the fee back as a negative
      * adjustment posted the other way round. CourseBilling.dat
      * records what was billed and refunded, so the run can be
      * repeated through the term and only picks up what changed;
      * a student re-enrolled after a refund is billed again. Like
      * the other posters it will not post into a closed period.
      * The run is listed on the FEEBILL spool report.
      * A student held by sanctions screening (SCREEN-HOLD) is not
      * billed - the enrollment is listed as held and left
      * unbilled, so the first run after compliance clears the
      * student picks it up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EnrollFile ASSIGN TO "Enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EnrollFile-Status.
           SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CourseFile-Status.
           SELECT FeeFile ASSIGN TO "CourseFees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FeeFile-Status.
           SELECT BillingFile ASSIGN TO "CourseBilling.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BillingFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD EnrollFile.
           01 EnrollRecord.
               COPY ENRLREC.

           FD CourseFile.
           01 CourseRecord.
               05 CC-Course-Code PIC X(8).
               05 CC-Title       PIC X(20).
               05 CC-Credits     PIC 9(2).
               05 CC-Capacity    PIC 9(3).
               05 CC-Prereq      PIC X(8) OCCURS 3 TIMES.
               05 CC-Min-Attend  PIC 9(3).

           FD FeeFile.
           01 CourseFeeRecord.
               COPY CFEEREC.

      *    one line per student, course and term billed - what was
      *    charged, under which serial, and whether it has since
      *    been refunded.
           FD BillingFile.
           01 BillingRecord.
               05 FB-Student-ID     PIC 9(5).
               05 FB-Course         PIC X(8).
               05 FB-Term           PIC X(6).
               05 FB-Status         PIC X.
                   88 FB-Billed   VALUE "B".
                   88 FB-Refunded VALUE "R".
               05 FB-Bill-Date      PIC 9(8).
               05 FB-Amount         PIC 9(7)V9(2).
               05 FB-Serial         PIC 9(7).
               05 FB-Cutoff         PIC 9(8).
               05 FB-Refund-Date    PIC 9(8).
               05 FB-Refund-Serial  PIC 9(7).

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-EnrollFile-Status PIC XX.
               88 WS-Enroll-File-OK VALUE "00".
           01 WS-CourseFile-Status PIC XX.
               88 WS-Course-File-OK VALUE "00".
           01 WS-FeeFile-Status PIC XX.
               88 WS-Fee-File-OK VALUE "00".
           01 WS-BillingFile-Status PIC XX.
               88 WS-Billing-File-OK VALUE "00".
           01 WS-TransactionFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Failed-Flag PIC X VALUE "N".
               88 WS-Failed VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Run-Term PIC X(6) VALUE SPACES.
           01 WS-Cutoff-Entry PIC X(8).
           01 WS-Cutoff PIC 9(8) VALUE ZERO.
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".

      *    course credits off the catalog, for per-credit fees.
           01 WS-Catalog-Table.
               05 WS-Catalog-Entry OCCURS 50 TIMES.
                   10 WS-CA-Code    PIC X(8).
                   10 WS-CA-Credits PIC 9(2).
           01 WS-Catalog-Count PIC 9(3) VALUE ZERO.
           01 WS-CA-Idx PIC 9(3).

      *    the whole fee schedule, every dated line.
           01 WS-Fee-Table.
               05 WS-Fee-Entry OCCURS 200 TIMES.
                   10 WS-FE-Course   PIC X(8).
                   10 WS-FE-Eff-Date PIC 9(8).
                   10 WS-FE-Basis    PIC X.
                   10 WS-FE-Rate     PIC 9(5)V9(2).
           01 WS-Fee-Count PIC 9(3) VALUE ZERO.
           01 WS-FE-Idx PIC 9(3).
           01 WS-Fee-Course PIC X(8).
           01 WS-Best-Eff PIC 9(8).
           01 WS-Best-Idx PIC 9(3).

      *    the enrollments held in storage so each student, course
      *    and term is acted on once, at its latest line - enroll
      *    appends a fresh line when a withdrawn student signs up
      *    again, and only the last one says where they stand.
           01 WS-Enroll-Table.
               05 WS-Enroll-Entry OCCURS 2000 TIMES.
                   10 WS-EN-Record PIC X(38).
           01 WS-Enroll-Count PIC 9(4) VALUE ZERO.
           01 WS-EN-Idx PIC 9(4).
           01 WS-EN-Later PIC 9(4).
           01 WS-Superseded-Flag PIC X.
               88 WS-Superseded VALUE "Y".
           01 WS-Work-Enroll.
               COPY ENRLREC REPLACING LEADING ==EN-== BY ==WE-==.
           01 WS-Later-Enroll.
               COPY ENRLREC REPLACING LEADING ==EN-== BY ==WL-==.

      *    the billing register, read whole and rewritten after the
      *    pass - same table-and-rewrite idiom as recurpost.cob.
           01 WS-Bill-Table.
               05 WS-Bill-Entry OCCURS 2000 TIMES.
                   10 WS-BL-Student-ID    PIC 9(5).
                   10 WS-BL-Course        PIC X(8).
                   10 WS-BL-Term          PIC X(6).
                   10 WS-BL-Status        PIC X.
                   10 WS-BL-Bill-Date     PIC 9(8).
                   10 WS-BL-Amount        PIC 9(7)V9(2).
                   10 WS-BL-Serial        PIC 9(7).
                   10 WS-BL-Cutoff        PIC 9(8).
                   10 WS-BL-Refund-Date   PIC 9(8).
                   10 WS-BL-Refund-Serial PIC 9(7).
           01 WS-Bill-Count PIC 9(4) VALUE ZERO.
           01 WS-BL-Idx PIC 9(4).
           01 WS-Bill-Found-Flag PIC X.
               88 WS-Bill-Found VALUE "Y".

           01 WS-Credits PIC 9(2).
           01 WS-Fee-Amount PIC 9(7)V9(2).
           01 WS-Billed-Count PIC 9(5) VALUE ZERO.
           01 WS-Billed-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Refund-Count PIC 9(5) VALUE ZERO.
           01 WS-Refund-Total PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Late-Count PIC 9(5) VALUE ZERO.
           01 WS-No-Fee-Count PIC 9(5) VALUE ZERO.
           01 WS-Screen-Held-Count PIC 9(5) VALUE ZERO.
           01 in-amount PIC Z,ZZZ,ZZ9.99.
           01 in-total PIC ZZZ,ZZZ,ZZ9.99.

      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Screen-Held-Flag PIC X.
               88 WS-Screen-Held VALUE "Y".
           01 WS-Screen-Held-Reason PIC X(30).

      *    posting-period gate - see the PERIOD-CHECK subroutine
      *    and periodclose.cob.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
               88 WS-Period-Is-Open VALUE "Y".

      *    general-ledger posting state - a fee debits the
      *    receivable and credits COURSE FEES; a refund reverses
      *    the pair.
           01 WS-GL-Source PIC X(12) VALUE "feebill".
           01 WS-GL-Reference PIC X(12).
           01 WS-GL-Debit-Acct PIC 9(4).
           01 WS-GL-Credit-Acct PIC 9(4).
           01 WS-GL-Receivable-Acct PIC 9(4) VALUE 1100.
           01 WS-GL-Fees-Acct PIC 9(4) VALUE 4300.
           01 WS-GL-Amount PIC 9(9)V9(2).
           01 WS-GL-Customer PIC 9(5).
           01 WS-GL-Date PIC 9(8).

           01 WS-Report-Line PIC X(80).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "FEEBILL".
           01 WS-Spool-Line PIC X(132).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "feebill".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           DISPLAY "Term fee billing"

           PERFORM LOAD-ENROLLMENTS
           ACCEPT WS-Run-Term
               FROM ENVIRONMENT "FEE-TERM"
               ON EXCEPTION
                   MOVE SPACES TO WS-Run-Term
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-Run-Term) TO WS-Run-Term
           IF WS-Run-Term = SPACES
               PERFORM FIND-LATEST-TERM
           END-IF
           IF WS-Run-Term = SPACES
               DISPLAY "No enrollments on Enrollments.dat - nothing "
                   "to bill"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF
           DISPLAY "Term " WS-Run-Term

           PERFORM LOAD-REGISTER
           PERFORM SET-REFUND-CUTOFF
           IF WS-Failed
               PERFORM FINISH-RUN
           END-IF

      *    every posting is dated today, so one gate covers the run
      *    - nothing is posted at all into a closed month.
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           IF NOT WS-Period-Is-Open
               DISPLAY "Period " WS-Posting-Period " is closed - "
                   "no fees posted"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF

           PERFORM LOAD-CATALOG
           PERFORM LOAD-FEE-SCHEDULE
           IF WS-Fee-Count = ZERO
               DISPLAY "CourseFees.dat holds no fees - see coursecat"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF

           OPEN EXTEND TransactionFile
           IF WS-TransactionFile-Status = "35"
               OPEN OUTPUT TransactionFile
               CLOSE TransactionFile
               OPEN EXTEND TransactionFile
           END-IF
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "COURSE FEE BILLING - TERM " WS-Run-Term
               "  REFUND CUTOFF " WS-Cutoff
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "STUDENT COURSE   ACTION             AMOUNT  SERIAL"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO WS-Work-Enroll
               IF WE-Term = WS-Run-Term
                   PERFORM CHECK-SUPERSEDED
                   IF NOT WS-Superseded
                       PERFORM BILL-ONE-ENROLLMENT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TransactionFile
           PERFORM REWRITE-REGISTER

           MOVE WS-Billed-Total TO in-total
           MOVE SPACES TO WS-Report-Line
           STRING "Fees billed:    " WS-Billed-Count " for " in-total
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Refund-Total TO in-total
           MOVE SPACES TO WS-Report-Line
           STRING "Fees refunded:  " WS-Refund-Count " for " in-total
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Late-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "Withdrawn after the cutoff, fee kept: "
                   WS-Late-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-No-Fee-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "Not billed, no fee on the schedule: "
                   WS-No-Fee-Count " - see coursecat"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-Screen-Held-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "Not billed, sanctions hold: "
                   WS-Screen-Held-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           PERFORM FINISH-RUN.

       FINISH-RUN.
           COMPUTE WS-RH-Records = WS-Billed-Count + WS-Refund-Count
           IF WS-Failed
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       SET-REFUND-CUTOFF.
      *    given on the command environment it becomes the term's
      *    cutoff, restamped on every line of the term; otherwise
      *    the term's earlier runs decide it.
           ACCEPT WS-Cutoff-Entry
               FROM ENVIRONMENT "FEE-CUTOFF"
               ON EXCEPTION
                   MOVE SPACES TO WS-Cutoff-Entry
           END-ACCEPT
           IF WS-Cutoff-Entry NOT = SPACES
               MOVE "N" TO WS-Date-Valid-Flag
               IF WS-Cutoff-Entry IS NUMERIC
                   MOVE WS-Cutoff-Entry(7:2) TO WS-Date-dd
                   MOVE WS-Cutoff-Entry(5:2) TO WS-Date-mm
                   MOVE WS-Cutoff-Entry(1:4) TO WS-Date-yyyy
                   CALL "VALIDATE-DOB" USING WS-Date-dd, WS-Date-mm,
                       WS-Date-yyyy, WS-Date-Valid-Flag
               END-IF
               IF NOT WS-Date-Valid
                   DISPLAY "FEE-CUTOFF " WS-Cutoff-Entry
                       " is not a yyyymmdd date"
                   SET WS-Failed TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Cutoff-Entry TO WS-Cutoff
               PERFORM VARYING WS-BL-Idx FROM 1 BY 1
                       UNTIL WS-BL-Idx > WS-Bill-Count
                   IF WS-BL-Term(WS-BL-Idx) = WS-Run-Term
                       MOVE WS-Cutoff TO WS-BL-Cutoff(WS-BL-Idx)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-BL-Idx FROM 1 BY 1
                       UNTIL WS-BL-Idx > WS-Bill-Count
                   IF WS-BL-Term(WS-BL-Idx) = WS-Run-Term
                       AND WS-BL-Cutoff(WS-BL-Idx) > WS-Cutoff
                       MOVE WS-BL-Cutoff(WS-BL-Idx) TO WS-Cutoff
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Cutoff = ZERO
               DISPLAY "No refund cutoff for " WS-Run-Term
                   " - set FEE-CUTOFF (yyyymmdd) on the term's "
                   "first run"
               SET WS-Failed TO TRUE
           END-IF.

       CHECK-SUPERSEDED.
           MOVE "N" TO WS-Superseded-Flag
           PERFORM VARYING WS-EN-Later FROM WS-EN-Idx BY 1
                   UNTIL WS-EN-Later >= WS-Enroll-Count
                   OR WS-Superseded
               MOVE WS-EN-Record(WS-EN-Later + 1) TO WS-Later-Enroll
               IF WL-Student-ID = WE-Student-ID
                   AND WL-Course = WE-Course
                   AND WL-Term = WE-Term
                   SET WS-Superseded TO TRUE
               END-IF
           END-PERFORM.

       BILL-ONE-ENROLLMENT.
           PERFORM FIND-REGISTER-LINE
           IF WE-Enrolled
               IF NOT WS-Bill-Found
                   OR WS-BL-Status(WS-BL-Idx) = "R"
                   CALL "SCREEN-HOLD" USING WE-Student-ID,
                       WS-Screen-Held-Flag, WS-Screen-Held-Reason
                   IF WS-Screen-Held
                       PERFORM REPORT-HELD-ENROLLMENT
                   ELSE
                       PERFORM POST-FEE
                   END-IF
               END-IF
           ELSE
               IF WS-Bill-Found
                   AND WS-BL-Status(WS-BL-Idx) = "B"
                   IF WE-Date <= WS-Cutoff
                       PERFORM POST-REFUND
                   ELSE
                       ADD 1 TO WS-Late-Count
                   END-IF
               END-IF
           END-IF.

       REPORT-HELD-ENROLLMENT.
           ADD 1 TO WS-Screen-Held-Count
           MOVE SPACES TO WS-Report-Line
           STRING WE-Student-ID "   " WE-Course " HELD        "
               WS-Screen-Held-Reason
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       FIND-REGISTER-LINE.
           MOVE "N" TO WS-Bill-Found-Flag
           PERFORM VARYING WS-BL-Idx FROM 1 BY 1
                   UNTIL WS-BL-Idx > WS-Bill-Count OR WS-Bill-Found
               IF WS-BL-Student-ID(WS-BL-Idx) = WE-Student-ID
                   AND WS-BL-Course(WS-BL-Idx) = WE-Course
                   AND WS-BL-Term(WS-BL-Idx) = WE-Term
                   SET WS-Bill-Found TO TRUE
               END-IF
           END-PERFORM
           IF WS-Bill-Found
               SUBTRACT 1 FROM WS-BL-Idx
           END-IF.

       POST-FEE.
           PERFORM RESOLVE-COURSE-FEE
           IF WS-Best-Idx = ZERO
               ADD 1 TO WS-No-Fee-Count
               MOVE SPACES TO WS-Report-Line
               STRING WE-Student-ID "   " WE-Course " "
                   "NO FEE ON SCHEDULE"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-Bill-Found
               IF WS-Bill-Count >= 2000
                   DISPLAY "CourseBilling.dat is full - "
                       WE-Student-ID " " WE-Course " not billed"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Bill-Count
               MOVE WS-Bill-Count TO WS-BL-Idx
           END-IF

           MOVE WE-Student-ID TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Charge TO TRUE
           MOVE SPACES TO TR-Description
           STRING "FEE " WE-Course " " WE-Term
               DELIMITED BY SIZE INTO TR-Description
           END-STRING
           IF WS-FE-Basis(WS-Best-Idx) = "C"
               PERFORM FIND-COURSE-CREDITS
               MOVE WS-Credits TO TR-Qty
           ELSE
               MOVE 1 TO TR-Qty
           END-IF
           MOVE WS-FE-Rate(WS-Best-Idx) TO TR-Unit-Price
           COMPUTE WS-Fee-Amount = TR-Qty * TR-Unit-Price
           MOVE WS-Fee-Amount TO TR-Amount
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           MOVE WE-Student-ID TO WS-BL-Student-ID(WS-BL-Idx)
           MOVE WE-Course TO WS-BL-Course(WS-BL-Idx)
           MOVE WE-Term TO WS-BL-Term(WS-BL-Idx)
           MOVE "B" TO WS-BL-Status(WS-BL-Idx)
           MOVE WS-Today TO WS-BL-Bill-Date(WS-BL-Idx)
           MOVE WS-Fee-Amount TO WS-BL-Amount(WS-BL-Idx)
           MOVE WS-Tran-Serial TO WS-BL-Serial(WS-BL-Idx)
           MOVE WS-Cutoff TO WS-BL-Cutoff(WS-BL-Idx)
           MOVE ZERO TO WS-BL-Refund-Date(WS-BL-Idx)
           MOVE ZERO TO WS-BL-Refund-Serial(WS-BL-Idx)

           MOVE WS-GL-Receivable-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Fees-Acct TO WS-GL-Credit-Acct
           MOVE SPACES TO WS-GL-Reference
           STRING "FEE" WS-Tran-Serial
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           PERFORM POST-TO-LEDGER

           ADD 1 TO WS-Billed-Count
           ADD WS-Fee-Amount TO WS-Billed-Total
           MOVE WS-Fee-Amount TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING WE-Student-ID "   " WE-Course " BILLED      "
               in-amount "  " WS-Tran-Serial
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       POST-REFUND.
      *    the whole fee back, whatever the schedule says today -
      *    the refund matches what was charged.
           MOVE WS-BL-Amount(WS-BL-Idx) TO WS-Fee-Amount
           MOVE WE-Student-ID TO TR-Customer-ID
           MOVE WS-Today(1:4) TO TR-Date-yyyy
           MOVE WS-Today(5:2) TO TR-Date-mm
           MOVE WS-Today(7:2) TO TR-Date-dd
           SET TR-Adjustment TO TRUE
           MOVE SPACES TO TR-Description
           STRING "FEE REFUND " WE-Course
               DELIMITED BY SIZE INTO TR-Description
           END-STRING
           COMPUTE TR-Amount = ZERO - WS-Fee-Amount
           MOVE ZERO TO TR-Qty
           MOVE ZERO TO TR-Unit-Price
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag

           MOVE "R" TO WS-BL-Status(WS-BL-Idx)
           MOVE WS-Today TO WS-BL-Refund-Date(WS-BL-Idx)
           MOVE WS-Tran-Serial TO WS-BL-Refund-Serial(WS-BL-Idx)

           MOVE WS-GL-Fees-Acct TO WS-GL-Debit-Acct
           MOVE WS-GL-Receivable-Acct TO WS-GL-Credit-Acct
           MOVE SPACES TO WS-GL-Reference
           STRING "FEERF" WS-Tran-Serial
               DELIMITED BY SIZE INTO WS-GL-Reference
           END-STRING
           PERFORM POST-TO-LEDGER

           ADD 1 TO WS-Refund-Count
           ADD WS-Fee-Amount TO WS-Refund-Total
           MOVE WS-Fee-Amount TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING WE-Student-ID "   " WE-Course " REFUNDED    "
               in-amount "  " WS-Tran-Serial
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       POST-TO-LEDGER.
           MOVE WS-Today TO WS-GL-Date
           MOVE WE-Student-ID TO WS-GL-Customer
           MOVE WS-Fee-Amount TO WS-GL-Amount
           CALL "GL-POST" USING WS-GL-Date, WS-GL-Source,
               WS-GL-Reference, WS-GL-Debit-Acct,
               WS-GL-Credit-Acct, WS-GL-Amount, WS-GL-Customer.

       RESOLVE-COURSE-FEE.
      *    the invgen.cob rule for dated prices: the latest line
      *    effective on or before today wins. The course's own
      *    lines are tried first, then the *ALL default.
           MOVE WE-Course TO WS-Fee-Course
           PERFORM FIND-LATEST-FEE
           IF WS-Best-Idx = ZERO
               MOVE "*ALL" TO WS-Fee-Course
               PERFORM FIND-LATEST-FEE
           END-IF.

       FIND-LATEST-FEE.
           MOVE ZERO TO WS-Best-Idx
           MOVE ZERO TO WS-Best-Eff
           PERFORM VARYING WS-FE-Idx FROM 1 BY 1
                   UNTIL WS-FE-Idx > WS-Fee-Count
               IF WS-FE-Course(WS-FE-Idx) = WS-Fee-Course
                   AND WS-FE-Eff-Date(WS-FE-Idx) <= WS-Today
                   AND WS-FE-Eff-Date(WS-FE-Idx) >= WS-Best-Eff
                   MOVE WS-FE-Eff-Date(WS-FE-Idx) TO WS-Best-Eff
                   MOVE WS-FE-Idx TO WS-Best-Idx
               END-IF
           END-PERFORM.

       FIND-COURSE-CREDITS.
      *    a course off the catalog, or carried at no credits,
      *    weighs one.
           MOVE 1 TO WS-Credits
           PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                   UNTIL WS-CA-Idx > WS-Catalog-Count
               IF WS-CA-Code(WS-CA-Idx) = WE-Course
                   AND WS-CA-Credits(WS-CA-Idx) > ZERO
                   MOVE WS-CA-Credits(WS-CA-Idx) TO WS-Credits
               END-IF
           END-PERFORM.

       FIND-LATEST-TERM.
      *    terms are named so they sort - 2026S1 before 2026S2 -
      *    so the latest is the highest on file.
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-Enroll-Count
               MOVE WS-EN-Record(WS-EN-Idx) TO WS-Work-Enroll
               IF WE-Term > WS-Run-Term
                   MOVE WE-Term TO WS-Run-Term
               END-IF
           END-PERFORM.

       LOAD-ENROLLMENTS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT EnrollFile
           IF NOT WS-Enroll-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ EnrollFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Enroll-Count < 2000
                           ADD 1 TO WS-Enroll-Count
                           MOVE EnrollRecord
                               TO WS-EN-Record(WS-Enroll-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EnrollFile-Status NOT = "35"
               CLOSE EnrollFile
           END-IF.

       LOAD-CATALOG.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CourseFile
           IF NOT WS-Course-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CourseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Catalog-Count < 50
                           ADD 1 TO WS-Catalog-Count
                           MOVE CC-Course-Code
                               TO WS-CA-Code(WS-Catalog-Count)
                           MOVE CC-Credits
                               TO WS-CA-Credits(WS-Catalog-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CourseFile-Status NOT = "35"
               CLOSE CourseFile
           END-IF.

       LOAD-FEE-SCHEDULE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FeeFile
           IF NOT WS-Fee-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ FeeFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Fee-Count < 200
                           ADD 1 TO WS-Fee-Count
                           MOVE CF-Course
                               TO WS-FE-Course(WS-Fee-Count)
                           MOVE CF-Eff-Date
                               TO WS-FE-Eff-Date(WS-Fee-Count)
                           MOVE CF-Basis
                               TO WS-FE-Basis(WS-Fee-Count)
                           MOVE CF-Rate
                               TO WS-FE-Rate(WS-Fee-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FeeFile-Status NOT = "35"
               CLOSE FeeFile
           END-IF.

       LOAD-REGISTER.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BillingFile
           IF NOT WS-Billing-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ BillingFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Bill-Count < 2000
                           ADD 1 TO WS-Bill-Count
                           MOVE BillingRecord
                               TO WS-Bill-Entry(WS-Bill-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BillingFile-Status NOT = "35"
               CLOSE BillingFile
           END-IF.

       REWRITE-REGISTER.
           OPEN OUTPUT BillingFile
           PERFORM VARYING WS-BL-Idx FROM 1 BY 1
                   UNTIL WS-BL-Idx > WS-Bill-Count
               MOVE WS-Bill-Entry(WS-BL-Idx) TO BillingRecord
               WRITE BillingRecord
           END-PERFORM
           CLOSE BillingFile.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
