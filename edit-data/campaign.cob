      * pull is repeatable, (R)ebuilds a saved campaign against
      * today's files, and (L)ists what's on file. letters.cob's
      * campaign run merges any template over a list built here.
      * Behind sign-on, every build audited. A post campaign
      * leaves off any customer whose address custmaint.cob has
      * marked undeliverable (returned mail). Every campaign names
      * its channel - post, email or phone (older headers without
      * one are post) - and only customers whose marketing consent
      * for that channel stands given (CONSENT-STATUS, recorded in
      * custmaint.cob) are selected; nobody is assumed to have
      * agreed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Balance-Rel-Key
               FILE STATUS IS WS-BalanceFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           01 BalanceRecord.
               COPY BALREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.
               05 CG-Active-After PIC 9(8).
               05 CG-Built-Stamp  PIC X(14).
               05 CG-Members      PIC 9(5).
               05 CG-Channel      PIC X.

           FD ListFile.
           01 ListRecord.
           01 WS-Balance-Rel-Key PIC 9(5).
           01 WS-BalanceFile-Status PIC XX.
               88 WS-Balance-File-OK VALUE "00".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-Contact-Open-Flag PIC X VALUE "N".
               88 WS-Contact-Open VALUE "Y".
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-CampaignFile-Status PIC XX.
               05 WS-CR-Bal-Max PIC 9(7)V9(2).
               05 WS-CR-Birth-Month PIC 9(2).
               05 WS-CR-Active-After PIC 9(8).
               05 WS-CR-Channel PIC X.
                   88 WS-CR-Post VALUE "P".
                   88 WS-CR-Channel-Valid VALUE "P", "E", "T".
           01 WS-Campaign-Name PIC X(20).
           01 WS-Campaign-Num PIC 9(4).
           01 WS-Next-Campaign PIC 9(4) VALUE ZERO.
           01 WS-Min-Dollars PIC 9(7).
           01 WS-Max-Dollars PIC 9(7).
           01 WS-Member-Count PIC 9(5).
           01 WS-Undeliverable-Count PIC 9(5).
           01 WS-No-Consent-Count PIC 9(5).
           01 WS-Consent-Now PIC X.
           01 WS-Consent-Date PIC 9(8).
           01 WS-Consent-By PIC X(10).
           01 WS-Cust-Balance PIC S9(9)V9(2).
           01 WS-Last-Activity PIC 9(8).
           01 WS-Qualifies-Flag PIC X.
      *    the prodmaint.cob treatment; list lines are appended.
           01 WS-Camp-Table.
               05 WS-Camp-Entry OCCURS 50 TIMES.
                   10 WS-CP-Record PIC X(78).
           01 WS-Camp-Count PIC 9(2) VALUE ZERO.
           01 WS-CP-Idx PIC 9(2).
           01 WS-Work-Camp.
               05 WC-Active-After PIC 9(8).
               05 WC-Built-Stamp  PIC X(14).
               05 WC-Members      PIC 9(5).
               05 WC-Channel      PIC X.

           01 WS-Audit-Detail PIC X(40).

           MOVE WC-Bal-Max TO WS-CR-Bal-Max
           MOVE WC-Birth-Month TO WS-CR-Birth-Month
           MOVE WC-Active-After TO WS-CR-Active-After
           MOVE WC-Channel TO WS-CR-Channel
           IF NOT WS-CR-Channel-Valid
               MOVE "P" TO WS-CR-Channel
               MOVE "P" TO WC-Channel
           END-IF
           MOVE WS-Num-Entry TO WS-Campaign-Num
           PERFORM DROP-OLD-MEMBERS
           PERFORM RUN-SELECTION
                   WC-Branch "' currency '" WC-Currency
                   "' birth month " WC-Birth-Month
                   " active after " WC-Active-After
                   " channel '" WC-Channel "'"
           END-PERFORM.

       ACCEPT-CRITERIA.
           ACCEPT WS-CR-Birth-Month
           DISPLAY "Active since (yyyymmdd, 0 = any) :"
               WITH NO ADVANCING
           ACCEPT WS-CR-Active-After
      *    the channel is not a "don't care" - it decides whose
      *    consent the pull needs.
           DISPLAY "Channel - (P)ost (E)mail (T)elephone "
               "[blank = post] :" WITH NO ADVANCING
           MOVE SPACE TO WS-CR-Channel
           ACCEPT WS-CR-Channel
           MOVE FUNCTION UPPER-CASE(WS-CR-Channel)
               TO WS-CR-Channel
           IF NOT WS-CR-Channel-Valid
               MOVE "P" TO WS-CR-Channel
           END-IF.

       RUN-SELECTION.
           MOVE ZERO TO WS-Member-Count
           MOVE ZERO TO WS-Undeliverable-Count
           MOVE ZERO TO WS-No-Consent-Count
           MOVE "N" TO WS-Cust-Eof-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Contact-Open-Flag
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               SET WS-Contact-Open TO TRUE
           END-IF
           OPEN EXTEND ListFile
           IF WS-ListFile-Status = "35"
               OPEN OUTPUT ListFile
               END-READ
           END-PERFORM
           CLOSE CustomerFile
           IF WS-Contact-Open
               CLOSE ContactFile
           END-IF
           CLOSE ListFile
           IF WS-Undeliverable-Count > ZERO
               DISPLAY "  (" WS-Undeliverable-Count " otherwise "
                   "selected left off - address undeliverable)"
           END-IF
           IF WS-No-Consent-Count > ZERO
               DISPLAY "  (" WS-No-Consent-Count " otherwise "
                   "selected left off - no marketing consent for "
                   "the channel)"
           END-IF.

       JUDGE-ONE-CUSTOMER.
           SET WS-Qualifies TO TRUE
               PERFORM FIND-LAST-ACTIVITY
               IF WS-Last-Activity < WS-CR-Active-After
                   MOVE "N" TO WS-Qualifies-Flag
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-CONSENT
           IF WS-Qualifies
               AND WS-CR-Post
               PERFORM CHECK-UNDELIVERABLE
           END-IF.

       CHECK-CONSENT.
      *    after the criteria, so the count is of customers the pull
      *    did pick - no standing consent for the channel, no
      *    campaign, however well they fit.
           CALL "CONSENT-STATUS" USING ID-num, WS-CR-Channel,
               WS-Consent-Now, WS-Consent-Date, WS-Consent-By
           IF WS-Consent-Now NOT = "Y"
               MOVE "N" TO WS-Qualifies-Flag
               ADD 1 TO WS-No-Consent-Count
           END-IF.

       CHECK-UNDELIVERABLE.
      *    checked last, so the count is of customers the criteria
      *    did pick - a returned-mail address gets no campaign.
           IF NOT WS-Contact-Open
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Contact-Rel-Key
           READ ContactFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CN-Mail-Undeliverable
                       MOVE "N" TO WS-Qualifies-Flag
                       ADD 1 TO WS-Undeliverable-Count
                   END-IF
           END-READ.

       READ-CUST-BALANCE.
           MOVE ZERO TO WS-Cust-Balance
           OPEN INPUT BalanceFile
           MOVE WS-CR-Bal-Max TO WC-Bal-Max
           MOVE WS-CR-Birth-Month TO WC-Birth-Month
           MOVE WS-CR-Active-After TO WC-Active-After
           MOVE WS-CR-Channel TO WC-Channel
           MOVE FUNCTION CURRENT-DATE(1:14) TO WC-Built-Stamp
           MOVE WS-Member-Count TO WC-Members
           MOVE WS-Work-Camp TO WS-CP-Record(WS-Camp-Count)
