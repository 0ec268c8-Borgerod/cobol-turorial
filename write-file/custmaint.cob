           SELECT ControlTotalFile ASSIGN TO "ControlTotal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ControlTotalFile-Status.
      *    mail that came back undelivered, appended like
      *    AuditLog.dat lines - see RECORD-RETURNED-MAIL.
           SELECT ReturnedMailFile ASSIGN TO "ReturnedMail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReturnedMail-Status.
      *    marketing consent given or withdrawn per channel, appended
      *    and never rewritten so the history stands on its own -
      *    see MAINTAIN-CONSENT.
           SELECT ConsentFile ASSIGN TO "ConsentHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ConsentFile-Status.
      *    the identity document seen for each customer, keyed by
      *    ID-num like the contact file - see VERIFY-IDENTITY.
           SELECT IdentityFile ASSIGN TO "IdentityDocs.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Identity-Rel-Key
               FILE STATUS IS WS-IdentityFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 CT-Count      PIC 9(7).
               05 CT-Hash-Total PIC 9(10).

           FD ReturnedMailFile.
           01 ReturnedRecord.
               COPY RTMLREC.

           FD ConsentFile.
           01 ConsentRecord.
               COPY CNSTREC.

           FD IdentityFile.
           01 IdentityData.
               COPY IDDOCREC.

       WORKING-STORAGE SECTION.
           01 WS-AuditFile-Status PIC XX.
      *    audit log: one line per successful add/change/delete, so
      *    record (blank defaults to USD).
           01 WS-Currency-Entry PIC X(3).
           01 WS-Before-Currency PIC X(3).
      *    language entry - the same treatment against the languages
      *    CUSTREC.cpy's level-88s allow (blank defaults to EN).
           01 WS-Language-Entry PIC X(2).
           01 WS-Before-Language PIC X(2).
      *    payment-terms entry - see CHANGE-PAYMENT-TERMS. The
      *    discount percent is keyed whole and hundredths, the
      *    paycheck dollars/cents idiom.
           01 WS-Terms-Net-Entry PIC 9(3).
           01 WS-Terms-Pct-Whole PIC 9.
           01 WS-Terms-Pct-Hundredths PIC 9(2).
           01 WS-Terms-Disc-Entry PIC 9(3).
           01 WS-Terms-Pct-Entry PIC 9V9(2).
           01 WS-Terms-Text PIC X(12).
           01 WS-Before-Terms PIC X(12).
           01 WS-Terms-Valid-Flag PIC X.
               88 WS-Terms-Valid VALUE "Y".
           01 in-terms-pct PIC 9.99.
      *    billing-cycle entry - see CHANGE-CUSTOMER.
           01 WS-Cycle-Entry PIC 9.
      *    pay-history call state - see ADD-CUSTOMER.
           01 WS-PH-Eff-Date PIC 9(8).
           01 WS-PH-Old-Pay PIC 9(4)V9(2).
      *    sanctions screening state - see SCREEN-NEW-CUSTOMER.
           01 WS-Screen-Source PIC X(10) VALUE "custmaint".
           01 WS-Screen-Hits PIC 9(3).
      *    follow-up diary entry - see APPEND-NOTE.
           01 WS-Follow-Date-Entry PIC 9(8).
           01 WS-Follow-Owner-Entry PIC X(10).

      *    account-manager state - see ASSIGN-ACCOUNT-MANAGER and
      *    BULK-REASSIGN-MANAGER. The texts carry "(none)" for an
      *    unassigned customer so the audit line reads both ways.
           01 WS-Manager-Entry PIC X(10).
           01 WS-From-Manager PIC X(10).
           01 WS-Mgr-Old-Text PIC X(10).
           01 WS-Mgr-New-Text PIC X(10).
           01 WS-Held-Count PIC 9(5).
           01 WS-Reassigned-Count PIC 9(5).
           01 WS-Confirm-Entry PIC X.
               88 WS-Confirmed VALUE "Y", "y".
           01 WS-Move-Followups-Entry PIC X.
               88 WS-Move-Followups VALUE "Y", "y".
      *    the whole notes file, held so a bulk reassignment can
      *    hand the departing manager's open follow-ups on and
      *    rewrite the file - the tickler.cob treatment.
           01 WS-Route-Table.
               05 WS-Route-Entry OCCURS 500 TIMES.
                   10 WS-RT-Record PIC X(138).
           01 WS-Route-Count PIC 9(3).
           01 WS-RT-Idx PIC 9(3).
           01 WS-Moved-Count PIC 9(3).
           01 WS-Route-Note.
               COPY NOTEREC REPLACING LEADING ==NT-== BY ==WN-==.

      *    contact-file state - see MAINTAIN-CONTACT.
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
           01 WS-Contact-Exists-Flag PIC X VALUE "N".
               88 WS-Contact-Exists VALUE "Y".
           01 WS-Delivery-Entry PIC X.
      *    the address as it stood before the edit - a corrected
      *    street, city or postal code lifts the undeliverable mark.
           01 WS-Before-Street PIC X(25).
           01 WS-Before-City PIC X(20).
           01 WS-Before-Postal PIC X(10).

      *    returned-mail state - see RECORD-RETURNED-MAIL.
           01 WS-ReturnedMail-Status PIC XX.
           01 WS-Returned-Item-Entry PIC X.
           01 WS-Returned-Date-Entry PIC 9(8).
           01 WS-Returned-Reason-Entry PIC X(30).
           01 WS-Already-Returned-Flag PIC X.
               88 WS-Already-Returned VALUE "Y".

      *    consent state - see MAINTAIN-CONSENT. The standing answer
      *    per channel comes back from the CONSENT-STATUS subroutine.
           01 WS-ConsentFile-Status PIC XX.
           01 WS-Channel-Entry PIC X.
           01 WS-Channel-Name PIC X(5).
           01 WS-Consent-Entry PIC X.
           01 WS-Consent-Date-Entry PIC 9(8).
           01 WS-Consent-Source-Entry PIC X(20).
           01 WS-Consent-Now PIC X.
           01 WS-Consent-Date PIC 9(8).
           01 WS-Consent-By PIC X(10).
           01 WS-Consent-Done-Flag PIC X.
               88 WS-Consent-Done VALUE "Y".

      *    identity-document state - see VERIFY-IDENTITY.
           01 WS-Identity-Rel-Key PIC 9(5).
           01 WS-IdentityFile-Status PIC XX.
               88 WS-Identity-File-Not-Found VALUE "23", "35".
           01 WS-Identity-Exists-Flag PIC X.
               88 WS-Identity-Exists VALUE "Y".
           01 WS-Doc-Type-Entry PIC X.
           01 WS-Doc-Number-Entry PIC X(20).
           01 WS-Doc-Expiry-Entry PIC 9(8).
           01 WS-Doc-Type-Name PIC X(17).
           01 WS-Today PIC 9(8).

      *    notes state - the customer's notes are table-loaded (the
      *    way prodmaint.cob table-loads Products.dat) so they can
               DISPLAY SPACE
               DISPLAY "Customer Maintenance - (A)dd (C)hange (D)elete "
                   "(I)nquire (N)ame search (X) Activate/deactivate "
                   "(U) Currency (L) Language (P) Payment terms "
                   "(T) Contact (M) Notes "
                   "(O) Account manager (B) Bulk reassign "
                   "(R) Returned mail (K) Consent (V) Verify identity "
                   "(Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "L"
                       IF WS-Role-May-Maintain
                           PERFORM CHANGE-LANGUAGE
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "P"
                       IF WS-Role-May-Maintain
                           PERFORM CHANGE-PAYMENT-TERMS
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "T"
                       IF WS-Role-May-Maintain
                           PERFORM MAINTAIN-CONTACT
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "M" PERFORM CUSTOMER-NOTES
                   WHEN "O"
                       IF WS-Role-May-Maintain
                           PERFORM ASSIGN-ACCOUNT-MANAGER
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "B"
                       IF WS-Role-Admin
                           PERFORM BULK-REASSIGN-MANAGER
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "R"
                       IF WS-Role-May-Maintain
                           PERFORM RECORD-RETURNED-MAIL
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "K"
                       IF WS-Role-May-Maintain
                           PERFORM MAINTAIN-CONSENT
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "V"
                       IF WS-Role-May-Maintain
                           PERFORM VERIFY-IDENTITY
                       ELSE
                           PERFORM REFUSE-FOR-ROLE
                       END-IF
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           PERFORM ACCEPT-HOME-CURRENCY
           MOVE WS-Currency-Entry TO Home-Currency
           MOVE WS-Branch-Entry TO Branch-Code
           MOVE SPACES TO Account-Manager
           PERFORM ACCEPT-LANGUAGE
           MOVE WS-Language-Entry TO Language-Code
      *    due the day the invoice is cut until terms are agreed
      *    and keyed under (P).
           MOVE ZERO TO Payment-Terms
      *    spread the statement waves evenly: the new customer's
      *    billing cycle falls out of the ID number, and can be
      *    moved in the change screen when a household wants one
                   MOVE "ADD" TO WS-Index-Op
                   CALL "NAME-INDEX" USING WS-Index-Op, ID-num,
                       first-name, last-name
                   PERFORM SCREEN-NEW-CUSTOMER
           END-WRITE.

       SCREEN-NEW-CUSTOMER.
      *    every new customer goes through the sanctions list
      *    before anything can be posted for them - a possible hit
      *    lands on the compliance review queue and holds the
      *    customer until sanctreview.cob clears or confirms it.
           CALL "SANCTIONS-SCREEN" USING CustomerData,
               WS-Screen-Source, WS-Screen-Hits
           IF WS-Screen-Hits > ZERO
               DISPLAY "Warning: " ID-num " has " WS-Screen-Hits
                   " possible sanctions list match(es) - held for"
                   " compliance review"
               MOVE "SCRHIT" TO WS-Audit-Operation
               MOVE ID-num TO WS-Audit-ID
               MOVE SPACES TO WS-Audit-Detail
               STRING "sanctions: " WS-Screen-Hits
                   " possible hit(s) - held"
                   DELIMITED BY SIZE INTO WS-Audit-Detail
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       CHANGE-CUSTOMER.
           DISPLAY "Customer ID to change :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
                   DISPLAY "Customer " ID-num ": " first-name " "
                       last-name " (" Customer-Status ") "
                       Home-Currency
                   IF Language-Norwegian
                       DISPLAY "Language: NO (Norwegian)"
                   ELSE
                       DISPLAY "Language: EN (English)"
                   END-IF
                   PERFORM SHOW-PAYMENT-TERMS
                   IF Account-Manager = SPACES
                       DISPLAY "Account manager: (unassigned)"
                   ELSE
                       DISPLAY "Account manager: " Account-Manager
                   END-IF
           END-READ.

       CHANGE-HOME-CURRENCY.
                   END-REWRITE
           END-READ.

       CHANGE-LANGUAGE.
      *    the language letters, statements and refund checks go to
      *    the customer in - audited like the currency switch.
           DISPLAY "Customer ID to change language for :"
               WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
               NOT INVALID KEY
                   MOVE Language-Code TO WS-Before-Language
                   IF WS-Before-Language = SPACES
                       MOVE "EN" TO WS-Before-Language
                   END-IF
                   DISPLAY "Current language: " WS-Before-Language
                   PERFORM ACCEPT-LANGUAGE
                   MOVE WS-Language-Entry TO Language-Code
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Error: rewrite failed"
                       NOT INVALID KEY
                           DISPLAY "Customer " ID-num " now written "
                               "to in " Language-Code
                           MOVE "CHANGE" TO WS-Audit-Operation
                           MOVE ID-num TO WS-Audit-ID
                           MOVE SPACES TO WS-Audit-Detail
                           STRING "language " DELIMITED BY SIZE
                               WS-Before-Language DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               Language-Code DELIMITED BY SIZE
                               INTO WS-Audit-Detail
                           END-STRING
                           PERFORM WRITE-AUDIT-LOG
                   END-REWRITE
           END-READ.

       CHANGE-PAYMENT-TERMS.
      *    the terms agreed with the customer - net days, and an
      *    early-payment discount with the days it is good for.
      *    Invoices already cut keep the dates invgen stamped on
      *    them; the new terms apply from the next invoice on.
           DISPLAY "Customer ID to change payment terms for :"
               WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
               NOT INVALID KEY
                   IF Payment-Terms NOT NUMERIC
                       MOVE ZERO TO Payment-Terms
                   END-IF
                   PERFORM SHOW-PAYMENT-TERMS
                   PERFORM FORMAT-PAYMENT-TERMS
                   MOVE WS-Terms-Text TO WS-Before-Terms
                   PERFORM ACCEPT-PAYMENT-TERMS
                   MOVE WS-Terms-Net-Entry TO Terms-Net-Days
                   MOVE WS-Terms-Pct-Entry TO Terms-Disc-Pct
                   MOVE WS-Terms-Disc-Entry TO Terms-Disc-Days
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Error: rewrite failed"
                       NOT INVALID KEY
                           PERFORM SHOW-PAYMENT-TERMS
                           PERFORM FORMAT-PAYMENT-TERMS
                           MOVE "CHANGE" TO WS-Audit-Operation
                           MOVE ID-num TO WS-Audit-ID
                           MOVE SPACES TO WS-Audit-Detail
                           STRING "terms " DELIMITED BY SIZE
                               WS-Before-Terms DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               WS-Terms-Text DELIMITED BY SIZE
                               INTO WS-Audit-Detail
                           END-STRING
                           PERFORM WRITE-AUDIT-LOG
                   END-REWRITE
           END-READ.

       ACCEPT-PAYMENT-TERMS.
      *    a discount needs a window inside the net days, and no
      *    discount means no window.
           MOVE "N" TO WS-Terms-Valid-Flag
           PERFORM UNTIL WS-Terms-Valid
               DISPLAY "Net days [0 = due when invoiced] :"
                   WITH NO ADVANCING
               ACCEPT WS-Terms-Net-Entry
               DISPLAY "Early-payment discount % - whole [0 = none] :"
                   WITH NO ADVANCING
               ACCEPT WS-Terms-Pct-Whole
               DISPLAY "Early-payment discount % - hundredths :"
                   WITH NO ADVANCING
               ACCEPT WS-Terms-Pct-Hundredths
               COMPUTE WS-Terms-Pct-Entry = WS-Terms-Pct-Whole
                   + (WS-Terms-Pct-Hundredths / 100)
               MOVE ZERO TO WS-Terms-Disc-Entry
               IF WS-Terms-Pct-Entry > ZERO
                   DISPLAY "Discount if paid within days :"
                       WITH NO ADVANCING
                   ACCEPT WS-Terms-Disc-Entry
               END-IF
               EVALUATE TRUE
                   WHEN WS-Terms-Pct-Entry > ZERO
                       AND WS-Terms-Disc-Entry = ZERO
                       DISPLAY "Error: a discount needs the days "
                           "it is good for"
                   WHEN WS-Terms-Disc-Entry > WS-Terms-Net-Entry
                       DISPLAY "Error: the discount window can't "
                           "run past the net days"
                   WHEN OTHER
                       SET WS-Terms-Valid TO TRUE
               END-EVALUATE
           END-PERFORM.

       SHOW-PAYMENT-TERMS.
           IF Payment-Terms NOT NUMERIC
               OR Terms-Net-Days = ZERO
               DISPLAY "Payment terms: due when invoiced"
           ELSE
               IF Terms-Disc-Pct > ZERO
                   MOVE Terms-Disc-Pct TO in-terms-pct
                   DISPLAY "Payment terms: " in-terms-pct "% "
                       Terms-Disc-Days " days, net "
                       Terms-Net-Days
               ELSE
                   DISPLAY "Payment terms: net " Terms-Net-Days
               END-IF
           END-IF.

       FORMAT-PAYMENT-TERMS.
      *    the compact net/discount%/days form the audit trail
      *    carries, e.g. 030/2.00/010.
           MOVE Terms-Disc-Pct TO in-terms-pct
           MOVE SPACES TO WS-Terms-Text
           STRING Terms-Net-Days "/" in-terms-pct "/"
               Terms-Disc-Days DELIMITED BY SIZE INTO WS-Terms-Text
           END-STRING.

       MAINTAIN-CONTACT.
      *    add or update the customer's address/contact record -
      *    the customer has to exist on the master first, and every
                   DISPLAY "Current email  : " CN-Email
                   DISPLAY "Current delivery: " CN-Delivery
                       " (P=print E=electronic)"
                   IF CN-Mail-Undeliverable
                       DISPLAY "** Mail returned " CN-Returned-Date
                           " - address marked undeliverable **"
                   END-IF
           END-READ
           IF WS-Contact-Exists
               MOVE CN-Street TO WS-Before-Street
               MOVE CN-City TO WS-Before-City
               MOVE CN-Postal-Code TO WS-Before-Postal
           ELSE
               SET CN-Mail-Deliverable TO TRUE
               MOVE ZERO TO CN-Returned-Date
           END-IF
           MOVE ID-num TO CN-Customer-ID
           DISPLAY "Street :" WITH NO ADVANCING
           ACCEPT CN-Street
                   TO WS-Delivery-Entry
           END-PERFORM
           MOVE WS-Delivery-Entry TO CN-Delivery
      *    a new address is the correction returned mail waits for;
      *    re-keying the same one leaves the mark where it is.
           IF CN-Mail-Undeliverable
               IF CN-Street NOT = WS-Before-Street
                   OR CN-City NOT = WS-Before-City
                   OR CN-Postal-Code NOT = WS-Before-Postal
                   SET CN-Mail-Deliverable TO TRUE
                   MOVE ZERO TO CN-Returned-Date
                   DISPLAY "Address corrected - print mail to this "
                       "customer resumes"
               ELSE
                   DISPLAY "Address unchanged - still marked "
                       "undeliverable"
               END-IF
           END-IF
           MOVE ID-num TO WS-Contact-Rel-Key
           IF WS-Contact-Exists
               REWRITE ContactData
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       RECORD-RETURNED-MAIL.
      *    a statement or letter came back "not known at this
      *    address": log it against the customer, mark the address
      *    undeliverable so letters, campaigns and statements stop
      *    posting to it, and diarize a follow-up to trace the
      *    customer - owned like any other follow-up (APPEND-NOTE).
           DISPLAY "Customer ID for returned mail :"
               WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
                   EXIT PARAGRAPH
           END-READ
           MOVE ID-num TO WS-Contact-Rel-Key
           READ ContactFile
               INVALID KEY
                   DISPLAY "Error: no address on file for "
                       first-name " " last-name " - nothing was "
                       "mailed to mark"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Returned mail for " first-name " " last-name
           DISPLAY "  " CN-Street
           DISPLAY "  " CN-Postal-Code " " CN-City
           MOVE "N" TO WS-Already-Returned-Flag
           IF CN-Mail-Undeliverable
               SET WS-Already-Returned TO TRUE
               DISPLAY "  (already marked undeliverable since "
                   CN-Returned-Date ")"
           END-IF

           DISPLAY "What came back - (S)tatement (L)etter "
               "(C)ampaign (O)ther :" WITH NO ADVANCING
           ACCEPT WS-Returned-Item-Entry
           EVALUATE FUNCTION UPPER-CASE(WS-Returned-Item-Entry)
               WHEN "S" MOVE "STATEMENT" TO RM-Item
               WHEN "L" MOVE "LETTER" TO RM-Item
               WHEN "C" MOVE "CAMPAIGN" TO RM-Item
               WHEN OTHER MOVE "OTHER" TO RM-Item
           END-EVALUATE
           DISPLAY "Date returned (yyyymmdd, 0 = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Returned-Date-Entry
           IF WS-Returned-Date-Entry = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-Returned-Date-Entry
           END-IF
           DISPLAY "Reason [blank = not known at this address] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Returned-Reason-Entry
           ACCEPT WS-Returned-Reason-Entry
           IF WS-Returned-Reason-Entry = SPACES
               MOVE "NOT KNOWN AT THIS ADDRESS"
                   TO WS-Returned-Reason-Entry
           END-IF

           OPEN EXTEND ReturnedMailFile
           IF WS-ReturnedMail-Status = "35"
               OPEN OUTPUT ReturnedMailFile
               CLOSE ReturnedMailFile
               OPEN EXTEND ReturnedMailFile
           END-IF
           MOVE ID-num TO RM-Customer-ID
           MOVE WS-Returned-Date-Entry TO RM-Returned-Date
           MOVE WS-Returned-Reason-Entry TO RM-Reason
           MOVE WS-Operator-ID-Entry TO RM-Operator
           MOVE FUNCTION CURRENT-DATE(1:14) TO RM-Timestamp
           WRITE ReturnedRecord
           CLOSE ReturnedMailFile

      *    a second return against an address already marked is
      *    logged, but the mark and the trace follow-up stand.
           IF WS-Already-Returned
               DISPLAY "Return logged"
               EXIT PARAGRAPH
           END-IF
           SET CN-Mail-Undeliverable TO TRUE
           MOVE WS-Returned-Date-Entry TO CN-Returned-Date
           REWRITE ContactData
               INVALID KEY
                   DISPLAY "Error: contact rewrite failed"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "CHANGE" TO WS-Audit-Operation
           MOVE ID-num TO WS-Audit-ID
           MOVE SPACES TO WS-Audit-Detail
           STRING "contact: mail returned - " DELIMITED BY SIZE
               FUNCTION TRIM(RM-Item) DELIMITED BY SIZE
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           PERFORM OPEN-TRACE-FOLLOWUP
           DISPLAY "Address marked undeliverable - print mail "
               "held until it is corrected (T) Contact".

       OPEN-TRACE-FOLLOWUP.
           OPEN EXTEND NotesFile
           IF WS-NotesFile-Status = "35"
               OPEN OUTPUT NotesFile
               CLOSE NotesFile
               OPEN EXTEND NotesFile
           END-IF
           MOVE ID-num TO NT-Customer-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO NT-Timestamp
           MOVE WS-Operator-ID-Entry TO NT-Operator
           MOVE SPACES TO NT-Text
           STRING "RETURNED MAIL (" DELIMITED BY SIZE
               FUNCTION TRIM(RM-Item) DELIMITED BY SIZE
               ") - trace customer, correct address"
                   DELIMITED BY SIZE
               INTO NT-Text
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO NT-Follow-Date
           IF Account-Manager NOT = SPACES
               MOVE Account-Manager TO NT-Follow-Owner
           ELSE
               MOVE WS-Operator-ID-Entry TO NT-Follow-Owner
           END-IF
           SET NT-Follow-Open TO TRUE
           MOVE SPACES TO NT-Outcome
           WRITE NoteRecord
           CLOSE NotesFile
           DISPLAY "Trace follow-up diarized for "
               FUNCTION TRIM(NT-Follow-Owner).

       MAINTAIN-CONSENT.
      *    marketing consent per channel - post, email, phone. Each
      *    change is a new ConsentHistory.dat line with the date the
      *    customer gave or withdrew it, how, and who keyed it; the
      *    lines are never rewritten, so they are the history shown
      *    to a regulator (consentrpt.cob). Campaign selection and
      *    campaign letters need a Y for their channel; service mail
      *    (statements, dunning, welcome) doesn't ask.
           DISPLAY "Customer ID for consent :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Marketing consent for " first-name " " last-name
           MOVE "P" TO WS-Channel-Entry
           PERFORM SHOW-ONE-CONSENT
           MOVE "E" TO WS-Channel-Entry
           PERFORM SHOW-ONE-CONSENT
           MOVE "T" TO WS-Channel-Entry
           PERFORM SHOW-ONE-CONSENT

           MOVE "N" TO WS-Consent-Done-Flag
           PERFORM UNTIL WS-Consent-Done
               DISPLAY "Channel to change - (P)ost (E)mail "
                   "(T)elephone, blank = done :" WITH NO ADVANCING
               MOVE SPACE TO WS-Channel-Entry
               ACCEPT WS-Channel-Entry
               MOVE FUNCTION UPPER-CASE(WS-Channel-Entry)
                   TO WS-Channel-Entry
               MOVE WS-Channel-Entry TO CS-Channel
               EVALUATE TRUE
                   WHEN WS-Channel-Entry = SPACE
                       SET WS-Consent-Done TO TRUE
                   WHEN CS-Channel-Valid
                       PERFORM RECORD-ONE-CONSENT
                   WHEN OTHER
                       DISPLAY "Channel must be P, E or T"
               END-EVALUATE
           END-PERFORM.

       SHOW-ONE-CONSENT.
           PERFORM SET-CHANNEL-NAME
           CALL "CONSENT-STATUS" USING ID-num, WS-Channel-Entry,
               WS-Consent-Now, WS-Consent-Date, WS-Consent-By
           EVALUATE TRUE
               WHEN WS-Consent-Date = ZERO
                   DISPLAY "  " WS-Channel-Name " : not asked"
               WHEN WS-Consent-Now = "Y"
                   DISPLAY "  " WS-Channel-Name " : given     "
                       WS-Consent-Date " by " WS-Consent-By
               WHEN OTHER
                   DISPLAY "  " WS-Channel-Name " : withdrawn "
                       WS-Consent-Date " by " WS-Consent-By
           END-EVALUATE.

       SET-CHANNEL-NAME.
           EVALUATE WS-Channel-Entry
               WHEN "P" MOVE "post" TO WS-Channel-Name
               WHEN "E" MOVE "email" TO WS-Channel-Name
               WHEN OTHER MOVE "phone" TO WS-Channel-Name
           END-EVALUATE.

       RECORD-ONE-CONSENT.
           PERFORM SET-CHANNEL-NAME
           DISPLAY "(G)iven or (W)ithdrawn :" WITH NO ADVANCING
           ACCEPT WS-Consent-Entry
           EVALUATE FUNCTION UPPER-CASE(WS-Consent-Entry)
               WHEN "G" MOVE "Y" TO WS-Consent-Entry
               WHEN "W" MOVE "N" TO WS-Consent-Entry
               WHEN OTHER
                   DISPLAY "Nothing recorded - answer G or W"
                   EXIT PARAGRAPH
           END-EVALUATE
           CALL "CONSENT-STATUS" USING ID-num, WS-Channel-Entry,
               WS-Consent-Now, WS-Consent-Date, WS-Consent-By
           IF WS-Consent-Now = WS-Consent-Entry
               AND WS-Consent-Date NOT = ZERO
               DISPLAY "No change - " FUNCTION TRIM(WS-Channel-Name)
                   " consent already stands that way"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date given/withdrawn (yyyymmdd, 0 = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Consent-Date-Entry
           IF WS-Consent-Date-Entry = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-Consent-Date-Entry
           END-IF
           DISPLAY "How (signed form, phone call...) :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Consent-Source-Entry
           ACCEPT WS-Consent-Source-Entry
           IF WS-Consent-Source-Entry = SPACES
               MOVE "NOT STATED" TO WS-Consent-Source-Entry
           END-IF

           OPEN EXTEND ConsentFile
           IF WS-ConsentFile-Status = "35"
               OPEN OUTPUT ConsentFile
               CLOSE ConsentFile
               OPEN EXTEND ConsentFile
           END-IF
           MOVE ID-num TO CS-Customer-ID
           MOVE WS-Channel-Entry TO CS-Channel
           MOVE WS-Consent-Entry TO CS-Consent
           MOVE WS-Consent-Date-Entry TO CS-Effective-Date
           MOVE FUNCTION UPPER-CASE(WS-Consent-Source-Entry)
               TO CS-Source
           MOVE WS-Operator-ID-Entry TO CS-Operator
           MOVE FUNCTION CURRENT-DATE(1:14) TO CS-Timestamp
           WRITE ConsentRecord
           CLOSE ConsentFile

      *    CONSNT lines are left alone by rollforward.cob - the
      *    consent history is its own file and survives a restore.
           MOVE "CONSNT" TO WS-Audit-Operation
           MOVE ID-num TO WS-Audit-ID
           MOVE SPACES TO WS-Audit-Detail
           IF WS-Consent-Entry = "Y"
               STRING "consent: " DELIMITED BY SIZE
                   WS-Channel-Name DELIMITED BY SPACE
                   " given " WS-Consent-Date-Entry
                       DELIMITED BY SIZE
                   INTO WS-Audit-Detail
               END-STRING
           ELSE
               STRING "consent: " DELIMITED BY SIZE
                   WS-Channel-Name DELIMITED BY SPACE
                   " withdrawn " WS-Consent-Date-Entry
                       DELIMITED BY SIZE
                   INTO WS-Audit-Detail
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Recorded - " WS-Audit-Detail.

       VERIFY-IDENTITY.
      *    the operator has the customer's identity document in
      *    hand: record what it is, its number and when it runs out,
      *    stamped with who checked it and when. A new document
      *    replaces the old one. Only a document still in date
      *    verifies anybody - cobolTutBase.cob won't open a login
      *    for an unverified customer.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "Customer ID to verify :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
                   EXIT PARAGRAPH
           END-READ
           OPEN I-O IdentityFile
           IF WS-Identity-File-Not-Found
               OPEN OUTPUT IdentityFile
               CLOSE IdentityFile
               OPEN I-O IdentityFile
           END-IF
           DISPLAY "Identity document for " first-name " " last-name
           MOVE "N" TO WS-Identity-Exists-Flag
           MOVE ID-num TO WS-Identity-Rel-Key
           READ IdentityFile
               INVALID KEY
                   DISPLAY "  none on file - not verified"
               NOT INVALID KEY
                   SET WS-Identity-Exists TO TRUE
                   PERFORM SET-DOC-TYPE-NAME
                   DISPLAY "  " WS-Doc-Type-Name " " IV-Doc-Number
                   DISPLAY "  expires " IV-Expiry-Date
                       " - checked " IV-Verified-Date " by "
                       IV-Verified-By
                   IF IV-Expiry-Date < WS-Today
                       DISPLAY "  ** EXPIRED - not verified **"
                   END-IF
           END-READ

           DISPLAY "Document - (P)assport (D)riving licence "
               "(N)ational ID (R)esidence permit, blank = leave :"
               WITH NO ADVANCING
           MOVE SPACE TO WS-Doc-Type-Entry
           ACCEPT WS-Doc-Type-Entry
           MOVE FUNCTION UPPER-CASE(WS-Doc-Type-Entry)
               TO WS-Doc-Type-Entry
           IF WS-Doc-Type-Entry = SPACE
               CLOSE IdentityFile
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Doc-Type-Entry TO IV-Doc-Type
           IF NOT IV-Doc-Type-Valid
               DISPLAY "Error: document type must be P, D, N or R"
               CLOSE IdentityFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Document number :" WITH NO ADVANCING
           MOVE SPACES TO WS-Doc-Number-Entry
           ACCEPT WS-Doc-Number-Entry
           IF WS-Doc-Number-Entry = SPACES
               DISPLAY "Error: document number is required"
               CLOSE IdentityFile
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Expiry date (yyyymmdd) :" WITH NO ADVANCING
           ACCEPT WS-Doc-Expiry-Entry
           IF WS-Doc-Expiry-Entry < WS-Today
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-Doc-Expiry-Entry)
                   NOT = ZERO
               DISPLAY "Error: the document must be in date - "
                   "nothing recorded"
               CLOSE IdentityFile
               EXIT PARAGRAPH
           END-IF

           MOVE ID-num TO IV-Customer-ID
           MOVE WS-Doc-Type-Entry TO IV-Doc-Type
           MOVE FUNCTION UPPER-CASE(WS-Doc-Number-Entry)
               TO IV-Doc-Number
           MOVE WS-Doc-Expiry-Entry TO IV-Expiry-Date
           MOVE WS-Today TO IV-Verified-Date
           MOVE WS-Operator-ID-Entry TO IV-Verified-By
           MOVE ID-num TO WS-Identity-Rel-Key
           IF WS-Identity-Exists
               REWRITE IdentityData
                   INVALID KEY
                       DISPLAY "Error: identity rewrite failed"
                       CLOSE IdentityFile
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE IdentityData
                   INVALID KEY
                       DISPLAY "Error: identity write failed"
                       CLOSE IdentityFile
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           CLOSE IdentityFile

      *    the document number stays off the audit line - the type
      *    and expiry say enough about what was checked.
           PERFORM SET-DOC-TYPE-NAME
           MOVE "IDVER" TO WS-Audit-Operation
           MOVE ID-num TO WS-Audit-ID
           MOVE SPACES TO WS-Audit-Detail
           STRING "identity: " DELIMITED BY SIZE
               WS-Doc-Type-Name DELIMITED BY "  "
               " exp " WS-Doc-Expiry-Entry DELIMITED BY SIZE
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Identity verified - " WS-Audit-Detail.

       SET-DOC-TYPE-NAME.
           EVALUATE TRUE
               WHEN IV-Passport
                   MOVE "PASSPORT" TO WS-Doc-Type-Name
               WHEN IV-Driving-Licence
                   MOVE "DRIVING LICENCE" TO WS-Doc-Type-Name
               WHEN IV-National-ID
                   MOVE "NATIONAL ID" TO WS-Doc-Type-Name
               WHEN OTHER
                   MOVE "RESIDENCE PERMIT" TO WS-Doc-Type-Name
           END-EVALUATE.

       CUSTOMER-NOTES.
      *    the customer's phone-history: existing notes newest-first,
      *    then the option to append one - stamped with the time and
               DISPLAY "Follow up on (yyyymmdd, 0 = none) :"
                   WITH NO ADVANCING
               ACCEPT WS-Follow-Date-Entry
      *        a follow-up belongs with whoever owns the
      *        relationship - the account manager when the
      *        customer has one, else the operator taking the note.
               IF WS-Follow-Date-Entry > ZERO
                   MOVE WS-Follow-Date-Entry TO NT-Follow-Date
                   IF Account-Manager NOT = SPACES
                       DISPLAY "Follow-up owner [blank = account "
                           "manager " FUNCTION TRIM(Account-Manager)
                           "] :" WITH NO ADVANCING
                   ELSE
                       DISPLAY "Follow-up owner [blank = you] :"
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-Follow-Owner-Entry
                   IF WS-Follow-Owner-Entry = SPACES
                       IF Account-Manager NOT = SPACES
                           MOVE Account-Manager
                               TO WS-Follow-Owner-Entry
                       ELSE
                           MOVE WS-Operator-ID-Entry
                               TO WS-Follow-Owner-Entry
                       END-IF
                   END-IF
                   MOVE WS-Follow-Owner-Entry
                       TO NT-Follow-Owner
               END-IF
           END-IF.

       ASSIGN-ACCOUNT-MANAGER.
      *    give the customer an owner - an active operator on
      *    Operators.dat, or blank to leave the customer unassigned.
      *    Stamped CHANGE "manager old -> new" so rollforward.cob
      *    can replay it after a restore.
           DISPLAY "Customer ID to assign :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           MOVE WS-ID-Entry TO ID-num
           MOVE ID-num TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Error: customer " WS-ID-Entry " not found"
                   EXIT PARAGRAPH
           END-READ
           IF Account-Manager = SPACES
               DISPLAY "Current account manager: (unassigned)"
           ELSE
               DISPLAY "Current account manager: " Account-Manager
           END-IF
           DISPLAY "New account manager [blank = unassigned] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Manager-Entry
           ACCEPT WS-Manager-Entry
           IF WS-Manager-Entry NOT = SPACES
               PERFORM CHECK-MANAGER-OPERATOR
               IF NOT WS-Operator-Found
                   DISPLAY "Error: " FUNCTION TRIM(WS-Manager-Entry)
                       " is not an active operator"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-Manager-Entry = Account-Manager
               DISPLAY "No change"
               EXIT PARAGRAPH
           END-IF
           MOVE Account-Manager TO WS-From-Manager
           PERFORM SET-MANAGER-AND-AUDIT
           IF WS-CustomerFile-Status = "00"
               DISPLAY "Customer " ID-num " now managed by "
                   WS-Mgr-New-Text
           END-IF.

       BULK-REASSIGN-MANAGER.
      *    when a manager leaves, their whole book moves in one
      *    pass instead of customer by customer - and, if asked,
      *    their open follow-ups go with it so nothing promised
      *    is left on a desk nobody sits at. Administrators only.
           DISPLAY "Reassign every customer held by operator :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-From-Manager
           ACCEPT WS-From-Manager
           IF WS-From-Manager = SPACES
               DISPLAY "Error: name the operator whose customers "
                   "move"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "to operator [blank = unassigned] :"
               WITH NO ADVANCING
           MOVE SPACES TO WS-Manager-Entry
           ACCEPT WS-Manager-Entry
           IF WS-Manager-Entry = WS-From-Manager
               DISPLAY "No change"
               EXIT PARAGRAPH
           END-IF
           IF WS-Manager-Entry NOT = SPACES
               PERFORM CHECK-MANAGER-OPERATOR
               IF NOT WS-Operator-Found
                   DISPLAY "Error: " FUNCTION TRIM(WS-Manager-Entry)
                       " is not an active operator"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-Held-Count
           MOVE "N" TO WS-Search-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Search-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Search-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Search-Eof TO TRUE
                   NOT AT END
                       IF Account-Manager = WS-From-Manager
                           ADD 1 TO WS-Held-Count
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY FUNCTION TRIM(WS-From-Manager) " holds "
               WS-Held-Count " customers"
           DISPLAY "Reassign them? y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               DISPLAY "Nothing reassigned"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Move their open follow-ups too? y/n: "
               WITH NO ADVANCING
           ACCEPT WS-Move-Followups-Entry

           MOVE ZERO TO WS-Reassigned-Count
           MOVE "N" TO WS-Search-Eof-Flag
           MOVE ZERO TO WS-Relative-Key
           START CustomerFile KEY IS NOT LESS THAN WS-Relative-Key
               INVALID KEY
                   SET WS-Search-Eof TO TRUE
           END-START
           PERFORM UNTIL WS-Search-Eof
               READ CustomerFile NEXT
                   AT END
                       SET WS-Search-Eof TO TRUE
                   NOT AT END
                       IF Account-Manager = WS-From-Manager
                           PERFORM SET-MANAGER-AND-AUDIT
                           IF WS-CustomerFile-Status = "00"
                               ADD 1 TO WS-Reassigned-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Customers reassigned: " WS-Reassigned-Count
           IF WS-Move-Followups
               PERFORM MOVE-OPEN-FOLLOWUPS
           END-IF.

       SET-MANAGER-AND-AUDIT.
           MOVE WS-Manager-Entry TO Account-Manager
           MOVE "(none)" TO WS-Mgr-Old-Text WS-Mgr-New-Text
           IF WS-From-Manager NOT = SPACES
               MOVE WS-From-Manager TO WS-Mgr-Old-Text
           END-IF
           IF WS-Manager-Entry NOT = SPACES
               MOVE WS-Manager-Entry TO WS-Mgr-New-Text
           END-IF
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Error: rewrite failed for customer "
                       ID-num
               NOT INVALID KEY
                   MOVE "CHANGE" TO WS-Audit-Operation
                   MOVE ID-num TO WS-Audit-ID
                   MOVE SPACES TO WS-Audit-Detail
                   STRING "manager " DELIMITED BY SIZE
                       WS-Mgr-Old-Text DELIMITED BY SPACE
                       " -> " DELIMITED BY SIZE
                       WS-Mgr-New-Text DELIMITED BY SPACE
                       INTO WS-Audit-Detail
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
           END-REWRITE.

       CHECK-MANAGER-OPERATOR.
      *    the same slot scan the OPERATOR-SIGNON subroutine does -
      *    a disabled operator can't take on customers.
           MOVE "N" TO WS-Operator-Found-Flag
           MOVE "N" TO WS-Operator-Scan-Flag
           OPEN INPUT OperatorFile
           IF WS-Operator-File-Not-Found
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Operator-Rel-Key
           START OperatorFile KEY IS NOT LESS THAN
                   WS-Operator-Rel-Key
               INVALID KEY
                   SET WS-Operator-Scan-End TO TRUE
           END-START
           PERFORM UNTIL WS-Operator-Scan-End OR WS-Operator-Found
               READ OperatorFile NEXT
                   AT END
                       SET WS-Operator-Scan-End TO TRUE
                   NOT AT END
                       IF OP-Operator-ID = WS-Manager-Entry
                           AND OP-Oper-Active
                           SET WS-Operator-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.

       MOVE-OPEN-FOLLOWUPS.
      *    open follow-ups owned by the departing manager pass to
      *    the new one - or, moving to nobody, to the operator
      *    doing the reassignment, since a follow-up needs a desk.
           MOVE ZERO TO WS-Route-Count
           MOVE ZERO TO WS-Moved-Count
           MOVE "N" TO WS-Notes-Eof-Flag
           OPEN INPUT NotesFile
           IF NOT WS-Notes-File-OK
               SET WS-Notes-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Notes-Eof
               READ NotesFile
                   AT END
                       SET WS-Notes-Eof TO TRUE
                   NOT AT END
                       IF WS-Route-Count < 500
                           ADD 1 TO WS-Route-Count
                           MOVE NoteRecord
                               TO WS-RT-Record(WS-Route-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NotesFile-Status NOT = "35"
               CLOSE NotesFile
           END-IF
           IF WS-Manager-Entry = SPACES
               MOVE WS-Operator-ID-Entry TO WS-Manager-Entry
           END-IF
           PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                   UNTIL WS-RT-Idx > WS-Route-Count
               MOVE WS-RT-Record(WS-RT-Idx) TO WS-Route-Note
               IF WN-Follow-Open
                   AND WN-Follow-Owner = WS-From-Manager
                   MOVE WS-Manager-Entry TO WN-Follow-Owner
                   MOVE WS-Route-Note TO WS-RT-Record(WS-RT-Idx)
                   ADD 1 TO WS-Moved-Count
               END-IF
           END-PERFORM
           IF WS-Moved-Count > ZERO
               OPEN OUTPUT NotesFile
               PERFORM VARYING WS-RT-Idx FROM 1 BY 1
                       UNTIL WS-RT-Idx > WS-Route-Count
                   MOVE WS-RT-Record(WS-RT-Idx) TO NoteRecord
                   WRITE NoteRecord
               END-PERFORM
               CLOSE NotesFile
           END-IF
           DISPLAY "Open follow-ups moved to "
               FUNCTION TRIM(WS-Manager-Entry) ": " WS-Moved-Count.

       ACCEPT-HOME-CURRENCY.
      *    re-prompt until the entry is one of the currencies the
      *    shop can actually price in (blank defaults to USD) - same
               END-IF
           END-PERFORM.

       ACCEPT-LANGUAGE.
      *    EN or NO - the languages LetterTemplates.dat and the
      *    statement headings are kept in (blank defaults to EN).
           MOVE SPACES TO WS-Language-Entry
           PERFORM WITH TEST AFTER
                   UNTIL WS-Language-Entry = "EN" OR "NO"
               DISPLAY "Language (EN/NO) [EN] :" WITH NO ADVANCING
               ACCEPT WS-Language-Entry
               MOVE FUNCTION UPPER-CASE(WS-Language-Entry)
                   TO WS-Language-Entry
               IF WS-Language-Entry = SPACES
                   MOVE "EN" TO WS-Language-Entry
               END-IF
               IF WS-Language-Entry NOT = "EN" AND "NO"
                   DISPLAY "Error: unknown language - use EN or NO"
               END-IF
           END-PERFORM.

       TOGGLE-CUSTOMER-STATUS.
      *    deactivate/reactivate instead of physically removing a
      *    customer record, so history is kept but the customer is
