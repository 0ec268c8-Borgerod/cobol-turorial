      * overdue figure merged in - collections stops hand-typing
      * reminders. A missing template file is seeded with the stock
      * WELCOME and DUNNING wording, the way write-file.cob seeds
      * the first operator. (P) drains the probation notices the
      * term-end standing run (standing.cob) queues, merging the
      * term, term GPA, cumulative GPA and standing through
      * &TERM &GPA &CUMGPA &STANDING; a template file without a
      * PROBATION block gets the stock wording appended. A customer
      * whose address custmaint.cob has marked undeliverable
      * (returned mail) gets no letter in any run until the address
      * is corrected - welcome and probation letters stay on their
      * queue for the run after that. A campaign letter is
      * marketing, so it also needs the customer's standing
      * consent to marketing by post (CONSENT-STATUS, recorded in
      * custmaint.cob); welcome, dunning and probation letters are
      * service mail and go out regardless.
      * Templates are kept per language: a block header can carry a
      * language after the name (*TEMPLATE DUNNING NO), no language
      * meaning English, and each letter goes out in the customer's
      * Language-Code (CUSTREC.cpy) - falling back to the English
      * block when the template has no translation yet, so nobody
      * misses a letter for want of one. &DATE and &BALANCE come
      * through LANG-FORMAT in the same language. The stock
      * Norwegian wording is added to template files that predate
      * it, and (T) lists every template still missing a
      * translation. An account placed with the outside collection
      * agency (agency.cob, AgencyPlacements.dat) is the agency's
      * to chase - dunning stands down for it as for a current
      * payment plan, and takes it up again if the agency returns
      * it.
      * Overdue counts from the day a charge fell due on the
      * customer's payment terms (custmaint.cob), not the day it
      * was posted - nobody is dunned while still inside terms.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QueueFile ASSIGN TO "WelcomeQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QueueFile-Status.
           SELECT NoticeQueueFile ASSIGN TO "ProbationQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NoticeQueue-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *    the mailing lists campaign.cob builds - the (C)ampaign
      *    run merges any template over one of them, so marketing
      *    stops being declined every month.
      *    accounts with the outside collection agency (agency.cob).
           SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlacementFile-Status.
           SELECT CampaignListFile ASSIGN TO "CampaignList.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CampListFile-Status.
           01 QueueRecord.
               05 WQ-Customer-ID PIC 9(5).

      *    same layout standing.cob queues.
           FD NoticeQueueFile.
           01 NoticeQueueRecord.
               05 PQ-Customer-ID PIC 9(5).
               05 PQ-Term        PIC X(6).
               05 PQ-Term-GPA    PIC 9V9(2).
               05 PQ-Cum-GPA     PIC 9V9(2).
               05 PQ-Title       PIC X(20).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.
           01 DisputeRecord.
               COPY DSPTREC.

           FD PlacementFile.
           01 PlacementRecord.
               COPY AGCYREC.

           FD CampaignListFile.
           01 CampaignListRecord.
               05 CL-Campaign-Num PIC 9(4).
           01 WS-LetterFile-Status PIC XX.
           01 WS-QueueFile-Status PIC XX.
               88 WS-Queue-File-OK VALUE "00".
           01 WS-NoticeQueue-Status PIC XX.
               88 WS-NoticeQueue-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".

      *    the loaded template, one block at a time - the working
      *    copy is the one in the current customer's language.
           01 WS-Template-Name PIC X(10).
           01 WS-Template-Line-Count PIC 9(2) VALUE ZERO.
           01 WS-Template-Idx PIC 9(2).
           01 WS-Template-Lines.
               05 WS-Template-Line OCCURS 30 TIMES PIC X(80).

      *    the languages templates are kept in, English first - it
      *    is the master every missing translation falls back to.
           01 WS-Lang-Code-Table.
               05 FILLER PIC X(2) VALUE "EN".
               05 FILLER PIC X(2) VALUE "NO".
           01 WS-Lang-Code-Array REDEFINES WS-Lang-Code-Table.
               05 WS-Lang-Code PIC X(2) OCCURS 2 TIMES.
           01 WS-Lang-Count PIC 9 VALUE 2.
           01 WS-Lang-Idx PIC 9.
           01 WS-Found-Lang PIC 9.
      *    the template as loaded, one set of lines per language;
      *    a set with no block of its own on file carries the
      *    English lines and the fallback flag.
           01 WS-Lang-Sets.
               05 WS-Lang-Set OCCURS 2 TIMES.
                   10 WS-LS-Line-Count PIC 9(2).
                   10 WS-LS-Fallback PIC X.
                   10 WS-LS-Lines.
                       15 WS-LS-Line OCCURS 30 TIMES PIC X(80).
           01 WS-Collect-Idx PIC 9 VALUE ZERO.
           01 WS-Hdr-Name PIC X(10).
           01 WS-Hdr-Lang PIC X(2).
           01 WS-Letter-Lang PIC X(2).
           01 WS-Fallback-Count PIC 9(5) VALUE ZERO.
           01 WS-LF-Op PIC X(3).
           01 WS-LF-Value PIC X(20).
           01 WS-LF-Result PIC X(20).

      *    missing-translation report - see TRANSLATION-REPORT.
           01 WS-TN-Count PIC 9(3) VALUE ZERO.
           01 WS-TN-Idx PIC 9(3).
           01 WS-TN-Table.
               05 WS-TN-Entry OCCURS 100 TIMES.
                   10 WS-TN-Name PIC X(10).
                   10 WS-TN-Has  PIC X OCCURS 2 TIMES.
           01 WS-TN-Missing PIC 9(3).
           01 WS-TN-Orphans PIC 9(3).
           01 WS-Translation-Flags.
               05 WS-Has-Welcome-NO PIC X.
               05 WS-Has-Dunning-NO PIC X.
               05 WS-Has-Probation-NO PIC X.

      *    substitution values for the current customer.
           01 WS-Sub-Balance PIC X(14).
           01 WS-Sub-Date PIC X(20).
           01 in-balance PIC $$,$$$,$$9.99.
      *    probation-notice fields - spaces in every other run.
           01 WS-Sub-Term PIC X(6) VALUE SPACES.
           01 WS-Sub-GPA PIC X(4) VALUE SPACES.
           01 WS-Sub-Cum-GPA PIC X(4) VALUE SPACES.
           01 WS-Sub-Standing PIC X(20) VALUE SPACES.
           01 in-gpa PIC 9.99.
           01 WS-Notice-Table.
               05 WS-Notice-Entry OCCURS 500 TIMES PIC X(37).
           01 WS-Probation-Block-Flag PIC X.
               88 WS-Probation-Block-Found VALUE "Y".

      *    the merge line under construction - the same reused
      *    pointer across STRING statements MERGE-FORM-LETTER in
           01 WS-Line-Len PIC 9(3).

           01 WS-Letters-Written PIC 9(5) VALUE ZERO.
      *    letters held back for an undeliverable address, and
      *    which queue entries they were so the queue keeps them.
           01 WS-Held-Flag PIC X VALUE "N".
               88 WS-Letter-Held VALUE "Y".
           01 WS-Held-Count PIC 9(5) VALUE ZERO.
           01 WS-Held-Idx PIC 9(5).
           01 WS-Held-Table.
               05 WS-Held-Queue-Idx PIC 9(5) OCCURS 500 TIMES.
           01 WS-Queue-Count PIC 9(5) VALUE ZERO.
           01 WS-Queue-Idx PIC 9(5).
           01 WS-Queue-Table.
               05 WS-Queued-ID PIC 9(5) OCCURS 500 TIMES.

      *    dunning: anything more than 30 days past its due date and
      *    still unpaid counts as overdue - the same date arithmetic
      *    aging.cob buckets with, a charge falling due on the
      *    customer's payment terms (the PAY-TERMS subroutine).
           01 WS-Today-Int PIC 9(8).
           01 WS-Tran-Date-Num PIC 9(8).
           01 WS-Terms-Days PIC 9(3).
           01 WS-Due-Date PIC 9(8).
           01 WS-Tran-Int PIC 9(8).
           01 WS-Age-Days PIC S9(5).
           01 WS-Overdue-Balance PIC S9(9)V9(2).
           01 WS-On-Plan-Flag PIC X.
               88 WS-On-Current-Plan VALUE "Y".
           01 WS-Stood-Down-Count PIC 9(5) VALUE ZERO.
      *    customers placed with the collection agency (status P on
      *    AgencyPlacements.dat) - table-loaded the same way.
           01 WS-PlacementFile-Status PIC XX.
               88 WS-Placement-File-OK VALUE "00".
           01 WS-Placed-Cust-Count PIC 9(3) VALUE ZERO.
           01 WS-Placed-Cust-Idx PIC 9(3).
           01 WS-Placed-Cust-Table.
               05 WS-Placed-Cust-ID PIC 9(5) OCCURS 500 TIMES.
           01 WS-Placed-Flag PIC X.
               88 WS-With-Agency VALUE "Y".
           01 WS-Agency-Count PIC 9(5) VALUE ZERO.
           01 WS-Branch-Filter PIC X(2).

      *    campaign-run state - see CAMPAIGN-RUN.
           01 WS-Campaign-Entry PIC 9(4).
           01 WS-Camp-Eof-Flag PIC X.
               88 WS-Camp-Eof VALUE "Y".
           01 WS-Post-Channel PIC X VALUE "P".
           01 WS-Consent-Now PIC X.
           01 WS-Consent-Date PIC 9(8).
           01 WS-Consent-By PIC X(10).
           01 WS-No-Consent-Count PIC 9(5).

      *    open disputes, table-loaded before the dunning pass the
      *    same way aging.cob holds contested amounts out of the
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Letter engine - (W)elcome run (D)unning "
                   "run (C)ampaign run (P)robation notices "
                   "(T)ranslations missing (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "W" PERFORM WELCOME-RUN
                   WHEN "D" PERFORM DUNNING-RUN
                   WHEN "C" PERFORM CAMPAIGN-RUN
                   WHEN "P" PERFORM PROBATION-RUN
                   WHEN "T" PERFORM TRANSLATION-REPORT
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
               WRITE TemplateRecord
               MOVE "*END" TO TemplateRecord
               WRITE TemplateRecord
               PERFORM WRITE-PROBATION-TEMPLATE
               CLOSE TemplateFile
           END-IF
           PERFORM ADD-PROBATION-IF-MISSING
           PERFORM ADD-TRANSLATIONS-IF-MISSING.

       ADD-PROBATION-IF-MISSING.
      *    template files seeded before probation notices existed
      *    get the stock PROBATION block on the end.
           MOVE "N" TO WS-Probation-Block-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TemplateFile
           IF NOT WS-Template-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TemplateFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF TemplateRecord = "*TEMPLATE PROBATION"
                           SET WS-Probation-Block-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TemplateFile-Status NOT = "35"
               CLOSE TemplateFile
           END-IF
           IF NOT WS-Probation-Block-Found
               OPEN EXTEND TemplateFile
               PERFORM WRITE-PROBATION-TEMPLATE
               CLOSE TemplateFile
           END-IF.

       WRITE-PROBATION-TEMPLATE.
           MOVE "*TEMPLATE PROBATION" TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Dear &FIRSTNAME &LASTNAME," TO TemplateRecord
           WRITE TemplateRecord
           MOVE " " TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Your results for term &TERM give you a term GPA"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "of &GPA and a cumulative GPA of &CUMGPA (6 = A)."
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Under the school's academic standing rules your"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "standing is now: &STANDING."
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Please make an appointment with your counselor"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "before the start of next term." TO TemplateRecord
           WRITE TemplateRecord
           MOVE "*END" TO TemplateRecord
           WRITE TemplateRecord.

       ADD-TRANSLATIONS-IF-MISSING.
      *    template files from before letters went out in Norwegian
      *    get the stock Norwegian wording of the three service
      *    letters on the end, the ADD-PROBATION-IF-MISSING way.
           MOVE "N" TO WS-Has-Welcome-NO WS-Has-Dunning-NO
               WS-Has-Probation-NO
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TemplateFile
           IF NOT WS-Template-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TemplateFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       EVALUATE TemplateRecord
                           WHEN "*TEMPLATE WELCOME NO"
                               MOVE "Y" TO WS-Has-Welcome-NO
                           WHEN "*TEMPLATE DUNNING NO"
                               MOVE "Y" TO WS-Has-Dunning-NO
                           WHEN "*TEMPLATE PROBATION NO"
                               MOVE "Y" TO WS-Has-Probation-NO
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TemplateFile-Status NOT = "35"
               CLOSE TemplateFile
           END-IF
           IF WS-Translation-Flags = "YYY"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TemplateFile
           IF WS-Has-Welcome-NO = "N"
               PERFORM WRITE-WELCOME-NO-TEMPLATE
           END-IF
           IF WS-Has-Dunning-NO = "N"
               PERFORM WRITE-DUNNING-NO-TEMPLATE
           END-IF
           IF WS-Has-Probation-NO = "N"
               PERFORM WRITE-PROBATION-NO-TEMPLATE
           END-IF
           CLOSE TemplateFile.

       WRITE-WELCOME-NO-TEMPLATE.
           MOVE "*TEMPLATE WELCOME NO" TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Kjære &FIRSTNAME &LASTNAME," TO TemplateRecord
           WRITE TemplateRecord
           MOVE " " TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Velkommen til butikken! Kontoen din ble opprettet"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "&DATE, og vi er glade for å ha deg som kunde."
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "*END" TO TemplateRecord
           WRITE TemplateRecord.

       WRITE-DUNNING-NO-TEMPLATE.
           MOVE "*TEMPLATE DUNNING NO" TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Kjære &FIRSTNAME &LASTNAME," TO TemplateRecord
           WRITE TemplateRecord
           MOVE " " TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Ifølge våre opplysninger har du et forfalt beløp"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "på &BALANCE per &DATE. Vennligst betal beløpet"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "eller ring butikken for å avtale betaling."
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "*END" TO TemplateRecord
           WRITE TemplateRecord.

       WRITE-PROBATION-NO-TEMPLATE.
           MOVE "*TEMPLATE PROBATION NO" TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Kjære &FIRSTNAME &LASTNAME," TO TemplateRecord
           WRITE TemplateRecord
           MOVE " " TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Resultatene dine for termin &TERM gir et snitt"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "på &GPA for terminen og et samlet snitt på &CUMGPA"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "(6 = A). Etter skolens regler for faglig status"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "er statusen din nå: &STANDING." TO TemplateRecord
           WRITE TemplateRecord
           MOVE "Vennligst avtal en time med rådgiveren din"
               TO TemplateRecord
           WRITE TemplateRecord
           MOVE "før neste termin begynner." TO TemplateRecord
           WRITE TemplateRecord
           MOVE "*END" TO TemplateRecord
           WRITE TemplateRecord.

       LOAD-TEMPLATE.
      *    capture the lines between "*TEMPLATE <name> [<lang>]"
      *    and "*END", into the set for that language. English has
      *    to be there; a language with no block of its own gets
      *    the English lines.
           MOVE ZERO TO WS-Template-Line-Count
           PERFORM VARYING WS-Lang-Idx FROM 1 BY 1
                   UNTIL WS-Lang-Idx > WS-Lang-Count
               MOVE ZERO TO WS-LS-Line-Count(WS-Lang-Idx)
               MOVE "N" TO WS-LS-Fallback(WS-Lang-Idx)
           END-PERFORM
           MOVE ZERO TO WS-Collect-Idx
           MOVE ZERO TO WS-Fallback-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TemplateFile
           IF NOT WS-Template-File-OK
               SET WS-Eof TO TRUE
           IF WS-TemplateFile-Status NOT = "35"
               CLOSE TemplateFile
           END-IF
           IF WS-LS-Line-Count(1) = ZERO
               DISPLAY "Template " WS-Template-Name
                   " not found in LetterTemplates.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Lang-Idx FROM 2 BY 1
                   UNTIL WS-Lang-Idx > WS-Lang-Count
               IF WS-LS-Line-Count(WS-Lang-Idx) = ZERO
                   MOVE WS-Lang-Set(1) TO WS-Lang-Set(WS-Lang-Idx)
                   MOVE "Y" TO WS-LS-Fallback(WS-Lang-Idx)
               END-IF
           END-PERFORM
           MOVE WS-LS-Line-Count(1) TO WS-Template-Line-Count
           MOVE WS-LS-Lines(1) TO WS-Template-Lines.

       COLLECT-TEMPLATE-LINE.
           IF WS-Collect-Idx > ZERO
               IF TemplateRecord(1:4) = "*END"
                   MOVE ZERO TO WS-Collect-Idx
               ELSE
                   IF WS-LS-Line-Count(WS-Collect-Idx) < 30
                       ADD 1 TO WS-LS-Line-Count(WS-Collect-Idx)
                       MOVE TemplateRecord TO
                           WS-LS-Line(WS-Collect-Idx,
                               WS-LS-Line-Count(WS-Collect-Idx))
                   END-IF
               END-IF
           ELSE
               IF TemplateRecord(1:10) = "*TEMPLATE "
                   PERFORM SPLIT-TEMPLATE-HEADER
                   IF WS-Hdr-Name = WS-Template-Name
                       PERFORM FIND-HEADER-LANGUAGE
                       MOVE WS-Found-Lang TO WS-Collect-Idx
                   END-IF
               END-IF
           END-IF.

       SPLIT-TEMPLATE-HEADER.
      *    "*TEMPLATE <name> [<lang>]" - no language is English.
           MOVE SPACES TO WS-Hdr-Name WS-Hdr-Lang
           UNSTRING TemplateRecord(11:70) DELIMITED BY ALL SPACE
               INTO WS-Hdr-Name, WS-Hdr-Lang
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-Hdr-Lang) TO WS-Hdr-Lang
           IF WS-Hdr-Lang = SPACES
               MOVE "EN" TO WS-Hdr-Lang
           END-IF.

       FIND-HEADER-LANGUAGE.
      *    zero for a language the shop doesn't write in.
           MOVE ZERO TO WS-Found-Lang
           PERFORM VARYING WS-Lang-Idx FROM 1 BY 1
                   UNTIL WS-Lang-Idx > WS-Lang-Count
               IF WS-Lang-Code(WS-Lang-Idx) = WS-Hdr-Lang
                   MOVE WS-Lang-Idx TO WS-Found-Lang
               END-IF
           END-PERFORM.

       USE-CUSTOMER-LANGUAGE.
      *    the customer's set of template lines becomes the working
      *    copy - spaces or an unknown code on the master is English.
           MOVE Language-Code TO WS-Hdr-Lang
           IF WS-Hdr-Lang = SPACES
               MOVE "EN" TO WS-Hdr-Lang
           END-IF
           PERFORM FIND-HEADER-LANGUAGE
           IF WS-Found-Lang = ZERO
               MOVE 1 TO WS-Found-Lang
           END-IF
           MOVE WS-Lang-Code(WS-Found-Lang) TO WS-Letter-Lang
           MOVE WS-LS-Line-Count(WS-Found-Lang)
               TO WS-Template-Line-Count
           MOVE WS-LS-Lines(WS-Found-Lang) TO WS-Template-Lines
           IF WS-LS-Fallback(WS-Found-Lang) = "Y"
               ADD 1 TO WS-Fallback-Count
           END-IF.

       SHOW-FALLBACK-COUNT.
           IF WS-Fallback-Count > ZERO
               DISPLAY "  (" WS-Fallback-Count " sent in English - "
                   "no translation of " FUNCTION TRIM(WS-Template-Name)
                   " in the customer's language yet)"
           END-IF.

       TRANSLATION-REPORT.
      *    every template on file against every language the shop
      *    writes in: an English master with a language missing
      *    is a letter that customer group gets in English, and a
      *    translation with no English master is one nobody else
      *    gets at all.
           MOVE ZERO TO WS-TN-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TemplateFile
           IF NOT WS-Template-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TemplateFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF TemplateRecord(1:10) = "*TEMPLATE "
                           PERFORM NOTE-TEMPLATE-LANGUAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TemplateFile-Status NOT = "35"
               CLOSE TemplateFile
           END-IF

           DISPLAY SPACE
           DISPLAY "TEMPLATES MISSING A TRANSLATION"
           DISPLAY "Template    Missing   Note"
           DISPLAY "----------  -------   ------------------------"
               "------------"
           MOVE ZERO TO WS-TN-Missing WS-TN-Orphans
           PERFORM VARYING WS-TN-Idx FROM 1 BY 1
                   UNTIL WS-TN-Idx > WS-TN-Count
               PERFORM VARYING WS-Lang-Idx FROM 2 BY 1
                       UNTIL WS-Lang-Idx > WS-Lang-Count
                   IF WS-TN-Has(WS-TN-Idx, WS-Lang-Idx) = "N"
                       AND WS-TN-Has(WS-TN-Idx, 1) = "Y"
                       ADD 1 TO WS-TN-Missing
                       DISPLAY WS-TN-Name(WS-TN-Idx) "  "
                           WS-Lang-Code(WS-Lang-Idx)
                           "        goes out in English"
                   END-IF
               END-PERFORM
               IF WS-TN-Has(WS-TN-Idx, 1) = "N"
                   ADD 1 TO WS-TN-Orphans
                   DISPLAY WS-TN-Name(WS-TN-Idx) "  "
                       WS-Lang-Code(1)
                       "        no English master - not sent"
               END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Templates on file        : " WS-TN-Count
           DISPLAY "Translations missing     : " WS-TN-Missing
           DISPLAY "Without an English master: " WS-TN-Orphans.

       NOTE-TEMPLATE-LANGUAGE.
           PERFORM SPLIT-TEMPLATE-HEADER
           PERFORM FIND-HEADER-LANGUAGE
           IF WS-Found-Lang = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TN-Idx FROM 1 BY 1
                   UNTIL WS-TN-Idx > WS-TN-Count
                   OR WS-TN-Name(WS-TN-Idx) = WS-Hdr-Name
               CONTINUE
           END-PERFORM
           IF WS-TN-Idx > WS-TN-Count
               IF WS-TN-Count >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TN-Count
               MOVE WS-TN-Count TO WS-TN-Idx
               MOVE WS-Hdr-Name TO WS-TN-Name(WS-TN-Idx)
               MOVE "N" TO WS-TN-Has(WS-TN-Idx, 1)
                   WS-TN-Has(WS-TN-Idx, 2)
           END-IF
           MOVE "Y" TO WS-TN-Has(WS-TN-Idx, WS-Found-Lang).

       WELCOME-RUN.
           MOVE "WELCOME" TO WS-Template-Name
           PERFORM LOAD-TEMPLATE
           END-IF

           MOVE ZERO TO WS-Letters-Written
           MOVE ZERO TO WS-Held-Count
           OPEN INPUT CustomerFile
           PERFORM VARYING WS-Queue-Idx FROM 1 BY 1
                   UNTIL WS-Queue-Idx > WS-Queue-Count
               MOVE "N" TO WS-Held-Flag
               MOVE WS-Queued-ID(WS-Queue-Idx) TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       MOVE SPACES TO WS-Sub-Balance
                       PERFORM MERGE-ONE-LETTER
               END-READ
               IF WS-Letter-Held
                   MOVE WS-Queue-Idx TO WS-Held-Queue-Idx(WS-Held-Count)
               END-IF
           END-PERFORM
           CLOSE CustomerFile

      *    the queue is done - start it fresh, with only the
      *    letters held for a bad address left on it.
           OPEN OUTPUT QueueFile
           PERFORM VARYING WS-Held-Idx FROM 1 BY 1
                   UNTIL WS-Held-Idx > WS-Held-Count
               MOVE WS-Queued-ID(WS-Held-Queue-Idx(WS-Held-Idx))
                   TO WQ-Customer-ID
               WRITE QueueRecord
           END-PERFORM
           CLOSE QueueFile
           DISPLAY "Welcome letters written: " WS-Letters-Written
               " (see LetterPrint.dat)"
           PERFORM SHOW-HELD-COUNT
           PERFORM SHOW-FALLBACK-COUNT.

       PROBATION-RUN.
           MOVE "PROBATION" TO WS-Template-Name
           PERFORM LOAD-TEMPLATE
           IF WS-Template-Line-Count = ZERO
               EXIT PARAGRAPH
           END-IF

      *    drained into a table and truncated, the welcome-run
      *    treatment.
           MOVE ZERO TO WS-Queue-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT NoticeQueueFile
           IF NOT WS-NoticeQueue-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ NoticeQueueFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Queue-Count < 500
                           ADD 1 TO WS-Queue-Count
                           MOVE NoticeQueueRecord
                               TO WS-Notice-Entry(WS-Queue-Count)
                       ELSE
                           DISPLAY "ProbationQueue.dat holds more "
                               "than 500 entries - run the notices "
                               "in batches"
                           CLOSE NoticeQueueFile
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NoticeQueue-Status NOT = "35"
               CLOSE NoticeQueueFile
           END-IF

           IF WS-Queue-Count = ZERO
               DISPLAY "Probation notice queue is empty"
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-Letters-Written
           MOVE ZERO TO WS-Held-Count
           OPEN INPUT CustomerFile
           PERFORM VARYING WS-Queue-Idx FROM 1 BY 1
                   UNTIL WS-Queue-Idx > WS-Queue-Count
               MOVE "N" TO WS-Held-Flag
               MOVE WS-Notice-Entry(WS-Queue-Idx)
                   TO NoticeQueueRecord
               MOVE PQ-Customer-ID TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "  Queued student " PQ-Customer-ID
                           " no longer on file - skipped"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Sub-Balance
                       MOVE PQ-Term TO WS-Sub-Term
                       MOVE PQ-Term-GPA TO in-gpa
                       MOVE in-gpa TO WS-Sub-GPA
                       MOVE PQ-Cum-GPA TO in-gpa
                       MOVE in-gpa TO WS-Sub-Cum-GPA
                       MOVE PQ-Title TO WS-Sub-Standing
                       PERFORM MERGE-ONE-LETTER
               END-READ
               IF WS-Letter-Held
                   MOVE WS-Queue-Idx TO WS-Held-Queue-Idx(WS-Held-Count)
               END-IF
           END-PERFORM
           CLOSE CustomerFile
           MOVE SPACES TO WS-Sub-Term WS-Sub-GPA WS-Sub-Cum-GPA
           MOVE SPACES TO WS-Sub-Standing

           OPEN OUTPUT NoticeQueueFile
           PERFORM VARYING WS-Held-Idx FROM 1 BY 1
                   UNTIL WS-Held-Idx > WS-Held-Count
               MOVE WS-Notice-Entry(WS-Held-Queue-Idx(WS-Held-Idx))
                   TO NoticeQueueRecord
               WRITE NoticeQueueRecord
           END-PERFORM
           CLOSE NoticeQueueFile
           DISPLAY "Probation notices written: " WS-Letters-Written
               " (see LetterPrint.dat)"
           PERFORM SHOW-HELD-COUNT
           PERFORM SHOW-FALLBACK-COUNT.

       DUNNING-RUN.
           MOVE "DUNNING" TO WS-Template-Name
               FUNCTION INTEGER-OF-DATE(WS-Today-Int)

           PERFORM LOAD-CURRENT-PLANS
           PERFORM LOAD-AGENCY-PLACEMENTS
           PERFORM LOAD-OPEN-DISPUTES
           MOVE ZERO TO WS-Stood-Down-Count
           MOVE ZERO TO WS-Agency-Count
           MOVE ZERO TO WS-Letters-Written
           MOVE ZERO TO WS-Held-Count
           MOVE "N" TO WS-Cust-Eof-Flag
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "  (" WS-Stood-Down-Count " overdue "
                   "customers on a current payment plan - no "
                   "letter sent)"
           END-IF
           IF WS-Agency-Count > ZERO
               DISPLAY "  (" WS-Agency-Count " customers placed "
                   "with the collection agency - no letter sent)"
           END-IF
           PERFORM SHOW-HELD-COUNT
           PERFORM SHOW-FALLBACK-COUNT.

       LOAD-CURRENT-PLANS.
           MOVE ZERO TO WS-Plan-Cust-Count
               CLOSE PlanFile
           END-IF.

       LOAD-AGENCY-PLACEMENTS.
           MOVE ZERO TO WS-Placed-Cust-Count
           MOVE "N" TO WS-Plan-Eof-Flag
           OPEN INPUT PlacementFile
           IF NOT WS-Placement-File-OK
               SET WS-Plan-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Plan-Eof
               READ PlacementFile
                   AT END
                       SET WS-Plan-Eof TO TRUE
                   NOT AT END
                       IF AG-Placed
                           AND WS-Placed-Cust-Count < 500
                           ADD 1 TO WS-Placed-Cust-Count
                           MOVE AG-Customer-ID TO
                               WS-Placed-Cust-ID(WS-Placed-Cust-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlacementFile-Status NOT = "35"
               CLOSE PlacementFile
           END-IF.

       LOAD-OPEN-DISPUTES.
           MOVE ZERO TO WS-Disp-Count
           MOVE "N" TO WS-Dispute-Eof-Flag
               END-IF
           END-PERFORM.

       CHECK-AGENCY-PLACEMENT.
           MOVE "N" TO WS-Placed-Flag
           PERFORM VARYING WS-Placed-Cust-Idx FROM 1 BY 1
               UNTIL WS-Placed-Cust-Idx > WS-Placed-Cust-Count
               IF WS-Placed-Cust-ID(WS-Placed-Cust-Idx) = ID-num
                   SET WS-With-Agency TO TRUE
               END-IF
           END-PERFORM.

       CAMPAIGN-RUN.
      *    any template over any list campaign.cob built - the
      *    &BALANCE field merges the rolled-up Balances.dat figure
           DISPLAY "Campaign number :" WITH NO ADVANCING
           ACCEPT WS-Campaign-Entry
           MOVE ZERO TO WS-Letters-Written
           MOVE ZERO TO WS-Held-Count
           MOVE ZERO TO WS-No-Consent-Count
           MOVE "N" TO WS-Camp-Eof-Flag
           OPEN INPUT CampaignListFile
           IF NOT WS-CampList-File-OK
           CLOSE CampaignListFile
           CLOSE CustomerFile
           DISPLAY "Campaign letters written: "
               WS-Letters-Written " (see LetterPrint.dat)"
           IF WS-No-Consent-Count > ZERO
               DISPLAY "  (" WS-No-Consent-Count " not sent - no "
                   "consent to marketing by post)"
           END-IF
           PERFORM SHOW-HELD-COUNT
           PERFORM SHOW-FALLBACK-COUNT.

       SHOW-HELD-COUNT.
           IF WS-Held-Count > ZERO
               DISPLAY "  (" WS-Held-Count " held - address "
                   "marked undeliverable, correct it in custmaint)"
           END-IF.

       MERGE-CAMPAIGN-LETTER.
           MOVE CL-Customer-ID TO WS-Relative-Key
                   DISPLAY "  listed customer " CL-Customer-ID
                       " no longer on file - skipped"
               NOT INVALID KEY
      *            checked again here, not just when the list was
      *            built - consent withdrawn since still counts.
                   CALL "CONSENT-STATUS" USING ID-num,
                       WS-Post-Channel, WS-Consent-Now,
                       WS-Consent-Date, WS-Consent-By
                   IF WS-Consent-Now = "Y"
                       PERFORM SET-BALANCE-SUBSTITUTION
                       PERFORM MERGE-ONE-LETTER
                   ELSE
                       ADD 1 TO WS-No-Consent-Count
                   END-IF
           END-READ.

       SET-BALANCE-SUBSTITUTION.
               ADD 1 TO WS-Stood-Down-Count
               EXIT PARAGRAPH
           END-IF
      *    nor is an account the collection agency is working.
           PERFORM CHECK-AGENCY-PLACEMENT
           IF WS-With-Agency
               ADD 1 TO WS-Agency-Count
               EXIT PARAGRAPH
           END-IF
      *    rescan-per-customer over the transaction file, the same
      *    idiom statement.cob uses - overdue is anything more than
      *    30 days past due, net of everything since.
           MOVE ZERO TO WS-Overdue-Balance WS-Total-Balance
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TransactionFile
                           AND NOT WS-Disputed
                           ADD TR-Amount TO WS-Total-Balance
                           MOVE TR-Date TO WS-Tran-Date-Num
                           IF TR-Charge
                               PERFORM FIND-CHARGE-DUE-DATE
                           END-IF
                           COMPUTE WS-Tran-Int =
                               FUNCTION INTEGER-OF-DATE
                               (WS-Tran-Date-Num)
               PERFORM MERGE-ONE-LETTER
           END-IF.

       FIND-CHARGE-DUE-DATE.
      *    a customer inside the terms agreed isn't dunned for it.
           IF Payment-Terms NOT NUMERIC
               MOVE ZERO TO WS-Terms-Days
           ELSE
               MOVE Terms-Net-Days TO WS-Terms-Days
           END-IF
           CALL "PAY-TERMS" USING WS-Tran-Date-Num, WS-Terms-Days,
               WS-Due-Date
           MOVE WS-Due-Date TO WS-Tran-Date-Num.

       MERGE-ONE-LETTER.
           PERFORM CHECK-MAIL-HELD
           IF WS-Letter-Held
               ADD 1 TO WS-Held-Count
               DISPLAY "  customer " ID-num " " first-name " "
                   last-name " - address undeliverable, letter held"
               EXIT PARAGRAPH
           END-IF
      *    the customer's language picks the template lines and
      *    how the date and the figures are written.
           PERFORM USE-CUSTOMER-LANGUAGE
           MOVE "LDT" TO WS-LF-Op
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Letter-Lang,
               WS-LF-Value, WS-Sub-Date
           MOVE "AMT" TO WS-LF-Op
           MOVE WS-Sub-Balance TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Letter-Lang,
               WS-LF-Value, WS-LF-Result
           MOVE WS-LF-Result TO WS-Sub-Balance
           MOVE WS-Sub-GPA TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Letter-Lang,
               WS-LF-Value, WS-LF-Result
           MOVE WS-LF-Result TO WS-Sub-GPA
           MOVE WS-Sub-Cum-GPA TO WS-LF-Value
           CALL "LANG-FORMAT" USING WS-LF-Op, WS-Letter-Lang,
               WS-LF-Value, WS-LF-Result
           MOVE WS-LF-Result TO WS-Sub-Cum-GPA

           OPEN EXTEND LetterFile
           IF WS-LetterFile-Status = "35"
           CLOSE LetterFile
           ADD 1 TO WS-Letters-Written.

       CHECK-MAIL-HELD.
      *    returned mail marks the address undeliverable - nothing
      *    goes back to it until custmaint corrects it.
           MOVE "N" TO WS-Held-Flag
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               MOVE ID-num TO WS-Contact-Rel-Key
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-Mail-Undeliverable
                           SET WS-Letter-Held TO TRUE
                       END-IF
               END-READ
               CLOSE ContactFile
           END-IF.

       WRITE-MAILING-BLOCK.
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
                           WITH POINTER WS-Out-Ptr
                       END-STRING
                       ADD 8 TO WS-In-Pos
                   WHEN WS-In-Pos + 8 <= 80 AND
                       WS-Template-Line(WS-Template-Idx)
                       (WS-In-Pos:9) = "&STANDING"
                       STRING FUNCTION TRIM(WS-Sub-Standing)
                           DELIMITED BY SIZE INTO WS-Out-Line
                           WITH POINTER WS-Out-Ptr
                       END-STRING
                       ADD 9 TO WS-In-Pos
                   WHEN WS-In-Pos + 6 <= 80 AND
                       WS-Template-Line(WS-Template-Idx)
                       (WS-In-Pos:7) = "&CUMGPA"
                       STRING FUNCTION TRIM(WS-Sub-Cum-GPA)
                           DELIMITED BY SIZE INTO WS-Out-Line
                           WITH POINTER WS-Out-Ptr
                       END-STRING
                       ADD 7 TO WS-In-Pos
                   WHEN WS-In-Pos + 4 <= 80 AND
                       WS-Template-Line(WS-Template-Idx)
                       (WS-In-Pos:5) = "&TERM"
                       STRING FUNCTION TRIM(WS-Sub-Term)
                           DELIMITED BY SIZE INTO WS-Out-Line
                           WITH POINTER WS-Out-Ptr
                       END-STRING
                       ADD 5 TO WS-In-Pos
                   WHEN WS-In-Pos + 3 <= 80 AND
                       WS-Template-Line(WS-Template-Idx)
                       (WS-In-Pos:4) = "&GPA"
                       STRING FUNCTION TRIM(WS-Sub-GPA)
                           DELIMITED BY SIZE INTO WS-Out-Line
                           WITH POINTER WS-Out-Ptr
                       END-STRING
                       ADD 4 TO WS-In-Pos
                   WHEN WS-In-Pos + 4 <= 80 AND
                       WS-Template-Line(WS-Template-Idx)
                       (WS-In-Pos:5) = "&DATE"
