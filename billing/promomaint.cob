       IDENTIFICATION DIVISION.
       PROGRAM-ID. promomaint.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * promotion maintenance: marketing's time-limited offers on
      * Promotions.dat (see copybooks/PROMREC.cpy) - a percentage
      * off a product, a fixed price, or buy N get one free, each
      * between a start and an end date and optionally limited to
      * one branch or one pricing tier - and the shop's stacking
      * rule on PromoRule.dat: B (best of - a customer gets their
      * tier/negotiated discount or the promotion, whichever is
      * the better deal) or S (stack - the discount also comes off
      * the promotion price). invgen.cob and the quote price
      * through the PROMO-PRICE subroutine, which never gives more
      * than one promotion on a line. A promotion is withdrawn,
      * never deleted, so promorpt.cob can still report on it.
      * Behind sign-on, every change audited, like tiermaint.cob.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromoFile-Status.
           SELECT RuleFile ASSIGN TO "PromoRule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RuleFile-Status.
           SELECT ProductFile ASSIGN TO "Products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProductFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD PromoFile.
           01 PromoRecord.
               COPY PROMREC.

           FD RuleFile.
           01 RuleRecord.
               05 PU-Rule      PIC X.
               05 PU-Set-By    PIC X(10).
               05 PU-Set-Stamp PIC X(14).

           FD ProductFile.
           01 ProductRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-PromoFile-Status PIC XX.
               88 WS-Promo-File-OK VALUE "00".
           01 WS-RuleFile-Status PIC XX.
               88 WS-Rule-File-OK VALUE "00".
           01 WS-ProductFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *    the promotions, table-loaded and rewritten whole.
           01 WS-Promo-Table.
               05 WS-Promo-Entry OCCURS 200 TIMES.
                   10 WS-PN-Record PIC X(109).
           01 WS-Promo-Count PIC 9(3) VALUE ZERO.
           01 WS-PN-Idx PIC 9(3).
           01 WS-Promo-Found-Flag PIC X.
               88 WS-Promo-Found VALUE "Y".
           01 WS-Work-Promo.
               COPY PROMREC REPLACING LEADING ==PN-== BY ==WP-==.

           01 WS-Product-Table.
               05 WS-Product-Entry OCCURS 100 TIMES.
                   10 WS-PT-Name PIC X(20).
           01 WS-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-PT-Idx PIC 9(3).
           01 WS-Product-Found-Flag PIC X.
               88 WS-Product-Found VALUE "Y".

           01 WS-Stack-Rule PIC X VALUE "B".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Code-Entry PIC X(8).
           01 WS-Type-Entry PIC X.
           01 WS-Rule-Entry PIC X.
           01 WS-Pct-Digits PIC 9(4).
           01 WS-Price-Dollars PIC 9(4).
           01 WS-Price-Cents PIC 9(2).
           01 WS-Date-Entry PIC 9(8).
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".
           01 WS-Today PIC 9(8).
           01 WS-Promo-State PIC X(9).
           01 WS-Offer-Text PIC X(24).
           01 in-pct PIC Z9.99.
           01 in-price PIC Z,ZZ9.99.
           01 in-buy PIC Z9.

           01 WS-Audit-Operation PIC X(6).
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

           DISPLAY "Promotion maintenance"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing touched"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-RULE

           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Promotions - (A)dd (W)ithdraw (L)ist "
                   "stacking (R)ule (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "A" PERFORM ADD-PROMOTION
                   WHEN "W" PERFORM WITHDRAW-PROMOTION
                   WHEN "L" PERFORM LIST-PROMOTIONS
                   WHEN "R" PERFORM SET-STACK-RULE
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM

           CLOSE AuditFile
           STOP RUN.

       ADD-PROMOTION.
           DISPLAY "Promotion code :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           IF WS-Code-Entry = SPACES
               DISPLAY "Error: a promotion needs a code"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROMOTION
           IF WS-Promo-Found
               DISPLAY "Error: promotion " WS-Code-Entry
                   " already on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-Promo-Count >= 200
               DISPLAY "Error: promotion file full"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-Work-Promo
           MOVE WS-Code-Entry TO WP-Code
           DISPLAY "Description :" WITH NO ADVANCING
           ACCEPT WP-Description
           DISPLAY "Product name :" WITH NO ADVANCING
           ACCEPT WP-Product
           PERFORM FIND-PRODUCT
           IF NOT WS-Product-Found
               DISPLAY "Error: product not on Products.dat"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type - (P)ercent off (F)ixed price "
               "(B)uy N get one free :" WITH NO ADVANCING
           ACCEPT WS-Type-Entry
           MOVE FUNCTION UPPER-CASE(WS-Type-Entry) TO WP-Type
           EVALUATE TRUE
               WHEN WP-Percent-Off
      *            the percent arrives as four digits, implied
      *            decimal - tiermaint.cob's GET-PCT-ENTRY.
                   DISPLAY "Percent off (4 digits, implied decimal "
                       "- 1050 = 10.5%) :" WITH NO ADVANCING
                   ACCEPT WS-Pct-Digits
                   COMPUTE WP-Percent = WS-Pct-Digits / 100
                   IF WP-Percent = ZERO
                       DISPLAY "Error: percent must be above zero"
                       EXIT PARAGRAPH
                   END-IF
               WHEN WP-Fixed-Price
                   DISPLAY "Promotion price - dollars :"
                       WITH NO ADVANCING
                   ACCEPT WS-Price-Dollars
                   DISPLAY "Promotion price - cents :"
                       WITH NO ADVANCING
                   ACCEPT WS-Price-Cents
                   COMPUTE WP-Price = WS-Price-Dollars
                       + (WS-Price-Cents / 100)
               WHEN WP-Buy-Get-Free
                   DISPLAY "Units to buy for one free (1-99) :"
                       WITH NO ADVANCING
                   ACCEPT WP-Buy-Qty
                   IF WP-Buy-Qty = ZERO
                       DISPLAY "Error: buy at least one"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: type must be P, F or B"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Start date (yyyymmdd) :" WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           PERFORM CHECK-DATE-ENTRY
           IF NOT WS-Date-Valid
               DISPLAY "Error: not a real date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Date-Entry TO WP-Start-Date
           DISPLAY "End date (yyyymmdd) :" WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           PERFORM CHECK-DATE-ENTRY
           IF NOT WS-Date-Valid
               DISPLAY "Error: not a real date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Date-Entry TO WP-End-Date
           IF WP-End-Date < WP-Start-Date
               DISPLAY "Error: the promotion ends before it starts"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Limit to branch (blank = every branch) :"
               WITH NO ADVANCING
           ACCEPT WP-Branch
           MOVE FUNCTION UPPER-CASE(WP-Branch) TO WP-Branch
           DISPLAY "Limit to tier (blank = every customer) :"
               WITH NO ADVANCING
           ACCEPT WP-Tier
           MOVE FUNCTION UPPER-CASE(WP-Tier) TO WP-Tier
           MOVE "A" TO WP-Status
           MOVE WS-Operator-ID-Entry TO WP-Set-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO WP-Set-Stamp
           ADD 1 TO WS-Promo-Count
           MOVE WS-Work-Promo TO WS-PN-Record(WS-Promo-Count)
           PERFORM REWRITE-PROMOTIONS
           PERFORM DESCRIBE-OFFER
           DISPLAY "Promotion " WP-Code " added: "
               FUNCTION TRIM(WS-Offer-Text) " on "
               FUNCTION TRIM(WP-Product) " from " WP-Start-Date
               " to " WP-End-Date
           MOVE "PRMADD" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING WP-Code " " WP-Type " " WP-Start-Date "-"
               WP-End-Date " " WP-Branch WP-Tier
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       WITHDRAW-PROMOTION.
      *    withdrawn, not deleted - the invoices it priced still
      *    name it, and the performance report still reads it.
           DISPLAY "Promotion code :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           PERFORM FIND-PROMOTION
           IF NOT WS-Promo-Found
               DISPLAY "Error: promotion " WS-Code-Entry
                   " not on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PN-Record(WS-PN-Idx) TO WS-Work-Promo
           IF WP-Withdrawn
               DISPLAY "Promotion " WS-Code-Entry
                   " is already withdrawn"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WP-Status
           MOVE WS-Operator-ID-Entry TO WP-Set-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO WP-Set-Stamp
           MOVE WS-Work-Promo TO WS-PN-Record(WS-PN-Idx)
           PERFORM REWRITE-PROMOTIONS
           DISPLAY "Promotion " WS-Code-Entry " withdrawn"
           MOVE "PRMWDR" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING WP-Code " withdrawn" DELIMITED BY SIZE
               INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LIST-PROMOTIONS.
           IF WS-Stack-Rule = "S"
               DISPLAY "Stacking rule: S - the customer's discount "
                   "also comes off a promotion price"
           ELSE
               DISPLAY "Stacking rule: B - the promotion or the "
                   "customer's discount, whichever is better"
           END-IF
           IF WS-Promo-Count = ZERO
               DISPLAY "No promotions on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODE     PRODUCT              OFFER"
               "                    FROM     TO       BR T STATE"
           PERFORM VARYING WS-PN-Idx FROM 1 BY 1
               UNTIL WS-PN-Idx > WS-Promo-Count
               MOVE WS-PN-Record(WS-PN-Idx) TO WS-Work-Promo
               PERFORM DESCRIBE-OFFER
               EVALUATE TRUE
                   WHEN WP-Withdrawn
                       MOVE "withdrawn" TO WS-Promo-State
                   WHEN WP-End-Date < WS-Today
                       MOVE "ended" TO WS-Promo-State
                   WHEN WP-Start-Date > WS-Today
                       MOVE "to come" TO WS-Promo-State
                   WHEN OTHER
                       MOVE "running" TO WS-Promo-State
               END-EVALUATE
               DISPLAY WP-Code " " WP-Product " " WS-Offer-Text " "
                   WP-Start-Date " " WP-End-Date " " WP-Branch
                   " " WP-Tier " " WS-Promo-State
           END-PERFORM.

       SET-STACK-RULE.
           DISPLAY "Stacking rule - (B)est of promotion or customer "
               "discount, (S)tack both :" WITH NO ADVANCING
           ACCEPT WS-Rule-Entry
           MOVE FUNCTION UPPER-CASE(WS-Rule-Entry) TO WS-Rule-Entry
           IF WS-Rule-Entry NOT = "B" AND WS-Rule-Entry NOT = "S"
               DISPLAY "Error: rule must be B or S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rule-Entry TO WS-Stack-Rule
           OPEN OUTPUT RuleFile
           MOVE WS-Stack-Rule TO PU-Rule
           MOVE WS-Operator-ID-Entry TO PU-Set-By
           MOVE FUNCTION CURRENT-DATE(1:14) TO PU-Set-Stamp
           WRITE RuleRecord
           CLOSE RuleFile
           DISPLAY "Stacking rule set to " WS-Stack-Rule
           MOVE "PRMRUL" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING "stacking rule " WS-Stack-Rule
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       DESCRIBE-OFFER.
      *    WS-Work-Promo holds the promotion.
           MOVE SPACES TO WS-Offer-Text
           EVALUATE TRUE
               WHEN WP-Percent-Off
                   MOVE WP-Percent TO in-pct
                   STRING FUNCTION TRIM(in-pct) "% off"
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
               WHEN WP-Fixed-Price
                   MOVE WP-Price TO in-price
                   STRING "price " FUNCTION TRIM(in-price)
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
               WHEN WP-Buy-Get-Free
                   MOVE WP-Buy-Qty TO in-buy
                   STRING "buy " FUNCTION TRIM(in-buy)
                       " get one free"
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
           END-EVALUATE.

       CHECK-DATE-ENTRY.
           MOVE WS-Date-Entry(7:2) TO WS-Date-dd
           MOVE WS-Date-Entry(5:2) TO WS-Date-mm
           MOVE WS-Date-Entry(1:4) TO WS-Date-yyyy
           MOVE "N" TO WS-Date-Valid-Flag
           CALL "VALIDATE-DOB" USING WS-Date-dd, WS-Date-mm,
               WS-Date-yyyy, WS-Date-Valid-Flag.

       FIND-PROMOTION.
           MOVE "N" TO WS-Promo-Found-Flag
           PERFORM VARYING WS-PN-Idx FROM 1 BY 1
               UNTIL WS-PN-Idx > WS-Promo-Count
               OR WS-Promo-Found
               IF WS-PN-Record(WS-PN-Idx)(1:8) = WS-Code-Entry
                   SET WS-Promo-Found TO TRUE
                   SUBTRACT 1 FROM WS-PN-Idx
               END-IF
           END-PERFORM.

       FIND-PRODUCT.
           MOVE "N" TO WS-Product-Found-Flag
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
               UNTIL WS-PT-Idx > WS-Product-Count
               OR WS-Product-Found
               IF WS-PT-Name(WS-PT-Idx) = WP-Product
                   SET WS-Product-Found TO TRUE
                   SUBTRACT 1 FROM WS-PT-Idx
               END-IF
           END-PERFORM.

       LOAD-PROMOTIONS.
           MOVE ZERO TO WS-Promo-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PromoFile
           IF NOT WS-Promo-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PromoFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Promo-Count < 200
                           ADD 1 TO WS-Promo-Count
                           MOVE PromoRecord
                               TO WS-PN-Record(WS-Promo-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PromoFile-Status NOT = "35"
               CLOSE PromoFile
           END-IF.

       REWRITE-PROMOTIONS.
           OPEN OUTPUT PromoFile
           PERFORM VARYING WS-PN-Idx FROM 1 BY 1
               UNTIL WS-PN-Idx > WS-Promo-Count
               MOVE WS-PN-Record(WS-PN-Idx) TO PromoRecord
               WRITE PromoRecord
           END-PERFORM
           CLOSE PromoFile.

       LOAD-PRODUCTS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProductFile
           IF NOT WS-ProductFile-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ProductFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Product-Count < 100
                           ADD 1 TO WS-Product-Count
                           MOVE PR-Product-Name
                               TO WS-PT-Name(WS-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProductFile-Status NOT = "35"
               CLOSE ProductFile
           END-IF.

       LOAD-RULE.
           OPEN INPUT RuleFile
           IF WS-Rule-File-OK
               READ RuleFile
                   NOT AT END
                       IF PU-Rule = "S"
                           MOVE "S" TO WS-Stack-Rule
                       END-IF
               END-READ
               CLOSE RuleFile
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "promomaint" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
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
