           SELECT PriceFile ASSIGN TO "ProductPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PriceFile-Status.
      *    the quote customer's pricing tier (tiermaint.cob) - only
      *    read so a promotion limited to a tier can be quoted to
      *    the customers on it.
           SELECT TierFile ASSIGN TO "CustomerTiers.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Tier-Rel-Key
               FILE STATUS IS WS-TierFile-Status.
      *    the product's costs (costreport.cob's file) set the
      *    cost-plus floor a quoted price may not go under without
      *    a manager's say-so, and the maker-checker queue is where
      *    that say-so is asked for - see APPLY-QUOTE-DISCOUNT.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.

       DATA DIVISION.
       FILE SECTION.
                   88 QA-Lost    VALUE "L".
                   88 QA-Expired VALUE "E".
               05 QA-Valid-Until PIC 9(8).
      *        the price before the operator's discount, the
      *        discount itself, the cost-plus floor (zero when
      *        there was no cost to set one), and who priced it.
               05 QA-List-Price  PIC 9(4)V9(2).
               05 QA-Disc-Pct    PIC 9(2)V9(2).
               05 QA-Floor-Price PIC 9(4)V9(2).
               05 QA-Operator    PIC X(10).
      *        discount approval: space = inside the operator's
      *        authority, P = waiting on the QUODSC action below,
      *        A = approved, R = rejected (quoteconv.cob keeps the
      *        last two in step with PendingActions.dat).
               05 QA-Approval    PIC X.
                   88 QA-No-Approval-Needed VALUE " ".
                   88 QA-Approval-Pending   VALUE "P".
                   88 QA-Approval-Given     VALUE "A".
                   88 QA-Approval-Refused   VALUE "R".
               05 QA-Action-Num  PIC 9(5).

           FD FxRateFile.
           01 FxRateRecord.
               05 PP-Eff-Date     PIC 9(8).
               05 PP-Price        PIC 9(4)V9(2).

           FD TierFile.
           01 TierRecord.
               COPY TIERREC.

           FD CostFile.
           01 CostRecord.
               05 PC-Product-Name PIC X(20).
               05 PC-Prime-Cost   PIC 9(4)V9(2).
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD PendingFile.
           01 PendingRecord.
               COPY PENDREC.

       WORKING-STORAGE SECTION.
           01 WS-FxRateFile-Status PIC XX.
               88 WS-FxRate-File-OK VALUE "00".
           01 WS-Product-Found-Flag PIC X.
               88 WS-Product-Found VALUE "Y".
           01 WS-Best-Date PIC 9(8).
      *    promotion on a quoted product - see APPLY-PROMOTION.
           01 WS-Tier-Rel-Key PIC 9(5).
           01 WS-TierFile-Status PIC XX.
               88 WS-Tier-File-OK VALUE "00".
           01 WS-Quote-Tier PIC X VALUE SPACE.
           01 WS-Promo-Qty PIC 9(3) VALUE 1.
           01 WS-Promo-Code PIC X(8).
           01 WS-Promo-Desc PIC X(24).
           01 WS-Promo-Unit PIC 9(4)V9(2).
           01 WS-Paid-Qty PIC 9(3).
           01 WS-Stack-Rule PIC X.
      *    discount authority per operator role - inquiry clerks
      *    quote list price, maintenance operators may give up to
      *    10%, administrators up to 25%. Anything past the limit,
      *    or under the cost-plus floor, is archived pending and
      *    queued as a QUODSC action for a manager in custapprove.
           01 WS-Disc-Limit-Literal.
               05 FILLER PIC X(5) VALUE "I0000".
               05 FILLER PIC X(5) VALUE "M1000".
               05 FILLER PIC X(5) VALUE "A2500".
           01 WS-Disc-Limit-Array REDEFINES WS-Disc-Limit-Literal.
               05 WS-Disc-Limit-Entry OCCURS 3 TIMES.
                   10 WS-DL-Role PIC X.
                   10 WS-DL-Pct  PIC 9(2)V9(2).
           01 WS-DL-Idx PIC 9.
           01 WS-Disc-Limit PIC 9(2)V9(2).
           01 WS-Disc-Pct PIC 9(2)V9(2) VALUE ZERO.
           01 WS-List-Price PIC 9(4)V9(2).
           01 WS-Quote-Cost PIC 9(4)V9(2).
           01 WS-Floor-Price PIC 9(4)V9(2).
           01 WS-Exception-Flag PIC X VALUE "N".
               88 WS-Price-Exception VALUE "Y".
           01 WS-CostFile-Status PIC XX.
               88 WS-Cost-File-OK VALUE "00".
           01 WS-Cost-Eof-Flag PIC X.
               88 WS-Cost-Eof VALUE "Y".
           01 WS-PendingFile-Status PIC XX.
               88 WS-Pending-File-OK VALUE "00".
           01 WS-Pending-Eof-Flag PIC X.
               88 WS-Pending-Eof VALUE "Y".
           01 WS-Next-Action-Num PIC 9(5).
           01 in-pct   PIC Z9.99.
           01 in-list  PIC Z,ZZ9.99.
           01 in-quote PIC Z,ZZ9.99.
      *    operator sign-on state - same idiom as custmaint.cob;
      *    the role decides the discount limit above.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.
      *rates
           01 rates.
               05 tax-rate    PIC V9(4).
      *    which is one of the reasons why it is so popular in fintech
           

      *    a discount is only as good as the authority of whoever
      *    gave it, so pricing runs signed on (from the shop menu
      *    the session is simply picked up).
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing quoted"
               GOBACK
           END-IF

           PERFORM LOAD-FX-RATES

      *    a quote that names a product prices off the product
           PERFORM LOOKUP-RATE-FOR-DATE
           IF WS-Product-Entry NOT = SPACES
               PERFORM RESOLVE-PRODUCT-PRICE
               IF WS-Product-Found
                   PERFORM APPLY-PROMOTION
               END-IF
           END-IF
           PERFORM APPLY-QUOTE-DISCOUNT

      *    using origianl rates
           COMPUTE net-price  ROUNDED = op-price*(1+tax-rate)
                   "effective " WS-Best-Date ")"
           END-IF.

      *    APPLY-PROMOTION
      *    a promotion running on the pricing date for the product
      *    - and for the customer's branch and tier where it is
      *    limited to one - prices the quote the way invgen.cob
      *    would bill one unit on that day (the PROMO-PRICE
      *    subroutine). A quote is one unit, so buy-N-get-one-free
      *    promotions never show here.
       APPLY-PROMOTION.
           CALL "PROMO-PRICE" USING WS-Product-Entry, WS-Price-Date,
               WS-Price-Branch, WS-Quote-Tier, WS-Promo-Qty,
               op-price, WS-Promo-Code, WS-Promo-Desc,
               WS-Promo-Unit, WS-Paid-Qty, WS-Stack-Rule
           IF WS-Promo-Code NOT = SPACES
               DISPLAY "Promotion " WS-Promo-Code " ("
                   FUNCTION TRIM(WS-Promo-Desc) ") - priced at "
                   WS-Promo-Unit " instead of " op-price
               MOVE WS-Promo-Unit TO op-price
           END-IF.

      *    COMPUTE-COST-PLUS-PRICE
      *    derives op-price FROM prime-cost using the markup AND
      *    profit-margin rates declared above (previously unused).
               prime-cost * (1 + markup + profit-margin)
           DISPLAY "Derived op-price (cost-plus): " op-price.

      *    APPLY-QUOTE-DISCOUNT
      *    takes the operator's discount off the price arrived at
      *    above (product, promotion, cost-plus or keyed) and
      *    holds the result against two limits: the discount
      *    authority of the operator's role, and the cost-plus
      *    floor - cost plus the profit-margin rate, the markup
      *    being the part a salesman may bargain away. A keyed
      *    price with no product behind it has no cost and so no
      *    floor. Breaking either limit flags the quote an
      *    exception for ARCHIVE-QUOTE to queue.
       APPLY-QUOTE-DISCOUNT.
           MOVE op-price TO WS-List-Price
           MOVE ZERO TO WS-Disc-Pct
           DISPLAY "Discount % off " op-price " [0 = none]: "
               WITH NO ADVANCING
           ACCEPT WS-Disc-Pct
           IF WS-Disc-Pct > ZERO
               COMPUTE op-price ROUNDED =
                   WS-List-Price * (1 - WS-Disc-Pct / 100)
               DISPLAY "Discounted op-price: " op-price
           END-IF
           PERFORM LOOKUP-QUOTE-COST
           COMPUTE WS-Floor-Price ROUNDED =
               WS-Quote-Cost * (1 + profit-margin)
           MOVE ZERO TO WS-Disc-Limit
           PERFORM VARYING WS-DL-Idx FROM 1 BY 1
                   UNTIL WS-DL-Idx > 3
               IF WS-DL-Role(WS-DL-Idx) = WS-Operator-Role
                   MOVE WS-DL-Pct(WS-DL-Idx) TO WS-Disc-Limit
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Exception-Flag
           IF WS-Disc-Pct > WS-Disc-Limit
               SET WS-Price-Exception TO TRUE
               MOVE WS-Disc-Pct TO in-pct
               DISPLAY "Discount " in-pct "% is past your limit "
                   "of " WITH NO ADVANCING
               MOVE WS-Disc-Limit TO in-pct
               DISPLAY in-pct "%"
           END-IF
           IF WS-Floor-Price > ZERO
               AND op-price < WS-Floor-Price
               SET WS-Price-Exception TO TRUE
               MOVE op-price TO in-quote
               MOVE WS-Floor-Price TO in-list
               DISPLAY "Price " in-quote " is under the cost-plus "
                   "floor of " in-list
           END-IF.

      *    LOOKUP-QUOTE-COST
      *    the cost behind the price: the prime cost keyed for a
      *    cost-plus quote, the product's full cost (prime, direct
      *    and indirect, as marginbatch.cob counts it) for a
      *    product quote, zero when neither is known.
       LOOKUP-QUOTE-COST.
           MOVE ZERO TO WS-Quote-Cost
           IF WS-Cost-Plus-Chosen
               MOVE prime-cost TO WS-Quote-Cost
           END-IF
           IF WS-Product-Entry = SPACES
               OR NOT WS-Product-Found
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Cost-Eof-Flag
           OPEN INPUT CostFile
           IF NOT WS-Cost-File-OK
               SET WS-Cost-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Cost-Eof
               READ CostFile
                   AT END
                       SET WS-Cost-Eof TO TRUE
                   NOT AT END
                       IF PC-Product-Name = WS-Product-Entry
                           COMPUTE WS-Quote-Cost = PC-Prime-Cost
                               + PC-Dir-Cost + PC-Indir-Cost
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CostFile-Status NOT = "35"
               CLOSE CostFile
           END-IF.

      *    COMPUTE-LATE-FEE
      *    assesses interest on an overdue customer balance, using
      *    the same fixed-point rate/COMPUTE ROUNDED pattern as
               FUNCTION INTEGER-OF-DATE(WS-Price-Date) + 30
           COMPUTE QA-Valid-Until =
               FUNCTION DATE-OF-INTEGER(WS-Valid-Int)
           MOVE WS-List-Price TO QA-List-Price
           MOVE WS-Disc-Pct TO QA-Disc-Pct
           MOVE WS-Floor-Price TO QA-Floor-Price
           MOVE WS-Operator-ID-Entry TO QA-Operator
           MOVE SPACE TO QA-Approval
           MOVE ZERO TO QA-Action-Num
           IF WS-Price-Exception
               PERFORM GET-NEXT-ACTION-NUM
               SET QA-Approval-Pending TO TRUE
               MOVE WS-Next-Action-Num TO QA-Action-Num
           END-IF
           WRITE QuoteRecord
           CLOSE QuoteFile
           DISPLAY "Archived as quote " QA-Quote-Num
           IF WS-Price-Exception
               PERFORM QUEUE-DISCOUNT-APPROVAL
           END-IF
           DISPLAY SPACE.

      *    QUEUE-DISCOUNT-APPROVAL
      *    the exception goes onto the maker-checker queue as a
      *    QUODSC action carrying the quote number in bytes 1-6 of
      *    the detail; quoteconv.cob will not convert the quote
      *    until a manager has approved it in custapprove.cob.
       QUEUE-DISCOUNT-APPROVAL.
           OPEN EXTEND PendingFile
           IF WS-PendingFile-Status = "35"
               OPEN OUTPUT PendingFile
               CLOSE PendingFile
               OPEN EXTEND PendingFile
           END-IF
           MOVE WS-Next-Action-Num TO PA-Action-Num
           SET PA-Pending TO TRUE
           MOVE "QUODSC" TO PA-Type
           MOVE WS-Quote-Customer TO PA-Customer-ID
           MOVE WS-List-Price TO in-list
           MOVE op-price TO in-quote
           MOVE SPACES TO PA-Detail
           STRING QA-Quote-Num " list " in-list " quoted " in-quote
               DELIMITED BY SIZE INTO PA-Detail
           END-STRING
           MOVE WS-Operator-ID-Entry TO PA-Maker
           MOVE FUNCTION CURRENT-DATE(1:14) TO PA-Maker-Stamp
           MOVE SPACES TO PA-Checker
           MOVE SPACES TO PA-Checker-Stamp
           MOVE WS-Branch-Entry TO PA-Branch
           WRITE PendingRecord
           CLOSE PendingFile
           DISPLAY "Quote " QA-Quote-Num " is PENDING a manager's "
               "approval (action " WS-Next-Action-Num ") - it "
               "cannot be accepted until then".

       GET-NEXT-ACTION-NUM.
      *    same max-scan idiom as write-file.cob's GET-NEXT-ID.
           MOVE ZERO TO WS-Next-Action-Num
           MOVE "N" TO WS-Pending-Eof-Flag
           OPEN INPUT PendingFile
           IF NOT WS-Pending-File-OK
               SET WS-Pending-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Pending-Eof
               READ PendingFile
                   AT END
                       SET WS-Pending-Eof TO TRUE
                   NOT AT END
                       IF PA-Action-Num > WS-Next-Action-Num
                           MOVE PA-Action-Num TO WS-Next-Action-Num
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PendingFile-Status NOT = "35"
               CLOSE PendingFile
           END-IF
           ADD 1 TO WS-Next-Action-Num.

       GET-NEXT-QUOTE-NUM.
           MOVE ZERO TO WS-Next-Quote-Num
           MOVE "N" TO WS-Quote-Eof-Flag
                   END-READ
                   CLOSE CustomerFile
               END-IF
               OPEN INPUT TierFile
               IF WS-Tier-File-OK
                   MOVE WS-Quote-Customer TO WS-Tier-Rel-Key
                   READ TierFile
                       NOT INVALID KEY
                           MOVE TI-Tier TO WS-Quote-Tier
                   END-READ
                   CLOSE TierFile
               END-IF
           END-IF.

       DISPLAY-PRICE-IN-EUR.
           MOVE WS-Gross-Price-FX TO in-gross-fx
           DISPLAY "NOK net price  : " in-net-fx
           DISPLAY "NOK gross price: " in-gross-fx.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
