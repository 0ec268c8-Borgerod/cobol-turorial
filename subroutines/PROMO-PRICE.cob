       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-PRICE.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * the best promotion for one priced line: given the product,
      * the pricing date, the customer's branch and tier, the
      * quantity and the price in force (USD, before tax), returns
      * the promotion that charges the line least - its code and
      * description, the unit price to charge and how many units
      * are charged (a buy-N-get-one-free line charges fewer units
      * than it ships) - or a blank code when no active promotion
      * on Promotions.dat (see copybooks/PROMREC.cpy) covers the
      * line or beats the price in force. One promotion per line,
      * never two. Also returns the shop's stacking rule from
      * PromoRule.dat (promomaint.cob's (R)ule): B - best of, the
      * promotion or the customer's tier/negotiated discount,
      * whichever is lower; S - stack, the customer's discount also
      * comes off the promotion price. No rule on file means B.
      * CALLed by invgen.cob per product line and by the
      * decimal-arithmatics.cob quote; the promotions are loaded
      * on the first call and held, like SPOOL-PRINT holds its
      * spool.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromoFile-Status.
           SELECT RuleFile ASSIGN TO "PromoRule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RuleFile-Status.

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

       WORKING-STORAGE SECTION.
           01 WS-PromoFile-Status PIC XX.
               88 WS-Promo-File-OK VALUE "00".
           01 WS-RuleFile-Status PIC XX.
               88 WS-Rule-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X.
               88 WS-Eof VALUE "Y".
           01 WS-Loaded-Flag PIC X VALUE "N".
               88 WS-Loaded VALUE "Y".
           01 WS-Stack-Rule PIC X VALUE "B".

      *    the active promotions, loaded once.
           01 WS-Promo-Table.
               05 WS-Promo-Entry OCCURS 100 TIMES.
                   10 WS-PN-Code     PIC X(8).
                   10 WS-PN-Desc     PIC X(24).
                   10 WS-PN-Product  PIC X(20).
                   10 WS-PN-Type     PIC X.
                   10 WS-PN-Percent  PIC 9(2)V9(2).
                   10 WS-PN-Price    PIC 9(4)V9(2).
                   10 WS-PN-Buy-Qty  PIC 9(2).
                   10 WS-PN-Start    PIC 9(8).
                   10 WS-PN-End      PIC 9(8).
                   10 WS-PN-Branch   PIC X(2).
                   10 WS-PN-Tier     PIC X.
           01 WS-Promo-Count PIC 9(3) VALUE ZERO.
           01 WS-PN-Idx PIC 9(3).

           01 WS-Regular-Value PIC 9(7)V9(2).
           01 WS-Best-Value PIC 9(7)V9(2).
           01 WS-Try-Value PIC 9(7)V9(2).
           01 WS-Try-Unit PIC 9(4)V9(2).
           01 WS-Try-Paid PIC 9(3).
           01 WS-Free-Units PIC 9(3).

       LINKAGE SECTION.
           01 L-Product PIC X(20).
           01 L-Price-Date PIC 9(8).
           01 L-Branch PIC X(2).
           01 L-Tier PIC X.
           01 L-Qty PIC 9(3).
           01 L-Unit-Price PIC 9(4)V9(2).
           01 L-Promo-Code PIC X(8).
           01 L-Promo-Desc PIC X(24).
           01 L-Promo-Unit PIC 9(4)V9(2).
           01 L-Paid-Qty PIC 9(3).
           01 L-Stack-Rule PIC X.

       PROCEDURE DIVISION USING L-Product, L-Price-Date, L-Branch,
               L-Tier, L-Qty, L-Unit-Price, L-Promo-Code,
               L-Promo-Desc, L-Promo-Unit, L-Paid-Qty, L-Stack-Rule.
       PROMO-PRICE-PARA.
           IF NOT WS-Loaded
               PERFORM LOAD-PROMOTIONS
               SET WS-Loaded TO TRUE
           END-IF
           MOVE WS-Stack-Rule TO L-Stack-Rule
           MOVE SPACES TO L-Promo-Code
           MOVE SPACES TO L-Promo-Desc
           MOVE L-Unit-Price TO L-Promo-Unit
           MOVE L-Qty TO L-Paid-Qty
           COMPUTE WS-Regular-Value = L-Unit-Price * L-Qty
           MOVE WS-Regular-Value TO WS-Best-Value
           PERFORM VARYING WS-PN-Idx FROM 1 BY 1
               UNTIL WS-PN-Idx > WS-Promo-Count
               IF WS-PN-Product(WS-PN-Idx) = L-Product
                   AND WS-PN-Start(WS-PN-Idx) <= L-Price-Date
                   AND WS-PN-End(WS-PN-Idx) >= L-Price-Date
                   AND (WS-PN-Branch(WS-PN-Idx) = SPACES
                       OR WS-PN-Branch(WS-PN-Idx) = L-Branch)
                   AND (WS-PN-Tier(WS-PN-Idx) = SPACE
                       OR WS-PN-Tier(WS-PN-Idx) = L-Tier)
                   PERFORM TRY-ONE-PROMOTION
               END-IF
           END-PERFORM
           GOBACK.

       TRY-ONE-PROMOTION.
           MOVE L-Unit-Price TO WS-Try-Unit
           MOVE L-Qty TO WS-Try-Paid
           EVALUATE WS-PN-Type(WS-PN-Idx)
               WHEN "P"
                   COMPUTE WS-Try-Unit ROUNDED = L-Unit-Price
                       * (100 - WS-PN-Percent(WS-PN-Idx)) / 100
               WHEN "F"
                   MOVE WS-PN-Price(WS-PN-Idx) TO WS-Try-Unit
               WHEN "B"
                   COMPUTE WS-Free-Units =
                       L-Qty / (WS-PN-Buy-Qty(WS-PN-Idx) + 1)
                   SUBTRACT WS-Free-Units FROM WS-Try-Paid
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-Try-Value = WS-Try-Unit * WS-Try-Paid
           IF WS-Try-Value < WS-Best-Value
               MOVE WS-Try-Value TO WS-Best-Value
               MOVE WS-PN-Code(WS-PN-Idx) TO L-Promo-Code
               MOVE WS-PN-Desc(WS-PN-Idx) TO L-Promo-Desc
               MOVE WS-Try-Unit TO L-Promo-Unit
               MOVE WS-Try-Paid TO L-Paid-Qty
           END-IF.

       LOAD-PROMOTIONS.
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
                       IF PN-Active AND WS-Promo-Count < 100
                           ADD 1 TO WS-Promo-Count
                           MOVE PN-Code TO WS-PN-Code(WS-Promo-Count)
                           MOVE PN-Description
                               TO WS-PN-Desc(WS-Promo-Count)
                           MOVE PN-Product
                               TO WS-PN-Product(WS-Promo-Count)
                           MOVE PN-Type TO WS-PN-Type(WS-Promo-Count)
                           MOVE PN-Percent
                               TO WS-PN-Percent(WS-Promo-Count)
                           MOVE PN-Price
                               TO WS-PN-Price(WS-Promo-Count)
                           MOVE PN-Buy-Qty
                               TO WS-PN-Buy-Qty(WS-Promo-Count)
                           MOVE PN-Start-Date
                               TO WS-PN-Start(WS-Promo-Count)
                           MOVE PN-End-Date
                               TO WS-PN-End(WS-Promo-Count)
                           MOVE PN-Branch
                               TO WS-PN-Branch(WS-Promo-Count)
                           MOVE PN-Tier TO WS-PN-Tier(WS-Promo-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PromoFile-Status NOT = "35"
               CLOSE PromoFile
           END-IF
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
