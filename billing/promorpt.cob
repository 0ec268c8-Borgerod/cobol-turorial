       IDENTIFICATION DIVISION.
       PROGRAM-ID. promorpt.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * promotion performance report: one block per promotion on
      * Promotions.dat (promomaint.cob) - the units that went out
      * on it, the revenue it brought in and the revenue it gave
      * away against what the customers would have paid without it
      * (all net of VAT, from the PromoSales.dat lines invgen.cob
      * writes), then the uplift: the product's average units a
      * week on InvoiceLines.dat while the promotion ran (start to
      * end, or to today if still running) against the same number
      * of weeks just before it started. A promotion not yet
      * started, or with no sales before it, shows no uplift.
      * On demand, spooled as PROMORPT. Read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromoFile ASSIGN TO "Promotions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromoFile-Status.
           SELECT PromoSaleFile ASSIGN TO "PromoSales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PromoSaleFile-Status.
           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-InvLineFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD PromoFile.
           01 PromoRecord.
               COPY PROMREC.

           FD PromoSaleFile.
           01 PromoSaleRecord.
               COPY PSLSREC.

           FD InvoiceLineFile.
           01 InvoiceLineRecord.
               05 IL-Invoice-Num PIC 9(6).
               05 IL-Date        PIC 9(8).
               05 IL-Customer-ID PIC 9(5).
               05 IL-Product     PIC X(20).
               05 IL-Qty         PIC 9(3).
               05 IL-Unit-Price  PIC 9(4)V9(2).
               05 IL-Amount      PIC S9(8)V9(2)
                   SIGN IS LEADING SEPARATE.
               05 IL-VAT         PIC 9(6)V9(2).

       WORKING-STORAGE SECTION.
           01 WS-PromoFile-Status PIC XX.
               88 WS-Promo-File-OK VALUE "00".
           01 WS-PromoSaleFile-Status PIC XX.
               88 WS-PromoSale-File-OK VALUE "00".
           01 WS-InvLineFile-Status PIC XX.
               88 WS-InvLine-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(7).
           01 WS-Since-Date PIC 9(8).

      *    one slot per promotion, with its measuring windows: the
      *    run (start to the end or today) and the same number of
      *    days just before the start.
           01 WS-PM-Table.
               05 WS-PM-Entry OCCURS 200 TIMES.
                   10 WS-PM-Code       PIC X(8).
                   10 WS-PM-Desc       PIC X(24).
                   10 WS-PM-Product    PIC X(20).
                   10 WS-PM-Type       PIC X.
                   10 WS-PM-Percent    PIC 9(2)V9(2).
                   10 WS-PM-Price      PIC 9(4)V9(2).
                   10 WS-PM-Buy-Qty    PIC 9(2).
                   10 WS-PM-Start      PIC 9(8).
                   10 WS-PM-End        PIC 9(8).
                   10 WS-PM-Branch     PIC X(2).
                   10 WS-PM-Tier       PIC X.
                   10 WS-PM-Status     PIC X.
                   10 WS-PM-Run-From   PIC 9(7).
                   10 WS-PM-Run-To     PIC 9(7).
                   10 WS-PM-Before-From PIC 9(7).
                   10 WS-PM-Days       PIC 9(5).
                   10 WS-PM-Lines      PIC 9(5).
                   10 WS-PM-Units      PIC 9(7).
                   10 WS-PM-Revenue    PIC 9(9)V9(2).
                   10 WS-PM-Given      PIC 9(9)V9(2).
                   10 WS-PM-Run-Units  PIC 9(7).
                   10 WS-PM-Before-Units PIC 9(7).
           01 WS-PM-Count PIC 9(3) VALUE ZERO.
           01 WS-PM-Idx PIC 9(3).
           01 WS-Promo-Found-Flag PIC X.
               88 WS-Promo-Found VALUE "Y".
           01 WS-Line-Int PIC 9(7).

           01 WS-Run-Weekly PIC 9(7)V9(2).
           01 WS-Before-Weekly PIC 9(7)V9(2).
           01 WS-Uplift-Pct PIC S9(5)V9(1).
           01 WS-Weeks PIC 9(3)V9(1).
           01 WS-Total-Units PIC 9(7) VALUE ZERO.
           01 WS-Total-Revenue PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Total-Given PIC 9(9)V9(2) VALUE ZERO.
           01 WS-Promo-State PIC X(9).
           01 WS-Offer-Text PIC X(24).

           01 in-pct PIC Z9.99.
           01 in-price PIC Z,ZZ9.99.
           01 in-buy PIC Z9.
           01 in-units PIC Z,ZZZ,ZZ9.
           01 in-amount PIC ZZZ,ZZZ,ZZ9.99.
           01 in-weekly PIC Z,ZZZ,ZZ9.9.
           01 in-uplift PIC ZZ,ZZ9.9-.
           01 in-weeks PIC ZZ9.9.

           01 WS-Out-Ptr PIC 9(3).
           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "PROMORPT".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)
           DISPLAY "Promotions ending on or after (yyyymmdd, "
               "blank = all) :" WITH NO ADVANCING
           ACCEPT WS-Since-Date

           PERFORM LOAD-PROMOTIONS
           PERFORM SCAN-PROMO-SALES
           PERFORM SCAN-INVOICE-LINES
           PERFORM PRINT-PROMO-REPORT
           STOP RUN.

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
                       IF PN-End-Date >= WS-Since-Date
                           AND WS-PM-Count < 200
                           PERFORM ADD-PROMO-SLOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PromoFile-Status NOT = "35"
               CLOSE PromoFile
           END-IF.

       ADD-PROMO-SLOT.
           ADD 1 TO WS-PM-Count
           MOVE WS-PM-Count TO WS-PM-Idx
           MOVE PN-Code TO WS-PM-Code(WS-PM-Idx)
           MOVE PN-Description TO WS-PM-Desc(WS-PM-Idx)
           MOVE PN-Product TO WS-PM-Product(WS-PM-Idx)
           MOVE PN-Type TO WS-PM-Type(WS-PM-Idx)
           MOVE PN-Percent TO WS-PM-Percent(WS-PM-Idx)
           MOVE PN-Price TO WS-PM-Price(WS-PM-Idx)
           MOVE PN-Buy-Qty TO WS-PM-Buy-Qty(WS-PM-Idx)
           MOVE PN-Start-Date TO WS-PM-Start(WS-PM-Idx)
           MOVE PN-End-Date TO WS-PM-End(WS-PM-Idx)
           MOVE PN-Branch TO WS-PM-Branch(WS-PM-Idx)
           MOVE PN-Tier TO WS-PM-Tier(WS-PM-Idx)
           MOVE PN-Status TO WS-PM-Status(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Lines(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Units(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Revenue(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Given(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Run-Units(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Before-Units(WS-PM-Idx)
           MOVE ZERO TO WS-PM-Days(WS-PM-Idx)
      *    the run is measured to the end date, or to today while
      *    the promotion is still on; a withdrawn promotion stopped
      *    pricing on its stamp date.
           COMPUTE WS-PM-Run-From(WS-PM-Idx) =
               FUNCTION INTEGER-OF-DATE(PN-Start-Date)
           COMPUTE WS-PM-Run-To(WS-PM-Idx) =
               FUNCTION INTEGER-OF-DATE(PN-End-Date)
           IF WS-PM-Run-To(WS-PM-Idx) > WS-Today-Int
               MOVE WS-Today-Int TO WS-PM-Run-To(WS-PM-Idx)
           END-IF
           IF PN-Withdrawn
               COMPUTE WS-Line-Int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PN-Set-Stamp(1:8)))
               IF WS-Line-Int < WS-PM-Run-To(WS-PM-Idx)
                   MOVE WS-Line-Int TO WS-PM-Run-To(WS-PM-Idx)
               END-IF
           END-IF
           IF WS-PM-Run-To(WS-PM-Idx) >= WS-PM-Run-From(WS-PM-Idx)
               COMPUTE WS-PM-Days(WS-PM-Idx) =
                   WS-PM-Run-To(WS-PM-Idx)
                   - WS-PM-Run-From(WS-PM-Idx) + 1
               COMPUTE WS-PM-Before-From(WS-PM-Idx) =
                   WS-PM-Run-From(WS-PM-Idx) - WS-PM-Days(WS-PM-Idx)
           ELSE
               MOVE ZERO TO WS-PM-Before-From(WS-PM-Idx)
           END-IF.

       SCAN-PROMO-SALES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PromoSaleFile
           IF NOT WS-PromoSale-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PromoSaleFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM FIND-PROMO-SLOT
                       IF WS-Promo-Found
                           ADD 1 TO WS-PM-Lines(WS-PM-Idx)
                           ADD PS-Qty TO WS-PM-Units(WS-PM-Idx)
                           ADD PS-Revenue TO WS-PM-Revenue(WS-PM-Idx)
                           ADD PS-Given-Away TO WS-PM-Given(WS-PM-Idx)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PromoSaleFile-Status NOT = "35"
               CLOSE PromoSaleFile
           END-IF.

       FIND-PROMO-SLOT.
           MOVE "N" TO WS-Promo-Found-Flag
           PERFORM VARYING WS-PM-Idx FROM 1 BY 1
               UNTIL WS-PM-Idx > WS-PM-Count
               OR WS-Promo-Found
               IF WS-PM-Code(WS-PM-Idx) = PS-Promo-Code
                   SET WS-Promo-Found TO TRUE
                   SUBTRACT 1 FROM WS-PM-Idx
               END-IF
           END-PERFORM.

       SCAN-INVOICE-LINES.
      *    every line of the product counts towards the uplift,
      *    promoted or not - the question is whether the product
      *    sold more while the promotion was on.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT InvoiceLineFile
           IF NOT WS-InvLine-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ InvoiceLineFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF IL-Unit-Price > ZERO
                           COMPUTE WS-Line-Int =
                               FUNCTION INTEGER-OF-DATE(IL-Date)
                           PERFORM COUNT-LINE-UNITS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-InvLineFile-Status NOT = "35"
               CLOSE InvoiceLineFile
           END-IF.

       COUNT-LINE-UNITS.
           PERFORM VARYING WS-PM-Idx FROM 1 BY 1
               UNTIL WS-PM-Idx > WS-PM-Count
               IF WS-PM-Product(WS-PM-Idx) = IL-Product
                   AND WS-PM-Days(WS-PM-Idx) > ZERO
                   EVALUATE TRUE
                       WHEN WS-Line-Int >= WS-PM-Run-From(WS-PM-Idx)
                           AND WS-Line-Int <= WS-PM-Run-To(WS-PM-Idx)
                           ADD IL-Qty TO WS-PM-Run-Units(WS-PM-Idx)
                       WHEN WS-Line-Int >=
                           WS-PM-Before-From(WS-PM-Idx)
                           AND WS-Line-Int < WS-PM-Run-From(WS-PM-Idx)
                           ADD IL-Qty TO WS-PM-Before-Units(WS-PM-Idx)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PRINT-PROMO-REPORT.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "PROMOTION PERFORMANCE as of " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           IF WS-PM-Count = ZERO
               MOVE "No promotions to report" TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-PM-Idx FROM 1 BY 1
               UNTIL WS-PM-Idx > WS-PM-Count
               PERFORM PRINT-ONE-PROMOTION
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Total-Units TO in-units
           MOVE SPACES TO WS-Report-Line
           STRING "ALL PROMOTIONS  units " in-units
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Total-Revenue TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "                revenue      " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Total-Given TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "                given away   " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       PRINT-ONE-PROMOTION.
           PERFORM DESCRIBE-OFFER
           EVALUATE TRUE
               WHEN WS-PM-Status(WS-PM-Idx) = "X"
                   MOVE "withdrawn" TO WS-Promo-State
               WHEN WS-PM-End(WS-PM-Idx) < WS-Today
                   MOVE "ended" TO WS-Promo-State
               WHEN WS-PM-Start(WS-PM-Idx) > WS-Today
                   MOVE "to come" TO WS-Promo-State
               WHEN OTHER
                   MOVE "running" TO WS-Promo-State
           END-EVALUATE
           MOVE SPACES TO WS-Report-Line
           STRING WS-PM-Code(WS-PM-Idx) " "
               WS-PM-Desc(WS-PM-Idx) " "
               WS-PM-Product(WS-PM-Idx) " "
               WS-Offer-Text
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "    " WS-PM-Start(WS-PM-Idx) " - "
               WS-PM-End(WS-PM-Idx) "  " WS-Promo-State
               "  branch " WS-PM-Branch(WS-PM-Idx)
               "  tier " WS-PM-Tier(WS-PM-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-PM-Units(WS-PM-Idx) TO in-units
           MOVE WS-PM-Revenue(WS-PM-Idx) TO in-amount
           MOVE SPACES TO WS-Report-Line
           STRING "    units on promotion " in-units
               "   revenue " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           MOVE WS-PM-Given(WS-PM-Idx) TO in-amount
           MOVE 61 TO WS-Out-Ptr
           STRING "   given away " in-amount
               DELIMITED BY SIZE INTO WS-Report-Line
                   WITH POINTER WS-Out-Ptr
           END-STRING
           PERFORM PRINT-REPORT-LINE
           ADD WS-PM-Units(WS-PM-Idx) TO WS-Total-Units
           ADD WS-PM-Revenue(WS-PM-Idx) TO WS-Total-Revenue
           ADD WS-PM-Given(WS-PM-Idx) TO WS-Total-Given
           MOVE SPACES TO WS-Report-Line
           IF WS-PM-Days(WS-PM-Idx) = ZERO
               MOVE "    uplift: not started yet" TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Weeks ROUNDED = WS-PM-Days(WS-PM-Idx) / 7
           COMPUTE WS-Run-Weekly = WS-PM-Run-Units(WS-PM-Idx) * 7
           DIVIDE WS-PM-Days(WS-PM-Idx) INTO WS-Run-Weekly ROUNDED
           COMPUTE WS-Before-Weekly =
               WS-PM-Before-Units(WS-PM-Idx) * 7
           DIVIDE WS-PM-Days(WS-PM-Idx) INTO WS-Before-Weekly ROUNDED
           MOVE WS-Weeks TO in-weeks
           MOVE WS-Run-Weekly TO in-weekly
           MOVE SPACES TO WS-Report-Line
           MOVE 1 TO WS-Out-Ptr
           STRING "    units/week over " in-weeks " wk: during "
               in-weekly
               DELIMITED BY SIZE INTO WS-Report-Line
               WITH POINTER WS-Out-Ptr
           END-STRING
           MOVE WS-Before-Weekly TO in-weekly
           STRING "  before " in-weekly
               DELIMITED BY SIZE INTO WS-Report-Line
                   WITH POINTER WS-Out-Ptr
           END-STRING
           IF WS-PM-Before-Units(WS-PM-Idx) = ZERO
               STRING "  uplift n/a (no sales before)"
                   DELIMITED BY SIZE INTO WS-Report-Line
                   WITH POINTER WS-Out-Ptr
               END-STRING
           ELSE
      *        same-length windows, so the unit totals compare as
      *        the weekly averages do.
               COMPUTE WS-Uplift-Pct ROUNDED =
                   (WS-PM-Run-Units(WS-PM-Idx)
                   - WS-PM-Before-Units(WS-PM-Idx)) * 100
                   / WS-PM-Before-Units(WS-PM-Idx)
               MOVE WS-Uplift-Pct TO in-uplift
               STRING "  uplift " in-uplift "%"
                   DELIMITED BY SIZE INTO WS-Report-Line
                   WITH POINTER WS-Out-Ptr
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE.

       DESCRIBE-OFFER.
           MOVE SPACES TO WS-Offer-Text
           EVALUATE WS-PM-Type(WS-PM-Idx)
               WHEN "P"
                   MOVE WS-PM-Percent(WS-PM-Idx) TO in-pct
                   STRING FUNCTION TRIM(in-pct) "% off"
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
               WHEN "F"
                   MOVE WS-PM-Price(WS-PM-Idx) TO in-price
                   STRING "price " FUNCTION TRIM(in-price)
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
               WHEN "B"
                   MOVE WS-PM-Buy-Qty(WS-PM-Idx) TO in-buy
                   STRING "buy " FUNCTION TRIM(in-buy)
                       " get one free"
                       DELIMITED BY SIZE INTO WS-Offer-Text
                   END-STRING
           END-EVALUATE.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.
