       IDENTIFICATION DIVISION.
       PROGRAM-ID. pricelist.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * customer price list: the document to send when a customer
      * asks for "your current prices". Every product on
      * Products.dat priced as of a chosen date the way invgen.cob
      * would bill it - the ProductPrices.dat entry in force on the
      * date (else the flat PR-Op-Price), the local tax rate for
      * the customer's branch, less their negotiated percentage or
      * tier discount (CustomerTiers.dat / TierSchedule.dat), then
      * VAT - and shown in the customer's Home-Currency at the
      * FxRates.dat rate in force on the date (amounts on file are
      * USD; no rate entry yet means the built-in fallback rates
      * statement.cob uses). A price already loaded for a later
      * date prints beside the current one as "from dd.mm.yyyy".
      * Runs for one customer (screen and spool), or for every
      * customer on a tier as a batch to the spool (PRICELST), one
      * list after the other. Read-only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ProductFile ASSIGN TO "Products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProductFile-Status.
           SELECT PriceFile ASSIGN TO "ProductPrices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PriceFile-Status.
           SELECT TierFile ASSIGN TO "CustomerTiers.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Tier-Rel-Key
               FILE STATUS IS WS-TierFile-Status.
           SELECT TierScheduleFile ASSIGN TO "TierSchedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TierSched-Status.
           SELECT FxRateFile ASSIGN TO "FxRates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FxRateFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ProductFile.
           01 ProductRecord.
               05 PR-Product-Name PIC X(20).
               05 PR-Op-Price     PIC 9(4)V9(2).

           FD PriceFile.
           01 PriceRecord.
               05 PP-Product-Name PIC X(20).
               05 PP-Eff-Date     PIC 9(8).
               05 PP-Price        PIC 9(4)V9(2).

           FD TierFile.
           01 TierRecord.
               COPY TIERREC.

           FD TierScheduleFile.
           01 TierScheduleRecord.
               05 TD-Tier         PIC X.
               05 TD-Discount-Pct PIC 9(2)V9(2).

           FD FxRateFile.
           01 FxRateRecord.
               05 FX-Date PIC 9(8).
               05 FX-EUR  PIC 9V9(4).
               05 FX-GBP  PIC 9V9(4).
               05 FX-NOK  PIC 9(2)V9(4).

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-ProductFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
           01 WS-PriceFile-Status PIC XX.
               88 WS-Price-File-OK VALUE "00".
           01 WS-Tier-Rel-Key PIC 9(5).
           01 WS-TierFile-Status PIC XX.
               88 WS-Tier-File-OK VALUE "00".
           01 WS-TierSched-Status PIC XX.
               88 WS-TierSched-OK VALUE "00".
           01 WS-FxRateFile-Status PIC XX.
               88 WS-FxRate-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

      *rates - same layout AS decimal-arithmatics.cob, duplicated
      *    here the way invgen.cob and pricebatch.cob already
      *    duplicate it, branch-keyed rows included.
           01 rates.
               05 tax-rate    PIC V9(4).
               05 VAT         PIC V9(4).
           01 WS-Rate-Table-Literal.
               05 FILLER.
                   10 FILLER PIC 9(8) VALUE 20200101.
                   10 FILLER PIC X(2) VALUE SPACES.
                   10 FILLER PIC V9(4) VALUE .075.
                   10 FILLER PIC V9(4) VALUE .25.
               05 FILLER.
                   10 FILLER PIC 9(8) VALUE 20220101.
                   10 FILLER PIC X(2) VALUE SPACES.
                   10 FILLER PIC V9(4) VALUE .022.
                   10 FILLER PIC V9(4) VALUE .25.
               05 FILLER.
                   10 FILLER PIC 9(8) VALUE 20240101.
                   10 FILLER PIC X(2) VALUE "B1".
                   10 FILLER PIC V9(4) VALUE .22.
                   10 FILLER PIC V9(4) VALUE .25.
               05 FILLER.
                   10 FILLER PIC 9(8) VALUE 20240101.
                   10 FILLER PIC X(2) VALUE "B2".
                   10 FILLER PIC V9(4) VALUE .18.
                   10 FILLER PIC V9(4) VALUE .25.
           01 WS-Rate-Array REDEFINES WS-Rate-Table-Literal.
               05 WS-Rate-Entry OCCURS 4 TIMES.
                   10 WS-Rate-Eff-Date PIC 9(8).
                   10 WS-Rate-Branch   PIC X(2).
                   10 WS-Rate-Tax      PIC V9(4).
                   10 WS-Rate-VAT      PIC V9(4).
           01 WS-Rate-Idx PIC 9 VALUE 1.
           01 WS-Price-Date PIC 9(8) VALUE ZERO.
           01 WS-Price-Branch PIC X(2) VALUE SPACES.

      *    products and their dated prices, table-loaded once.
           01 WS-Product-Table.
               05 WS-Product-Entry OCCURS 100 TIMES.
                   10 WS-PT-Name  PIC X(20).
                   10 WS-PT-Price PIC 9(4)V9(2).
           01 WS-Product-Count PIC 9(3) VALUE ZERO.
           01 WS-PT-Idx PIC 9(3).
           01 WS-Dated-Price-Table.
               05 WS-DP-Entry OCCURS 200 TIMES.
                   10 WS-DP-Name  PIC X(20).
                   10 WS-DP-Date  PIC 9(8).
                   10 WS-DP-Price PIC 9(4)V9(2).
           01 WS-DP-Count PIC 9(3) VALUE ZERO.
           01 WS-DP-Idx PIC 9(3).
           01 WS-Best-Date PIC 9(8).
           01 WS-Unit-Price PIC 9(4)V9(2).
           01 WS-Next-Date PIC 9(8).
           01 WS-Next-Price PIC 9(4)V9(2).

      *    the tier schedule, and the customer's arrangement - a
      *    negotiated override beats the tier schedule, as in
      *    invgen.cob's RESOLVE-CUSTOMER-DISCOUNT.
           01 WS-Sched-Table.
               05 WS-Sched-Entry OCCURS 10 TIMES.
                   10 WS-SC-Tier PIC X.
                   10 WS-SC-Pct  PIC 9(2)V9(2).
           01 WS-Sched-Count PIC 9(2) VALUE ZERO.
           01 WS-SC-Idx PIC 9(2).
           01 WS-Cust-Discount-Pct PIC 9(2)V9(2).
           01 WS-Cust-Tier PIC X.
           01 WS-Cust-Negotiated-Flag PIC X.
               88 WS-Cust-Negotiated VALUE "Y".

      *    FX, USD to the home currency: the newest FxRates.dat entry
      *    on or before the price date, the statement.cob fallback
      *    values until one is.
           01 WS-Newest-FX-Date PIC 9(8) VALUE ZERO.
           01 WS-FX-Rates.
               05 WS-FX-EUR PIC 9V9(4) VALUE .92.
               05 WS-FX-GBP PIC 9V9(4) VALUE .79.
               05 WS-FX-NOK PIC 9(2)V9(4) VALUE 10.45.
           01 WS-FX-Home PIC 9(2)V9(4).
           01 WS-List-Currency PIC X(3).

      *    pricing work fields - same fixed-point COMPUTE ROUNDED
      *    style as invgen.cob's PRINT-ONE-INVOICE-LINE.
           01 net-price   PIC 9(6)V9(2).
           01 gross-price PIC 9(6)V9(2).
           01 WS-Discount PIC 9(6)V9(2).
           01 WS-Price-In PIC 9(4)V9(2).
           01 WS-Net-Home PIC 9(7)V9(2).
           01 WS-Gross-Home PIC 9(7)V9(2).

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-ID-Entry PIC 9(5).
           01 WS-Tier-Entry PIC X.
           01 WS-Date-Entry PIC X(8).
           01 WS-Date-Valid-Flag PIC X.
               88 WS-Date-Valid VALUE "Y".
           01 WS-Lists-Printed PIC 9(5).
           01 WS-Skipped PIC 9(5).

           01 in-pct PIC Z9.99.
           01 in-rate PIC Z9.9999.
           01 in-net PIC Z,ZZZ,ZZ9.99.
           01 in-gross PIC Z,ZZZ,ZZ9.99.
           01 in-next PIC Z,ZZZ,ZZ9.99.
           01 in-count PIC ZZ,ZZ9.
           01 WS-Show-Date PIC X(10).
           01 WS-Date-Work PIC 9(8).

           01 WS-Report-Line PIC X(132).
           01 WS-Out-Ptr PIC 9(3).
           01 WS-Screen-Flag PIC X.
               88 WS-To-Screen VALUE "Y".
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "PRICELST".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-DATED-PRICES
           PERFORM LOAD-TIER-SCHEDULE
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Price list - (C)ustomer (T)ier batch (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "C" PERFORM LIST-ONE-CUSTOMER
                   WHEN "T" PERFORM LIST-WHOLE-TIER
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-ONE-CUSTOMER.
           DISPLAY "Customer ID :" WITH NO ADVANCING
           ACCEPT WS-ID-Entry
           PERFORM ACCEPT-PRICE-DATE
           IF NOT WS-Date-Valid
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-Entry TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " WS-ID-Entry " not on file"
                   CLOSE CustomerFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE CustomerFile
           PERFORM LOAD-FX-RATES
           PERFORM RESOLVE-CUSTOMER-DISCOUNT
           MOVE "Y" TO WS-Screen-Flag
           PERFORM OPEN-SPOOL
           PERFORM PRINT-PRICE-LIST
           PERFORM CLOSE-SPOOL
           DISPLAY SPACE
           DISPLAY "Price list spooled as PRICELST".

       LIST-WHOLE-TIER.
      *    every active customer whose arrangement names the tier
      *    - negotiated ones included, at their own percentage -
      *    straight to the spool; the screen gets the count.
           DISPLAY "Tier code :" WITH NO ADVANCING
           ACCEPT WS-Tier-Entry
           MOVE FUNCTION UPPER-CASE(WS-Tier-Entry) TO WS-Tier-Entry
           PERFORM ACCEPT-PRICE-DATE
           IF NOT WS-Date-Valid
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TierFile
           IF NOT WS-Tier-File-OK
               DISPLAY "No CustomerTiers.dat - no customer is on "
                   "a tier"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               CLOSE TierFile
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FX-RATES
           MOVE ZERO TO WS-Lists-Printed
           MOVE ZERO TO WS-Skipped
           MOVE "N" TO WS-Screen-Flag
           PERFORM OPEN-SPOOL
           MOVE "N" TO WS-Eof-Flag
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
                       IF TI-Tier = WS-Tier-Entry
                           PERFORM LIST-ONE-TIER-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-SPOOL
           CLOSE CustomerFile
           CLOSE TierFile
           MOVE WS-Lists-Printed TO in-count
           DISPLAY "Tier " WS-Tier-Entry ": " in-count
               " price list(s) spooled as PRICELST"
           IF WS-Skipped > ZERO
               MOVE WS-Skipped TO in-count
               DISPLAY in-count " inactive or missing customer(s) "
                   "on the tier left out"
           END-IF.

       LIST-ONE-TIER-CUSTOMER.
           MOVE TI-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   ADD 1 TO WS-Skipped
                   EXIT PARAGRAPH
           END-READ
           IF NOT Customer-Active
               ADD 1 TO WS-Skipped
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-TIER-ARRANGEMENT
           PERFORM PRINT-PRICE-LIST
           ADD 1 TO WS-Lists-Printed.

       ACCEPT-PRICE-DATE.
           MOVE "N" TO WS-Date-Valid-Flag
           DISPLAY "Prices as of (yyyymmdd, blank = today) :"
               WITH NO ADVANCING
           ACCEPT WS-Date-Entry
           IF WS-Date-Entry = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Price-Date
           ELSE
               IF WS-Date-Entry IS NOT NUMERIC
                   DISPLAY "Date must be 8 digits, yyyymmdd"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Date-Entry TO WS-Price-Date
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-Price-Date)
                   NOT = ZERO
                   DISPLAY "Not a valid date: " WS-Date-Entry
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-Date-Valid TO TRUE.

       RESOLVE-CUSTOMER-DISCOUNT.
           MOVE ZERO TO WS-Cust-Discount-Pct
           MOVE SPACE TO WS-Cust-Tier
           MOVE "N" TO WS-Cust-Negotiated-Flag
           OPEN INPUT TierFile
           IF NOT WS-Tier-File-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Tier-Rel-Key
           READ TierFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TAKE-TIER-ARRANGEMENT
           END-READ
           CLOSE TierFile.

       TAKE-TIER-ARRANGEMENT.
      *    TierRecord holds the customer's arrangement.
           MOVE ZERO TO WS-Cust-Discount-Pct
           MOVE TI-Tier TO WS-Cust-Tier
           MOVE "N" TO WS-Cust-Negotiated-Flag
           IF TI-Negotiated-Pct > ZERO
               MOVE TI-Negotiated-Pct TO WS-Cust-Discount-Pct
               SET WS-Cust-Negotiated TO TRUE
           ELSE
               PERFORM VARYING WS-SC-Idx FROM 1 BY 1
                   UNTIL WS-SC-Idx > WS-Sched-Count
                   IF WS-SC-Tier(WS-SC-Idx) = TI-Tier
                       MOVE WS-SC-Pct(WS-SC-Idx)
                           TO WS-Cust-Discount-Pct
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-PRICE-LIST.
      *    CustomerData holds the customer; the discount is resolved.
           MOVE Branch-Code TO WS-Price-Branch
           PERFORM LOOKUP-RATE-FOR-DATE
           MOVE Home-Currency TO WS-List-Currency
           EVALUATE Home-Currency
               WHEN "EUR" MOVE WS-FX-EUR TO WS-FX-Home
               WHEN "GBP" MOVE WS-FX-GBP TO WS-FX-Home
               WHEN "NOK" MOVE WS-FX-NOK TO WS-FX-Home
      *        USD, and records from before the currency field,
      *        list in USD as the prices are kept.
               WHEN OTHER
                   MOVE 1 TO WS-FX-Home
                   MOVE "USD" TO WS-List-Currency
           END-EVALUATE

           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Price-Date TO WS-Date-Work
           PERFORM FORMAT-SHOW-DATE
           MOVE SPACES TO WS-Report-Line
           STRING "PRICE LIST - prices as of " WS-Show-Date
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "Customer " ID-num ": " DELIMITED BY SIZE
               FUNCTION TRIM(first-name) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               FUNCTION TRIM(last-name) DELIMITED BY SIZE
               INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           IF WS-List-Currency = "USD"
               STRING "Prices in USD" DELIMITED BY SIZE
                   INTO WS-Report-Line
               END-STRING
           ELSE
               MOVE WS-FX-Home TO in-rate
               STRING "Prices in " WS-List-Currency
                   " at " FUNCTION TRIM(in-rate) " per USD"
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Cust-Discount-Pct TO in-pct
           MOVE SPACES TO WS-Report-Line
           EVALUATE TRUE
               WHEN WS-Cust-Negotiated
                   STRING "Your negotiated discount of "
                       FUNCTION TRIM(in-pct) "% is included"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN WS-Cust-Discount-Pct > ZERO
                   STRING "Your tier " WS-Cust-Tier " discount of "
                       FUNCTION TRIM(in-pct) "% is included"
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
               WHEN OTHER
                   MOVE "List prices" TO WS-Report-Line
           END-EVALUATE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "PRODUCT              PRICE EX VAT  PRICE INCL VAT"
               "     LATER PRICE"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line(1:78)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-PT-Idx FROM 1 BY 1
               UNTIL WS-PT-Idx > WS-Product-Count
               PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           IF WS-Product-Count = ZERO
               MOVE "  (no products on file)" TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-ONE-PRODUCT.
      *    the price in force on the date, and the first dated
      *    price after it if one is already loaded.
           MOVE WS-PT-Price(WS-PT-Idx) TO WS-Unit-Price
           MOVE ZERO TO WS-Best-Date
           MOVE ZERO TO WS-Next-Date
           PERFORM VARYING WS-DP-Idx FROM 1 BY 1
               UNTIL WS-DP-Idx > WS-DP-Count
               IF WS-DP-Name(WS-DP-Idx) = WS-PT-Name(WS-PT-Idx)
                   IF WS-DP-Date(WS-DP-Idx) <= WS-Price-Date
                       IF WS-DP-Date(WS-DP-Idx) >= WS-Best-Date
                           MOVE WS-DP-Date(WS-DP-Idx)
                               TO WS-Best-Date
                           MOVE WS-DP-Price(WS-DP-Idx)
                               TO WS-Unit-Price
                       END-IF
                   ELSE
                       IF WS-Next-Date = ZERO
                           OR WS-DP-Date(WS-DP-Idx) < WS-Next-Date
                           MOVE WS-DP-Date(WS-DP-Idx)
                               TO WS-Next-Date
                           MOVE WS-DP-Price(WS-DP-Idx)
                               TO WS-Next-Price
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-Unit-Price TO WS-Price-In
           PERFORM PRICE-FOR-CUSTOMER
           MOVE WS-Net-Home TO in-net
           MOVE WS-Gross-Home TO in-gross
           MOVE SPACES TO WS-Report-Line
           STRING WS-PT-Name(WS-PT-Idx) " " in-net "    " in-gross
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           IF WS-Next-Date NOT = ZERO
               MOVE WS-Next-Price TO WS-Price-In
               PERFORM PRICE-FOR-CUSTOMER
               MOVE WS-Net-Home TO in-next
               MOVE WS-Next-Date TO WS-Date-Work
               PERFORM FORMAT-SHOW-DATE
               MOVE 52 TO WS-Out-Ptr
               STRING "   from " WS-Show-Date " "
                   FUNCTION TRIM(in-next) " ex VAT"
                   DELIMITED BY SIZE INTO WS-Report-Line
                   WITH POINTER WS-Out-Ptr
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE.

       PRICE-FOR-CUSTOMER.
      *    WS-Price-In (USD) to this customer's net and gross price
      *    in the home currency - tax, discount off the net, VAT,
      *    exactly the invgen.cob order, then converted.
           COMPUTE net-price ROUNDED = WS-Price-In * (1 + tax-rate)
           MOVE ZERO TO WS-Discount
           IF WS-Cust-Discount-Pct > ZERO
               COMPUTE WS-Discount ROUNDED =
                   net-price * WS-Cust-Discount-Pct / 100
               SUBTRACT WS-Discount FROM net-price
           END-IF
           COMPUTE gross-price ROUNDED = net-price * (1 + VAT)
           COMPUTE WS-Net-Home ROUNDED = net-price * WS-FX-Home
           COMPUTE WS-Gross-Home ROUNDED = gross-price * WS-FX-Home.

       FORMAT-SHOW-DATE.
           MOVE SPACES TO WS-Show-Date
           STRING WS-Date-Work(7:2) "." WS-Date-Work(5:2) "."
               WS-Date-Work(1:4)
               DELIMITED BY SIZE INTO WS-Show-Date
           END-STRING.

       LOOKUP-RATE-FOR-DATE.
      *    a customer with no branch on record prices as the main
      *    store, B1.
           IF WS-Price-Branch = SPACES
               MOVE "B1" TO WS-Price-Branch
           END-IF
           MOVE WS-Rate-Tax(1) TO tax-rate
           MOVE WS-Rate-VAT(1) TO VAT
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > 4
               IF WS-Rate-Eff-Date(WS-Rate-Idx) <= WS-Price-Date
                   AND (WS-Rate-Branch(WS-Rate-Idx) = SPACES
                       OR WS-Rate-Branch(WS-Rate-Idx)
                           = WS-Price-Branch)
                   MOVE WS-Rate-Tax(WS-Rate-Idx) TO tax-rate
                   MOVE WS-Rate-VAT(WS-Rate-Idx) TO VAT
               END-IF
           END-PERFORM.

       LOAD-PRODUCT-TABLE.
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
                           MOVE PR-Op-Price
                               TO WS-PT-Price(WS-Product-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProductFile-Status NOT = "35"
               CLOSE ProductFile
           END-IF.

       LOAD-DATED-PRICES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PriceFile
           IF NOT WS-Price-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PriceFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-DP-Count < 200
                           ADD 1 TO WS-DP-Count
                           MOVE PP-Product-Name
                               TO WS-DP-Name(WS-DP-Count)
                           MOVE PP-Eff-Date
                               TO WS-DP-Date(WS-DP-Count)
                           MOVE PP-Price
                               TO WS-DP-Price(WS-DP-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PriceFile-Status NOT = "35"
               CLOSE PriceFile
           END-IF.

       LOAD-TIER-SCHEDULE.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TierScheduleFile
           IF NOT WS-TierSched-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TierScheduleFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Sched-Count < 10
                           ADD 1 TO WS-Sched-Count
                           MOVE TD-Tier
                               TO WS-SC-Tier(WS-Sched-Count)
                           MOVE TD-Discount-Pct
                               TO WS-SC-Pct(WS-Sched-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TierSched-Status NOT = "35"
               CLOSE TierScheduleFile
           END-IF.

       LOAD-FX-RATES.
      *    the newest entry dated on or before the price date -
      *    statement.cob's newest-entry scan, bounded by the date so
      *    a list priced back in time converts at the rate of the
      *    day. Reloaded per run since the date can change.
           MOVE ZERO TO WS-Newest-FX-Date
           MOVE .92 TO WS-FX-EUR
           MOVE .79 TO WS-FX-GBP
           MOVE 10.45 TO WS-FX-NOK
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FxRateFile
           IF NOT WS-FxRate-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ FxRateFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF FX-Date > WS-Newest-FX-Date
                           AND FX-Date <= WS-Price-Date
                           MOVE FX-Date TO WS-Newest-FX-Date
                           MOVE FX-EUR TO WS-FX-EUR
                           MOVE FX-GBP TO WS-FX-GBP
                           MOVE FX-NOK TO WS-FX-NOK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FxRateFile-Status NOT = "35"
               CLOSE FxRateFile
           END-IF.

       OPEN-SPOOL.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       CLOSE-SPOOL.
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.

       PRINT-REPORT-LINE.
      *    a tier batch goes to the spool only - a screenful per
      *    customer would scroll away unread.
           IF WS-To-Screen
               DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           END-IF
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op,
               WS-Spool-Report, WS-Spool-Line.
