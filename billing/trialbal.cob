      * invoice and check registers in a spreadsheet and hoping they
      * foot. A missing chart is seeded with the shop's standard
      * accounts, the way letters.cob seeds its stock templates.
      * Accounts the standard chart gained after a shop was first
      * seeded (inventory and accounts payable came with the
      * supplier-invoice ledger) are appended to an existing chart
      * the first time it is found without them. Each account also
      * carries its statement class (see copybooks/CHARTREC.cpy) -
      * a chart from before classes is given them here from the
      * account numbers, once, and rewritten.
      * Deposits taken against sales orders are held in CUSTOMER
      * DEPOSITS 2950 until the order is invoiced or cancelled.
      * What the outside collection agency keeps out of a recovery
      * is charged to COLLECTION COMMISSION 6400.
      * Early-payment discounts given at the counter (cashrcpt.cob)
      * go to DISCOUNTS ALLOWED 4150.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           FD ChartFile.
           01 ChartRecord.
               COPY CHARTREC.

       WORKING-STORAGE SECTION.
           01 WS-JournalFile-Status PIC XX.
               05 WS-Chart-Entry OCCURS 50 TIMES.
                   10 WS-CH-Account PIC 9(4).
                   10 WS-CH-Name    PIC X(24).
                   10 WS-CH-Class   PIC X.
           01 WS-Chart-Count PIC 9(2) VALUE ZERO.
           01 WS-Unclassed-Count PIC 9(2) VALUE ZERO.
           01 WS-CH-Idx PIC 9(2).
           01 WS-Chart-Found-Flag PIC X.
               88 WS-Chart-Account-Found VALUE "Y".

      *    standard accounts added since the original seeding -
      *    account number, name, then class, 29 bytes a row.
           01 WS-Added-Account-Values.
               05 FILLER PIC X(29) VALUE
                   "1300INVENTORY               A".
               05 FILLER PIC X(29) VALUE
                   "2000ACCOUNTS PAYABLE        L".
               05 FILLER PIC X(29) VALUE
                   "6200STOCK SHRINKAGE         E".
               05 FILLER PIC X(29) VALUE
                   "2500WITHHOLDING PAYABLE     L".
               05 FILLER PIC X(29) VALUE
                   "2600PAY DEDUCTIONS PAYABLE  L".
               05 FILLER PIC X(29) VALUE
                   "6300PAYROLL EXPENSE         E".
               05 FILLER PIC X(29) VALUE
                   "3000RETAINED EARNINGS       Q".
               05 FILLER PIC X(29) VALUE
                   "2700DEFERRED REVENUE        L".
               05 FILLER PIC X(29) VALUE
                   "2800CASH SUSPENSE           L".
               05 FILLER PIC X(29) VALUE
                   "4100LOYALTY DISCOUNTS       R".
               05 FILLER PIC X(29) VALUE
                   "2900GIFT VOUCHER LIABILITY  L".
               05 FILLER PIC X(29) VALUE
                   "4200VOUCHER BREAKAGE        R".
               05 FILLER PIC X(29) VALUE
                   "4300COURSE FEES             R".
               05 FILLER PIC X(29) VALUE
                   "1310INVENTORY IN TRANSIT    A".
               05 FILLER PIC X(29) VALUE
                   "2950CUSTOMER DEPOSITS       L".
               05 FILLER PIC X(29) VALUE
                   "6400COLLECTION COMMISSION   E".
               05 FILLER PIC X(29) VALUE
                   "4150DISCOUNTS ALLOWED       R".
           01 WS-Added-Accounts REDEFINES WS-Added-Account-Values.
               05 WS-Added-Entry OCCURS 17 TIMES.
                   10 WS-AD-Account PIC 9(4).
                   10 WS-AD-Name    PIC X(24).
                   10 WS-AD-Class   PIC X.
           01 WS-Added-Count PIC 9(2) VALUE 17.
           01 WS-AD-Idx PIC 9(2).

      *    per-account accumulation over the period.
           01 WS-Account-Table.
       MAIN-PARA.
           PERFORM SEED-CHART-IF-MISSING
           PERFORM LOAD-CHART-TABLE
           PERFORM ADD-MISSING-STANDARD-ACCOUNTS
           PERFORM CLASSIFY-OLD-CHART

           DISPLAY "Trial balance period (yyyymm, 0 = all) :"
               WITH NO ADVANCING
               OPEN OUTPUT ChartFile
               MOVE 1000 TO CA-Account
               MOVE "CASH" TO CA-Name
               MOVE "A" TO CA-Class
               WRITE ChartRecord
               MOVE 1100 TO CA-Account
               MOVE "ACCOUNTS RECEIVABLE" TO CA-Name
               MOVE "A" TO CA-Class
               WRITE ChartRecord
               MOVE 2100 TO CA-Account
               MOVE "VAT PAYABLE" TO CA-Name
               MOVE "L" TO CA-Class
               WRITE ChartRecord
               MOVE 1200 TO CA-Account
               MOVE "INTER-BRANCH SETTLEMENT" TO CA-Name
               MOVE "A" TO CA-Class
               WRITE ChartRecord
               MOVE 2300 TO CA-Account
               MOVE "PAYROLL CLEARING" TO CA-Name
               MOVE "L" TO CA-Class
               WRITE ChartRecord
               MOVE 2400 TO CA-Account
               MOVE "INTER-BRANCH PAYABLE" TO CA-Name
               MOVE "L" TO CA-Class
               WRITE ChartRecord
               MOVE 4000 TO CA-Account
               MOVE "SERVICE REVENUE" TO CA-Name
               MOVE "R" TO CA-Class
               WRITE ChartRecord
               MOVE 6100 TO CA-Account
               MOVE "BAD DEBT EXPENSE" TO CA-Name
               MOVE "E" TO CA-Class
               WRITE ChartRecord
               MOVE 7150 TO CA-Account
               MOVE "FX REVALUATION" TO CA-Name
               MOVE "E" TO CA-Class
               WRITE ChartRecord
               CLOSE ChartFile
           END-IF.

       ADD-MISSING-STANDARD-ACCOUNTS.
           PERFORM VARYING WS-AD-Idx FROM 1 BY 1
               UNTIL WS-AD-Idx > WS-Added-Count
               MOVE "N" TO WS-Chart-Found-Flag
               PERFORM VARYING WS-CH-Idx FROM 1 BY 1
                   UNTIL WS-CH-Idx > WS-Chart-Count
                   IF WS-CH-Account(WS-CH-Idx)
                       = WS-AD-Account(WS-AD-Idx)
                       SET WS-Chart-Account-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Chart-Account-Found
                   AND WS-Chart-Count < 50
                   OPEN EXTEND ChartFile
                   MOVE WS-AD-Account(WS-AD-Idx) TO CA-Account
                   MOVE WS-AD-Name(WS-AD-Idx) TO CA-Name
                   MOVE WS-AD-Class(WS-AD-Idx) TO CA-Class
                   WRITE ChartRecord
                   CLOSE ChartFile
                   ADD 1 TO WS-Chart-Count
                   MOVE CA-Account TO WS-CH-Account(WS-Chart-Count)
                   MOVE CA-Name TO WS-CH-Name(WS-Chart-Count)
                   MOVE CA-Class TO WS-CH-Class(WS-Chart-Count)
                   DISPLAY "Chart of accounts: added " CA-Account
                       " " FUNCTION TRIM(CA-Name)
               END-IF
           END-PERFORM.

       LOAD-CHART-TABLE.
           MOVE "N" TO WS-Chart-Eof-Flag
           OPEN INPUT ChartFile
                               TO WS-CH-Account(WS-Chart-Count)
                           MOVE CA-Name
                               TO WS-CH-Name(WS-Chart-Count)
                           MOVE CA-Class
                               TO WS-CH-Class(WS-Chart-Count)
                           IF NOT CA-Class-Valid
                               ADD 1 TO WS-Unclassed-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ChartFile-Status NOT = "35"
               CLOSE ChartFile
           END-IF.

       CLASSIFY-OLD-CHART.
      *    a chart seeded before the statements existed has no
      *    classes - give each account the class its number says
      *    and rewrite the chart whole, once.
           IF WS-Unclassed-Count = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ChartFile
           PERFORM VARYING WS-CH-Idx FROM 1 BY 1
               UNTIL WS-CH-Idx > WS-Chart-Count
               MOVE WS-CH-Account(WS-CH-Idx) TO CA-Account
               MOVE WS-CH-Name(WS-CH-Idx) TO CA-Name
               MOVE WS-CH-Class(WS-CH-Idx) TO CA-Class
               IF NOT CA-Class-Valid
                   EVALUATE CA-Account(1:1)
                       WHEN "1" MOVE "A" TO CA-Class
                       WHEN "2" MOVE "L" TO CA-Class
                       WHEN "3" MOVE "Q" TO CA-Class
                       WHEN "4" MOVE "R" TO CA-Class
                       WHEN OTHER MOVE "E" TO CA-Class
                   END-EVALUATE
                   MOVE CA-Class TO WS-CH-Class(WS-CH-Idx)
               END-IF
               WRITE ChartRecord
           END-PERFORM
           CLOSE ChartFile
           DISPLAY "Chart of accounts: statement classes given to "
               WS-Unclassed-Count " accounts"
           MOVE ZERO TO WS-Unclassed-Count.
