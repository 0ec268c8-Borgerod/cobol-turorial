      *> CRSKREC.cpy - shared CreditScores.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ScoreRecord (FILE SECTION). One record per active customer,
      *> rebuilt every night by creditscore.cob from the bad history
      *> the other files already hold - broken payment plans,
      *> returned deposits, write-offs, open disputes, overdue
      *> balances, open collection items, a balance over the credit
      *> limit - each reason on the record with the points it cost,
      *> so whoever looks at a score can see why. orderentry.cob
      *> reads it to hold orders from high-risk customers.
           05 CS-Customer-ID  PIC 9(5).
      *> 0 (clean) to 100; the risk band is what order entry acts on.
           05 CS-Score        PIC 9(3).
           05 CS-Risk         PIC X.
               88 CS-Low-Risk    VALUE "L".
               88 CS-Medium-Risk VALUE "M".
               88 CS-High-Risk   VALUE "H".
           05 CS-Scored-Date  PIC 9(8).
           05 CS-Balance      PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE.
      *> the part of the balance older than ninety days, oldest
      *> charges assumed paid first.
           05 CS-Over-90      PIC 9(9)V9(2).
           05 CS-Limit        PIC 9(7)V9(2).
      *> why: BRKPLN broken payment plan, RETDEP returned deposit,
      *> WROFF written off before, DISPUT open dispute, AGE60 and
      *> AGE90 balance overdue past 60 / 90 days, COLLCT open
      *> collection item, OVRLIM balance over the credit limit.
           05 CS-Reason-Count PIC 9.
           05 CS-Reason OCCURS 8 TIMES.
               10 CS-Reason-Code   PIC X(6).
               10 CS-Reason-Points PIC 9(2).
