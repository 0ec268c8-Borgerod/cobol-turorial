      *> custmaint. Zero on records from before cycles existed
      *> counts as cycle 1.
           05 Billing-Cycle       PIC 9.
      *> the operator who owns the relationship - assigned and
      *> bulk-reassigned in custmaint.cob, the default owner of
      *> the customer's follow-ups and collection items, and the
      *> key of the portfolio.cob book-of-business report. Spaces
      *> = unassigned, as on records from before managers existed.
           05 Account-Manager     PIC X(10).
      *> which language the customer reads - letters.cob picks the
      *> template in it, statement.cob its headings and the check
      *> face its written amount, along with the date and number
      *> formats that go with it. Set in custmaint; spaces on
      *> records from before languages existed count as English.
           05 Language-Code       PIC X(2).
               88 Language-English   VALUE "EN", SPACES.
               88 Language-Norwegian VALUE "NO".
               88 Language-Valid     VALUE "EN", "NO".
      *> the payment terms agreed with the customer: an invoice is
      *> due Terms-Net-Days after it is cut, and Terms-Disc-Pct
      *> comes off if it is paid within Terms-Disc-Days (2% 10 net
      *> 30 is 030 / 2.00 / 010). invgen.cob stamps the resulting
      *> due and discount dates on each invoice (PAY-TERMS moves
      *> them off weekends and holidays), aging and the collections
      *> side count overdue from the due date, and cashrcpt.cob
      *> grants the discount inside the window. Set in custmaint;
      *> zero net days - and records from before terms existed -
      *> mean due the day the invoice is cut.
           05 Payment-Terms.
               10 Terms-Net-Days  PIC 9(3).
               10 Terms-Disc-Pct  PIC 9V9(2).
               10 Terms-Disc-Days PIC 9(3).
