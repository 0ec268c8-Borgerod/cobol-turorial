           05 CN-Delivery     PIC X.
               88 CN-Deliver-Print       VALUE "P", " ".
               88 CN-Deliver-Electronic  VALUE "E".
      *> returned mail: custmaint.cob marks the address undeliverable
      *> when a statement or letter comes back "not known at this
      *> address" (logged on ReturnedMail.dat), and print mail -
      *> letters, campaigns, statements - stops going to it until
      *> the address is corrected in MAINTAIN-CONTACT. Space on
      *> records from before returned mail was tracked.
           05 CN-Mail-Status   PIC X.
               88 CN-Mail-Deliverable    VALUE " ".
               88 CN-Mail-Undeliverable  VALUE "U".
           05 CN-Returned-Date PIC 9(8).
