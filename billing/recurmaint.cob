      * transentry.cob by hand, forgotten, doubled, or posted on the
      * wrong day. Same table-and-rewrite treatment prodmaint.cob
      * gives Products.dat, behind sign-on, every write audited.
      * A monthly contract can be marked billed in advance, with
      * the number of months of service each billing covers - its
      * postings are then deferred and earned month by month (see
      * revrecog.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    same table-and-rewrite idiom as prodmaint.cob.
           01 WS-Recur-Table.
               05 WS-Recur-Entry OCCURS 200 TIMES.
                   10 WS-RT-Record PIC X(47).
           01 WS-Recur-Count PIC 9(3) VALUE ZERO.
           01 WS-RT-Idx PIC 9(3).
           01 WS-Work-Recur.
           01 WS-Freq-Entry PIC X.
               88 WS-Freq-Valid VALUE "M", "W".
           01 WS-Due-Entry PIC 9(8).
           01 WS-Advance-Entry PIC X.
               88 WS-Advance-Yes VALUE "Y", "y".
           01 WS-Months-Entry PIC 9(2).
           01 WS-Date-dd PIC 9(2).
           01 WS-Date-mm PIC 9(2).
           01 WS-Date-yyyy PIC 9(4).
           PERFORM GET-AMOUNT-ENTRY
           PERFORM GET-FREQUENCY-ENTRY
           PERFORM GET-NEXT-DUE-ENTRY
           PERFORM GET-ADVANCE-ENTRY

           MOVE WS-ID-Entry TO RG-Customer-ID OF WS-Work-Recur
           SET RG-Active OF WS-Work-Recur TO TRUE
           MOVE WS-Amount-Entry TO RG-Amount OF WS-Work-Recur
           MOVE WS-Freq-Entry TO RG-Frequency OF WS-Work-Recur
           MOVE WS-Due-Entry TO RG-Next-Due OF WS-Work-Recur
           IF WS-Advance-Yes
               MOVE "A" TO RG-Billing OF WS-Work-Recur
           ELSE
               MOVE SPACE TO RG-Billing OF WS-Work-Recur
           END-IF
           MOVE WS-Months-Entry TO RG-Service-Months OF WS-Work-Recur
           ADD 1 TO WS-Recur-Count
           MOVE WS-Work-Recur TO WS-RT-Record(WS-Recur-Count)
           PERFORM REWRITE-RECUR-FILE
           MOVE "RCGADD" TO WS-Audit-Operation
           MOVE SPACES TO WS-Audit-Detail
           STRING FUNCTION TRIM(WS-Desc-Entry) " "
               WS-Freq-Entry " " WS-Amount-Entry " "
               RG-Billing OF WS-Work-Recur WS-Months-Entry
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING
           PERFORM WRITE-AUDIT-LOG.
                   in-amount " "
                   RG-Frequency OF WS-Work-Recur
                   " next due " RG-Next-Due OF WS-Work-Recur
               IF RG-In-Advance OF WS-Work-Recur
                   DISPLAY "      billed in advance, "
                       RG-Service-Months OF WS-Work-Recur
                       " months of service a billing"
               END-IF
           END-PERFORM.

       GET-ADVANCE-ENTRY.
      *    only a monthly contract bills ahead - a weekly one is
      *    earned the week it bills.
           MOVE "N" TO WS-Advance-Entry
           MOVE ZERO TO WS-Months-Entry
           IF WS-Freq-Entry NOT = "M"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Billed in advance? y/n :" WITH NO ADVANCING
           ACCEPT WS-Advance-Entry
           IF NOT WS-Advance-Yes
               EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER
               UNTIL WS-Months-Entry >= 1 AND WS-Months-Entry <= 12
               DISPLAY "Months of service each billing covers "
                   "(1-12) :" WITH NO ADVANCING
               ACCEPT WS-Months-Entry
               IF WS-Months-Entry < 1 OR WS-Months-Entry > 12
                   DISPLAY "Error: between 1 and 12 months"
               END-IF
           END-PERFORM.

       GET-AMOUNT-ENTRY.
