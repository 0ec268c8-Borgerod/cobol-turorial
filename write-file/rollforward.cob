           SET Customer-Active TO TRUE
           SET Currency-USD TO TRUE
           MOVE AL-Branch TO Branch-Code
           MOVE SPACES TO Account-Manager
           SET Language-English TO TRUE
           MOVE ZERO TO Payment-Terms
           COMPUTE Billing-Cycle = FUNCTION MOD(ID-num, 4) + 1
           MOVE ID-num TO WS-Relative-Key
           WRITE CustomerData
                   ADD 1 TO WS-Partial-Count
                   DISPLAY "  re-added customer " AL-Customer-ID
                       " (" WS-New-First " " WS-New-Last
                       ") - RE-KEY date of birth, currency, "
                       "language, payment terms and contact details"
           END-WRITE.

       REPLAY-CHANGE.
      *    custmaint stamps CHANGE for renames ("old names -> new
      *    names"), currency switches ("currency USD -> EUR"),
      *    language switches ("language EN -> NO"), payment-terms
      *    changes ("terms 000/0.00/000 -> 030/2.00/010") and
      *    contact updates ("contact: city phone"). Only the rename
      *    shape carries names to re-apply - feeding a currency line
      *    through the arrow parse would plant "EUR" as a first
      *    name, so the other four are flagged for re-keying
      *    instead. Account-manager moves ("manager old -> new")
      *    carry the whole change and replay in full.
           IF AL-Detail(1:8) = "manager "
               PERFORM REPLAY-MANAGER-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF AL-Detail(1:9) = "currency "
               OR AL-Detail(1:9) = "language "
               OR AL-Detail(1:6) = "terms "
               OR AL-Detail(1:8) = "contact:"
               ADD 1 TO WS-Partial-Count
               DISPLAY "  customer " AL-Customer-ID " changed "
               AL-Customer-ID " to " WS-New-First " "
               WS-New-Last.

       REPLAY-MANAGER-CHANGE.
           MOVE SPACES TO WS-Unused WS-New-Names
           UNSTRING AL-Detail DELIMITED BY " -> "
               INTO WS-Unused, WS-New-Names
           END-UNSTRING
           IF WS-New-Names = SPACES
               ADD 1 TO WS-Failed-Count
               DISPLAY "  COULD NOT replay change for customer "
                   AL-Customer-ID " - detail unparseable: "
                   AL-Detail
               EXIT PARAGRAPH
           END-IF
           MOVE AL-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   ADD 1 TO WS-Failed-Count
                   DISPLAY "  COULD NOT replay change - customer "
                       AL-Customer-ID " not on the restored "
                       "master"
                   EXIT PARAGRAPH
           END-READ
           IF WS-New-Names = "(none)"
               MOVE SPACES TO Account-Manager
           ELSE
               MOVE WS-New-Names TO Account-Manager
           END-IF
           REWRITE CustomerData
           ADD 1 TO WS-Replayed-Count
           DISPLAY "  re-applied account manager of customer "
               AL-Customer-ID ": " FUNCTION TRIM(WS-New-Names).

       REPLAY-DELETE.
           MOVE AL-Customer-ID TO WS-Relative-Key
           READ CustomerFile
