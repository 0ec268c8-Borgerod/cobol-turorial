      *   "CNT" - L-Result-Count comes back as the business days
      *           from L-From-Date to L-To-Date (aging's overdue
      *           day-count on the business basis the auditors
      *           asked for);
      *   "HOL" - L-Result-Count comes back 1 when L-From-Date is
      *           on the holiday calendar, zero otherwise (weekends
      *           don't count - the sign-on closes holidays only).
      * A missing holiday file just means no holidays - weekends
      * still skip.

                   PERFORM NEXT-BUSINESS-DAY
               WHEN "CNT"
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN "HOL"
                   PERFORM CHECK-HOLIDAY
           END-EVALUATE
           GOBACK.

               END-IF
           END-PERFORM.

       CHECK-HOLIDAY.
           MOVE ZERO TO L-Result-Count
           PERFORM VARYING WS-Hol-Idx FROM 1 BY 1
               UNTIL WS-Hol-Idx > WS-Holiday-Count
               IF WS-Holiday(WS-Hol-Idx) = L-From-Date
                   MOVE 1 TO L-Result-Count
               END-IF
           END-PERFORM.

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-Is-Business-Flag
           COMPUTE WS-Weekday = FUNCTION MOD(WS-Work-Int, 7)
