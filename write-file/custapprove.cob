      * approving a PAYADJ marks it approved for payadjust.cob to
      * execute, which owns the adjustment engine. Every approval,
      * rejection and executed deletion is audited.
      * A QUODSC - a price quote discounted past its operator's
      * authority or under the cost-plus floor, queued by
      * decimal-arithmatics.cob - is a manager's call: only an
      * administrator-role operator may approve or reject one,
      * and the approval lets quoteconv.cob convert the quote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   "operator has to review it. Skipped."
               EXIT PARAGRAPH
           END-IF
           IF PA-Type OF WS-Work-Action = "QUODSC"
               AND WS-Operator-Role NOT = "A"
               DISPLAY "  A discount exception needs a manager "
                   "(administrator role). Skipped."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  (A)pprove (R)eject (S)kip :" WITH NO ADVANCING
           ACCEPT WS-Decision
           EVALUATE TRUE
                       DISPLAY "  Approved - transentry will let "
                           "the next charge for this customer "
                           "through"
                   WHEN "QUODSC"
                       DISPLAY "  Approved - quote "
                           PA-Detail OF WS-Work-Action(1:6)
                           " can now be accepted in quoteconv"
                   WHEN OTHER
                       DISPLAY "  Approved - the owning program "
                           "executes it on its next run"
