      * QuoteArchive.dat by quote number or by customer ID, showing
      * the inputs, pricing date, the tax/VAT rates that were in
      * force, and the computed results - so "the price you quoted
      * me last Tuesday" is a lookup, not a shrug. A discounted
      * quote also shows the list price it came off, its cost-plus
      * floor, who quoted it and where its approval stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88 QA-Lost    VALUE "L".
                   88 QA-Expired VALUE "E".
               05 QA-Valid-Until PIC 9(8).
      *        discount and approval - see decimal-arithmatics.cob.
               05 QA-List-Price  PIC 9(4)V9(2).
               05 QA-Disc-Pct    PIC 9(2)V9(2).
               05 QA-Floor-Price PIC 9(4)V9(2).
               05 QA-Operator    PIC X(10).
               05 QA-Approval    PIC X.
                   88 QA-No-Approval-Needed VALUE " ".
                   88 QA-Approval-Pending   VALUE "P".
                   88 QA-Approval-Given     VALUE "A".
                   88 QA-Approval-Refused   VALUE "R".
               05 QA-Action-Num  PIC 9(5).

       WORKING-STORAGE SECTION.
           01 WS-ProductFile-Status PIC XX.
           01 in-net   PIC Z,ZZ9.99.
           01 in-gross PIC Z,ZZ9.99.
           01 in-rate  PIC .9999.
           01 in-pct   PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               DISPLAY "  Customer .... : " QA-Customer-ID
           END-IF
           DISPLAY "  Op price .... : " in-op
      *    quotes archived before discounts were recorded carry
      *    none of this - no operator means nothing to show.
           IF QA-Operator NOT = SPACES
               IF QA-Disc-Pct > ZERO
                   MOVE QA-List-Price TO in-op
                   MOVE QA-Disc-Pct TO in-pct
                   DISPLAY "  Discount .... : " in-pct "% off "
                       in-op
               END-IF
               IF QA-Floor-Price > ZERO
                   MOVE QA-Floor-Price TO in-op
                   DISPLAY "  Price floor . : " in-op
               END-IF
               DISPLAY "  Quoted by ... : " QA-Operator
           END-IF
           EVALUATE TRUE
               WHEN QA-Approval-Pending
                   DISPLAY "  Approval .... : PENDING (action "
                       QA-Action-Num ")"
               WHEN QA-Approval-Given
                   DISPLAY "  Approval .... : approved (action "
                       QA-Action-Num ")"
               WHEN QA-Approval-Refused
                   DISPLAY "  Approval .... : REJECTED (action "
                       QA-Action-Num ")"
           END-EVALUATE
           MOVE QA-Tax-Rate TO in-rate
           DISPLAY "  Tax rate .... : " in-rate
           MOVE QA-VAT TO in-rate
