      * customer, money taken that nobody placed - receipts total
      * less allocations total - which is where every billing
      * dispute should start instead of archaeology. Read-only.
      * An early-payment discount line (AP-Kind D, from cashrcpt.cob)
      * closes the invoice it was granted on like any allocation,
      * but is left out of the receipts' applied total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 AP-Customer-ID PIC 9(5).
               05 AP-Amount      PIC 9(7)V9(2).
               05 AP-Date        PIC 9(8).
               05 AP-Kind        PIC X.
                   88 AP-Discount    VALUE "D".

           FD ReceiptRegisterFile.
           01 ReceiptRegisterRecord.
                       MOVE AP-Customer-ID
                           TO WS-Lookup-Customer
                       PERFORM FIND-CASH-SLOT
      *                an early-payment discount settles an invoice
      *                but was never part of a receipt.
                       IF WS-Cash-Found
                           AND NOT AP-Discount
                           ADD AP-Amount
                               TO WS-CA-Applied(WS-CA-Idx)
                       END-IF
