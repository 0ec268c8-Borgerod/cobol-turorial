      * directory ever disagree. The production shop carries no
      * marker and needs nothing: unset SHOP-PROFILE means PROD,
      * as always.
      * trainrefresh.cob replaces the seeded data with a masked
      * copy of the production files once this has built the
      * directory and its marker.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "variable and the directory disagree, so a "
               "trainee cannot post into the real shop by "
               "mistake."
           DISPLAY "For realistic data, run trainrefresh from "
               "this directory next - it copies the live files "
               "into Training/ with the personal fields masked."
           STOP RUN.

       SEED-CUSTOMERS.
           SET Customer-Active TO TRUE
           SET Currency-USD TO TRUE
           MOVE "B1" TO Branch-Code
           MOVE SPACES TO Account-Manager
           SET Language-English TO TRUE
           MOVE ZERO TO Payment-Terms
           MOVE 1 TO Billing-Cycle
           MOVE ID-num TO WS-Relative-Key
           WRITE CustomerData
           SET Customer-Active TO TRUE
           SET Currency-EUR TO TRUE
           MOVE "B2" TO Branch-Code
           MOVE SPACES TO Account-Manager
           SET Language-English TO TRUE
           MOVE ZERO TO Payment-Terms
           MOVE 2 TO Billing-Cycle
           MOVE ID-num TO WS-Relative-Key
           WRITE CustomerData
           SET Customer-Inactive TO TRUE
           SET Currency-USD TO TRUE
           MOVE "B1" TO Branch-Code
           MOVE SPACES TO Account-Manager
           SET Language-English TO TRUE
           MOVE ZERO TO Payment-Terms
           MOVE 3 TO Billing-Cycle
           MOVE ID-num TO WS-Relative-Key
           WRITE CustomerData
