      * customer disputes ancient history. Run once, after the
      * year's last close; refuses the current year. Outcome on
      * RunHistory.dat.
      * The per-customer transaction index is rebuilt from the cut-
      * back file as soon as it replaces the live one (TRAN-INDEX
      * "BLD") - the archived lines drop out of every chain and the
      * brought-forward lines take their place.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-Kept-Count PIC 9(6) VALUE ZERO.
           01 WS-BF-Written PIC 9(3) VALUE ZERO.
           01 WS-Move-Cmd PIC X(60).
           01 WS-TI-Op PIC X(3) VALUE "BLD".
           01 WS-TI-Customer PIC 9(5) VALUE ZERO.
           01 WS-TI-Image PIC X(62).
           01 WS-TI-End-Flag PIC X.
           01 signed-net PIC ZZ,ZZZ,ZZ9.99-.

      *    run-history entry - see the RUN-HISTORY subroutine and
           MOVE "mv Transactions.new Transactions.dat"
               TO WS-Move-Cmd
           CALL "SYSTEM" USING WS-Move-Cmd
           CALL "TRAN-INDEX" USING WS-TI-Op, WS-TI-Customer,
               WS-TI-Image, WS-TI-End-Flag
           PERFORM WRITE-ARCHIVE-INDEX

           DISPLAY SPACE
