       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANG-FORMAT.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * dates and amounts the way the customer's language writes
      * them, in one place for everything that goes out to a
      * customer - letters.cob, statement.cob and the check face in
      * checkprint.cob. CALLed like TRAN-INDEX, with an operation
      * code and the customer's Language-Code (CUSTREC.cpy; spaces
      * or anything not known here is English):
      *   "DAT" - a yyyymmdd date in the first 8 bytes of the value
      *           comes back as mm/dd/yyyy (EN) or dd.mm.yyyy (NO)
      *   "LDT" - the same date written out for a letter: "October
      *           15, 2026" (EN) or "15. oktober 2026" (NO)
      *   "AMT" - an amount the caller has already edited through
      *           its own picture ($$,$$$,$$9.99 and the like) comes
      *           back with the separators the language uses - a
      *           Norwegian reader gets 1.234,56 where English has
      *           1,234.56. The picture itself stays the caller's.
      * A date that isn't a date (zero, or spaces on an old record)
      * comes back as it went in.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    month names, in month order, per language.
           01 WS-Month-EN-Literal.
               05 FILLER PIC X(9) VALUE "January".
               05 FILLER PIC X(9) VALUE "February".
               05 FILLER PIC X(9) VALUE "March".
               05 FILLER PIC X(9) VALUE "April".
               05 FILLER PIC X(9) VALUE "May".
               05 FILLER PIC X(9) VALUE "June".
               05 FILLER PIC X(9) VALUE "July".
               05 FILLER PIC X(9) VALUE "August".
               05 FILLER PIC X(9) VALUE "September".
               05 FILLER PIC X(9) VALUE "October".
               05 FILLER PIC X(9) VALUE "November".
               05 FILLER PIC X(9) VALUE "December".
           01 WS-Month-EN-Array REDEFINES WS-Month-EN-Literal.
               05 WS-Month-EN PIC X(9) OCCURS 12 TIMES.
           01 WS-Month-NO-Literal.
               05 FILLER PIC X(9) VALUE "januar".
               05 FILLER PIC X(9) VALUE "februar".
               05 FILLER PIC X(9) VALUE "mars".
               05 FILLER PIC X(9) VALUE "april".
               05 FILLER PIC X(9) VALUE "mai".
               05 FILLER PIC X(9) VALUE "juni".
               05 FILLER PIC X(9) VALUE "juli".
               05 FILLER PIC X(9) VALUE "august".
               05 FILLER PIC X(9) VALUE "september".
               05 FILLER PIC X(9) VALUE "oktober".
               05 FILLER PIC X(9) VALUE "november".
               05 FILLER PIC X(9) VALUE "desember".
           01 WS-Month-NO-Array REDEFINES WS-Month-NO-Literal.
               05 WS-Month-NO PIC X(9) OCCURS 12 TIMES.

           01 WS-Date.
               05 WS-Date-yyyy PIC 9(4).
               05 WS-Date-mm   PIC 9(2).
               05 WS-Date-dd   PIC 9(2).
           01 WS-Date-X REDEFINES WS-Date PIC X(8).
           01 WS-Day-Edit PIC Z9.
           01 WS-Date-Valid-Flag PIC X.

       LINKAGE SECTION.
           01 L-Op PIC X(3).
           01 L-Language PIC X(2).
           01 L-Value PIC X(20).
           01 L-Result PIC X(20).

       PROCEDURE DIVISION USING L-Op, L-Language, L-Value, L-Result.
       LANG-FORMAT-PARA.
           MOVE L-Value TO L-Result
           EVALUATE L-Op
               WHEN "DAT"
                   PERFORM FORMAT-SHORT-DATE
               WHEN "LDT"
                   PERFORM FORMAT-LONG-DATE
               WHEN "AMT"
                   IF L-Language = "NO"
                       INSPECT L-Result CONVERTING ",." TO ".,"
                   END-IF
           END-EVALUATE
           GOBACK.

       FORMAT-SHORT-DATE.
           PERFORM CHECK-THE-DATE
           IF WS-Date-Valid-Flag NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO L-Result
           IF L-Language = "NO"
               STRING WS-Date-dd "." WS-Date-mm "." WS-Date-yyyy
                   DELIMITED BY SIZE INTO L-Result
               END-STRING
           ELSE
               STRING WS-Date-mm "/" WS-Date-dd "/" WS-Date-yyyy
                   DELIMITED BY SIZE INTO L-Result
               END-STRING
           END-IF.

       FORMAT-LONG-DATE.
           PERFORM CHECK-THE-DATE
           IF WS-Date-Valid-Flag NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Date-dd TO WS-Day-Edit
           MOVE SPACES TO L-Result
           IF L-Language = "NO"
               STRING FUNCTION TRIM(WS-Day-Edit) ". "
                   FUNCTION TRIM(WS-Month-NO(WS-Date-mm)) " "
                   WS-Date-yyyy
                   DELIMITED BY SIZE INTO L-Result
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-Month-EN(WS-Date-mm)) " "
                   FUNCTION TRIM(WS-Day-Edit) ", " WS-Date-yyyy
                   DELIMITED BY SIZE INTO L-Result
               END-STRING
           END-IF.

       CHECK-THE-DATE.
           MOVE "N" TO WS-Date-Valid-Flag
           MOVE L-Value(1:8) TO WS-Date-X
           IF WS-Date-X IS NUMERIC
               AND WS-Date-mm >= 1 AND WS-Date-mm <= 12
               AND WS-Date-dd >= 1 AND WS-Date-dd <= 31
               MOVE "Y" TO WS-Date-Valid-Flag
           END-IF.
