      * SUM-AMOUNT-LIST; the caller keeps the edited-picture form
      * for the numeric box on the check and uses this for the
      * written line.
      * The third argument is the payee's Language-Code (CUSTREC.cpy)
      * - "NO" writes the line in Norwegian ("ETT TUSEN TO HUNDRE
      * OG TRETTIFIRE OG 55/100"), anything else in English.

       ENVIRONMENT DIVISION.

           01 WS-Tens-Array REDEFINES WS-Tens-Table-Literal.
               05 WS-Tens-Word PIC X(7) OCCURS 8 TIMES.

      *    the Norwegian words, same subscripts as the two above.
           01 WS-Ones-NO-Literal.
               05 FILLER PIC X(9) VALUE "EN".
               05 FILLER PIC X(9) VALUE "TO".
               05 FILLER PIC X(9) VALUE "TRE".
               05 FILLER PIC X(9) VALUE "FIRE".
               05 FILLER PIC X(9) VALUE "FEM".
               05 FILLER PIC X(9) VALUE "SEKS".
               05 FILLER PIC X(9) VALUE "SJU".
               05 FILLER PIC X(9) VALUE "ÅTTE".
               05 FILLER PIC X(9) VALUE "NI".
               05 FILLER PIC X(9) VALUE "TI".
               05 FILLER PIC X(9) VALUE "ELLEVE".
               05 FILLER PIC X(9) VALUE "TOLV".
               05 FILLER PIC X(9) VALUE "TRETTEN".
               05 FILLER PIC X(9) VALUE "FJORTEN".
               05 FILLER PIC X(9) VALUE "FEMTEN".
               05 FILLER PIC X(9) VALUE "SEKSTEN".
               05 FILLER PIC X(9) VALUE "SYTTEN".
               05 FILLER PIC X(9) VALUE "ATTEN".
               05 FILLER PIC X(9) VALUE "NITTEN".
           01 WS-Ones-NO-Array REDEFINES WS-Ones-NO-Literal.
               05 WS-Ones-NO-Word PIC X(9) OCCURS 19 TIMES.
           01 WS-Tens-NO-Literal.
               05 FILLER PIC X(7) VALUE "TJUE".
               05 FILLER PIC X(7) VALUE "TRETTI".
               05 FILLER PIC X(7) VALUE "FØRTI".
               05 FILLER PIC X(7) VALUE "FEMTI".
               05 FILLER PIC X(7) VALUE "SEKSTI".
               05 FILLER PIC X(7) VALUE "SYTTI".
               05 FILLER PIC X(7) VALUE "ÅTTI".
               05 FILLER PIC X(7) VALUE "NITTI".
           01 WS-Tens-NO-Array REDEFINES WS-Tens-NO-Literal.
               05 WS-Tens-NO-Word PIC X(7) OCCURS 8 TIMES.

           01 WS-Dollars PIC 9(7).
           01 WS-Cents PIC 9(2).
           01 WS-Group PIC 9(3).
       LINKAGE SECTION.
           01 L-Amount PIC 9(7)V9(2).
           01 L-Words PIC X(120).
           01 L-Language PIC X(2).

       PROCEDURE DIVISION USING L-Amount, L-Words, L-Language.
       AMOUNT-IN-WORDS-PARA.
           MOVE SPACES TO L-Words
           MOVE 1 TO WS-Ptr
           MOVE L-Amount TO WS-Dollars
           COMPUTE WS-Cents = (L-Amount - WS-Dollars) * 100

           IF L-Language = "NO"
               PERFORM SPELL-NORWEGIAN
               GOBACK
           END-IF

           IF WS-Dollars = ZERO
               STRING "ZERO" DELIMITED BY SIZE
                   INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
               END-IF
           END-IF.

       SPELL-NORWEGIAN.
      *    the same groups, the Norwegian way: "ETT" before HUNDRE
      *    and TUSEN, MILLIONER past one, tens and units run
      *    together (TRETTIFIRE), and OG before the last part of a
      *    group - "TO TUSEN OG FEM", "ETT HUNDRE OG TI".
           IF WS-Dollars = ZERO
               STRING "NULL" DELIMITED BY SIZE
                   INTO L-Words WITH POINTER WS-Ptr
               END-STRING
           ELSE
               DIVIDE WS-Dollars BY 1000000 GIVING WS-Millions
                   REMAINDER WS-Below-Million
               DIVIDE WS-Below-Million BY 1000
                   GIVING WS-Thousands
                   REMAINDER WS-Units
               IF WS-Millions > ZERO
                   IF WS-Millions = 1
                       STRING "EN MILLION " DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   ELSE
                       MOVE WS-Millions TO WS-Group
                       PERFORM SPELL-GROUP-NO
                       STRING "MILLIONER " DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   END-IF
               END-IF
               IF WS-Thousands > ZERO
                   IF WS-Thousands = 1
                       STRING "ETT TUSEN " DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   ELSE
                       MOVE WS-Thousands TO WS-Group
                       PERFORM SPELL-GROUP-NO
                       STRING "TUSEN " DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   END-IF
               END-IF
               IF WS-Units > ZERO
                   IF WS-Units < 100
                       AND (WS-Millions > ZERO OR WS-Thousands > ZERO)
                       STRING "OG " DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   END-IF
                   MOVE WS-Units TO WS-Group
                   PERFORM SPELL-GROUP-NO
               END-IF
           END-IF

           MOVE WS-Cents TO WS-Cents-X
           IF L-Words(WS-Ptr - 1:1) = SPACE
               SUBTRACT 1 FROM WS-Ptr
           END-IF
           STRING " OG " DELIMITED BY SIZE
               WS-Cents-X DELIMITED BY SIZE
               "/100" DELIMITED BY SIZE
               INTO L-Words WITH POINTER WS-Ptr
           END-STRING.

       SPELL-GROUP-NO.
      *    one 1-999 group: "<ones> HUNDRE OG <tens><ones>".
           DIVIDE WS-Group BY 100 GIVING WS-Group-Hundreds
               REMAINDER WS-Group-Rest
           IF WS-Group-Hundreds > ZERO
               IF WS-Group-Hundreds = 1
                   STRING "ETT HUNDRE " DELIMITED BY SIZE
                       INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM
                       (WS-Ones-NO-Word(WS-Group-Hundreds))
                       DELIMITED BY SIZE
                       " HUNDRE " DELIMITED BY SIZE
                       INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
               END-IF
               IF WS-Group-Rest > ZERO
                   STRING "OG " DELIMITED BY SIZE
                       INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
               END-IF
           END-IF
           IF WS-Group-Rest > ZERO
               IF WS-Group-Rest < 20
                   STRING FUNCTION TRIM
                       (WS-Ones-NO-Word(WS-Group-Rest))
                       DELIMITED BY SIZE
                       INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
               ELSE
                   DIVIDE WS-Group-Rest BY 10
                       GIVING WS-Tens-Digit
                       REMAINDER WS-Units-Digit
                   STRING FUNCTION TRIM
                       (WS-Tens-NO-Word(WS-Tens-Digit - 1))
                       DELIMITED BY SIZE
                       INTO L-Words WITH POINTER WS-Ptr
                   END-STRING
                   IF WS-Units-Digit > ZERO
                       STRING FUNCTION TRIM
                           (WS-Ones-NO-Word(WS-Units-Digit))
                           DELIMITED BY SIZE
                           INTO L-Words WITH POINTER WS-Ptr
                       END-STRING
                   END-IF
               END-IF
               STRING " " DELIMITED BY SIZE
                   INTO L-Words WITH POINTER WS-Ptr
               END-STRING
           END-IF.
