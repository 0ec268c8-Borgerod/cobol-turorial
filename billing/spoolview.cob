      * registered on SpoolIndex.dat and re-prints any of them to
      * the screen - so "re-print yesterday's listing" is a lookup
      * of yesterday's record, not a re-run against today's data.
      * The browser signs the operator on. Once spoolburst.cob has
      * split a report into per-branch pieces the whole report is
      * marked on the index (branch **) and only administrators see
      * or re-print it; everyone else sees the reports that were
      * never split plus the pieces for the branch they signed on
      * at. A name typed at (V)iew must be on the index and visible
      * to the operator, so a piece can't be read by guessing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 SX-Date PIC 9(8).
               05 SX-Name PIC X(40).
               05 SX-Report PIC X(12).
               05 SX-Branch PIC X(2).

           FD SpoolFile.
           01 SpoolRecord PIC X(132).
               88 WS-Done VALUE "Y".
           01 WS-Spool-Name PIC X(40).
           01 WS-Listed PIC 9(3).
           01 WS-Visible-Flag PIC X VALUE "N".
               88 WS-Visible VALUE "Y".
           01 WS-Found-Flag PIC X VALUE "N".
               88 WS-Found VALUE "Y".
           01 WS-Branch-Text PIC X(9).

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".
           01 WS-Operator-Role PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Spool browser"
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - nothing shown"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Spool browser - (L)ist (V)iew/re-print "
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-VISIBLE
                       IF WS-Visible
                           EVALUATE SX-Branch
                               WHEN SPACES
                                   MOVE SPACES TO WS-Branch-Text
                               WHEN "**"
                                   MOVE "burst" TO WS-Branch-Text
                               WHEN OTHER
                                   MOVE SPACES TO WS-Branch-Text
                                   STRING "branch " SX-Branch
                                       DELIMITED BY SIZE
                                       INTO WS-Branch-Text
                                   END-STRING
                           END-EVALUATE
                           DISPLAY "  " SX-Date " " SX-Report " "
                               WS-Branch-Text " "
                               FUNCTION TRIM(SX-Name)
                           ADD 1 TO WS-Listed
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SpoolIndex-Status NOT = "35"
       VIEW-SPOOL.
           DISPLAY "Spool file name :" WITH NO ADVANCING
           ACCEPT WS-Spool-Name
           PERFORM FIND-ON-INDEX
           IF NOT WS-Found
               DISPLAY FUNCTION TRIM(WS-Spool-Name)
                   " is not on your (L)ist"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SpoolFile
           IF NOT WS-Spool-OK
               END-READ
           END-PERFORM
           CLOSE SpoolFile.

       FIND-ON-INDEX.
      *    the name has to be a spool this operator may see - the
      *    same test the (L)ist applies.
           MOVE "N" TO WS-Found-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SpoolIndexFile
           IF NOT WS-Index-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof OR WS-Found
               READ SpoolIndexFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF SX-Name = WS-Spool-Name
                           PERFORM CHECK-VISIBLE
                           IF WS-Visible
                               SET WS-Found TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SpoolIndex-Status NOT = "35"
               CLOSE SpoolIndexFile
           END-IF.

       CHECK-VISIBLE.
      *    administrators see everything; anyone else sees reports
      *    that were never burst and their own branch's pieces.
           MOVE "N" TO WS-Visible-Flag
           EVALUATE TRUE
               WHEN WS-Operator-Role = "A"
                   SET WS-Visible TO TRUE
               WHEN SX-Branch = SPACES
                   SET WS-Visible TO TRUE
               WHEN SX-Branch = WS-Branch-Entry
                   SET WS-Visible TO TRUE
           END-EVALUATE.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
      *    the sign-on instead of one per program.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
