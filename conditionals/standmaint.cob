       IDENTIFICATION DIVISION.
       PROGRAM-ID. standmaint.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * academic-standing rules maintenance: the term-end standing
      * run (standing.cob) gives every graded student a standing -
      * honor roll, good standing, probation, suspension - from
      * the StandingRules.dat table, and this is where the school
      * changes those thresholds without a recompile. Rules are
      * tried in sequence order, first match wins: each carries a
      * minimum term GPA, minimum cumulative GPA and minimum term
      * credits, optionally the standing the student must have
      * held the term before, and which term-end list (honor roll
      * or probation) it puts the student on. Behind sign-on, one
      * audit line per change; the file is table-loaded and
      * rewritten whole in sequence order, the rulemaint.cob
      * treatment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingRuleFile ASSIGN TO "StandingRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StandingRuleFile-Status.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD StandingRuleFile.
           01 StandingRuleRecord.
               COPY STRLREC.

           FD AuditFile.
           01 AuditRecord.
               COPY AUDITLOG.

       WORKING-STORAGE SECTION.
           01 WS-StandingRuleFile-Status PIC XX.
               88 WS-Rule-File-OK VALUE "00".
           01 WS-AuditFile-Status PIC XX.
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".

      *    the whole rules file, table-loaded in sequence order.
           01 WS-Rule-Count PIC 9(2) VALUE ZERO.
           01 WS-Rule-Idx PIC 9(2).
           01 WS-Rule-Table.
               05 WS-Rule-Entry OCCURS 20 TIMES PIC X(40).
           01 WS-Work-Rule.
               COPY STRLREC REPLACING LEADING ==SR-== BY ==WR-==.

           01 WS-Code-Entry PIC X(4).
           01 WS-Seq-Entry PIC 9(2).
      *    GPAs arrive as three digits, implied decimal - 450 means
      *    4.50 on the Score-Table scale (6 = A).
           01 WS-GPA-Digits PIC 9(3).
           01 WS-Credits-Entry PIC 9(3).
           01 WS-Title-Entry PIC X(20).
           01 WS-Prior-Entry PIC X(4).
           01 WS-Prior-Found-Flag PIC X.
               88 WS-Prior-Found VALUE "Y".
           01 WS-List-Entry PIC X.
               88 WS-List-Valid VALUE "H", "P", " ".
           01 WS-Found-Flag PIC X.
               88 WS-Found VALUE "Y".
           01 WS-Found-Idx PIC 9(2).
           01 WS-Entry-Valid-Flag PIC X.
               88 WS-Entry-Valid VALUE "Y".
           01 WS-In-Use-Flag PIC X.
               88 WS-In-Use VALUE "Y".
           01 WS-Insert-Idx PIC 9(2).
           01 in-term-gpa PIC 9.99.
           01 in-cum-gpa PIC 9.99.

      *    operator sign-on state.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Branch-Entry PIC X(2) VALUE SPACES.
           01 WS-Operator-Role PIC X VALUE SPACE.
           01 WS-Signed-On-Flag PIC X VALUE "N".
               88 WS-Signed-On VALUE "Y".

           01 WS-Audit-Operation PIC X(6).
           01 WS-Audit-Detail PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Academic-standing rules maintenance"
      *    standing thresholds decide who is suspended - signed
      *    work, same rule as every other maintenance door.
           PERFORM SIGN-ON
           IF NOT WS-Signed-On
               DISPLAY "Sign-on failed - rules unchanged"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RULES
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Standing rules - (A)dd (C)hange (D)elete "
                   "(L)ist (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "A" PERFORM ADD-RULE
                   WHEN "C" PERFORM CHANGE-RULE
                   WHEN "D" PERFORM DELETE-RULE
                   WHEN "L" PERFORM LIST-RULES
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LOAD-RULES.
           MOVE ZERO TO WS-Rule-Count
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StandingRuleFile
           IF NOT WS-Rule-File-OK
               DISPLAY "No StandingRules.dat yet - run the term-end "
                   "standing once to seed it, or add rules here"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ StandingRuleFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Rule-Count < 20
                           ADD 1 TO WS-Rule-Count
                           MOVE StandingRuleRecord
                               TO WS-Rule-Entry(WS-Rule-Count)
                       ELSE
                           DISPLAY "StandingRules.dat holds more "
                               "than 20 rules - maintenance refused "
                               "rather than truncate"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StandingRuleFile-Status NOT = "35"
               CLOSE StandingRuleFile
           END-IF.

       REWRITE-RULES.
           OPEN OUTPUT StandingRuleFile
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               MOVE WS-Rule-Entry(WS-Rule-Idx) TO StandingRuleRecord
               WRITE StandingRuleRecord
           END-PERFORM
           CLOSE StandingRuleFile.

       LIST-RULES.
           IF WS-Rule-Count = ZERO
               DISPLAY "  (no rules on file)"
           END-IF
           DISPLAY "  SEQ CODE TITLE                TERM  CUM  CR"
               "  PRIOR LIST"
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               MOVE WS-Rule-Entry(WS-Rule-Idx) TO WS-Work-Rule
               MOVE WR-Min-Term-GPA TO in-term-gpa
               MOVE WR-Min-Cum-GPA TO in-cum-gpa
               DISPLAY "  " WR-Seq "  " WR-Standing " " WR-Title
                   " " in-term-gpa " " in-cum-gpa " "
                   WR-Min-Credits " " WR-Prior "  " WR-List
           END-PERFORM
           DISPLAY "  (minimums; first rule met in sequence order "
               "wins; LIST H = honor roll, P = probation)".

       ADD-RULE.
           DISPLAY "Standing code :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           IF WS-Code-Entry = SPACES
               DISPLAY "Error: code cannot be blank"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RULE
           IF WS-Found
               DISPLAY "Error: " WS-Code-Entry " is already on file"
                   " - use (C)hange"
               EXIT PARAGRAPH
           END-IF
           IF WS-Rule-Count >= 20
               DISPLAY "Error: the rules table is full"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Work-Rule
           MOVE WS-Code-Entry TO WR-Standing
           DISPLAY "Title :" WITH NO ADVANCING
           ACCEPT WR-Title
           PERFORM ACCEPT-RULE-TERMS
           IF NOT WS-Entry-Valid
               EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-IN-SEQUENCE
           PERFORM REWRITE-RULES
           DISPLAY "Rule added"
           MOVE "ADD" TO WS-Audit-Operation
           PERFORM BUILD-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       CHANGE-RULE.
           DISPLAY "Standing code to change :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           PERFORM FIND-RULE
           IF NOT WS-Found
               DISPLAY "Error: no rule for that code"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rule-Entry(WS-Found-Idx) TO WS-Work-Rule
           MOVE WR-Min-Term-GPA TO in-term-gpa
           MOVE WR-Min-Cum-GPA TO in-cum-gpa
           DISPLAY "Current: seq " WR-Seq " " WR-Title " term "
               in-term-gpa " cum " in-cum-gpa " credits "
               WR-Min-Credits " prior " WR-Prior " list " WR-List
           DISPLAY "Title [blank = keep] :" WITH NO ADVANCING
           ACCEPT WS-Title-Entry
           IF WS-Title-Entry NOT = SPACES
               MOVE WS-Title-Entry TO WR-Title
           END-IF
           PERFORM ACCEPT-RULE-TERMS
           IF NOT WS-Entry-Valid
               EXIT PARAGRAPH
           END-IF
      *    a new sequence number moves the rule - take it out and
      *    put it back in order.
           PERFORM REMOVE-FOUND-RULE
           PERFORM INSERT-IN-SEQUENCE
           PERFORM REWRITE-RULES
           DISPLAY "Rule changed"
           MOVE "CHANGE" TO WS-Audit-Operation
           PERFORM BUILD-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       DELETE-RULE.
           DISPLAY "Standing code to delete :" WITH NO ADVANCING
           ACCEPT WS-Code-Entry
           MOVE FUNCTION UPPER-CASE(WS-Code-Entry) TO WS-Code-Entry
           PERFORM FIND-RULE
           IF NOT WS-Found
               DISPLAY "Error: no rule for that code"
               EXIT PARAGRAPH
           END-IF
      *    a rule another one names as its prior standing can't go
      *    - suspension would silently stop ever matching.
           MOVE "N" TO WS-In-Use-Flag
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               MOVE WS-Rule-Entry(WS-Rule-Idx) TO WS-Work-Rule
               IF WR-Prior = WS-Code-Entry
                   SET WS-In-Use TO TRUE
               END-IF
           END-PERFORM
           IF WS-In-Use
               DISPLAY "Error: another rule requires " WS-Code-Entry
                   " as the prior standing - change that one first"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rule-Entry(WS-Found-Idx) TO WS-Work-Rule
           PERFORM REMOVE-FOUND-RULE
           PERFORM REWRITE-RULES
           DISPLAY "Rule deleted"
           MOVE "DELETE" TO WS-Audit-Operation
           PERFORM BUILD-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       FIND-RULE.
           MOVE "N" TO WS-Found-Flag
           MOVE ZERO TO WS-Found-Idx
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count OR WS-Found
               IF WS-Rule-Entry(WS-Rule-Idx)(3:4) = WS-Code-Entry
                   SET WS-Found TO TRUE
                   MOVE WS-Rule-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       REMOVE-FOUND-RULE.
      *    close the gap by shifting the tail up one slot.
           PERFORM VARYING WS-Rule-Idx FROM WS-Found-Idx BY 1
                   UNTIL WS-Rule-Idx >= WS-Rule-Count
               MOVE WS-Rule-Entry(WS-Rule-Idx + 1)
                   TO WS-Rule-Entry(WS-Rule-Idx)
           END-PERFORM
           SUBTRACT 1 FROM WS-Rule-Count.

       INSERT-IN-SEQUENCE.
      *    the run tries rules in file order, so the file is kept
      *    in sequence order - shift the higher ones down a slot.
           MOVE 1 TO WS-Insert-Idx
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               IF WS-Rule-Entry(WS-Rule-Idx)(1:2) <= WR-Seq
                   COMPUTE WS-Insert-Idx = WS-Rule-Idx + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Rule-Idx FROM WS-Rule-Count BY -1
                   UNTIL WS-Rule-Idx < WS-Insert-Idx
               MOVE WS-Rule-Entry(WS-Rule-Idx)
                   TO WS-Rule-Entry(WS-Rule-Idx + 1)
           END-PERFORM
           MOVE WS-Work-Rule TO WS-Rule-Entry(WS-Insert-Idx)
           ADD 1 TO WS-Rule-Count.

       ACCEPT-RULE-TERMS.
      *    everything but the code and title - a GPA above 6.00
      *    can't be reached, and a prior standing has to be one
      *    the table knows.
           MOVE "N" TO WS-Entry-Valid-Flag
           DISPLAY "Sequence (01-99, lower is tried first) :"
               WITH NO ADVANCING
           ACCEPT WS-Seq-Entry
           IF WS-Seq-Entry = ZERO
               DISPLAY "Error: sequence must be 01-99"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Seq-Entry TO WR-Seq
           DISPLAY "Minimum term GPA (3 digits, implied decimal - "
               "450 = 4.50) :" WITH NO ADVANCING
           ACCEPT WS-GPA-Digits
           IF WS-GPA-Digits > 600
               DISPLAY "Error: the Score-Table tops out at 6.00"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WR-Min-Term-GPA = WS-GPA-Digits / 100
           DISPLAY "Minimum cumulative GPA (3 digits, implied "
               "decimal) :" WITH NO ADVANCING
           ACCEPT WS-GPA-Digits
           IF WS-GPA-Digits > 600
               DISPLAY "Error: the Score-Table tops out at 6.00"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WR-Min-Cum-GPA = WS-GPA-Digits / 100
           DISPLAY "Minimum credits graded in the term :"
               WITH NO ADVANCING
           ACCEPT WS-Credits-Entry
           MOVE WS-Credits-Entry TO WR-Min-Credits
           DISPLAY "Prior-term standing required [blank = any] :"
               WITH NO ADVANCING
           ACCEPT WS-Prior-Entry
           MOVE FUNCTION UPPER-CASE(WS-Prior-Entry)
               TO WS-Prior-Entry
           IF WS-Prior-Entry NOT = SPACES
               MOVE "N" TO WS-Prior-Found-Flag
               IF WS-Prior-Entry = WR-Standing
                   SET WS-Prior-Found TO TRUE
               END-IF
               PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                       UNTIL WS-Rule-Idx > WS-Rule-Count
                   IF WS-Rule-Entry(WS-Rule-Idx)(3:4)
                       = WS-Prior-Entry
                       SET WS-Prior-Found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Prior-Found
                   DISPLAY "Error: " WS-Prior-Entry
                       " is not a standing on file"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Prior-Entry TO WR-Prior
           DISPLAY "List (H = honor roll, P = probation, blank = "
               "none) :" WITH NO ADVANCING
           ACCEPT WS-List-Entry
           MOVE FUNCTION UPPER-CASE(WS-List-Entry) TO WS-List-Entry
           IF NOT WS-List-Valid
               DISPLAY "Error: list must be H, P or blank"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-List-Entry TO WR-List
           SET WS-Entry-Valid TO TRUE.

       BUILD-AUDIT-DETAIL.
           MOVE WR-Min-Term-GPA TO in-term-gpa
           MOVE WR-Min-Cum-GPA TO in-cum-gpa
           MOVE SPACES TO WS-Audit-Detail
           STRING "standing " WR-Standing " seq " WR-Seq " "
               in-term-gpa "/" in-cum-gpa " cr " WR-Min-Credits
               " " WR-Prior " " WR-List
               DELIMITED BY SIZE INTO WS-Audit-Detail
           END-STRING.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AuditFile
           IF WS-AuditFile-Status = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           MOVE "standmaint" TO AL-Program
           MOVE WS-Operator-ID-Entry TO AL-Operator
           MOVE WS-Audit-Operation TO AL-Operation
           MOVE ZERO TO AL-Customer-ID
           MOVE WS-Audit-Detail TO AL-Detail
           MOVE WS-Branch-Entry TO AL-Branch
           MOVE ZERO TO AL-Chain
           CALL "AUDIT-CHAIN" USING AuditRecord, AL-Chain
           WRITE AuditRecord
           CLOSE AuditFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules.
           CALL "OPERATOR-SIGNON" USING WS-Operator-ID-Entry,
               WS-Branch-Entry, WS-Operator-Role,
               WS-Signed-On-Flag.
