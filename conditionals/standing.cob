       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * term-end academic standing: transcript.cob only ever gave
      * a GPA across a student's whole history. Now the grading
      * records the term each grade counts toward, and this run
      * takes one term - STANDING-TERM in the environment (the
      * GRADE-COURSE channel), or the latest term on
      * Transcript.dat when unset - and for every student graded
      * in it computes the term GPA and the cumulative GPA through
      * that term on the Score-Table scale (6 = A), each grade
      * weighted by its course's CourseCatalog.dat credits (a
      * course off the catalog weighs one, transcript.cob's rule).
      * The StandingRules.dat table (standmaint.cob; seeded with
      * the stock honor roll / good standing / suspension /
      * probation rules when missing) gives each student a
      * standing, tried in sequence order with the student's
      * standing from the term before, and the result is kept per
      * student per term in StandingHistory.dat - a re-run of the
      * term replaces that term's lines. The honor-roll and
      * probation lists are displayed and spooled through
      * SPOOL-PRINT, and every student newly on the probation
      * list is queued on ProbationQueue.dat for the probation
      * notice letters.cob merges.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranscriptFile ASSIGN TO "Transcript.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TranscriptFile-Status.
           SELECT CourseFile ASSIGN TO "CourseCatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CourseFile-Status.
           SELECT StandingRuleFile ASSIGN TO "StandingRules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-StandingRuleFile-Status.
           SELECT HistoryFile ASSIGN TO "StandingHistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HistoryFile-Status.
           SELECT NoticeQueueFile ASSIGN TO "ProbationQueue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NoticeQueue-Status.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    same layout tutCondition.cob writes.
           FD TranscriptFile.
           01 TranscriptRecord.
               05 TS-Student-ID PIC 9(5).
               05 TS-Timestamp  PIC X(14).
               05 TS-Ethnicity  PIC X(6).
               05 TS-Grade      PIC X(1).
               05 TS-Result     PIC X(6).
               05 TS-Course     PIC X(8).
               05 TS-Term       PIC X(6).

      *    the leading fields of the layout coursecat.cob writes -
      *    only the credits matter here.
           FD CourseFile.
           01 CourseRecord.
               05 CC-Course-Code PIC X(8).
               05 CC-Title       PIC X(20).
               05 CC-Credits     PIC 9(2).

           FD StandingRuleFile.
           01 StandingRuleRecord.
               COPY STRLREC.

           FD HistoryFile.
           01 StandingRecord.
               COPY STNDREC.

      *    one line per probation notice still to be merged -
      *    letters.cob's (P)robation run drains it, the way it
      *    drains the welcome queue.
           FD NoticeQueueFile.
           01 NoticeQueueRecord.
               05 PQ-Customer-ID PIC 9(5).
               05 PQ-Term        PIC X(6).
               05 PQ-Term-GPA    PIC 9V9(2).
               05 PQ-Cum-GPA     PIC 9V9(2).
               05 PQ-Title       PIC X(20).

           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

       WORKING-STORAGE SECTION.
           01 WS-TranscriptFile-Status PIC XX.
               88 WS-Transcript-File-OK VALUE "00".
           01 WS-CourseFile-Status PIC XX.
               88 WS-Course-File-OK VALUE "00".
           01 WS-StandingRuleFile-Status PIC XX.
               88 WS-Rule-File-OK VALUE "00".
           01 WS-HistoryFile-Status PIC XX.
               88 WS-History-File-OK VALUE "00".
           01 WS-NoticeQueue-Status PIC XX.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".

           01 WS-Run-Term PIC X(6) VALUE SPACES.
           01 WS-Today PIC 9(8).
           01 WS-Failed-Flag PIC X VALUE "N".
               88 WS-Failed VALUE "Y".

      *    the same Score-Table tutCondition.cob grades with -
      *    subscripted by the grade digit, 1 (an A, worth 6) down
      *    to 6 (an F, worth 1).
           01 WS-Score-Table-Literal.
               05 FILLER PIC 9 VALUE 6.
               05 FILLER PIC 9 VALUE 5.
               05 FILLER PIC 9 VALUE 4.
               05 FILLER PIC 9 VALUE 3.
               05 FILLER PIC 9 VALUE 2.
               05 FILLER PIC 9 VALUE 1.
           01 WS-Score-Array REDEFINES WS-Score-Table-Literal.
               05 WS-Score-Entry PIC 9 OCCURS 6 TIMES.
           01 WS-Grade-Digit PIC 9.
           01 WS-Entry-Credits PIC 9(2).

      *    the catalog, loaded once for the credit weights.
           01 WS-Catalog-Table.
               05 WS-Catalog-Entry OCCURS 50 TIMES.
                   10 WS-CA-Code    PIC X(8).
                   10 WS-CA-Credits PIC 9(2).
           01 WS-Catalog-Count PIC 9(2) VALUE ZERO.
           01 WS-CA-Idx PIC 9(2).

      *    the standing rules in sequence order, first match wins.
           01 WS-Rule-Table.
               05 WS-Rule-Entry OCCURS 20 TIMES PIC X(40).
           01 WS-Rule-Count PIC 9(2) VALUE ZERO.
           01 WS-Rule-Idx PIC 9(2).
           01 WS-Work-Rule.
               COPY STRLREC REPLACING LEADING ==SR-== BY ==WR-==.
           01 WS-Rule-Found-Flag PIC X.
               88 WS-Rule-Found VALUE "Y".

      *    one slot per student graded up to the run term.
           01 WS-Student-Table.
               05 WS-Student-Slot OCCURS 1000 TIMES.
                   10 WS-ST-Student-ID   PIC 9(5).
                   10 WS-ST-Term-Points  PIC 9(5).
                   10 WS-ST-Term-Credits PIC 9(3).
                   10 WS-ST-Cum-Points   PIC 9(6).
                   10 WS-ST-Cum-Credits  PIC 9(4).
                   10 WS-ST-Term-GPA     PIC 9V9(2).
                   10 WS-ST-Cum-GPA      PIC 9V9(2).
                   10 WS-ST-Prior-Term   PIC X(6).
                   10 WS-ST-Prior        PIC X(4).
                   10 WS-ST-Old-Standing PIC X(4).
                   10 WS-ST-Standing     PIC X(4).
                   10 WS-ST-Title        PIC X(20).
                   10 WS-ST-List         PIC X.
           01 WS-Student-Count PIC 9(4) VALUE ZERO.
           01 WS-ST-Idx PIC 9(4).
           01 WS-ST-Found-Flag PIC X.
               88 WS-ST-Found VALUE "Y".

      *    the history of every other term, held while this term's
      *    lines are replaced - the file is rewritten whole.
           01 WS-History-Table.
               05 WS-History-Entry OCCURS 5000 TIMES PIC X(36).
           01 WS-History-Count PIC 9(4) VALUE ZERO.
           01 WS-HI-Idx PIC 9(4).

           01 WS-Assigned-Count PIC 9(5) VALUE ZERO.
           01 WS-Honor-Count PIC 9(5) VALUE ZERO.
           01 WS-Probation-Count PIC 9(5) VALUE ZERO.
           01 WS-Queued-Count PIC 9(5) VALUE ZERO.
           01 WS-Unmatched-Count PIC 9(5) VALUE ZERO.
           01 WS-List-Wanted PIC X.
           01 WS-Student-Name PIC X(30).
           01 in-term-gpa PIC 9.99.
           01 in-cum-gpa PIC 9.99.
           01 in-credits PIC ZZ9.

           01 WS-Report-Line PIC X(80).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12).
           01 WS-Spool-Line PIC X(132).

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "standing".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE WS-Run-Start(1:8) TO WS-Today
           DISPLAY "Term-end academic standing"

           ACCEPT WS-Run-Term
               FROM ENVIRONMENT "STANDING-TERM"
               ON EXCEPTION
                   MOVE SPACES TO WS-Run-Term
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-Run-Term) TO WS-Run-Term
           IF WS-Run-Term = SPACES
               PERFORM FIND-LATEST-TERM
           END-IF
           IF WS-Run-Term = SPACES
               DISPLAY "No graded term on Transcript.dat - nothing "
                   "to stand"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF
           DISPLAY "Term " WS-Run-Term

           PERFORM LOAD-CATALOG
           PERFORM LOAD-RULES
           IF WS-Rule-Count = ZERO
               DISPLAY "StandingRules.dat holds no rules - see "
                   "standmaint"
               SET WS-Failed TO TRUE
               PERFORM FINISH-RUN
           END-IF

           PERFORM ACCUMULATE-TRANSCRIPT
           PERFORM LOAD-HISTORY
           IF WS-Failed
               PERFORM FINISH-RUN
           END-IF
           PERFORM ASSIGN-STANDINGS
           PERFORM REWRITE-HISTORY

           OPEN INPUT CustomerFile
           MOVE "HONORROLL" TO WS-Spool-Report
           MOVE "H" TO WS-List-Wanted
           PERFORM PRINT-STANDING-LIST
           MOVE "PROBATION" TO WS-Spool-Report
           MOVE "P" TO WS-List-Wanted
           PERFORM PRINT-STANDING-LIST
           IF WS-Cust-File-OK
               CLOSE CustomerFile
           END-IF

           PERFORM QUEUE-PROBATION-NOTICES
           DISPLAY "Students given a standing: " WS-Assigned-Count
           DISPLAY "Honor roll: " WS-Honor-Count
               "  probation list: " WS-Probation-Count
           DISPLAY "Probation notices queued: " WS-Queued-Count
           IF WS-Unmatched-Count > ZERO
               DISPLAY "Students no rule matched: "
                   WS-Unmatched-Count " - see standmaint"
           END-IF
           PERFORM FINISH-RUN.

       FINISH-RUN.
           MOVE WS-Assigned-Count TO WS-RH-Records
           IF WS-Failed
               MOVE "FAIL" TO WS-RH-Status
               MOVE 1 TO WS-RH-RC
           ELSE
               MOVE "OK " TO WS-RH-Status
               MOVE ZERO TO WS-RH-RC
           END-IF
           CALL "RUN-HISTORY" USING WS-RH-Job, WS-Run-Start,
               WS-RH-Records, WS-RH-RC, WS-RH-Status
      *    the CALL hands back its own return code - put ours back
      *    for the scheduler.
           MOVE WS-RH-RC TO RETURN-CODE
           STOP RUN.

       FIND-LATEST-TERM.
      *    terms are named so they sort - 2026S1 before 2026S2 -
      *    so the latest is the highest on file.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TranscriptFile
           IF NOT WS-Transcript-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TranscriptFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF TS-Term > WS-Run-Term
                           MOVE TS-Term TO WS-Run-Term
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TranscriptFile-Status NOT = "35"
               CLOSE TranscriptFile
           END-IF.

       LOAD-CATALOG.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT CourseFile
           IF NOT WS-Course-File-OK
               DISPLAY "(no CourseCatalog.dat - every course "
                   "weighs one credit)"
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ CourseFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF WS-Catalog-Count < 50
                           ADD 1 TO WS-Catalog-Count
                           MOVE CC-Course-Code
                               TO WS-CA-Code(WS-Catalog-Count)
                           MOVE CC-Credits
                               TO WS-CA-Credits(WS-Catalog-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CourseFile-Status NOT = "35"
               CLOSE CourseFile
           END-IF.

       LOAD-RULES.
           OPEN INPUT StandingRuleFile
           IF NOT WS-Rule-File-OK
               PERFORM SEED-STANDING-RULES
               OPEN INPUT StandingRuleFile
           END-IF
           MOVE "N" TO WS-Eof-Flag
           IF NOT WS-Rule-File-OK
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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StandingRuleFile-Status NOT = "35"
               CLOSE StandingRuleFile
           END-IF.

       SEED-STANDING-RULES.
      *    the stock policy on the Score-Table scale: a 5.00 term
      *    (a B average) over a full six credits is honor roll, a
      *    3.50 cumulative is good standing, anything less is
      *    probation - and probation that didn't lift is
      *    suspension. Schools change these in standmaint.
           DISPLAY "Seeding stock standing rules"
           OPEN OUTPUT StandingRuleFile
           MOVE SPACES TO StandingRuleRecord
           MOVE 10 TO SR-Seq
           MOVE "HONR" TO SR-Standing
           MOVE "Honor roll" TO SR-Title
           MOVE 5.00 TO SR-Min-Term-GPA
           MOVE ZERO TO SR-Min-Cum-GPA
           MOVE 6 TO SR-Min-Credits
           SET SR-Honor-List TO TRUE
           WRITE StandingRuleRecord
           MOVE SPACES TO StandingRuleRecord
           MOVE 20 TO SR-Seq
           MOVE "GOOD" TO SR-Standing
           MOVE "Good standing" TO SR-Title
           MOVE ZERO TO SR-Min-Term-GPA
           MOVE 3.50 TO SR-Min-Cum-GPA
           MOVE ZERO TO SR-Min-Credits
           SET SR-No-List TO TRUE
           WRITE StandingRuleRecord
           MOVE SPACES TO StandingRuleRecord
           MOVE 30 TO SR-Seq
           MOVE "SUSP" TO SR-Standing
           MOVE "Suspension" TO SR-Title
           MOVE ZERO TO SR-Min-Term-GPA
           MOVE ZERO TO SR-Min-Cum-GPA
           MOVE ZERO TO SR-Min-Credits
           MOVE "PROB" TO SR-Prior
           SET SR-Probation-List TO TRUE
           WRITE StandingRuleRecord
           MOVE SPACES TO StandingRuleRecord
           MOVE 40 TO SR-Seq
           MOVE "PROB" TO SR-Standing
           MOVE "Academic probation" TO SR-Title
           MOVE ZERO TO SR-Min-Term-GPA
           MOVE ZERO TO SR-Min-Cum-GPA
           MOVE ZERO TO SR-Min-Credits
           SET SR-Probation-List TO TRUE
           WRITE StandingRuleRecord
           CLOSE StandingRuleFile.

       ACCUMULATE-TRANSCRIPT.
      *    one pass: every scorable grade up to the run term counts
      *    toward the cumulative, and those in the run term toward
      *    the term too. Entries from before terms were kept carry
      *    spaces and count toward the cumulative only.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TranscriptFile
           IF NOT WS-Transcript-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TranscriptFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF TS-Term <= WS-Run-Term
                           AND TS-Grade NUMERIC
                           PERFORM ACCUMULATE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TranscriptFile-Status NOT = "35"
               CLOSE TranscriptFile
           END-IF.

       ACCUMULATE-ONE-ENTRY.
           MOVE TS-Grade TO WS-Grade-Digit
           IF WS-Grade-Digit < 1 OR WS-Grade-Digit > 6
               EXIT PARAGRAPH
           END-IF
           MOVE 01 TO WS-Entry-Credits
           PERFORM VARYING WS-CA-Idx FROM 1 BY 1
               UNTIL WS-CA-Idx > WS-Catalog-Count
               IF WS-CA-Code(WS-CA-Idx) = TS-Course
                   AND WS-CA-Credits(WS-CA-Idx) > ZERO
                   MOVE WS-CA-Credits(WS-CA-Idx) TO WS-Entry-Credits
               END-IF
           END-PERFORM
           PERFORM FIND-STUDENT-SLOT
           IF NOT WS-ST-Found
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ST-Cum-Points(WS-ST-Idx) =
               WS-ST-Cum-Points(WS-ST-Idx)
               + WS-Score-Entry(WS-Grade-Digit) * WS-Entry-Credits
           ADD WS-Entry-Credits TO WS-ST-Cum-Credits(WS-ST-Idx)
           IF TS-Term = WS-Run-Term
               COMPUTE WS-ST-Term-Points(WS-ST-Idx) =
                   WS-ST-Term-Points(WS-ST-Idx)
                   + WS-Score-Entry(WS-Grade-Digit)
                   * WS-Entry-Credits
               ADD WS-Entry-Credits TO WS-ST-Term-Credits(WS-ST-Idx)
           END-IF.

       FIND-STUDENT-SLOT.
           MOVE "N" TO WS-ST-Found-Flag
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
               UNTIL WS-ST-Idx > WS-Student-Count
               OR WS-ST-Found
               IF WS-ST-Student-ID(WS-ST-Idx) = TS-Student-ID
                   SET WS-ST-Found TO TRUE
                   SUBTRACT 1 FROM WS-ST-Idx
               END-IF
           END-PERFORM
           IF NOT WS-ST-Found
               IF WS-Student-Count >= 1000
                   DISPLAY "More than 1000 students graded - "
                       TS-Student-ID " left out of the run"
                   SET WS-Failed TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Student-Count
               MOVE WS-Student-Count TO WS-ST-Idx
               INITIALIZE WS-Student-Slot(WS-ST-Idx)
               MOVE TS-Student-ID TO WS-ST-Student-ID(WS-ST-Idx)
               SET WS-ST-Found TO TRUE
           END-IF.

       LOAD-HISTORY.
      *    the standing each student held in the latest earlier
      *    term is the prior a rule can require; this term's lines
      *    from an earlier run are dropped (and remembered, so a
      *    re-run doesn't queue the same notice twice).
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT HistoryFile
           IF NOT WS-History-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ HistoryFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-HISTORY-LINE
               END-READ
           END-PERFORM
           IF WS-HistoryFile-Status NOT = "35"
               CLOSE HistoryFile
           END-IF.

       TAKE-HISTORY-LINE.
           MOVE "N" TO WS-ST-Found-Flag
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
               UNTIL WS-ST-Idx > WS-Student-Count
               OR WS-ST-Found
               IF WS-ST-Student-ID(WS-ST-Idx) = SH-Student-ID
                   SET WS-ST-Found TO TRUE
                   SUBTRACT 1 FROM WS-ST-Idx
               END-IF
           END-PERFORM
           IF SH-Term = WS-Run-Term
               IF WS-ST-Found
                   MOVE SH-Standing TO WS-ST-Old-Standing(WS-ST-Idx)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-Found
               AND SH-Term < WS-Run-Term
               AND SH-Term >= WS-ST-Prior-Term(WS-ST-Idx)
               MOVE SH-Term TO WS-ST-Prior-Term(WS-ST-Idx)
               MOVE SH-Standing TO WS-ST-Prior(WS-ST-Idx)
           END-IF
           IF WS-History-Count >= 5000
      *        the file is rewritten from the table - refusing beats
      *        losing somebody's history.
               DISPLAY "StandingHistory.dat holds more than 5000 "
                   "lines - run refused rather than truncate"
               SET WS-Failed TO TRUE
               SET WS-Eof TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-History-Count
           MOVE StandingRecord TO WS-History-Entry(WS-History-Count).

       ASSIGN-STANDINGS.
      *    only students graded in the run term get a standing for
      *    it - the cumulative alone says nothing about this term.
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
                   UNTIL WS-ST-Idx > WS-Student-Count
               IF WS-ST-Term-Credits(WS-ST-Idx) > ZERO
                   PERFORM ASSIGN-ONE-STANDING
               END-IF
           END-PERFORM.

       ASSIGN-ONE-STANDING.
           COMPUTE WS-ST-Term-GPA(WS-ST-Idx) ROUNDED =
               WS-ST-Term-Points(WS-ST-Idx)
               / WS-ST-Term-Credits(WS-ST-Idx)
           COMPUTE WS-ST-Cum-GPA(WS-ST-Idx) ROUNDED =
               WS-ST-Cum-Points(WS-ST-Idx)
               / WS-ST-Cum-Credits(WS-ST-Idx)
           MOVE "N" TO WS-Rule-Found-Flag
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count OR WS-Rule-Found
               MOVE WS-Rule-Entry(WS-Rule-Idx) TO WS-Work-Rule
               IF WS-ST-Term-GPA(WS-ST-Idx) >= WR-Min-Term-GPA
                   AND WS-ST-Cum-GPA(WS-ST-Idx) >= WR-Min-Cum-GPA
                   AND WS-ST-Term-Credits(WS-ST-Idx)
                       >= WR-Min-Credits
                   AND (WR-Prior = SPACES
                       OR WR-Prior = WS-ST-Prior(WS-ST-Idx))
                   SET WS-Rule-Found TO TRUE
                   MOVE WR-Standing TO WS-ST-Standing(WS-ST-Idx)
                   MOVE WR-Title TO WS-ST-Title(WS-ST-Idx)
                   MOVE WR-List TO WS-ST-List(WS-ST-Idx)
               END-IF
           END-PERFORM
           IF NOT WS-Rule-Found
               ADD 1 TO WS-Unmatched-Count
               MOVE SPACES TO WS-ST-Standing(WS-ST-Idx)
               MOVE "(no rule matched)" TO WS-ST-Title(WS-ST-Idx)
               MOVE SPACE TO WS-ST-List(WS-ST-Idx)
           END-IF
           ADD 1 TO WS-Assigned-Count
           IF WS-ST-List(WS-ST-Idx) = "H"
               ADD 1 TO WS-Honor-Count
           END-IF
           IF WS-ST-List(WS-ST-Idx) = "P"
               ADD 1 TO WS-Probation-Count
           END-IF

           IF WS-History-Count >= 5000
               DISPLAY "StandingHistory.dat is full - standing for "
                   WS-ST-Student-ID(WS-ST-Idx) " not kept"
               SET WS-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-Student-ID(WS-ST-Idx) TO SH-Student-ID
           MOVE WS-Run-Term TO SH-Term
           MOVE WS-ST-Term-GPA(WS-ST-Idx) TO SH-Term-GPA
           MOVE WS-ST-Cum-GPA(WS-ST-Idx) TO SH-Cum-GPA
           MOVE WS-ST-Term-Credits(WS-ST-Idx) TO SH-Term-Credits
           MOVE WS-ST-Cum-Credits(WS-ST-Idx) TO SH-Cum-Credits
           MOVE WS-ST-Standing(WS-ST-Idx) TO SH-Standing
           MOVE WS-Today TO SH-Run-Date
           ADD 1 TO WS-History-Count
           MOVE StandingRecord TO WS-History-Entry(WS-History-Count).

       REWRITE-HISTORY.
           OPEN OUTPUT HistoryFile
           PERFORM VARYING WS-HI-Idx FROM 1 BY 1
                   UNTIL WS-HI-Idx > WS-History-Count
               MOVE WS-History-Entry(WS-HI-Idx) TO StandingRecord
               WRITE StandingRecord
           END-PERFORM
           CLOSE HistoryFile.

       PRINT-STANDING-LIST.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           IF WS-List-Wanted = "H"
               STRING "HONOR ROLL - TERM " WS-Run-Term
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           ELSE
               STRING "PROBATION LIST - TERM " WS-Run-Term
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "STUDENT NAME                           TERM   CUM"
               "  CR  STANDING"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
                   UNTIL WS-ST-Idx > WS-Student-Count
               IF WS-ST-Term-Credits(WS-ST-Idx) > ZERO
                   AND WS-ST-List(WS-ST-Idx) = WS-List-Wanted
                   PERFORM PRINT-ONE-STUDENT
               END-IF
           END-PERFORM
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-ONE-STUDENT.
           MOVE "(not on the customer master)" TO WS-Student-Name
           IF WS-Cust-File-OK
               MOVE WS-ST-Student-ID(WS-ST-Idx) TO WS-Relative-Key
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Student-Name
                       STRING FUNCTION TRIM(first-name) " "
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE INTO WS-Student-Name
                       END-STRING
               END-READ
           END-IF
           MOVE WS-ST-Term-GPA(WS-ST-Idx) TO in-term-gpa
           MOVE WS-ST-Cum-GPA(WS-ST-Idx) TO in-cum-gpa
           MOVE WS-ST-Term-Credits(WS-ST-Idx) TO in-credits
           MOVE SPACES TO WS-Report-Line
           STRING WS-ST-Student-ID(WS-ST-Idx) "   " WS-Student-Name
               " " in-term-gpa " " in-cum-gpa " " in-credits "  "
               WS-ST-Title(WS-ST-Idx)
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       QUEUE-PROBATION-NOTICES.
      *    a student already on this standing from an earlier run
      *    of the term has had their notice queued.
           OPEN EXTEND NoticeQueueFile
           IF WS-NoticeQueue-Status = "35"
               OPEN OUTPUT NoticeQueueFile
               CLOSE NoticeQueueFile
               OPEN EXTEND NoticeQueueFile
           END-IF
           PERFORM VARYING WS-ST-Idx FROM 1 BY 1
                   UNTIL WS-ST-Idx > WS-Student-Count
               IF WS-ST-Term-Credits(WS-ST-Idx) > ZERO
                   AND WS-ST-List(WS-ST-Idx) = "P"
                   AND WS-ST-Standing(WS-ST-Idx)
                       NOT = WS-ST-Old-Standing(WS-ST-Idx)
                   MOVE WS-ST-Student-ID(WS-ST-Idx) TO PQ-Customer-ID
                   MOVE WS-Run-Term TO PQ-Term
                   MOVE WS-ST-Term-GPA(WS-ST-Idx) TO PQ-Term-GPA
                   MOVE WS-ST-Cum-GPA(WS-ST-Idx) TO PQ-Cum-GPA
                   MOVE WS-ST-Title(WS-ST-Idx) TO PQ-Title
                   WRITE NoticeQueueRecord
                   ADD 1 TO WS-Queued-Count
               END-IF
           END-PERFORM
           CLOSE NoticeQueueFile.
