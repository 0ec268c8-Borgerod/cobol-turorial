       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupsweep.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * phonetic duplicate-customer sweep: registration only stops
      * exact duplicate names, so "Jon Smith" and "John Smyth" with
      * the same date of birth still end up as two ID-nums. This
      * walks NameIndex.dat, looks every live customer up on
      * Customer.dat and CustomerContact.dat, and scores every pair
      * on sound-alike names (Soundex codes of the first and last
      * name), a matching DateOfBirth, and a matching phone number
      * or street address. Pairs at or above the review threshold
      * go to DupReview.dat (see copybooks/DUPREC.cpy), ranked
      * highest score first, and print on the DUPSWEEP spool
      * report. A pair a reviewer has already decided in
      * custmerge.cob - merged, or marked not a duplicate - is
      * carried over as decided and never comes back as pending.
      * Non-interactive, outcome on RunHistory.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
      *        this build's libcob has no indexed file handler, so
      *        direct lookup by ID-num is done through RELATIVE
      *        organization instead (see write-file.cob's SELECT
      *        CustomerFile for the same change and why).
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Relative-Key
               FILE STATUS IS WS-CustomerFile-Status.
           SELECT ContactFile ASSIGN TO "CustomerContact.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Contact-Rel-Key
               FILE STATUS IS WS-ContactFile-Status.
           SELECT IndexFile ASSIGN TO "NameIndex.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IndexFile-Status.
           SELECT ReviewFile ASSIGN TO "DupReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReviewFile-Status.

       DATA DIVISION.
       FILE SECTION.
           FD CustomerFile.
           01 CustomerData.
               COPY CUSTREC.

           FD ContactFile.
           01 ContactData.
               COPY CONTREC.

           FD IndexFile.
           01 IndexRecord.
               COPY NAMEIDX.

           FD ReviewFile.
           01 ReviewRecord.
               COPY DUPREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Cust-File-OK VALUE "00".
           01 WS-Contact-Rel-Key PIC 9(5).
           01 WS-ContactFile-Status PIC XX.
               88 WS-Contact-File-OK VALUE "00".
           01 WS-Contact-Open-Flag PIC X VALUE "N".
               88 WS-Contact-Open VALUE "Y".
           01 WS-IndexFile-Status PIC XX.
               88 WS-Index-File-OK VALUE "00".
           01 WS-ReviewFile-Status PIC XX.
               88 WS-Review-File-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
           01 WS-Failed-Flag PIC X VALUE "N".
               88 WS-Failed VALUE "Y".

           01 WS-Today PIC 9(8).

      *    what each signal is worth, and the score a pair needs to
      *    reach the review list - a shared surname and address
      *    alone (husband and wife) stays under it; a sound-alike
      *    name plus a birthday or a phone number does not.
           01 WS-Points-Last-Name PIC 9(3) VALUE 40.
           01 WS-Points-First-Name PIC 9(3) VALUE 20.
           01 WS-Points-DOB PIC 9(3) VALUE 30.
           01 WS-Points-Phone PIC 9(3) VALUE 20.
           01 WS-Points-Address PIC 9(3) VALUE 20.
           01 WS-Review-Threshold PIC 9(3) VALUE 70.

      *    every live customer the index names, with the pieces the
      *    scoring compares.
           01 WS-Cust-Table.
               05 WS-Cust-Entry OCCURS 2000 TIMES.
                   10 WS-CT-ID         PIC 9(5).
                   10 WS-CT-Name       PIC X(24).
                   10 WS-CT-Sdx-First  PIC X(4).
                   10 WS-CT-Sdx-Last   PIC X(4).
                   10 WS-CT-DOB        PIC 9(8).
                   10 WS-CT-Phone      PIC X(15).
                   10 WS-CT-Street     PIC X(25).
                   10 WS-CT-Postal     PIC X(10).
           01 WS-Cust-Count PIC 9(4) VALUE ZERO.
           01 WS-Cust-Skipped PIC 9(4) VALUE ZERO.
           01 WS-I PIC 9(4).
           01 WS-J PIC 9(4).

      *    pairs already decided on an earlier list, carried over
      *    as they are.
           01 WS-Decided-Table.
               05 WS-Decided-Entry OCCURS 500 TIMES.
                   10 WS-DT-Record PIC X(108).
           01 WS-Decided-Count PIC 9(3) VALUE ZERO.
           01 WS-DT-Idx PIC 9(3).
           01 WS-Work-Review.
               COPY DUPREC REPLACING LEADING ==DR-== BY ==WR-==.
           01 WS-Decided-View.
               COPY DUPREC REPLACING LEADING ==DR-== BY ==DV-==.
           01 WS-Decided-Flag PIC X.
               88 WS-Already-Decided VALUE "Y".

      *    this run's candidates, kept in score order as they are
      *    found - highest first.
           01 WS-Pend-Table.
               05 WS-Pend-Entry OCCURS 500 TIMES.
                   10 WS-PE-Score PIC 9(3).
                   10 WS-PE-Rest  PIC X(105).
           01 WS-Pend-Count PIC 9(3) VALUE ZERO.
           01 WS-PE-Idx PIC 9(3).
           01 WS-Insert-At PIC 9(3).
           01 WS-Dropped-Count PIC 9(5) VALUE ZERO.

      *    scoring one pair.
           01 WS-Pair-Score PIC 9(3).
           01 WS-Pair-Reasons PIC X(20).
           01 WS-Reason-Ptr PIC 9(2).
           01 WS-Name-Matched-Flag PIC X.
               88 WS-Name-Matched VALUE "Y".

      *    Soundex coding: H and W carry "9" (skipped without
      *    separating two like codes), vowels "0" (separate them).
           01 WS-Sdx-In PIC X(15).
           01 WS-Sdx-Work PIC X(15).
           01 WS-Sdx-Codes PIC X(15).
           01 WS-Sdx-Out PIC X(4).
           01 WS-Sdx-Pos PIC 9(2).
           01 WS-Sdx-Start PIC 9(2).
           01 WS-Sdx-Len PIC 9.
           01 WS-Sdx-Last-Code PIC X.
           01 WS-Sdx-Code PIC X.

      *    phone numbers compared on their digits alone, so
      *    "555-0101" and "555 0101" agree.
           01 WS-Phone-In PIC X(15).
           01 WS-Phone-Digits PIC X(15).
           01 WS-Phone-Pos PIC 9(2).
           01 WS-Phone-Len PIC 9(2).

           01 in-rank PIC ZZ9.
           01 in-score PIC ZZ9.
           01 WS-Report-Line PIC X(100).

      *    spool output - see the SPOOL-PRINT subroutine; the
      *    screen display stays, the spool file is the record.
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "DUPSWEEP".
           01 WS-Spool-Line PIC X(132).

      *    index rebuild when NameIndex.dat has gone missing - see
      *    the NAME-INDEX subroutine.
           01 WS-NI-Op PIC X(3) VALUE "BLD".
           01 WS-NI-ID PIC 9(5) VALUE ZERO.
           01 WS-NI-First PIC X(8) VALUE SPACES.
           01 WS-NI-Last PIC X(15) VALUE SPACES.

      *    run-history entry - see the RUN-HISTORY subroutine and
      *    the morning operations report (opsreport.cob).
           01 WS-Run-Start PIC X(14).
           01 WS-RH-Job PIC X(12) VALUE "dupsweep".
           01 WS-RH-Records PIC 9(6).
           01 WS-RH-RC PIC 9(4).
           01 WS-RH-Status PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "DUPLICATE-CUSTOMER SWEEP - " WS-Today

           PERFORM LOAD-DECIDED-PAIRS
           PERFORM LOAD-CUSTOMERS
           IF WS-Failed
               PERFORM FINISH-RUN
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-Cust-Count
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-Cust-Count
                   PERFORM SCORE-ONE-PAIR
                   ADD 1 TO WS-J
               END-PERFORM
           END-PERFORM

           PERFORM WRITE-REVIEW-FILE
           PERFORM PRINT-REVIEW-LIST
           PERFORM FINISH-RUN.

       FINISH-RUN.
           MOVE WS-Pend-Count TO WS-RH-Records
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

       LOAD-DECIDED-PAIRS.
      *    last night's pending lines are rebuilt from scratch;
      *    only the reviewer's decisions survive into this run.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ReviewFile
           IF NOT WS-Review-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ ReviewFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF NOT DR-Pending
                           AND WS-Decided-Count < 500
                           ADD 1 TO WS-Decided-Count
                           MOVE ReviewRecord
                               TO WS-DT-Record(WS-Decided-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReviewFile-Status NOT = "35"
               CLOSE ReviewFile
           END-IF.

       LOAD-CUSTOMERS.
           OPEN INPUT IndexFile
           IF WS-IndexFile-Status = "35"
               CALL "NAME-INDEX" USING WS-NI-Op, WS-NI-ID,
                   WS-NI-First, WS-NI-Last
               OPEN INPUT IndexFile
           END-IF
           IF NOT WS-Index-File-OK
               DISPLAY "Unable to open NameIndex.dat"
               SET WS-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CustomerFile
           IF NOT WS-Cust-File-OK
               DISPLAY "Unable to open Customer.dat"
               CLOSE IndexFile
               SET WS-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ContactFile
           IF WS-Contact-File-OK
               SET WS-Contact-Open TO TRUE
           END-IF

           MOVE "N" TO WS-Eof-Flag
           PERFORM UNTIL WS-Eof
               READ IndexFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE IndexFile
           CLOSE CustomerFile
           IF WS-Contact-Open
               CLOSE ContactFile
           END-IF
           DISPLAY "Customers compared : " WS-Cust-Count
           IF WS-Cust-Skipped > ZERO
               DISPLAY "Not compared (table full) : " WS-Cust-Skipped
           END-IF.

       TAKE-ONE-CUSTOMER.
      *    the index can trail a deactivation by a day; the master
      *    has the final word on who is live.
           MOVE NX-Customer-ID TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT Customer-Active
               EXIT PARAGRAPH
           END-IF
           IF WS-Cust-Count >= 2000
               ADD 1 TO WS-Cust-Skipped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Cust-Count
           MOVE ID-num TO WS-CT-ID(WS-Cust-Count)
           MOVE NX-Name-Upper TO WS-CT-Name(WS-Cust-Count)
           MOVE first-name TO WS-Sdx-In
           PERFORM BUILD-SOUNDEX
           MOVE WS-Sdx-Out TO WS-CT-Sdx-First(WS-Cust-Count)
           MOVE last-name TO WS-Sdx-In
           PERFORM BUILD-SOUNDEX
           MOVE WS-Sdx-Out TO WS-CT-Sdx-Last(WS-Cust-Count)
           MOVE DOB-yyyy TO WS-CT-DOB(WS-Cust-Count)(1:4)
           MOVE DOB-mm TO WS-CT-DOB(WS-Cust-Count)(5:2)
           MOVE DOB-dd TO WS-CT-DOB(WS-Cust-Count)(7:2)

           MOVE SPACES TO WS-CT-Phone(WS-Cust-Count)
           MOVE SPACES TO WS-CT-Street(WS-Cust-Count)
           MOVE SPACES TO WS-CT-Postal(WS-Cust-Count)
           IF NOT WS-Contact-Open
               EXIT PARAGRAPH
           END-IF
           MOVE ID-num TO WS-Contact-Rel-Key
           READ ContactFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CN-Phone TO WS-Phone-In
           PERFORM BUILD-PHONE-DIGITS
           MOVE WS-Phone-Digits TO WS-CT-Phone(WS-Cust-Count)
           MOVE FUNCTION UPPER-CASE(CN-Street)
               TO WS-CT-Street(WS-Cust-Count)
           MOVE FUNCTION UPPER-CASE(CN-Postal-Code)
               TO WS-CT-Postal(WS-Cust-Count).

       BUILD-SOUNDEX.
      *    classic Soundex: the first letter kept, the rest coded
      *    B F P V = 1, C G J K Q S X Z = 2, D T = 3, L = 4,
      *    M N = 5, R = 6, adjacent like codes written once, padded
      *    with zeros to four - JON and JOHN are both J500, SMITH
      *    and SMYTH both S530.
           MOVE SPACES TO WS-Sdx-Out
           MOVE FUNCTION UPPER-CASE(WS-Sdx-In) TO WS-Sdx-Work
           MOVE WS-Sdx-Work TO WS-Sdx-Codes
           INSPECT WS-Sdx-Codes CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "01230129022455012623019202"
           MOVE ZERO TO WS-Sdx-Start
           PERFORM VARYING WS-Sdx-Pos FROM 1 BY 1
                   UNTIL WS-Sdx-Pos > 15 OR WS-Sdx-Start > ZERO
               IF WS-Sdx-Work(WS-Sdx-Pos:1) IS ALPHABETIC
                   AND WS-Sdx-Work(WS-Sdx-Pos:1) NOT = SPACE
                   MOVE WS-Sdx-Pos TO WS-Sdx-Start
               END-IF
           END-PERFORM
           IF WS-Sdx-Start = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "0000" TO WS-Sdx-Out
           MOVE WS-Sdx-Work(WS-Sdx-Start:1) TO WS-Sdx-Out(1:1)
           MOVE WS-Sdx-Codes(WS-Sdx-Start:1) TO WS-Sdx-Last-Code
           MOVE 1 TO WS-Sdx-Len
           COMPUTE WS-Sdx-Pos = WS-Sdx-Start + 1
           PERFORM UNTIL WS-Sdx-Pos > 15 OR WS-Sdx-Len = 4
               MOVE WS-Sdx-Codes(WS-Sdx-Pos:1) TO WS-Sdx-Code
               EVALUATE TRUE
                   WHEN WS-Sdx-Code = "0"
                       MOVE "0" TO WS-Sdx-Last-Code
                   WHEN WS-Sdx-Code = "9"
                       CONTINUE
                   WHEN WS-Sdx-Code < "1" OR WS-Sdx-Code > "6"
                       CONTINUE
                   WHEN WS-Sdx-Code NOT = WS-Sdx-Last-Code
                       ADD 1 TO WS-Sdx-Len
                       MOVE WS-Sdx-Code TO WS-Sdx-Out(WS-Sdx-Len:1)
                       MOVE WS-Sdx-Code TO WS-Sdx-Last-Code
               END-EVALUATE
               ADD 1 TO WS-Sdx-Pos
           END-PERFORM.

       BUILD-PHONE-DIGITS.
           MOVE SPACES TO WS-Phone-Digits
           MOVE ZERO TO WS-Phone-Len
           PERFORM VARYING WS-Phone-Pos FROM 1 BY 1
                   UNTIL WS-Phone-Pos > 15
               IF WS-Phone-In(WS-Phone-Pos:1) IS NUMERIC
                   ADD 1 TO WS-Phone-Len
                   MOVE WS-Phone-In(WS-Phone-Pos:1)
                       TO WS-Phone-Digits(WS-Phone-Len:1)
               END-IF
           END-PERFORM.

       SCORE-ONE-PAIR.
           MOVE ZERO TO WS-Pair-Score
           MOVE SPACES TO WS-Pair-Reasons
           MOVE 1 TO WS-Reason-Ptr
           MOVE "N" TO WS-Name-Matched-Flag
           IF WS-CT-Sdx-Last(WS-I) NOT = SPACES
               AND WS-CT-Sdx-Last(WS-I) = WS-CT-Sdx-Last(WS-J)
               ADD WS-Points-Last-Name TO WS-Pair-Score
               SET WS-Name-Matched TO TRUE
           END-IF
           IF WS-CT-Sdx-First(WS-I) NOT = SPACES
               AND WS-CT-Sdx-First(WS-I) = WS-CT-Sdx-First(WS-J)
               ADD WS-Points-First-Name TO WS-Pair-Score
               SET WS-Name-Matched TO TRUE
           END-IF
           IF WS-Name-Matched
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-Pair-Reasons WITH POINTER WS-Reason-Ptr
               END-STRING
           END-IF
           IF WS-CT-DOB(WS-I) NOT = ZERO
               AND WS-CT-DOB(WS-I) = WS-CT-DOB(WS-J)
               ADD WS-Points-DOB TO WS-Pair-Score
               STRING "DOB " DELIMITED BY SIZE
                   INTO WS-Pair-Reasons WITH POINTER WS-Reason-Ptr
               END-STRING
           END-IF
           IF WS-CT-Phone(WS-I) NOT = SPACES
               AND WS-CT-Phone(WS-I) = WS-CT-Phone(WS-J)
               ADD WS-Points-Phone TO WS-Pair-Score
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-Pair-Reasons WITH POINTER WS-Reason-Ptr
               END-STRING
           END-IF
           IF WS-CT-Street(WS-I) NOT = SPACES
               AND WS-CT-Street(WS-I) = WS-CT-Street(WS-J)
               AND WS-CT-Postal(WS-I) = WS-CT-Postal(WS-J)
               ADD WS-Points-Address TO WS-Pair-Score
               STRING "ADDR" DELIMITED BY SIZE
                   INTO WS-Pair-Reasons WITH POINTER WS-Reason-Ptr
               END-STRING
           END-IF
           IF WS-Pair-Score < WS-Review-Threshold
               EXIT PARAGRAPH
           END-IF

      *    lower ID first, so a pair reads the same whichever way
      *    round the index happened to list it.
           MOVE SPACES TO WS-Work-Review
           MOVE WS-Pair-Score TO WR-Score
           IF WS-CT-ID(WS-I) < WS-CT-ID(WS-J)
               MOVE WS-CT-ID(WS-I) TO WR-ID-A
               MOVE WS-CT-Name(WS-I) TO WR-Name-A
               MOVE WS-CT-ID(WS-J) TO WR-ID-B
               MOVE WS-CT-Name(WS-J) TO WR-Name-B
           ELSE
               MOVE WS-CT-ID(WS-J) TO WR-ID-A
               MOVE WS-CT-Name(WS-J) TO WR-Name-A
               MOVE WS-CT-ID(WS-I) TO WR-ID-B
               MOVE WS-CT-Name(WS-I) TO WR-Name-B
           END-IF
           MOVE WS-Pair-Reasons TO WR-Reasons
           SET WR-Pending TO TRUE
           MOVE WS-Today TO WR-Sweep-Date
           MOVE ZERO TO WR-Decided-Date
           MOVE SPACES TO WR-Decided-By

           PERFORM CHECK-ALREADY-DECIDED
           IF NOT WS-Already-Decided
               PERFORM INSERT-RANKED
           END-IF.

       CHECK-ALREADY-DECIDED.
           MOVE "N" TO WS-Decided-Flag
           PERFORM VARYING WS-DT-Idx FROM 1 BY 1
                   UNTIL WS-DT-Idx > WS-Decided-Count
                       OR WS-Already-Decided
               MOVE WS-DT-Record(WS-DT-Idx) TO WS-Decided-View
               IF DV-ID-A = WR-ID-A AND DV-ID-B = WR-ID-B
                   SET WS-Already-Decided TO TRUE
               END-IF
           END-PERFORM.

       INSERT-RANKED.
      *    equal scores keep the order they were found in; a full
      *    list gives up its lowest line to a better pair.
           IF WS-Pend-Count >= 500
               IF WR-Score <= WS-PE-Score(500)
                   ADD 1 TO WS-Dropped-Count
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM WS-Pend-Count
               ADD 1 TO WS-Dropped-Count
           END-IF
           COMPUTE WS-Insert-At = WS-Pend-Count + 1
           PERFORM VARYING WS-PE-Idx FROM 1 BY 1
                   UNTIL WS-PE-Idx > WS-Pend-Count
                       OR WS-Insert-At <= WS-Pend-Count
               IF WR-Score > WS-PE-Score(WS-PE-Idx)
                   MOVE WS-PE-Idx TO WS-Insert-At
               END-IF
           END-PERFORM
           MOVE WS-Pend-Count TO WS-PE-Idx
           PERFORM UNTIL WS-PE-Idx < WS-Insert-At
               MOVE WS-Pend-Entry(WS-PE-Idx)
                   TO WS-Pend-Entry(WS-PE-Idx + 1)
               SUBTRACT 1 FROM WS-PE-Idx
           END-PERFORM
           MOVE WS-Work-Review TO WS-Pend-Entry(WS-Insert-At)
           ADD 1 TO WS-Pend-Count.

       WRITE-REVIEW-FILE.
      *    rewritten whole: the ranked pending list first, then the
      *    decided pairs exactly as custmerge.cob left them.
           OPEN OUTPUT ReviewFile
           PERFORM VARYING WS-PE-Idx FROM 1 BY 1
                   UNTIL WS-PE-Idx > WS-Pend-Count
               MOVE WS-Pend-Entry(WS-PE-Idx) TO ReviewRecord
               WRITE ReviewRecord
           END-PERFORM
           PERFORM VARYING WS-DT-Idx FROM 1 BY 1
                   UNTIL WS-DT-Idx > WS-Decided-Count
               MOVE WS-DT-Record(WS-DT-Idx) TO ReviewRecord
               WRITE ReviewRecord
           END-PERFORM
           CLOSE ReviewFile.

       PRINT-REVIEW-LIST.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           STRING "POSSIBLE DUPLICATE CUSTOMERS - " WS-Today
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-Report-Line
           STRING "RANK SCORE ID    NAME                     "
               "ID    NAME                     WHY"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-PE-Idx FROM 1 BY 1
                   UNTIL WS-PE-Idx > WS-Pend-Count
               MOVE WS-Pend-Entry(WS-PE-Idx) TO WS-Work-Review
               MOVE WS-PE-Idx TO in-rank
               MOVE WR-Score TO in-score
               MOVE SPACES TO WS-Report-Line
               STRING " " in-rank "  " in-score " " WR-ID-A " "
                   WR-Name-A " " WR-ID-B " " WR-Name-B " "
                   WR-Reasons
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           MOVE WS-Pend-Count TO in-rank
           MOVE SPACES TO WS-Report-Line
           STRING "Pairs for review : " in-rank
               "   (confirm or dismiss them in custmerge)"
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-Dropped-Count > ZERO
               MOVE SPACES TO WS-Report-Line
               STRING "Lower-scoring pairs left off a full list : "
                   WS-Dropped-Count
                   DELIMITED BY SIZE INTO WS-Report-Line
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-REPORT-LINE.
           DISPLAY WS-Report-Line
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
