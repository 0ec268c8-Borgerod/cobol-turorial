      * notes and audit references, the duplicate is deactivated (not
      * deleted - history stays recoverable), and the whole merge is
      * written to AuditLog.dat so it is reversible on paper.
      * The pair can be keyed by ID, or taken from the ranked list
      * the nightly phonetic sweep (dupsweep.cob) leaves on
      * DupReview.dat: the reviewer confirms a pair, which goes
      * straight into the merge, or marks it as not a duplicate,
      * which the sweep then never offers again.
      * Once the duplicate's lines are renumbered, the per-customer
      * transaction index is rebuilt from the new Transactions.dat
      * (TRAN-INDEX "BLD"), so both IDs' chains match the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT ReviewFile ASSIGN TO "DupReview.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ReviewFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 TransactionOutRecord.
               COPY TRANSREC REPLACING LEADING ==TR-== BY ==TO-==.

      *    same layout tutCondition.cob writes - the rest runs
      *    through the course and term, so a merged student's
      *    entries keep both.
           FD TranscriptFile.
           01 TranscriptRecord.
               05 TS-Student-ID PIC 9(5).
               05 TS-Rest       PIC X(41).

           FD TranscriptOutFile.
           01 TranscriptOutRecord.
               05 TSO-Student-ID PIC 9(5).
               05 TSO-Rest       PIC X(41).

           FD NotesFile.
           01 NoteRecord.
           01 AuditRecord.
               COPY AUDITLOG.

           FD ReviewFile.
           01 ReviewRecord.
               COPY DUPREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-AuditIn-OK VALUE "00".
           01 WS-AuditOut-Status PIC XX.
           01 WS-AuditFile-Status PIC XX.
           01 WS-ReviewFile-Status PIC XX.
               88 WS-Review-File-OK VALUE "00".

      *    operator sign-on state - same idiom as custmaint.cob.
           01 WS-Operator-ID-Entry PIC X(10) VALUE SPACES.
           01 WS-Notes-Moved PIC 9(5).
           01 WS-Audit-Moved PIC 9(5).

      *    the duplicate sweep's review list, table-loaded and
      *    rewritten whole with the reviewer's decisions.
           01 WS-Review-Table.
               05 WS-Review-Entry OCCURS 500 TIMES.
                   10 WS-RV-Record PIC X(108).
           01 WS-Review-Count PIC 9(3) VALUE ZERO.
           01 WS-Review-Pending PIC 9(3) VALUE ZERO.
           01 WS-RV-Idx PIC 9(3).
           01 WS-Review-Pair.
               COPY DUPREC REPLACING LEADING ==DR-== BY ==RP-==.
           01 WS-Mode-Entry PIC X VALUE SPACE.
           01 WS-Review-Choice PIC X.
           01 WS-Keep-Entry PIC X.
           01 WS-Review-Changed-Flag PIC X VALUE "N".
               88 WS-Review-Changed VALUE "Y".
           01 WS-Pair-Picked-Flag PIC X VALUE "N".
               88 WS-Pair-Picked VALUE "Y".
           01 WS-Review-Quit-Flag PIC X VALUE "N".
               88 WS-Review-Quit VALUE "Y".
           01 WS-Pair-Live-Flag PIC X.
               88 WS-Pair-Live VALUE "Y".
           01 WS-Review-Rank PIC 9(3).
           01 in-rank PIC ZZ9.

           01 WS-Move-Cmd PIC X(60).
           01 WS-Audit-Detail PIC X(40).
           01 WS-TI-Op PIC X(3) VALUE "BLD".
           01 WS-TI-Image PIC X(62).
           01 WS-TI-End-Flag PIC X.

      *    batch-window check state - see the startup check.
           01 WS-BW-Op PIC X(3) VALUE "CHK".
               STOP RUN
           END-IF

           PERFORM LOAD-REVIEW-LIST
           IF WS-Review-Pending > ZERO
               DISPLAY WS-Review-Pending
                   " pair(s) waiting on the duplicate review list"
               DISPLAY "(R)eview the list or merge by (I)D :"
                   WITH NO ADVANCING
               ACCEPT WS-Mode-Entry
           END-IF
           IF FUNCTION UPPER-CASE(WS-Mode-Entry) = "R"
               PERFORM REVIEW-DUPLICATE-PAIRS
               IF NOT WS-Pair-Picked
                   PERFORM SAVE-REVIEW-LIST
                   DISPLAY "No merge performed"
                   CLOSE CustomerFile
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Surviving customer ID :" WITH NO ADVANCING
               ACCEPT WS-Survivor-ID
               DISPLAY "Duplicate customer ID (to fold in) :"
                   WITH NO ADVANCING
               ACCEPT WS-Duplicate-ID
           END-IF

           IF WS-Survivor-ID = WS-Duplicate-ID
               DISPLAY "Error: the two IDs must differ"
               " (" WS-Survivor-ID ")? y/n: " WITH NO ADVANCING
           ACCEPT WS-Confirm-Entry
           IF NOT WS-Confirmed
               PERFORM SAVE-REVIEW-LIST
               DISPLAY "Merge cancelled"
               CLOSE CustomerFile
               STOP RUN
           PERFORM REMAP-AUDIT-REFERENCES
           PERFORM DEACTIVATE-DUPLICATE
           PERFORM WRITE-MERGE-AUDIT
           PERFORM MARK-PAIR-MERGED
           PERFORM SAVE-REVIEW-LIST
           CLOSE CustomerFile

           DISPLAY SPACE
               MOVE "mv -f Transactions.tmp Transactions.dat"
                   TO WS-Move-Cmd
               CALL "SYSTEM" USING WS-Move-Cmd
               CALL "TRAN-INDEX" USING WS-TI-Op, WS-Survivor-ID,
                   WS-TI-Image, WS-TI-End-Flag
           END-IF.

       REMAP-TRANSCRIPT.
           WRITE AuditRecord
           CLOSE AuditFile.

       LOAD-REVIEW-LIST.
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
                       IF WS-Review-Count < 500
                           ADD 1 TO WS-Review-Count
                           MOVE ReviewRecord
                               TO WS-RV-Record(WS-Review-Count)
                           IF DR-Pending
                               ADD 1 TO WS-Review-Pending
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ReviewFile-Status NOT = "35"
               CLOSE ReviewFile
           END-IF.

       REVIEW-DUPLICATE-PAIRS.
      *    the sweep writes the pending pairs highest score first,
      *    so walking the table in order is walking the ranking.
      *    A pair where either customer has since gone (merged
      *    some other way, deactivated) is passed over - the next
      *    sweep drops it.
           MOVE ZERO TO WS-Review-Rank
           PERFORM VARYING WS-RV-Idx FROM 1 BY 1
                   UNTIL WS-RV-Idx > WS-Review-Count
                       OR WS-Pair-Picked OR WS-Review-Quit
               MOVE WS-RV-Record(WS-RV-Idx) TO WS-Review-Pair
               IF RP-Pending
                   PERFORM CHECK-PAIR-LIVE
                   IF WS-Pair-Live
                       PERFORM REVIEW-ONE-PAIR
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-Pair-Picked AND NOT WS-Review-Quit
               DISPLAY "End of the review list"
           END-IF.

       CHECK-PAIR-LIVE.
           MOVE "Y" TO WS-Pair-Live-Flag
           MOVE RP-ID-A TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   MOVE "N" TO WS-Pair-Live-Flag
               NOT INVALID KEY
                   IF NOT Customer-Active
                       MOVE "N" TO WS-Pair-Live-Flag
                   END-IF
           END-READ
           MOVE RP-ID-B TO WS-Relative-Key
           READ CustomerFile
               INVALID KEY
                   MOVE "N" TO WS-Pair-Live-Flag
               NOT INVALID KEY
                   IF NOT Customer-Active
                       MOVE "N" TO WS-Pair-Live-Flag
                   END-IF
           END-READ.

       REVIEW-ONE-PAIR.
           ADD 1 TO WS-Review-Rank
           MOVE WS-Review-Rank TO in-rank
           DISPLAY SPACE
           DISPLAY "#" in-rank "  score " RP-Score "  matched on "
               FUNCTION TRIM(RP-Reasons)
           DISPLAY "  (1) " RP-ID-A " " RP-Name-A
           DISPLAY "  (2) " RP-ID-B " " RP-Name-B
           DISPLAY "(C)onfirm duplicate, (N)ot a duplicate, "
               "(S)kip, (Q)uit :" WITH NO ADVANCING
           ACCEPT WS-Review-Choice
           EVALUATE FUNCTION UPPER-CASE(WS-Review-Choice)
               WHEN "C"
                   DISPLAY "Keep which customer, (1) or (2) [1] :"
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-Keep-Entry
                   ACCEPT WS-Keep-Entry
                   IF WS-Keep-Entry = "2"
                       MOVE RP-ID-B TO WS-Survivor-ID
                       MOVE RP-ID-A TO WS-Duplicate-ID
                   ELSE
                       MOVE RP-ID-A TO WS-Survivor-ID
                       MOVE RP-ID-B TO WS-Duplicate-ID
                   END-IF
                   SET WS-Pair-Picked TO TRUE
               WHEN "N"
                   SET RP-Not-Duplicate TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO RP-Decided-Date
                   MOVE WS-Operator-ID-Entry TO RP-Decided-By
                   MOVE WS-Review-Pair TO WS-RV-Record(WS-RV-Idx)
                   SET WS-Review-Changed TO TRUE
                   DISPLAY "Marked not a duplicate - it will not "
                       "be offered again"
               WHEN "Q"
                   SET WS-Review-Quit TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MARK-PAIR-MERGED.
      *    whichever way the pair was chosen - off the list or by
      *    ID - a listed pair that has now been merged is decided.
           PERFORM VARYING WS-RV-Idx FROM 1 BY 1
                   UNTIL WS-RV-Idx > WS-Review-Count
               MOVE WS-RV-Record(WS-RV-Idx) TO WS-Review-Pair
               IF RP-Pending
                   AND ((RP-ID-A = WS-Survivor-ID
                           AND RP-ID-B = WS-Duplicate-ID)
                       OR (RP-ID-A = WS-Duplicate-ID
                           AND RP-ID-B = WS-Survivor-ID))
                   SET RP-Merged TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO RP-Decided-Date
                   MOVE WS-Operator-ID-Entry TO RP-Decided-By
                   MOVE WS-Review-Pair TO WS-RV-Record(WS-RV-Idx)
                   SET WS-Review-Changed TO TRUE
               END-IF
           END-PERFORM.

       SAVE-REVIEW-LIST.
           IF NOT WS-Review-Changed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ReviewFile
           PERFORM VARYING WS-RV-Idx FROM 1 BY 1
                   UNTIL WS-RV-Idx > WS-Review-Count
               MOVE WS-RV-Record(WS-RV-Idx) TO ReviewRecord
               WRITE ReviewRecord
           END-PERFORM
           CLOSE ReviewFile.

       SIGN-ON.
      *    the shared OPERATOR-SIGNON subroutine owns the prompts,
      *    password hashing, lockout and expiry rules - one copy of
