      * into money. Behind sign-on, every conversion audited; the
      * archive is table-loaded and rewritten whole, the
      * prodmaint.cob treatment.
      * A quote priced past the operator's discount authority or
      * under the cost-plus floor is archived pending a manager's
      * approval (a QUODSC action on PendingActions.dat, approved
      * in custapprove.cob); (A)ccept refuses it until then, and
      * marks the action executed when it converts. The
      * (D)iscount exceptions report lists every approved
      * exception with who quoted it, who approved it, and the
      * margin given away.
      * A customer held by sanctions screening (SCREEN-HOLD) gets
      * no quote converted until compliance clears them - the
      * quote stays open, valid as long as its date allows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AuditFile ASSIGN TO "AuditLog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFile-Status.
           SELECT PendingFile ASSIGN TO "PendingActions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendingFile-Status.

       DATA DIVISION.
       FILE SECTION.
                   88 QA-Lost    VALUE "L".
                   88 QA-Expired VALUE "E".
               05 QA-Valid-Until PIC 9(8).
               05 QA-List-Price  PIC 9(4)V9(2).
               05 QA-Disc-Pct    PIC 9(2)V9(2).
               05 QA-Floor-Price PIC 9(4)V9(2).
               05 QA-Operator    PIC X(10).
               05 QA-Approval    PIC X.
               05 QA-Action-Num  PIC 9(5).

           FD CustomerFile.
           01 CustomerData.
           01 AuditRecord.
               COPY AUDITLOG.

           FD PendingFile.
           01 PendingRecord.
               COPY PENDREC.

       WORKING-STORAGE SECTION.
      *    centrally assigned transaction serial - see the
      *    TRAN-SERIAL subroutine.
           01 WS-Tran-Serial PIC 9(7).
      *    each line posted also goes onto the per-customer
      *    transaction index - see the TRAN-INDEX subroutine.
           01 WS-TI-Op PIC X(3) VALUE "ADD".
           01 WS-TI-End-Flag PIC X.
           01 WS-QuoteFile-Status PIC XX.
               88 WS-Quote-File-OK VALUE "00".
           01 WS-Relative-Key PIC 9(5).
      *    the archive held in storage while the menu runs.
           01 WS-Quote-Table.
               05 WS-Quote-Entry OCCURS 500 TIMES.
                   10 WS-QT-Record PIC X(100).
           01 WS-Quote-Count PIC 9(3) VALUE ZERO.
           01 WS-QT-Idx PIC 9(3).
           01 WS-Work-Quote.
                   88 WQ-Lost    VALUE "L".
                   88 WQ-Expired VALUE "E".
               05 WQ-Valid-Until PIC 9(8).
               05 WQ-List-Price  PIC 9(4)V9(2).
               05 WQ-Disc-Pct    PIC 9(2)V9(2).
               05 WQ-Floor-Price PIC 9(4)V9(2).
               05 WQ-Operator    PIC X(10).
               05 WQ-Approval    PIC X.
                   88 WQ-No-Approval-Needed VALUE " ".
                   88 WQ-Approval-Pending   VALUE "P".
                   88 WQ-Approval-Given     VALUE "A".
                   88 WQ-Approval-Refused   VALUE "R".
               05 WQ-Action-Num  PIC 9(5).
           01 WS-Quote-Found-Flag PIC X.
               88 WS-Quote-Found VALUE "Y".

      *    the maker-checker queue, for the QUODSC action behind a
      *    discount exception - the whole queue table-loaded and
      *    rewritten, as transentry.cob does for its CRLIM
      *    overrides.
           01 WS-PendingFile-Status PIC XX.
               88 WS-Pending-File-OK VALUE "00".
           01 WS-Pending-Eof-Flag PIC X VALUE "N".
               88 WS-Pending-Eof VALUE "Y".
           01 WS-Action-Count PIC 9(3) VALUE ZERO.
           01 WS-Action-Idx PIC 9(3).
           01 WS-Action-Table.
               05 WS-Action-Entry OCCURS 200 TIMES.
                   10 WS-AT-Record PIC X(107).
           01 WS-Work-Action.
               COPY PENDREC.
           01 WS-Action-Found-Flag PIC X.
               88 WS-Action-Found VALUE "Y".
           01 WS-Approval-OK-Flag PIC X.
               88 WS-Approval-OK VALUE "Y".

      *    discount exceptions report.
           01 WS-Exception-Count PIC 9(3).
           01 WS-Given-Away PIC 9(4)V9(2).
           01 WS-Under-Floor PIC 9(4)V9(2).
           01 WS-Total-Given-Away PIC 9(7)V9(2).
           01 in-list PIC Z,ZZ9.99.
           01 in-quoted PIC Z,ZZ9.99.
           01 in-given PIC Z,ZZ9.99.
           01 in-under PIC Z,ZZ9.99.
           01 in-pct PIC Z9.99.
           01 in-total PIC Z,ZZZ,ZZ9.99.

           01 WS-Choice PIC X.
           01 WS-Done-Flag PIC X VALUE "N".
               88 WS-Done VALUE "Y".
           01 WS-Customer-Found-Flag PIC X.
               88 WS-Customer-Found VALUE "Y".

      *    sanctions hold - see the SCREEN-HOLD subroutine.
           01 WS-Screen-Held-Flag PIC X.
               88 WS-Screen-Held VALUE "Y".
           01 WS-Screen-Held-Reason PIC X(30).

      *    posting-period gate - see the PERIOD-CHECK subroutine.
           01 WS-Posting-Period PIC 9(6).
           01 WS-Period-Open-Flag PIC X.
           PERFORM UNTIL WS-Done
               DISPLAY SPACE
               DISPLAY "Quotes - (A)ccept (L)ose (E)xpiry sweep "
                   "(R)eport (D)iscount exceptions (Q)uit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN "L" PERFORM LOSE-QUOTE
                   WHEN "E" PERFORM EXPIRY-SWEEP
                   WHEN "R" PERFORM CONVERSION-REPORT
                   WHEN "D" PERFORM DISCOUNT-EXCEPTION-REPORT
                   WHEN "Q" SET WS-Done TO TRUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
                   "file - quote not converted"
               EXIT PARAGRAPH
           END-IF
           CALL "SCREEN-HOLD" USING WQ-Customer-ID,
               WS-Screen-Held-Flag, WS-Screen-Held-Reason
           IF WS-Screen-Held
               DISPLAY "Error: customer " WQ-Customer-ID " is held - "
                   FUNCTION TRIM(WS-Screen-Held-Reason)
                   " - quote not converted"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DISCOUNT-APPROVAL
           IF NOT WS-Approval-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today(1:6) TO WS-Posting-Period
           CALL "PERIOD-CHECK" USING WS-Posting-Period,
               WS-Period-Open-Flag
           CALL "TRAN-SERIAL" USING WS-Tran-Serial
           MOVE WS-Tran-Serial TO TR-Serial
           WRITE TransactionRecord
           CALL "TRAN-INDEX" USING WS-TI-Op, TR-Customer-ID,
               TransactionRecord, WS-TI-End-Flag
           CLOSE TransactionFile

           MOVE TR-Description TO WS-GL-Reference
           MOVE "W" TO WQ-Status
           MOVE WS-Work-Quote TO WS-QT-Record(WS-QT-Idx)
           PERFORM REWRITE-QUOTE-FILE
      *    the approval is spent on this conversion, the way an
      *    approved CRLIM override is spent on one charge.
           IF WS-Action-Found
               AND PA-Approved OF WS-Work-Action
               SET PA-Executed OF WS-Work-Action TO TRUE
               MOVE WS-Work-Action TO WS-AT-Record(WS-Action-Idx)
               PERFORM REWRITE-PENDING-QUEUE
           END-IF
           MOVE WQ-Gross-Price TO in-gross
           DISPLAY "Quote " WS-Num-Entry " accepted - charge "
               in-gross " posted to customer " WQ-Customer-ID
           DISPLAY "  expired : " WS-Expired-Count
           DISPLAY "  open    : " WS-Open-Count.

       CHECK-DISCOUNT-APPROVAL.
      *    a quote inside its operator's authority converts as it
      *    always did; an exception converts only once its QUODSC
      *    action has been approved.
           MOVE "Y" TO WS-Approval-OK-Flag
           MOVE "N" TO WS-Action-Found-Flag
           IF WQ-No-Approval-Needed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Approval-OK-Flag
           PERFORM LOAD-PENDING-QUEUE
           PERFORM FIND-QUOTE-ACTION
           IF NOT WS-Action-Found
               DISPLAY "Quote " WS-Num-Entry " needs a manager's "
                   "approval but action " WQ-Action-Num " is not "
                   "on the queue - re-quote it"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PA-Approved OF WS-Work-Action
               WHEN PA-Executed OF WS-Work-Action
                   MOVE "Y" TO WS-Approval-OK-Flag
                   SET WQ-Approval-Given TO TRUE
                   DISPLAY "  Discount approved by "
                       PA-Checker OF WS-Work-Action
               WHEN PA-Rejected OF WS-Work-Action
                   SET WQ-Approval-Refused TO TRUE
                   MOVE WS-Work-Quote TO WS-QT-Record(WS-QT-Idx)
                   PERFORM REWRITE-QUOTE-FILE
                   DISPLAY "Quote " WS-Num-Entry " - the discount "
                       "was rejected by "
                       PA-Checker OF WS-Work-Action
                       " - re-quote it, it cannot be accepted"
               WHEN OTHER
                   DISPLAY "Quote " WS-Num-Entry " is waiting on a "
                       "manager's approval (action " WQ-Action-Num
                       ") - not converted"
           END-EVALUATE.

       FIND-QUOTE-ACTION.
           MOVE "N" TO WS-Action-Found-Flag
           PERFORM VARYING WS-Action-Idx FROM 1 BY 1
               UNTIL WS-Action-Idx > WS-Action-Count
               OR WS-Action-Found
               MOVE WS-AT-Record(WS-Action-Idx) TO WS-Work-Action
               IF PA-Action-Num OF WS-Work-Action = WQ-Action-Num
                   AND PA-Type OF WS-Work-Action = "QUODSC"
                   SET WS-Action-Found TO TRUE
                   SUBTRACT 1 FROM WS-Action-Idx
               END-IF
           END-PERFORM.

       DISCOUNT-EXCEPTION-REPORT.
      *    every quote a manager let through past the discount
      *    authority or the floor: the list price it came off,
      *    what was quoted, how much of that went under the floor,
      *    and who asked and who approved.
           PERFORM LOAD-PENDING-QUEUE
           MOVE ZERO TO WS-Exception-Count
           MOVE ZERO TO WS-Total-Given-Away
           DISPLAY SPACE
           DISPLAY "APPROVED DISCOUNT EXCEPTIONS"
           DISPLAY "Quote  Cust      List    Quoted  Disc%"
               "  Given away Under floor Quoted by  Approved by"
           PERFORM VARYING WS-QT-Idx FROM 1 BY 1
                   UNTIL WS-QT-Idx > WS-Quote-Count
               MOVE WS-QT-Record(WS-QT-Idx) TO WS-Work-Quote
               IF NOT WQ-No-Approval-Needed
                   PERFORM FIND-QUOTE-ACTION
                   IF WS-Action-Found
                       AND (PA-Approved OF WS-Work-Action
                       OR PA-Executed OF WS-Work-Action)
                       PERFORM SHOW-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-Total-Given-Away TO in-total
           DISPLAY "Approved exceptions: " WS-Exception-Count
               "   margin given away: " in-total.

       SHOW-EXCEPTION-LINE.
           ADD 1 TO WS-Exception-Count
           MOVE ZERO TO WS-Given-Away
           IF WQ-List-Price > WQ-Op-Price
               COMPUTE WS-Given-Away = WQ-List-Price - WQ-Op-Price
           END-IF
           MOVE ZERO TO WS-Under-Floor
           IF WQ-Floor-Price > WQ-Op-Price
               COMPUTE WS-Under-Floor =
                   WQ-Floor-Price - WQ-Op-Price
           END-IF
           ADD WS-Given-Away TO WS-Total-Given-Away
           MOVE WQ-List-Price TO in-list
           MOVE WQ-Op-Price TO in-quoted
           MOVE WQ-Disc-Pct TO in-pct
           MOVE WS-Given-Away TO in-given
           MOVE WS-Under-Floor TO in-under
           DISPLAY WQ-Quote-Num " " WQ-Customer-ID " " in-list
               "  " in-quoted "  " in-pct "    " in-given
               "    " in-under " " WQ-Operator " "
               PA-Checker OF WS-Work-Action.

       LOAD-PENDING-QUEUE.
           MOVE ZERO TO WS-Action-Count
           MOVE "N" TO WS-Pending-Eof-Flag
           OPEN INPUT PendingFile
           IF NOT WS-Pending-File-OK
               SET WS-Pending-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Pending-Eof
               READ PendingFile
                   AT END
                       SET WS-Pending-Eof TO TRUE
                   NOT AT END
                       IF WS-Action-Count < 200
                           ADD 1 TO WS-Action-Count
                           MOVE PendingRecord
                               TO WS-AT-Record(WS-Action-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PendingFile-Status NOT = "35"
               CLOSE PendingFile
           END-IF.

       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PendingFile
           PERFORM VARYING WS-Action-Idx FROM 1 BY 1
               UNTIL WS-Action-Idx > WS-Action-Count
               MOVE WS-AT-Record(WS-Action-Idx) TO PendingRecord
               WRITE PendingRecord
           END-PERFORM
           CLOSE PendingFile.

       FIND-OPEN-QUOTE.
           DISPLAY "Quote number :" WITH NO ADVANCING
           ACCEPT WS-Num-Entry
