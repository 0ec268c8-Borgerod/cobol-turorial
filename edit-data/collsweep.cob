      * print so follow-up survives a sick day. collwork.cob is
      * where collectors work the items. Non-interactive, outcome
      * on RunHistory.dat.
      * A new item lands on the desk of the customer's account
      * manager (custmaint.cob) when there is one, unassigned
      * otherwise. No item opens for an account placed with the
      * outside collection agency (agency.cob) - the agency is
      * working it - until the agency hands it back.
      * The thirty days run from the day a charge fell due on the
      * customer's payment terms (the PAY-TERMS subroutine), not
      * the day it was posted, the way aging.cob now ages it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DisputeFile ASSIGN TO "Disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DisputeFile-Status.
           SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PlacementFile-Status.

       DATA DIVISION.
       FILE SECTION.
           01 DisputeRecord.
               COPY DSPTREC.

           FD PlacementFile.
           01 PlacementRecord.
               COPY AGCYREC.

       WORKING-STORAGE SECTION.
           01 WS-Relative-Key PIC 9(5).
           01 WS-CustomerFile-Status PIC XX.
               88 WS-Promise-File-OK VALUE "00".
           01 WS-DisputeFile-Status PIC XX.
               88 WS-Dispute-File-OK VALUE "00".
           01 WS-PlacementFile-Status PIC XX.
               88 WS-Placement-File-OK VALUE "00".
           01 WS-Cust-Eof-Flag PIC X VALUE "N".
               88 WS-Cust-Eof VALUE "Y".
           01 WS-Tran-Eof-Flag PIC X VALUE "N".
           01 WS-Today PIC 9(8).
           01 WS-Today-Int PIC 9(8).
           01 WS-Tran-Date-Num PIC 9(8).
           01 WS-Terms-Days PIC 9(3).
           01 WS-Due-Date PIC 9(8).
           01 WS-Tran-Int PIC 9(8).
           01 WS-Age-Days PIC S9(5).
           01 WS-Overdue-Balance PIC S9(9)V9(2).
               88 WS-Already-Open VALUE "Y".
           01 WS-Next-Item-Num PIC 9(5) VALUE ZERO.

      *    customers placed with the collection agency - theirs to
      *    work, not ours.
           01 WS-Agency-Table.
               05 WS-Agency-Cust PIC 9(5) OCCURS 500 TIMES.
           01 WS-Agency-Count PIC 9(3) VALUE ZERO.
           01 WS-Agency-Idx PIC 9(3).

      *    open disputes, held out of the overdue figure the way
      *    aging.cob holds them out of the buckets.
           01 WS-Disp-Count PIC 9(3) VALUE ZERO.
               FUNCTION INTEGER-OF-DATE(WS-Today)

           PERFORM LOAD-OPEN-ITEMS
           PERFORM LOAD-AGENCY-PLACEMENTS
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM CHECK-PROMISES

                   SET WS-Already-Open TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Agency-Idx FROM 1 BY 1
               UNTIL WS-Agency-Idx > WS-Agency-Count
               IF WS-Agency-Cust(WS-Agency-Idx) = ID-num
                   SET WS-Already-Open TO TRUE
               END-IF
           END-PERFORM
           IF WS-Already-Open
               EXIT PARAGRAPH
           END-IF
           END-IF.

       COMPUTE-OVERDUE-BALANCE.
      *    anything more than thirty days past its due date and
      *    still unpaid, disputed lines held out - the letters.cob
      *    dunning arithmetic.
           MOVE ZERO TO WS-Overdue-Balance
           MOVE "N" TO WS-Tran-Eof-Flag
                           PERFORM CHECK-DISPUTED
                           IF NOT WS-Disputed
                               MOVE TR-Date TO WS-Tran-Date-Num
                               IF TR-Charge
                                   PERFORM FIND-CHARGE-DUE-DATE
                               END-IF
                               COMPUTE WS-Tran-Int = FUNCTION
                                   INTEGER-OF-DATE
                                   (WS-Tran-Date-Num)
               CLOSE TransactionFile
           END-IF.

       FIND-CHARGE-DUE-DATE.
           IF Payment-Terms NOT NUMERIC
               MOVE ZERO TO WS-Terms-Days
           ELSE
               MOVE Terms-Net-Days TO WS-Terms-Days
           END-IF
           CALL "PAY-TERMS" USING WS-Tran-Date-Num, WS-Terms-Days,
               WS-Due-Date
           MOVE WS-Due-Date TO WS-Tran-Date-Num.

       OPEN-WORK-ITEM.
           OPEN EXTEND ItemFile
           IF WS-ItemFile-Status = "35"
           SET CI-Open-Item TO TRUE
           MOVE ID-num TO CI-Customer-ID
           MOVE WS-Overdue-Balance TO CI-Balance
           MOVE Account-Manager TO CI-Collector
           MOVE FUNCTION CURRENT-DATE(1:14) TO CI-Opened-Stamp
           MOVE SPACES TO CI-Closed-Stamp
           MOVE SPACES TO CI-Outcome
           END-IF
           ADD 1 TO WS-Next-Item-Num.

       LOAD-AGENCY-PLACEMENTS.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PlacementFile
           IF NOT WS-Placement-File-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ PlacementFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       IF AG-Placed
                           AND WS-Agency-Count < 500
                           ADD 1 TO WS-Agency-Count
                           MOVE AG-Customer-ID
                               TO WS-Agency-Cust(WS-Agency-Count)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PlacementFile-Status NOT = "35"
               CLOSE PlacementFile
           END-IF.

       LOAD-OPEN-DISPUTES.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DisputeFile
