      * branch bytes on documents from before the stamps existed
      * report as the main store (B1), the vatreport.cob
      * convention. Read-only.
      * The report is spooled as BRANCHPL, one branch to a page
      * keyed with its Branch-Code on the spool (the statement.cob
      * page break), so spoolburst.cob can hand each store its own
      * figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

       WORKING-STORAGE SECTION.
           01 WS-InvRegFile-Status PIC XX.
                   10 WS-PL-VAT      PIC S9(9)V9(2).
                   10 WS-PL-Receipts PIC 9(9)V9(2).
                   10 WS-PL-Refunds  PIC 9(9)V9(2).
                   10 WS-PL-Printed  PIC X.
           01 WS-PL-Count PIC 9(2) VALUE ZERO.
           01 WS-PL-Idx PIC 9(2).
           01 WS-Slot-Found-Flag PIC X.
           01 in-vat PIC Z,ZZZ,ZZ9.99-.
           01 in-rcpt PIC ZZ,ZZZ,ZZ9.99.
           01 in-refund PIC Z,ZZZ,ZZ9.99.
           01 WS-Print-Branch PIC X(2).
           01 WS-PR-Idx PIC 9(2).

      *    report spooling - see the SPOOL-PRINT subroutine. The
      *    page-break key is the branch being printed.
           01 WS-Report-Line PIC X(132).
           01 WS-Spool-Op PIC X(3).
           01 WS-Spool-Report PIC X(12) VALUE "BRANCHPL".
           01 WS-Spool-Line PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARA.
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
      *                supplier payments are not customer refunds -
      *                they stay out of the branch revenue figures.
                       IF CK-Customer-Check
                           MOVE CK-Date(1:6) TO WS-Doc-Month
                           MOVE CK-Branch TO WS-Doc-Branch
                           PERFORM FIND-PL-SLOT
                           IF WS-Slot-Found
                               ADD CK-Amount
                                   TO WS-PL-Refunds(WS-PL-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE ZERO TO WS-PL-VAT(WS-PL-Idx)
               MOVE ZERO TO WS-PL-Receipts(WS-PL-Idx)
               MOVE ZERO TO WS-PL-Refunds(WS-PL-Idx)
               MOVE "N" TO WS-PL-Printed(WS-PL-Idx)
               SET WS-Slot-Found TO TRUE
           END-IF.

       PRINT-BRANCH-PL.
           MOVE "OPN" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE
           STRING "BRANCH REVENUE - " WS-Period-From " to "
               WS-Period-To
               DELIMITED BY SIZE INTO WS-Report-Line
           END-STRING
           PERFORM PRINT-REPORT-LINE
           IF WS-PL-Count = ZERO
               MOVE "  (nothing on the registers in the range)"
                   TO WS-Report-Line
               PERFORM PRINT-REPORT-LINE
           END-IF
      *    each branch's months together on its own keyed page, in
      *    the order the branches turned up.
           PERFORM VARYING WS-PR-Idx FROM 1 BY 1
               UNTIL WS-PR-Idx > WS-PL-Count
               IF WS-PL-Printed(WS-PR-Idx) = "N"
                   MOVE WS-PL-Branch(WS-PR-Idx) TO WS-Print-Branch
                   PERFORM PRINT-ONE-BRANCH
               END-IF
           END-PERFORM
           MOVE "CLS" TO WS-Spool-Op
           MOVE SPACES TO WS-Spool-Line
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.

       PRINT-ONE-BRANCH.
           MOVE WS-Print-Branch TO WS-Spool-Line
           MOVE "BRK" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line
           MOVE "MONTH   BR      NET REVENUE          VAT"
               TO WS-Report-Line
           MOVE "       RECEIPTS       REFUNDS"
               TO WS-Report-Line(41:)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-Report-Line
           MOVE SPACES TO WS-Report-Line(73:)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-PL-Idx FROM WS-PR-Idx BY 1
               UNTIL WS-PL-Idx > WS-PL-Count
               IF WS-PL-Branch(WS-PL-Idx) = WS-Print-Branch
                   MOVE "Y" TO WS-PL-Printed(WS-PL-Idx)
                   MOVE WS-PL-Net(WS-PL-Idx) TO in-net
                   MOVE WS-PL-VAT(WS-PL-Idx) TO in-vat
                   MOVE WS-PL-Receipts(WS-PL-Idx) TO in-rcpt
                   MOVE WS-PL-Refunds(WS-PL-Idx) TO in-refund
                   MOVE SPACES TO WS-Report-Line
                   STRING WS-PL-Month(WS-PL-Idx) "  "
                       WS-PL-Branch(WS-PL-Idx) " " in-net " "
                       in-vat " " in-rcpt " " in-refund
                       DELIMITED BY SIZE INTO WS-Report-Line
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Report-Line
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-Report-Line TRAILING)
           MOVE WS-Report-Line TO WS-Spool-Line
           MOVE "LIN" TO WS-Spool-Op
           CALL "SPOOL-PRINT" USING WS-Spool-Op, WS-Spool-Report,
               WS-Spool-Line.
