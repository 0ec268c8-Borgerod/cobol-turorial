       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAN-INDEX.
       AUTHOR. Aleksander Borgerød
       DATE-WRITTEN. 15.10.2026.
      * maintains the per-customer transaction index - TranIndex.dat
      * (one chain head per customer, see copybooks/TRANIDX.cpy)
      * over TranIndexLines.dat (the chained lines themselves, see
      * copybooks/TRANLINE.cpy) - so a counter inquiry, statement
      * or aging pass reads one customer's lines instead of the
      * whole of Transactions.dat, which only ever grows until
      * yearend.cob cuts it back. CALLed like NAME-INDEX, with an
      * operation code:
      *   "BLD" - rebuild the whole index from Transactions.dat
      *   "ADD" - append one line (after the Transactions.dat write)
      *   "FST" - first of one customer's lines, in posting order
      *   "NXT" - the next line of the customer FST started on
      * FST and NXT hand the line back in the TRANSREC image and
      * set the end flag to "Y" once the chain is exhausted (or
      * the customer has no postings at all); the files stay open
      * between the calls of one walk.
      * An ADD against a missing index does nothing - the caller
      * still has Transactions.dat open for extend, so the line
      * may not be on disk yet - and the first FST afterwards
      * rebuilds the index from the file, picking it up. The
      * whole-file rewriters (yearend.cob, custmerge.cob,
      * custreorg.cob) call BLD once their new file is in place;
      * tranverify.cob proves the index against the file nightly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TransactionFile ASSIGN TO "Transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TransactionFile-Status.
           SELECT TranIndexFile ASSIGN TO "TranIndex.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Index-Rel-Key
               FILE STATUS IS WS-TranIndex-Status.
           SELECT TranLineFile ASSIGN TO "TranIndexLines.dat"
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-Line-Rel-Key
               FILE STATUS IS WS-TranLine-Status.

       DATA DIVISION.
       FILE SECTION.
           FD TransactionFile.
           01 TransactionRecord.
               COPY TRANSREC.

           FD TranIndexFile.
           01 TranIndexRecord.
               COPY TRANIDX.

           FD TranLineFile.
           01 TranLineRecord.
               COPY TRANLINE.

       WORKING-STORAGE SECTION.
           01 WS-TransactionFile-Status PIC XX.
               88 WS-TransactionFile-OK VALUE "00".
           01 WS-Index-Rel-Key PIC 9(5).
           01 WS-TranIndex-Status PIC XX.
               88 WS-TranIndex-OK VALUE "00".
           01 WS-Line-Rel-Key PIC 9(7).
           01 WS-TranLine-Status PIC XX.
               88 WS-TranLine-OK VALUE "00".
           01 WS-Eof-Flag PIC X VALUE "N".
               88 WS-Eof VALUE "Y".
      *    a walk (FST then NXT...) keeps both index files open
      *    from one CALL to the next.
           01 WS-Walk-Open-Flag PIC X VALUE "N".
               88 WS-Walk-Open VALUE "Y".
           01 WS-Walk-Slot PIC 9(7).
           01 WS-Next-Free PIC 9(7).
           01 WS-New-Slot PIC 9(7).
           01 WS-Add-Customer PIC 9(5).
           01 WS-Add-Image PIC X(62).

       LINKAGE SECTION.
           01 L-Op PIC X(3).
           01 L-Customer-ID PIC 9(5).
           01 L-Transaction PIC X(62).
           01 L-End-Flag PIC X.

       PROCEDURE DIVISION USING L-Op, L-Customer-ID,
               L-Transaction, L-End-Flag.
       TRAN-INDEX-PARA.
           EVALUATE L-Op
               WHEN "BLD"
                   PERFORM CLOSE-WALK
                   PERFORM REBUILD-INDEX
               WHEN "ADD"
                   PERFORM CLOSE-WALK
                   PERFORM ADD-ONE-LINE
               WHEN "FST"
                   PERFORM CLOSE-WALK
                   PERFORM START-WALK
               WHEN "NXT"
                   PERFORM CONTINUE-WALK
           END-EVALUATE
           GOBACK.

       REBUILD-INDEX.
           OPEN OUTPUT TranIndexFile
           CLOSE TranIndexFile
           OPEN OUTPUT TranLineFile
           CLOSE TranLineFile
           OPEN I-O TranIndexFile
           OPEN I-O TranLineFile
           MOVE 2 TO WS-Next-Free
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TransactionFile
           IF NOT WS-TransactionFile-OK
               SET WS-Eof TO TRUE
           END-IF
           PERFORM UNTIL WS-Eof
               READ TransactionFile
                   AT END
                       SET WS-Eof TO TRUE
                   NOT AT END
                       MOVE TR-Customer-ID TO WS-Add-Customer
                       MOVE TransactionRecord TO WS-Add-Image
                       PERFORM CHAIN-NEW-LINE
               END-READ
           END-PERFORM
           IF WS-TransactionFile-Status NOT = "35"
               CLOSE TransactionFile
           END-IF
           PERFORM WRITE-CONTROL-SLOT
           CLOSE TranIndexFile
           CLOSE TranLineFile.

       ADD-ONE-LINE.
           OPEN I-O TranIndexFile
           IF NOT WS-TranIndex-OK
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TranLineFile
           IF NOT WS-TranLine-OK
               CLOSE TranIndexFile
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-Next-Free
           MOVE 1 TO WS-Line-Rel-Key
           READ TranLineFile
               NOT INVALID KEY
                   MOVE TL-Next-Slot TO WS-Next-Free
           END-READ
           MOVE L-Customer-ID TO WS-Add-Customer
           MOVE L-Transaction TO WS-Add-Image
           PERFORM CHAIN-NEW-LINE
           PERFORM WRITE-CONTROL-SLOT
           CLOSE TranIndexFile
           CLOSE TranLineFile.

       CHAIN-NEW-LINE.
      *    the line lands in the next free slot and is hooked onto
      *    the end of its customer's chain - a customer's first
      *    line starts a new chain head.
           MOVE WS-Next-Free TO WS-New-Slot
           ADD 1 TO WS-Next-Free
           MOVE WS-New-Slot TO WS-Line-Rel-Key
           MOVE WS-Add-Customer TO TL-Customer-ID
           MOVE ZERO TO TL-Next-Slot
           MOVE WS-Add-Image TO TL-Tran-Image
           WRITE TranLineRecord
               INVALID KEY
                   REWRITE TranLineRecord
           END-WRITE
           MOVE WS-Add-Customer TO WS-Index-Rel-Key
           IF WS-Index-Rel-Key = ZERO
               EXIT PARAGRAPH
           END-IF
           READ TranIndexFile
               INVALID KEY
                   MOVE WS-Add-Customer TO TI-Customer-ID
                   MOVE WS-New-Slot TO TI-First-Slot
                   MOVE WS-New-Slot TO TI-Last-Slot
                   MOVE 1 TO TI-Line-Count
                   WRITE TranIndexRecord
                   END-WRITE
               NOT INVALID KEY
                   MOVE TI-Last-Slot TO WS-Line-Rel-Key
                   READ TranLineFile
                       NOT INVALID KEY
                           MOVE WS-New-Slot TO TL-Next-Slot
                           REWRITE TranLineRecord
                   END-READ
                   MOVE WS-New-Slot TO TI-Last-Slot
                   ADD 1 TO TI-Line-Count
                   REWRITE TranIndexRecord
           END-READ.

       WRITE-CONTROL-SLOT.
           MOVE 1 TO WS-Line-Rel-Key
           MOVE ZERO TO TL-Customer-ID
           MOVE WS-Next-Free TO TL-Next-Slot
           MOVE SPACES TO TL-Tran-Image
           WRITE TranLineRecord
               INVALID KEY
                   REWRITE TranLineRecord
           END-WRITE.

       START-WALK.
           MOVE "Y" TO L-End-Flag
           OPEN INPUT TranIndexFile
           IF WS-TranIndex-Status = "35"
               PERFORM REBUILD-INDEX
               OPEN INPUT TranIndexFile
           END-IF
           IF NOT WS-TranIndex-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TranLineFile
           IF NOT WS-TranLine-OK
               CLOSE TranIndexFile
               EXIT PARAGRAPH
           END-IF
           SET WS-Walk-Open TO TRUE
           MOVE ZERO TO WS-Walk-Slot
           MOVE L-Customer-ID TO WS-Index-Rel-Key
           IF WS-Index-Rel-Key NOT = ZERO
               READ TranIndexFile
                   NOT INVALID KEY
                       MOVE TI-First-Slot TO WS-Walk-Slot
               END-READ
           END-IF
           PERFORM FETCH-WALK-LINE.

       CONTINUE-WALK.
           MOVE "Y" TO L-End-Flag
           IF WS-Walk-Open
               PERFORM FETCH-WALK-LINE
           END-IF.

       FETCH-WALK-LINE.
           IF WS-Walk-Slot = ZERO
               PERFORM CLOSE-WALK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Walk-Slot TO WS-Line-Rel-Key
           READ TranLineFile
               INVALID KEY
                   PERFORM CLOSE-WALK
               NOT INVALID KEY
                   MOVE TL-Tran-Image TO L-Transaction
                   MOVE TL-Next-Slot TO WS-Walk-Slot
                   MOVE "N" TO L-End-Flag
           END-READ.

       CLOSE-WALK.
           IF WS-Walk-Open
               CLOSE TranIndexFile
               CLOSE TranLineFile
               MOVE "N" TO WS-Walk-Open-Flag
           END-IF.
