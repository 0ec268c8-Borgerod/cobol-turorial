      * Balances), the control total custreconcile.cob checks, and
      * the name index. Run it in the batch window only - nothing
      * else may touch the shop's files while IDs are moving.
      * The per-customer transaction index is rebuilt alongside the
      * name index once the history files carry the new numbering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-Line-ID REDEFINES WS-Line-ID-X PIC 9(5).

           01 WS-Index-Op PIC X(3).
           01 WS-TI-Image PIC X(62).
           01 WS-TI-End-Flag PIC X.
           01 WS-Cmd PIC X(80).
           01 WS-Backup-Timestamp PIC X(14).

           CALL "NAME-INDEX" USING WS-Index-Op, WS-Old-ID,
               first-name OF CustomerData,
               last-name OF CustomerData
           CALL "TRAN-INDEX" USING WS-Index-Op, WS-Old-ID,
               WS-TI-Image, WS-TI-End-Flag

           PERFORM SCAN-SLOT-USAGE
           DISPLAY SPACE
