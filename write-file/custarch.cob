           FD ArchiveFile.
           01 ArchiveRecord.
               05 AR-Archived-Date PIC 9(8).
               05 AR-CustomerData  PIC X(71).

           FD AuditFile.
           01 AuditRecord.
               88 WS-Audit-File-OK VALUE "00".

      *    a working copy of the archived master record, so the
      *    listing and restore can pick fields out of the X(71)
      *    image the archive line carries.
           01 Customer.
               COPY CUSTREC.
           01 WS-ID-Entry PIC 9(5).
           01 WS-Restore-Found-Flag PIC X VALUE "N".
               88 WS-Restore-Found VALUE "Y".
           01 WS-Restore-Image PIC X(71).
           01 WS-Restore-Date PIC 9(8).

           01 WS-Audit-Operation PIC X(6).
