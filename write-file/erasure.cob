           FD ArchiveFile.
           01 ArchiveRecord.
               05 AR-Archived-Date PIC 9(8).
               05 AR-CustomerData  PIC X(71).

           FD ArchiveOutFile.
           01 ArchiveOutRecord.
               05 AO-Archived-Date PIC 9(8).
               05 AO-CustomerData  PIC X(71).

           FD NotesFile.
           01 NoteRecord.
               05 TS-Grade      PIC X(1).
               05 TS-Result     PIC X(6).
               05 TS-Course     PIC X(8).
               05 TS-Term       PIC X(6).

           FD TranscriptOutFile.
           01 TranscriptOutRecord.
               05 TO-Grade      PIC X(1).
               05 TO-Result     PIC X(6).
               05 TO-Course     PIC X(8).
               05 TO-Term       PIC X(6).

           FD LetterFile.
           01 LetterRecord PIC X(132).
