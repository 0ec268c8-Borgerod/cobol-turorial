      *> CAPREC.cpy - Capacity.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> CapacityRecord (FILE SECTION). Rewritten whole each night
      *> by capwatch.cob: one line per numbering range (CP-Kind
      *> "N" - the last number used against the largest its
      *> picture holds) and one per program table that loads a
      *> file (CP-Kind "T" - the file's record count against that
      *> program's OCCURS). shopstatus.cob shows the warnings.
           05 CP-Date         PIC 9(8).
           05 CP-Kind         PIC X.
               88 CP-Number-Range VALUE "N".
               88 CP-Table-Load   VALUE "T".
           05 CP-Item         PIC X(22).
           05 CP-Program      PIC X(15).
           05 CP-Used         PIC 9(7).
           05 CP-Max          PIC 9(7).
           05 CP-Pct          PIC 9(3).
           05 CP-Flag         PIC X(4).
               88 CP-Warning      VALUE "WARN".
               88 CP-Full         VALUE "FULL".
