       FILE SECTION.
           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

           FD AuditFile.
           01 AuditRecord.
      *    the register held whole - the checkctl.cob table shape.
           01 WS-Check-Table.
               05 WS-Check-Entry OCCURS 500 TIMES.
                   10 WS-CK-Record PIC X(70).
           01 WS-Check-Count PIC 9(3) VALUE ZERO.
           01 WS-CK-Idx PIC 9(3).
           01 WS-Work-Check.
               05 WK-Operator    PIC X(10).
               05 WK-Status      PIC X.
               05 WK-Branch      PIC X(2).
               05 WK-Kind        PIC X.
               05 WK-Supplier-ID PIC 9(4).

           01 WS-Today-Int PIC 9(8).
           01 WS-Check-Int PIC 9(8).
