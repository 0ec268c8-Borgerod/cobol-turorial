
           FD CheckRegisterFile.
           01 CheckRegisterRecord.
               COPY CHKREC.

      *    the export bankexport.cob cut - only the TRL control
      *    record matters here, the bank's DEP line is matched
                   10 WS-CK-Oper   PIC X(10).
                   10 WS-CK-Status PIC X.
                   10 WS-CK-Branch PIC X(2).
                   10 WS-CK-Kind   PIC X.
                   10 WS-CK-Supp   PIC 9(4).
           01 WS-Check-Count PIC 9(3) VALUE ZERO.
           01 WS-CK-Idx PIC 9(3).
           01 WS-Match-Found-Flag PIC X.
                               TO WS-CK-Status(WS-Check-Count)
                           MOVE CK-Branch
                               TO WS-CK-Branch(WS-Check-Count)
                           MOVE CK-Kind
                               TO WS-CK-Kind(WS-Check-Count)
                           MOVE CK-Supplier-ID
                               TO WS-CK-Supp(WS-Check-Count)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-CK-Oper(WS-CK-Idx) TO CK-Operator
               MOVE WS-CK-Status(WS-CK-Idx) TO CK-Status
               MOVE WS-CK-Branch(WS-CK-Idx) TO CK-Branch
               MOVE WS-CK-Kind(WS-CK-Idx) TO CK-Kind
               MOVE WS-CK-Supp(WS-CK-Idx) TO CK-Supplier-ID
               WRITE CheckRegisterRecord
           END-PERFORM
           CLOSE CheckRegisterFile.
