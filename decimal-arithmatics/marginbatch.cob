      * margin falls below an operator-given threshold - so
      * month-end margin review is a report across the whole file,
      * not an evening of typing each product back in.
      * A kit (a bill of materials on KitComponents.dat) costs what
      * its parts cost: its prime, direct and indirect costs roll
      * up from each component's ProductCosts.dat record times the
      * quantity in the kit, and a kit with an uncosted part is
      * reported as missing costs rather than margined low.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CostFile ASSIGN TO "ProductCosts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CostFile-Status.
           SELECT KitFile ASSIGN TO "KitComponents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KitFile-Status.

       DATA DIVISION.
       FILE SECTION.
               05 PC-Dir-Cost     PIC 9(4)V9(2).
               05 PC-Indir-Cost   PIC 9(4)V9(2).

           FD KitFile.
           01 KitRecord.
               COPY KITREC.

       WORKING-STORAGE SECTION.
           01 WS-ProductFile-Status PIC XX.
               88 WS-ProductFile-OK VALUE "00".
               88 WS-Product-Eof VALUE "Y".
           01 WS-Cost-Eof-Flag PIC X VALUE "N".
               88 WS-Cost-Eof VALUE "Y".
           01 WS-KitFile-Status PIC XX.
               88 WS-Kit-File-OK VALUE "00".
           01 WS-Kit-Eof-Flag PIC X VALUE "N".
               88 WS-Kit-Eof VALUE "Y".

      *    the cost file held in storage - same table shape as
      *    costreport.cob writes.
           01 WS-CT-Idx PIC 9(3).
           01 WS-Cost-Found-Flag PIC X.
               88 WS-Cost-Found VALUE "Y".
           01 WS-Cost-Name PIC X(20).

      *    kit bills of materials, and the roll-up of one kit's
      *    component costs.
           01 WS-Kit-Table.
               05 WS-Kit-Entry OCCURS 200 TIMES.
                   10 WS-KT-Kit       PIC X(20).
                   10 WS-KT-Component PIC X(20).
                   10 WS-KT-Qty       PIC 9(3).
           01 WS-Kit-Count PIC 9(3) VALUE ZERO.
           01 WS-KT-Idx PIC 9(3).
           01 WS-Is-Kit-Flag PIC X.
               88 WS-Is-Kit VALUE "Y".
           01 WS-Kit-Missing-Flag PIC X.
               88 WS-Kit-Cost-Missing VALUE "Y".
           01 WS-Missing-Component PIC X(20).
           01 WS-Kit-Prime PIC 9(6)V9(2).
           01 WS-Kit-Dir PIC 9(6)V9(2).
           01 WS-Kit-Indir PIC 9(6)V9(2).
           01 in-kit-cost PIC ZZ,ZZ9.99.

      *    cost roll-up - same fields and formula as costreport.cob.
           01 cost.
               + (WS-Threshold-Frac / 100)

           PERFORM LOAD-COST-TABLE
           PERFORM LOAD-KIT-TABLE

           OPEN INPUT ProductFile
           IF NOT WS-ProductFile-OK

       MARGIN-ONE-PRODUCT.
           ADD 1 TO WS-Products-Seen
           PERFORM ROLL-UP-KIT-COST
           IF WS-Is-Kit
               IF WS-Kit-Cost-Missing
                   ADD 1 TO WS-No-Cost-Count
                   DISPLAY PR-Product-Name ": kit part "
                       FUNCTION TRIM(WS-Missing-Component)
                       " has no cost record - run costreport to "
                       "capture its costs"
               ELSE
                   COMPUTE COGS = WS-Kit-Prime + WS-Kit-Dir
                   COMPUTE tot-cost = COGS + WS-Kit-Indir
                   PERFORM SHOW-MARGIN
                   MOVE tot-cost TO in-kit-cost
                   DISPLAY "    (kit - cost " in-kit-cost
                       " rolled up from its parts)"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE PR-Product-Name TO WS-Cost-Name
           PERFORM FIND-COST-RECORD
           IF NOT WS-Cost-Found
               ADD 1 TO WS-No-Cost-Count
               COMPUTE COGS = WS-CT-Prime(WS-CT-Idx)
                   + WS-CT-Dir(WS-CT-Idx)
               COMPUTE tot-cost = COGS + WS-CT-Indir(WS-CT-Idx)
               PERFORM SHOW-MARGIN
           END-IF.

       SHOW-MARGIN.
           IF PR-Op-Price = ZERO
               DISPLAY PR-Product-Name ": zero selling price - "
                   "margin not computable"
           ELSE
               COMPUTE WS-Margin-Pct ROUNDED =
                   ((PR-Op-Price - tot-cost) / PR-Op-Price) * 100
               MOVE WS-Margin-Pct TO in-margin
               IF WS-Margin-Pct < WS-Threshold-Pct
                   ADD 1 TO WS-Flagged-Count
                   DISPLAY PR-Product-Name ": margin "
                       in-margin " % ** BELOW THRESHOLD **"
               ELSE
                   DISPLAY PR-Product-Name ": margin "
                       in-margin " %"
               END-IF
           END-IF.

       ROLL-UP-KIT-COST.
      *    each component's costs times its quantity in the kit;
      *    the first part with no cost record stops the roll-up.
           MOVE "N" TO WS-Is-Kit-Flag
           MOVE "N" TO WS-Kit-Missing-Flag
           MOVE ZERO TO WS-Kit-Prime
           MOVE ZERO TO WS-Kit-Dir
           MOVE ZERO TO WS-Kit-Indir
           PERFORM VARYING WS-KT-Idx FROM 1 BY 1
               UNTIL WS-KT-Idx > WS-Kit-Count
               OR WS-Kit-Cost-Missing
               IF WS-KT-Kit(WS-KT-Idx) = PR-Product-Name
                   SET WS-Is-Kit TO TRUE
                   MOVE WS-KT-Component(WS-KT-Idx) TO WS-Cost-Name
                   PERFORM FIND-COST-RECORD
                   IF WS-Cost-Found
                       COMPUTE WS-Kit-Prime = WS-Kit-Prime
                           + WS-CT-Prime(WS-CT-Idx)
                           * WS-KT-Qty(WS-KT-Idx)
                       COMPUTE WS-Kit-Dir = WS-Kit-Dir
                           + WS-CT-Dir(WS-CT-Idx)
                           * WS-KT-Qty(WS-KT-Idx)
                       COMPUTE WS-Kit-Indir = WS-Kit-Indir
                           + WS-CT-Indir(WS-CT-Idx)
                           * WS-KT-Qty(WS-KT-Idx)
                   ELSE
                       SET WS-Kit-Cost-Missing TO TRUE
                       MOVE WS-Cost-Name TO WS-Missing-Component
                   END-IF
               END-IF
           END-PERFORM.

       FIND-COST-RECORD.
           MOVE "N" TO WS-Cost-Found-Flag
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
               UNTIL WS-CT-Idx > WS-Cost-Count
               OR WS-Cost-Found
               IF WS-CT-Name(WS-CT-Idx) = WS-Cost-Name
                   SET WS-Cost-Found TO TRUE
                   SUBTRACT 1 FROM WS-CT-Idx
               END-IF
               END-PERFORM
               CLOSE CostFile
           END-IF.

       LOAD-KIT-TABLE.
           OPEN INPUT KitFile
           IF WS-Kit-File-OK
               PERFORM UNTIL WS-Kit-Eof
                   READ KitFile
                       AT END
                           SET WS-Kit-Eof TO TRUE
                       NOT AT END
                           IF WS-Kit-Count < 200
                               ADD 1 TO WS-Kit-Count
                               MOVE KT-Kit-Name
                                   TO WS-KT-Kit(WS-Kit-Count)
                               MOVE KT-Component
                                   TO WS-KT-Component(WS-Kit-Count)
                               MOVE KT-Qty
                                   TO WS-KT-Qty(WS-Kit-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KitFile
           END-IF.
