      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - PO-QTY-INVOICED ON THE SHARED OPNPO LAYOUT
      *15/10/2026 RCH - RECEIPTS RE-AVERAGE THE ROW'S WEIGHTED-
      *                 AVERAGE UNIT COST AT THE PO UNIT COST
      *15/10/2026 RCH - INV-ORDER-QTY CARRIED THROUGH TO INVMSTO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  PO-OPEN                        VALUE 'O'.
               88  PO-PARTIAL                     VALUE 'P'.
               88  PO-CLOSED                      VALUE 'C'.
      *Units the supplier has invoiced so far (APMATCH); spaces on
      *POs written before invoices were matched count as zero
           05  PO-QTY-INVOICED                PIC 9(05).
           05  FILLER                         PIC X(16).
      *Inventory stock master in / updated master out (same layout
      *ORDFILL maintains)
       FD INVFILE
           05  INV-QUALITY-GRADE              PIC X(01).
           05  INV-QTY-ON-HAND                PIC 9(05).
           05  INV-REORDER-POINT              PIC 9(05).
      *Moving weighted-average unit cost (PORECV / INVCOUNT)
           05  INV-AVG-UNIT-COST              PIC 9(5)V9999.
      *Reorder quantity set by INVREOPT (spaces on older rows)
           05  INV-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(45).
       FD INVOFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               10  WS-INV-QUALITY          PIC X(01).
               10  WS-INV-QTY              PIC 9(05).
               10  WS-INV-REORDER          PIC 9(05).
               10  WS-INV-COST             PIC 9(5)V9999.
               10  WS-INV-ORDER-QTY        PIC 9(05).
      *Average cost in its INVMSTO record position
       01  WS-COST-FIELD.
           05  WS-COST-NUM                PIC 9(5)V9999.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
                         TO WS-INV-QTY (WS-INV-COUNT)
                       MOVE INV-REORDER-POINT
                         TO WS-INV-REORDER (WS-INV-COUNT)
                       IF  INV-AVG-UNIT-COST NUMERIC
                           MOVE INV-AVG-UNIT-COST
                             TO WS-INV-COST (WS-INV-COUNT)
                       ELSE
                           MOVE 0 TO WS-INV-COST (WS-INV-COUNT)
                       END-IF
                       IF  INV-ORDER-QTY NUMERIC
                           MOVE INV-ORDER-QTY
                             TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       ELSE
                           MOVE 0 TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING - INVENTORY TABLE FULL'
                   END-IF
           MOVE 'PO ALREADY CLOSED' TO ERR-REASON.
           WRITE ERROR-REC.
      *
      *The receipt re-averages the row's unit cost: units on hand at
      *the old average plus the units received at the PO's cost. A
      *row with no cost yet takes the PO cost outright.
       SUMAR-AL-INVENTARIO.
           IF  WS-INV-COUNT > 0
               SET INV-IDX TO 1
                        PO-INSTRUMENT-TYPE
                    AND WS-INV-QUALITY (INV-IDX) =
                        PO-QUALITY-GRADE
                       IF  WS-INV-COST (INV-IDX) = 0
                           MOVE PO-UNIT-COST TO WS-INV-COST (INV-IDX)
                       ELSE
                           IF  WS-INV-QTY (INV-IDX) + RCV-QTY > 0
                               COMPUTE WS-INV-COST (INV-IDX) ROUNDED =
                                   (WS-INV-QTY (INV-IDX)
                                     * WS-INV-COST (INV-IDX)
                                  + RCV-QTY * PO-UNIT-COST)
                                 / (WS-INV-QTY (INV-IDX) + RCV-QTY)
                           END-IF
                       END-IF
                       ADD RCV-QTY TO WS-INV-QTY (INV-IDX)
               END-SEARCH
           END-IF.
                 TO INV-MASTER-REC-O (12:5)
               MOVE WS-INV-REORDER (INV-IDX)
                 TO INV-MASTER-REC-O (17:5)
               MOVE WS-INV-COST (INV-IDX) TO WS-COST-NUM
               MOVE WS-COST-FIELD
                 TO INV-MASTER-REC-O (22:9)
               MOVE WS-INV-ORDER-QTY (INV-IDX)
                 TO INV-MASTER-REC-O (31:5)
               WRITE INV-MASTER-REC-O
           END-PERFORM.
      *
