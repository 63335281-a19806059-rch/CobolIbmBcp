      *                 OVER THE CRLIMIT CONTROL ROUTES THE
      *                 ACCEPTANCE TO CREDHOLD; RELEASES FROM THE
      *                 CREDIT DESK CONVERT PRIOR HOLDS (HELDIN)
      *15/10/2026 RCH - EACH ORDER RELIEVED AT THE ROW'S WEIGHTED-
      *                 AVERAGE UNIT COST (ORD-COST-OF-GOODS); THE
      *                 AVERAGE COST CARRIED THROUGH TO INVMSTO
      *15/10/2026 RCH - INV-ORDER-QTY CARRIED THROUGH TO INVMSTO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           05  ORD-INSTRUMENT-TYPE            PIC X(10).
           05  ORD-INSTRUMENT-QUALITY         PIC X(01).
           05  ORD-ORDER-COST                 PIC S9(7)V99.
      *The unit relieved from stock, at its average cost
           05  ORD-COST-OF-GOODS              PIC 9(7)V99.
           05  FILLER                         PIC X(29).
       FD RPTFILE
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
      *Report lines
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL            PIC X(22).
               MOVE HIN-INSTRUMENT-QUALITY
                 TO ORD-INSTRUMENT-QUALITY
               MOVE HIN-ORDER-COST      TO ORD-ORDER-COST
               PERFORM CONSUMIR-INVENTARIO
               WRITE ORDER-REC
               MOVE 'RELEASED:  ' TO RPT-DET-LABEL
               MOVE HIN-ARTIST-ACCT-NO  TO RPT-DET-ACCT
               MOVE HIN-INSTRUMENT-TYPE TO RPT-DET-TYPE
               MOVE HIN-ORDER-COST      TO RPT-DET-COST
               WRITE RPT-REC FROM WS-RPT-DETAIL-LINE
           END-IF.
      *
       CARGAR-PROPUESTAS.
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
           MOVE WS-PROP-QUALITY (WS-MATCH-SUB)
             TO ORD-INSTRUMENT-QUALITY.
           MOVE WS-PROP-COST (WS-MATCH-SUB) TO ORD-ORDER-COST.
           PERFORM CONSUMIR-INVENTARIO.
           WRITE ORDER-REC.
           MOVE 'ACCEPTED:  ' TO RPT-DET-LABEL.
           MOVE WS-PROP-ACCT-NO (WS-MATCH-SUB) TO RPT-DET-ACCT.
           MOVE WS-PROP-TYPE (WS-MATCH-SUB)    TO RPT-DET-TYPE.
           MOVE WS-PROP-COST (WS-MATCH-SUB)    TO RPT-DET-COST.
           WRITE RPT-REC FROM WS-RPT-DETAIL-LINE.
      *
      *Fulfilling the order consumes one unit of the instrument,
      *relieved at the row's weighted-average cost - the order's
      *cost of goods sold (zero where the row has no cost yet)
       CONSUMIR-INVENTARIO.
           MOVE 0 TO ORD-COST-OF-GOODS.
           IF  WS-INV-COUNT > 0
               SET INV-IDX TO 1
               SEARCH WS-INV-ITEM
                       IF  WS-INV-QTY (INV-IDX) > 0
                           SUBTRACT 1 FROM WS-INV-QTY (INV-IDX)
                       END-IF
                       COMPUTE ORD-COST-OF-GOODS ROUNDED =
                           WS-INV-COST (INV-IDX)
               END-SEARCH
           END-IF.
      *
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
