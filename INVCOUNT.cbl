      *INVADJ (the audit trail of who counted what), trues the
      *master up to the counted quantities on INVMSTO, and prints
      *the shrinkage report (OSHRINK) by instrument type with the
      *dollar impact priced at the row's weighted-average unit cost
      *(the FAVRATE base cost for a row with no cost yet).
      *Inventory rows nobody counted pass through unchanged and are
      *listed as uncounted - an uncounted row is a finding too.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - ADJUSTMENTS PRICED AT THE WEIGHTED-AVERAGE
      *                 UNIT COST, CARRIED ON INVADJ AND INVMSTO; A
      *                 ROW WITH NO COST IS SEEDED FROM FAVRATE
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
           05  ADJ-VARIANCE                   PIC S9(05) SIGN LEADING
                                               SEPARATE.
           05  ADJ-COUNTER-ID                 PIC X(08).
      *Unit cost the variance was valued at
           05  ADJ-UNIT-COST                  PIC 9(5)V9999.
           05  FILLER                         PIC X(28).
       FD RPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       77  WS-DATE-VARS                   PIC X(15) VALUE SPACES.
       77  WS-VARIANCE                    PIC S9(05) COMP VALUE 0.
       77  WS-SHRINK-VALUE                PIC S9(7)V99 VALUE 0.
       77  WS-BASE-COST                   PIC 9(7)V9999 VALUE 0.
       77  WS-MATCH-SUB                   PIC S9(4) COMP VALUE 0.
       77  WS-SUB                         PIC S9(4) COMP VALUE 0.
      *Inventory table, with a counted flag per row
               10  WS-INV-QTY              PIC 9(05).
               10  WS-INV-REORDER          PIC 9(05).
               10  WS-INV-COUNTED          PIC X(01).
               10  WS-INV-COST             PIC 9(5)V9999.
               10  WS-INV-ORDER-QTY        PIC 9(05).
      *Average cost in its INVMSTO record position
       01  WS-COST-FIELD.
           05  WS-COST-NUM                PIC 9(5)V9999.
      *Instrument rate table for the dollar impact
       77  RATE-MAX                       PIC S9(4) COMP VALUE 20.
       77  WS-RATE-COUNT                  PIC S9(4) COMP VALUE 0.
                         TO WS-INV-REORDER (WS-INV-COUNT)
                       MOVE 'N'
                         TO WS-INV-COUNTED (WS-INV-COUNT)
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
      *
      *A variance writes the approved adjustment (the audit trail of
      *who counted what), trues the in-table quantity up to the
      *count, and prices the dollar impact at the row's average
      *cost - a negative variance is the shrinkage the auditors ask
      *about. Units found or lost move at the average, so the
      *average itself holds; a row with no cost yet is seeded with
      *the FAVRATE base cost so it has one from here on.
       AJUSTAR-EXISTENCIA.
           ADD 1 TO WS-VARIANCES.
           COMPUTE WS-VARIANCE =
               CNT-COUNTED-QTY - WS-INV-QTY (WS-MATCH-SUB).
           MOVE WS-INV-COST (WS-MATCH-SUB) TO WS-BASE-COST.
           IF  WS-BASE-COST = 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
                   IF  WS-RATE-TYPE (WS-SUB) = CNT-INSTRUMENT-TYPE
                       MOVE WS-RATE-COST (WS-SUB) TO WS-BASE-COST
                   END-IF
               END-PERFORM
               MOVE WS-BASE-COST TO WS-INV-COST (WS-MATCH-SUB)
           END-IF.
           COMPUTE WS-SHRINK-VALUE ROUNDED =
               WS-VARIANCE * WS-BASE-COST.
           ADD WS-SHRINK-VALUE TO WS-SHRINK-TOTAL.
           MOVE WS-DATE-VARS (1:8)  TO ADJ-DATE.
           MOVE CNT-COUNTED-QTY     TO ADJ-COUNTED-QTY.
           MOVE WS-VARIANCE         TO ADJ-VARIANCE.
           MOVE CNT-COUNTER-ID      TO ADJ-COUNTER-ID.
           MOVE WS-INV-COST (WS-MATCH-SUB) TO ADJ-UNIT-COST.
           WRITE ADJUST-REC.
           MOVE 'VARIANCE:  '       TO RPT-DET-LABEL.
           MOVE CNT-INSTRUMENT-TYPE TO RPT-DET-TYPE.
                 TO INV-MASTER-REC-O (12:5)
               MOVE WS-INV-REORDER (WS-SUB)
                 TO INV-MASTER-REC-O (17:5)
               MOVE WS-INV-COST (WS-SUB) TO WS-COST-NUM
               MOVE WS-COST-FIELD
                 TO INV-MASTER-REC-O (22:9)
               MOVE WS-INV-ORDER-QTY (WS-SUB)
                 TO INV-MASTER-REC-O (31:5)
               WRITE INV-MASTER-REC-O
           END-PERFORM.
      *
