           05  FILLER                         PIC X(03).
      *LOGICA AGREGADA - instrument base-price rate file, replacing
      *the six compiled-in instrument-cost literals
      *LOGICA AGREGADA - FAVRATE is changed only by a CTLCHGM change
      *request a second operator approves, promoted by CTLPROM
       FD RATEFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05  INV-QUALITY-GRADE              PIC X(01).
           05  INV-QTY-ON-HAND                PIC 9(05).
           05  INV-REORDER-POINT              PIC 9(05).
      *LOGICA AGREGADA - average cost (PORECV / INVCOUNT) and the
      *reorder quantity INVREOPT sets, passed on to POGEN on REORD
           05  INV-AVG-UNIT-COST              PIC 9(5)V9999.
           05  INV-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(45).
      *LOGICA AGREGADA - proposals we had no stock to back
       FD BAKFILE
           RECORDING MODE IS F
           05  REO-QUALITY-GRADE              PIC X(01).
           05  REO-QTY-ON-HAND                PIC 9(05).
           05  REO-REORDER-POINT              PIC 9(05).
           05  REO-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(54).
       FD RUNSTATS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               10  WS-INV-QUALITY-GRADE        PIC X(01).
               10  WS-INV-QTY-ON-HAND          PIC 9(05).
               10  WS-INV-REORDER-POINT        PIC 9(05).
               10  WS-INV-ORDER-QTY            PIC 9(05).
      *LOGICA AGREGADA - customer-master table and validation state
       77  FS-STAT-CUST                       PIC X(02) VALUE SPACES.
           88  CUSTFILE-OK                         VALUE '00'.
                         TO WS-INV-QTY-ON-HAND (WS-INV-COUNT)
                       MOVE INV-REORDER-POINT
                         TO WS-INV-REORDER-POINT (WS-INV-COUNT)
                       IF  INV-ORDER-QTY NUMERIC
                           MOVE INV-ORDER-QTY
                             TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       ELSE
                           MOVE 0 TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING - INVENTORY TABLE FULL'
                   END-IF
                     TO REO-QTY-ON-HAND
                   MOVE WS-INV-REORDER-POINT (INV-IDX)
                     TO REO-REORDER-POINT
                   MOVE WS-INV-ORDER-QTY (INV-IDX)
                     TO REO-ORDER-QTY
                   WRITE REORDER-REC
               END-IF
           END-PERFORM.
