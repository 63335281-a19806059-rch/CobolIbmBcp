       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
      *Month-end inventory valuation and cost of goods sold for the
      *music shop. Values the INVMSTR stock at each row's moving
      *weighted-average unit cost (kept current by PORECV receipts
      *and INVCOUNT adjustments) and totals quantity, average cost
      *and extended value by instrument type. The month's ORDERS
      *files from ORDFILL (concatenated) supply the sales side:
      *each order carries its sale price and the cost it was
      *relieved at, so the second section shows units sold, sales,
      *cost of goods sold and gross margin by instrument type for
      *the month. The month (CCYYMM) comes off the SYSIN card;
      *blank or not numeric reports the current month. Orders
      *dated outside the month are skipped and counted. The report
      *goes to OINVVAL.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE  ASSIGN   TO INVMSTR
                  FILE STATUS  IS FS-STAT-INV.
           SELECT ORDFILE  ASSIGN   TO ORDERS
                  FILE STATUS  IS FS-STAT-ORD.
           SELECT RPTFILE  ASSIGN   TO OINVVAL.
       DATA DIVISION.
       FILE SECTION.
      *Inventory stock master (same layout PORECV, INVCOUNT and
      *ORDFILL maintain)
       FD INVFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INV-MASTER-REC.
       01  INV-MASTER-REC.
           05  INV-INSTRUMENT-TYPE            PIC X(10).
           05  INV-QUALITY-GRADE              PIC X(01).
           05  INV-QTY-ON-HAND                PIC 9(05).
           05  INV-REORDER-POINT              PIC 9(05).
      *Moving weighted-average unit cost (PORECV / INVCOUNT)
           05  INV-AVG-UNIT-COST              PIC 9(5)V9999.
           05  FILLER                         PIC X(50).
      *ORDER-REC mirrors ORDFILL's ORDERS layout
       FD ORDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
           05  ORD-ORDER-NBR                  PIC 9(06).
           05  ORD-ORDER-DATE                 PIC 9(08).
           05  ORD-ORDER-DATE-X REDEFINES ORD-ORDER-DATE.
               10  ORD-ORDER-MONTH            PIC X(06).
               10  FILLER                     PIC X(02).
           05  ORD-ARTIST-ACCT-NO             PIC X(08).
           05  ORD-INSTRUMENT-TYPE            PIC X(10).
           05  ORD-INSTRUMENT-QUALITY         PIC X(01).
           05  ORD-ORDER-COST                 PIC S9(7)V99.
           05  ORD-COST-OF-GOODS              PIC 9(7)V99.
           05  FILLER                         PIC X(29).
       FD RPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                            PIC X(80).
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           05  WS-ROWS-READ               PIC S9(5) COMP VALUE 0.
           05  WS-ROWS-NO-COST            PIC S9(5) COMP VALUE 0.
           05  WS-ORDERS-READ             PIC S9(5) COMP VALUE 0.
           05  WS-ORDERS-IN-MONTH         PIC S9(5) COMP VALUE 0.
           05  WS-ORDERS-OTHER-MONTH      PIC S9(5) COMP VALUE 0.
           05  WS-ORDERS-NO-COST          PIC S9(5) COMP VALUE 0.
       77  SW-INV-EOF                     PIC X VALUE 'N'.
           88  INV-EOF                        VALUE 'Y'.
       77  SW-ORD-EOF                     PIC X VALUE 'N'.
           88  ORD-EOF                        VALUE 'Y'.
       77  FS-STAT-INV                    PIC X(02) VALUE SPACES.
           88  INVFILE-OK                     VALUE '00'.
       77  FS-STAT-ORD                    PIC X(02) VALUE SPACES.
           88  ORDFILE-OK                     VALUE '00'.
       77  WS-DATE-VARS                   PIC X(15) VALUE SPACES.
      *The month reported, off the SYSIN card
       77  WS-MONTH-CARD                  PIC X(06) VALUE SPACES.
       77  WS-REPORT-MONTH                PIC X(06) VALUE SPACES.
       77  WS-ROW-COST                    PIC 9(5)V9999 VALUE 0.
       77  WS-ROW-VALUE                   PIC 9(9)V99 VALUE 0.
       77  WS-MARGIN                      PIC S9(9)V99 VALUE 0.
       77  WS-MARGIN-PCT                  PIC S9(3)V9 VALUE 0.
       77  WS-PCT-BASE                    PIC S9(9)V99 VALUE 0.
       77  WS-AVG-COST                    PIC 9(5)V99 VALUE 0.
      *Totals by instrument type, valuation and month's sales both
       77  TYPE-MAX                       PIC S9(4) COMP VALUE 20.
       77  WS-TYPE-COUNT                  PIC S9(4) COMP VALUE 0.
       77  WS-TYPE-SUB                    PIC S9(4) COMP VALUE 0.
       77  WS-TYPE-MATCH                  PIC S9(4) COMP VALUE 0.
       77  WS-TYPE-KEY                    PIC X(10) VALUE SPACES.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ITEM OCCURS 1 TO 20 TIMES
                             DEPENDING ON WS-TYPE-COUNT.
               10  WS-TYPE-NAME            PIC X(10).
               10  WS-TYPE-QTY             PIC S9(7) COMP.
               10  WS-TYPE-VALUE           PIC 9(9)V99.
               10  WS-TYPE-SOLD            PIC S9(7) COMP.
               10  WS-TYPE-SALES           PIC S9(9)V99.
               10  WS-TYPE-COGS            PIC 9(9)V99.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-QTY                 PIC S9(7) COMP VALUE 0.
           05  WS-TOT-VALUE               PIC 9(9)V99 VALUE 0.
           05  WS-TOT-SOLD                PIC S9(7) COMP VALUE 0.
           05  WS-TOT-SALES               PIC S9(9)V99 VALUE 0.
           05  WS-TOT-COGS                PIC 9(9)V99 VALUE 0.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99-.
      *Report lines
       01  RPT-TITLE-LINE.
           05  FILLER                     PIC X(41)
                  VALUE 'MONTH-END INVENTORY VALUATION AND COGS - '.
           05  RPT-TITLE-MONTH            PIC X(06).
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  RPT-VAL-HEAD.
           05  FILLER                     PIC X(31)
                  VALUE 'INSTRUMENT  ON HAND    AVG COST'.
           05  FILLER                     PIC X(49)
                  VALUE '       EXTENDED VALUE'.
       01  RPT-VAL-LINE.
           05  RPT-VAL-TYPE               PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-VAL-QTY                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-VAL-AVG                PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  RPT-VAL-VALUE              PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(28) VALUE SPACES.
       01  RPT-MGN-HEAD.
           05  FILLER                     PIC X(31)
                  VALUE 'INSTRUMENT  SOLD          SALES'.
           05  FILLER                     PIC X(49)
                  VALUE '          COGS   GROSS MARGIN   PCT'.
       01  RPT-MGN-LINE.
           05  RPT-MGN-TYPE               PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-MGN-SOLD               PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-MGN-SALES              PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-MGN-COGS               PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-MGN-MARGIN             PIC $$,$$$,$$9.99-.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-MGN-PCT                PIC ZZ9.9-.
           05  FILLER                     PIC X(13) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL            PIC X(22).
           05  RPT-COUNT-OUT              PIC ZZZZ9.
           05  FILLER                     PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM VALORIZAR-INVENTARIO UNTIL INV-EOF.
           PERFORM ACUMULAR-VENTAS UNTIL ORD-EOF.
           PERFORM LISTAR-VALORIZACION.
           PERFORM LISTAR-MARGENES.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init INVVALU..".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-VARS.
           ACCEPT WS-MONTH-CARD FROM SYSIN.
           IF  WS-MONTH-CARD NUMERIC
           AND WS-MONTH-CARD (5:2) >= '01'
           AND WS-MONTH-CARD (5:2) <= '12'
               MOVE WS-MONTH-CARD TO WS-REPORT-MONTH
           ELSE
               MOVE WS-DATE-VARS (1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH.
           OPEN INPUT INVFILE.
           IF  NOT INVFILE-OK
               DISPLAY 'ERROR IN OPEN INVMSTR FILE ' FS-STAT-INV
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           OPEN INPUT ORDFILE.
           IF  NOT ORDFILE-OK
               DISPLAY 'WARNING - ORDERS NOT AVAILABLE, STATUS '
                       FS-STAT-ORD
               DISPLAY 'NO SALES REPORTED FOR THE MONTH'
               SET ORD-EOF TO TRUE
           END-IF.
      *
      *Each stock row at its average cost; a row with no cost on
      *file values at zero and is counted
       VALORIZAR-INVENTARIO.
           READ INVFILE
               AT END
                   SET INV-EOF TO TRUE
                   CLOSE INVFILE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF  INV-AVG-UNIT-COST NUMERIC
                       MOVE INV-AVG-UNIT-COST TO WS-ROW-COST
                   ELSE
                       MOVE 0 TO WS-ROW-COST
                   END-IF
                   IF  WS-ROW-COST = 0 AND INV-QTY-ON-HAND > 0
                       ADD 1 TO WS-ROWS-NO-COST
                       DISPLAY 'WARNING - NO AVERAGE COST FOR '
                               INV-INSTRUMENT-TYPE ' GRADE '
                               INV-QUALITY-GRADE
                   END-IF
                   COMPUTE WS-ROW-VALUE ROUNDED =
                       INV-QTY-ON-HAND * WS-ROW-COST
                   MOVE INV-INSTRUMENT-TYPE TO WS-TYPE-KEY
                   PERFORM BUSCAR-TIPO
                   ADD INV-QTY-ON-HAND TO WS-TYPE-QTY (WS-TYPE-MATCH)
                   ADD WS-ROW-VALUE    TO WS-TYPE-VALUE (WS-TYPE-MATCH)
           END-READ.
      *
      *The month's orders, at sale price and at the cost each was
      *relieved at
       ACUMULAR-VENTAS.
           READ ORDFILE
               AT END
                   SET ORD-EOF TO TRUE
                   CLOSE ORDFILE
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   IF  ORD-ORDER-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-ORDERS-IN-MONTH
                       IF  ORD-COST-OF-GOODS NOT NUMERIC
                           MOVE 0 TO ORD-COST-OF-GOODS
                       END-IF
                       IF  ORD-COST-OF-GOODS = 0
                           ADD 1 TO WS-ORDERS-NO-COST
                       END-IF
                       MOVE ORD-INSTRUMENT-TYPE TO WS-TYPE-KEY
                       PERFORM BUSCAR-TIPO
                       ADD 1 TO WS-TYPE-SOLD (WS-TYPE-MATCH)
                       ADD ORD-ORDER-COST
                         TO WS-TYPE-SALES (WS-TYPE-MATCH)
                       ADD ORD-COST-OF-GOODS
                         TO WS-TYPE-COGS (WS-TYPE-MATCH)
                   ELSE
                       ADD 1 TO WS-ORDERS-OTHER-MONTH
                   END-IF
           END-READ.
      *
      *The instrument type's row in the totals table, added on
      *first sight
       BUSCAR-TIPO.
           MOVE 0 TO WS-TYPE-MATCH.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-MATCH > 0
               IF  WS-TYPE-NAME (WS-TYPE-SUB) = WS-TYPE-KEY
                   MOVE WS-TYPE-SUB TO WS-TYPE-MATCH
               END-IF
           END-PERFORM.
           IF  WS-TYPE-MATCH = 0
               IF  WS-TYPE-COUNT >= TYPE-MAX
                   DISPLAY 'INSTRUMENT TYPES EXCEED ' TYPE-MAX
                           ' - RAISE TYPE-MAX'
                   GO TO 900-ERROR
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-MATCH
               MOVE WS-TYPE-KEY TO WS-TYPE-NAME (WS-TYPE-MATCH)
               MOVE 0 TO WS-TYPE-QTY (WS-TYPE-MATCH)
               MOVE 0 TO WS-TYPE-VALUE (WS-TYPE-MATCH)
               MOVE 0 TO WS-TYPE-SOLD (WS-TYPE-MATCH)
               MOVE 0 TO WS-TYPE-SALES (WS-TYPE-MATCH)
               MOVE 0 TO WS-TYPE-COGS (WS-TYPE-MATCH)
           END-IF.
      *
       LISTAR-VALORIZACION.
           MOVE WS-REPORT-MONTH TO RPT-TITLE-MONTH.
           WRITE RPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-VAL-HEAD.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               MOVE WS-TYPE-NAME (WS-TYPE-SUB)  TO RPT-VAL-TYPE
               MOVE WS-TYPE-QTY (WS-TYPE-SUB)   TO RPT-VAL-QTY
               MOVE WS-TYPE-VALUE (WS-TYPE-SUB) TO RPT-VAL-VALUE
               IF  WS-TYPE-QTY (WS-TYPE-SUB) > 0
                   COMPUTE WS-AVG-COST ROUNDED =
                       WS-TYPE-VALUE (WS-TYPE-SUB)
                     / WS-TYPE-QTY (WS-TYPE-SUB)
               ELSE
                   MOVE 0 TO WS-AVG-COST
               END-IF
               MOVE WS-AVG-COST TO RPT-VAL-AVG
               WRITE RPT-REC FROM RPT-VAL-LINE
               ADD WS-TYPE-QTY (WS-TYPE-SUB)   TO WS-TOT-QTY
               ADD WS-TYPE-VALUE (WS-TYPE-SUB) TO WS-TOT-VALUE
           END-PERFORM.
           MOVE 'TOTAL     ' TO RPT-VAL-TYPE.
           MOVE WS-TOT-QTY   TO RPT-VAL-QTY.
           MOVE WS-TOT-VALUE TO RPT-VAL-VALUE.
           IF  WS-TOT-QTY > 0
               COMPUTE WS-AVG-COST ROUNDED = WS-TOT-VALUE / WS-TOT-QTY
           ELSE
               MOVE 0 TO WS-AVG-COST
           END-IF.
           MOVE WS-AVG-COST  TO RPT-VAL-AVG.
           WRITE RPT-REC FROM RPT-VAL-LINE.
      *
      *Gross margin = sales less cost of goods sold, and as a
      *percentage of sales
       LISTAR-MARGENES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-MGN-HEAD.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF  WS-TYPE-SOLD (WS-TYPE-SUB) > 0
                   MOVE WS-TYPE-NAME (WS-TYPE-SUB)  TO RPT-MGN-TYPE
                   MOVE WS-TYPE-SOLD (WS-TYPE-SUB)  TO RPT-MGN-SOLD
                   MOVE WS-TYPE-SALES (WS-TYPE-SUB) TO RPT-MGN-SALES
                   MOVE WS-TYPE-COGS (WS-TYPE-SUB)  TO RPT-MGN-COGS
                   COMPUTE WS-MARGIN = WS-TYPE-SALES (WS-TYPE-SUB)
                                     - WS-TYPE-COGS (WS-TYPE-SUB)
                   MOVE WS-TYPE-SALES (WS-TYPE-SUB) TO WS-PCT-BASE
                   PERFORM ESCRIBIR-MARGEN
                   ADD WS-TYPE-SOLD (WS-TYPE-SUB)  TO WS-TOT-SOLD
                   ADD WS-TYPE-SALES (WS-TYPE-SUB) TO WS-TOT-SALES
                   ADD WS-TYPE-COGS (WS-TYPE-SUB)  TO WS-TOT-COGS
               END-IF
           END-PERFORM.
           MOVE 'TOTAL     '  TO RPT-MGN-TYPE.
           MOVE WS-TOT-SOLD  TO RPT-MGN-SOLD.
           MOVE WS-TOT-SALES TO RPT-MGN-SALES.
           MOVE WS-TOT-COGS  TO RPT-MGN-COGS.
           COMPUTE WS-MARGIN = WS-TOT-SALES - WS-TOT-COGS.
           MOVE WS-TOT-SALES TO WS-PCT-BASE.
           PERFORM ESCRIBIR-MARGEN.
      *
      *Margin amount and percentage of WS-PCT-BASE sales; no sales
      *prints a zero percentage
       ESCRIBIR-MARGEN.
           MOVE WS-MARGIN TO RPT-MGN-MARGIN.
           MOVE 0 TO WS-MARGIN-PCT.
           IF  WS-PCT-BASE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-PCT-BASE
           END-IF.
           MOVE WS-MARGIN-PCT TO RPT-MGN-PCT.
           WRITE RPT-REC FROM RPT-MGN-LINE.
      *
       TERMINAR.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'INVENTORY ROWS:       ' TO RPT-COUNT-LABEL.
           MOVE WS-ROWS-READ             TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'ROWS WITH NO COST:    ' TO RPT-COUNT-LABEL.
           MOVE WS-ROWS-NO-COST          TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'ORDERS IN MONTH:      ' TO RPT-COUNT-LABEL.
           MOVE WS-ORDERS-IN-MONTH       TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'ORDERS WITH NO COST:  ' TO RPT-COUNT-LABEL.
           MOVE WS-ORDERS-NO-COST        TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'ORDERS OTHER MONTHS:  ' TO RPT-COUNT-LABEL.
           MOVE WS-ORDERS-OTHER-MONTH    TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-ROWS-READ       TO REC-KTR-OUT.
           DISPLAY 'Inventory Rows:     ' REC-KTR-OUT.
           MOVE WS-ORDERS-READ     TO REC-KTR-OUT.
           DISPLAY 'Orders Read:        ' REC-KTR-OUT.
           MOVE WS-ORDERS-IN-MONTH TO REC-KTR-OUT.
           DISPLAY 'Orders In Month:    ' REC-KTR-OUT.
           MOVE WS-TOT-VALUE       TO CASH-OUT.
           DISPLAY 'Inventory Value:    ' CASH-OUT.
           MOVE WS-TOT-COGS        TO CASH-OUT.
           DISPLAY 'Cost Of Goods Sold: ' CASH-OUT.
           CLOSE RPTFILE.
           DISPLAY "END PROGR: INVVALU".
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
