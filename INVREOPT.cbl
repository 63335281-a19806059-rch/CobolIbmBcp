       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREOPT.
      *Monthly sales-velocity review of the music shop's reorder
      *points. Run in two passes off the SYSIN card:
      *  P (or blank) - PROPOSE. Each INVMSTR row (instrument type
      *      and quality grade) gets its demand for the last REOCTL
      *      history months (default 6 whole months before the run
      *      month) off the concatenated ORDERS files from ORDFILL
      *      (one unit per order) and the open BAKORD backorders
      *      (one unit of demand we could not fill), by the month of
      *      the order / backorder date. From the average and peak
      *      month, the first SUPMSTR supplier's SUP-LEAD-DAYS for
      *      the instrument type (REOCTL default lead when there is
      *      none) and the REOCTL safety-stock factor:
      *        lead demand  = average/month * lead days / 30
      *        safety stock = factor * (peak - average) * lead / 30
      *        reorder point = lead demand + safety stock
      *        order qty     = average/month * review days / 30
      *      (at least 1 when there was any demand). Old versus
      *      proposed values print on OREOPT and every row goes to
      *      REOPROP with the approval byte (column 55) blank.
      *  A - APPLY. Purchasing returns REOPROP as REOAPPR with 'Y'
      *      in column 55 on the rows it approves (the proposed
      *      point and quantity may be overtyped). Only those rows
      *      change on INVMSTO; an approval whose old values no
      *      longer match the master (the row changed since the
      *      proposal) is refused as stale, as are unreadable values,
      *      duplicates and rows not on the master - RC 4.
      *INVMSTR is only rewritten (INVMSTO) by the apply pass.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE  ASSIGN   TO INVMSTR
                  FILE STATUS  IS FS-STAT-INV.
           SELECT INVOFILE ASSIGN   TO INVMSTO.
           SELECT ORDFILE  ASSIGN   TO ORDERS
                  FILE STATUS  IS FS-STAT-ORD.
           SELECT BAKFILE  ASSIGN   TO BAKORD
                  FILE STATUS  IS FS-STAT-BAK.
           SELECT SUPFILE  ASSIGN   TO SUPMSTR
                  FILE STATUS  IS FS-STAT-SUP.
           SELECT CTLFILE  ASSIGN   TO REOCTL
                  FILE STATUS  IS FS-STAT-CTL.
           SELECT PRPFILE  ASSIGN   TO REOPROP.
           SELECT APRFILE  ASSIGN   TO REOAPPR
                  FILE STATUS  IS FS-STAT-APR.
           SELECT RPTFILE  ASSIGN   TO OREOPT.
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
      *Reorder quantity set here (spaces on older rows)
           05  INV-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(45).
       FD INVOFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INV-MASTER-REC-O.
       01  INV-MASTER-REC-O                   PIC X(80).
      *ORDER-REC mirrors ORDFILL's ORDERS layout
       FD ORDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ORDER-REC.
       01  ORDER-REC.
           05  ORD-ORDER-NBR                  PIC 9(06).
           05  ORD-ORDER-DATE                 PIC 9(08).
           05  ORD-ARTIST-ACCT-NO             PIC X(08).
           05  ORD-INSTRUMENT-TYPE            PIC X(10).
           05  ORD-INSTRUMENT-QUALITY         PIC X(01).
           05  ORD-ORDER-COST                 PIC S9(7)V99.
           05  ORD-COST-OF-GOODS              PIC 9(7)V99.
           05  FILLER                         PIC X(29).
      *BAKORD-REC mirrors FAVRFP's backorder layout
       FD BAKFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BAKORD-REC.
       01  BAKORD-REC.
           05  BAK-ARTIST-ACCT-NO             PIC X(08).
           05  BAK-MUSICIAN.
               10  BAK-MUSICIAN-LNAME         PIC X(15).
               10  BAK-MUSICIAN-FNAME         PIC X(15).
           05  BAK-INSTRUMENT-TYPE            PIC X(10).
           05  BAK-INSTRUMENT-QUALITY         PIC X(01).
           05  BAK-PROPOSAL-COST              PIC 9(5)V99.
           05  BAK-ORDER-DATE                 PIC 9(08).
           05  FILLER                         PIC X(16).
      *Supplier master - one supplier per instrument type
       FD SUPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-REC.
       01  SUPPLIER-REC.
           05  SUP-INSTRUMENT-TYPE            PIC X(10).
           05  SUP-SUPPLIER-ID                PIC X(08).
           05  SUP-SUPPLIER-NAME              PIC X(30).
           05  SUP-UNIT-COST                  PIC 9(5)V99.
           05  SUP-LEAD-DAYS                  PIC 9(03).
           05  SUP-TERMS-DAYS                 PIC 9(03).
           05  FILLER                         PIC X(19).
      *Review control record; missing or unreadable values keep the
      *defaults
       FD CTLFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC.
           05  RC-HISTORY-MONTHS              PIC 9(02).
           05  RC-SAFETY-FACTOR               PIC 9V99.
           05  RC-REVIEW-DAYS                 PIC 9(03).
           05  RC-DEFAULT-LEAD                PIC 9(03).
           05  FILLER                         PIC X(09).
      *Proposals out, and the same records back in from purchasing
      *(layout WS-PROPOSAL-REC)
       FD PRPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PRP-REC.
       01  PRP-REC                            PIC X(80).
       FD APRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS APR-REC.
       01  APR-REC                            PIC X(80).
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
           05  WS-ORDERS-READ             PIC S9(5) COMP VALUE 0.
           05  WS-ORDERS-IN-WINDOW        PIC S9(5) COMP VALUE 0.
           05  WS-BACKORDERS-READ         PIC S9(5) COMP VALUE 0.
           05  WS-BACKORDERS-IN-WINDOW    PIC S9(5) COMP VALUE 0.
           05  WS-DEMAND-NO-ROW           PIC S9(5) COMP VALUE 0.
           05  WS-PROPOSALS-WRITTEN       PIC S9(5) COMP VALUE 0.
           05  WS-RAISED-CTR              PIC S9(5) COMP VALUE 0.
           05  WS-LOWERED-CTR             PIC S9(5) COMP VALUE 0.
           05  WS-UNCHANGED-CTR           PIC S9(5) COMP VALUE 0.
           05  WS-NO-DEMAND-CTR           PIC S9(5) COMP VALUE 0.
           05  WS-DEFAULT-LEAD-CTR        PIC S9(5) COMP VALUE 0.
           05  WS-APPROVALS-READ          PIC S9(5) COMP VALUE 0.
           05  WS-NOT-APPROVED-CTR        PIC S9(5) COMP VALUE 0.
           05  WS-APPLIED-CTR             PIC S9(5) COMP VALUE 0.
           05  WS-REFUSED-CTR             PIC S9(5) COMP VALUE 0.
       77  SW-INV-EOF                     PIC X VALUE 'N'.
           88  INV-EOF                        VALUE 'Y'.
       77  SW-ORD-EOF                     PIC X VALUE 'N'.
           88  ORD-EOF                        VALUE 'Y'.
       77  SW-BAK-EOF                     PIC X VALUE 'N'.
           88  BAK-EOF                        VALUE 'Y'.
       77  SW-SUP-EOF                     PIC X VALUE 'N'.
           88  SUP-EOF                        VALUE 'Y'.
       77  SW-APR-EOF                     PIC X VALUE 'N'.
           88  APR-EOF                        VALUE 'Y'.
       77  FS-STAT-INV                    PIC X(02) VALUE SPACES.
           88  INVFILE-OK                     VALUE '00'.
       77  FS-STAT-ORD                    PIC X(02) VALUE SPACES.
           88  ORDFILE-OK                     VALUE '00'.
       77  FS-STAT-BAK                    PIC X(02) VALUE SPACES.
           88  BAKFILE-OK                     VALUE '00'.
       77  FS-STAT-SUP                    PIC X(02) VALUE SPACES.
           88  SUPFILE-OK                     VALUE '00'.
       77  FS-STAT-CTL                    PIC X(02) VALUE SPACES.
           88  CTLFILE-OK                     VALUE '00'.
       77  FS-STAT-APR                    PIC X(02) VALUE SPACES.
           88  APRFILE-OK                     VALUE '00'.
       77  WS-DATE-VARS                   PIC X(15) VALUE SPACES.
       77  WS-TODAY-NUM                   PIC 9(08) VALUE 0.
      *Pass requested on the SYSIN card
       77  WS-MODE-CARD                   PIC X(01) VALUE SPACES.
           88  MODO-APLICAR                   VALUE 'A'.
      *Review parameters (REOCTL overrides)
       77  HIST-MAX                       PIC S9(4) COMP VALUE 12.
       77  WS-HIST-MONTHS                 PIC 9(02) VALUE 6.
       77  WS-SAFETY-FACTOR               PIC 9V99 VALUE 1.50.
       77  WS-REVIEW-DAYS                 PIC 9(03) VALUE 30.
       77  WS-DEFAULT-LEAD                PIC 9(03) VALUE 30.
      *History window as month numbers (CCYY * 12 + MM - 1): the
      *first month counted up to, not including, the run month
       77  WS-RUN-MONTH-NBR               PIC S9(7) COMP VALUE 0.
       77  WS-FIRST-MONTH-NBR             PIC S9(7) COMP VALUE 0.
       77  WS-MONTH-NBR                   PIC S9(7) COMP VALUE 0.
       77  WS-MONTH-SUB                   PIC S9(4) COMP VALUE 0.
       77  WS-CCYY-WORK                   PIC S9(5) COMP VALUE 0.
       77  WS-MM-WORK                     PIC S9(4) COMP VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DW-CCYY                 PIC 9(04).
           05  WS-DW-MM                   PIC 9(02).
           05  WS-DW-DD                   PIC 9(02).
       01  WS-WINDOW-MONTH.
           05  WS-WM-CCYY                 PIC 9(04).
           05  WS-WM-MM                   PIC 9(02).
      *Demand arithmetic
       77  WS-TOTAL-DEMAND                PIC S9(7) COMP VALUE 0.
       77  WS-PEAK-DEMAND                 PIC S9(5) COMP VALUE 0.
       77  WS-AVG-DEMAND                  PIC 9(5)V99 VALUE 0.
       77  WS-LEAD-DAYS                   PIC 9(03) VALUE 0.
       77  WS-LEAD-DEMAND                 PIC 9(7)V99 VALUE 0.
       77  WS-SAFETY-STOCK                PIC 9(7)V99 VALUE 0.
       77  WS-NEW-REORDER                 PIC 9(05) VALUE 0.
       77  WS-NEW-ORDER-QTY               PIC 9(05) VALUE 0.
       77  WS-OLD-ORDER-QTY               PIC 9(05) VALUE 0.
       77  WS-NOTE                        PIC X(12) VALUE SPACES.
       77  WS-KEY-TYPE                    PIC X(10) VALUE SPACES.
       77  WS-KEY-QUALITY                 PIC X(01) VALUE SPACES.
      *Inventory rows with their monthly demand buckets
       77  INV-MAX                        PIC S9(4) COMP VALUE 50.
       77  WS-INV-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-INV-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-INV-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ITEM OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-INV-COUNT.
               10  WS-INV-TYPE             PIC X(10).
               10  WS-INV-QUALITY          PIC X(01).
               10  WS-INV-REORDER          PIC 9(05).
               10  WS-INV-ORDER-QTY        PIC 9(05).
               10  WS-INV-MONTH-QTY        PIC S9(5) COMP
                                           OCCURS 12 TIMES.
      *Supplier lead times, loaded up front
       77  SUP-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-SUP-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-SUP-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-SUP-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SUP-COUNT.
               10  WS-SUP-TYPE             PIC X(10).
               10  WS-SUP-LEAD             PIC 9(03).
      *Approved rows from purchasing (apply pass)
       77  APR-MAX                        PIC S9(4) COMP VALUE 50.
       77  WS-APR-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-APR-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-APR-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ITEM OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-APR-COUNT.
               10  WS-APR-DATA             PIC X(80).
               10  WS-APR-USED             PIC X(01).
      *Proposal record - written to REOPROP, read back on REOAPPR
       01  WS-PROPOSAL-REC.
           05  RP-INSTRUMENT-TYPE         PIC X(10).
           05  RP-QUALITY-GRADE           PIC X(01).
           05  RP-OLD-REORDER-POINT       PIC 9(05).
           05  RP-OLD-ORDER-QTY           PIC 9(05).
           05  RP-NEW-REORDER-POINT       PIC 9(05).
           05  RP-NEW-ORDER-QTY           PIC 9(05).
           05  RP-AVG-DEMAND              PIC 9(05)V99.
           05  RP-PEAK-DEMAND             PIC 9(05).
           05  RP-LEAD-DAYS               PIC 9(03).
           05  RP-PROPOSAL-DATE           PIC 9(08).
           05  RP-APPROVAL                PIC X(01).
               88  RP-APPROVED                VALUE 'Y'.
           05  FILLER                     PIC X(25).
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
      *Report lines
       01  RPT-TITLE-LINE.
           05  RPT-TITLE-TEXT             PIC X(42).
           05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-TITLE-DATE             PIC 9(08).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  RPT-PARM-LINE.
           05  FILLER                     PIC X(08) VALUE 'WINDOW: '.
           05  RPT-PARM-FROM              PIC X(06).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  RPT-PARM-TO                PIC X(06).
           05  FILLER                     PIC X(17)
                  VALUE '  SAFETY FACTOR: '.
           05  RPT-PARM-FACTOR            PIC 9.99.
           05  FILLER                     PIC X(15)
                  VALUE '  REVIEW DAYS: '.
           05  RPT-PARM-REVIEW            PIC ZZ9.
           05  FILLER                     PIC X(17) VALUE SPACES.
       01  RPT-HEAD-LINE.
           05  FILLER                     PIC X(34)
                  VALUE 'INSTRUMENT G LEAD    AVG/MO   PEAK'.
           05  FILLER                     PIC X(46)
                  VALUE '  OLD RP  NEW RP OLD QTY NEW QTY  NOTE'.
       01  RPT-DETAIL-LINE.
           05  RPT-DET-TYPE               PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-DET-GRADE              PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DET-LEAD               PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DET-AVG                PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DET-PEAK               PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-DET-OLD-RP             PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-DET-NEW-RP             PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-DET-OLD-QTY            PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-DET-NEW-QTY            PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DET-NOTE               PIC X(12).
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL            PIC X(22).
           05  RPT-COUNT-OUT              PIC ZZZZ9.
           05  FILLER                     PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           IF  MODO-APLICAR
               PERFORM CARGAR-APROBACION UNTIL APR-EOF
               PERFORM APLICAR-FILA UNTIL INV-EOF
               PERFORM LISTAR-SIN-FILA
           ELSE
               PERFORM CARGAR-CONTROL
               PERFORM CARGAR-PROVEEDORES UNTIL SUP-EOF
               PERFORM CARGAR-INVENTARIO UNTIL INV-EOF
               PERFORM ACUMULAR-PEDIDOS UNTIL ORD-EOF
               PERFORM ACUMULAR-BACKORDERS UNTIL BAK-EOF
               PERFORM PROPONER-FILA
                   VARYING WS-INV-SUB FROM 1 BY 1
                   UNTIL WS-INV-SUB > WS-INV-COUNT
           END-IF.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init INVREOPT..".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-VARS.
           MOVE WS-DATE-VARS (1:8) TO WS-TODAY-NUM.
           ACCEPT WS-MODE-CARD FROM SYSIN.
           OPEN INPUT INVFILE.
           IF  NOT INVFILE-OK
               DISPLAY 'ERROR IN OPEN INVMSTR FILE ' FS-STAT-INV
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF  MODO-APLICAR
               DISPLAY 'APPLYING APPROVED REORDER POINTS'
               PERFORM ABRIR-APLICACION
           ELSE
               DISPLAY 'PROPOSING REORDER POINTS'
               PERFORM ABRIR-PROPUESTA
           END-IF.
      *
       ABRIR-APLICACION.
           OPEN INPUT APRFILE.
           IF  NOT APRFILE-OK
               DISPLAY 'ERROR IN OPEN REOAPPR FILE ' FS-STAT-APR
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT INVOFILE.
           MOVE 'REORDER POINT CHANGES APPLIED' TO RPT-TITLE-TEXT.
           MOVE WS-TODAY-NUM TO RPT-TITLE-DATE.
           WRITE RPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-LINE.
      *
      *Demand history and supplier files are optional - a missing
      *one simply contributes nothing
       ABRIR-PROPUESTA.
           OPEN OUTPUT PRPFILE.
           OPEN INPUT ORDFILE.
           IF  NOT ORDFILE-OK
               DISPLAY 'WARNING - ORDERS NOT AVAILABLE, STATUS '
                       FS-STAT-ORD
               SET ORD-EOF TO TRUE
           END-IF.
           OPEN INPUT BAKFILE.
           IF  NOT BAKFILE-OK
               DISPLAY 'WARNING - BAKORD NOT AVAILABLE, STATUS '
                       FS-STAT-BAK
               SET BAK-EOF TO TRUE
           END-IF.
           OPEN INPUT SUPFILE.
           IF  NOT SUPFILE-OK
               DISPLAY 'WARNING - SUPMSTR NOT AVAILABLE, STATUS '
                       FS-STAT-SUP
               SET SUP-EOF TO TRUE
           END-IF.
      *
       CARGAR-CONTROL.
           OPEN INPUT CTLFILE.
           IF  CTLFILE-OK
               READ CTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF  RC-HISTORY-MONTHS NUMERIC
                       AND RC-HISTORY-MONTHS > 0
                       AND RC-HISTORY-MONTHS <= HIST-MAX
                           MOVE RC-HISTORY-MONTHS TO WS-HIST-MONTHS
                       END-IF
                       IF  RC-SAFETY-FACTOR NUMERIC
                           MOVE RC-SAFETY-FACTOR TO WS-SAFETY-FACTOR
                       END-IF
                       IF  RC-REVIEW-DAYS NUMERIC
                       AND RC-REVIEW-DAYS > 0
                           MOVE RC-REVIEW-DAYS TO WS-REVIEW-DAYS
                       END-IF
                       IF  RC-DEFAULT-LEAD NUMERIC
                           MOVE RC-DEFAULT-LEAD TO WS-DEFAULT-LEAD
                       END-IF
               END-READ
               CLOSE CTLFILE
           END-IF.
           MOVE WS-TODAY-NUM TO WS-DATE-WORK.
           COMPUTE WS-RUN-MONTH-NBR = WS-DW-CCYY * 12 + WS-DW-MM - 1.
           COMPUTE WS-FIRST-MONTH-NBR =
               WS-RUN-MONTH-NBR - WS-HIST-MONTHS.
           DISPLAY 'HISTORY MONTHS: ' WS-HIST-MONTHS
                   '  SAFETY FACTOR: ' WS-SAFETY-FACTOR
                   '  REVIEW DAYS: ' WS-REVIEW-DAYS
                   '  DEFAULT LEAD: ' WS-DEFAULT-LEAD.
           MOVE 'REORDER POINT PROPOSALS - SALES VELOCITY'
             TO RPT-TITLE-TEXT.
           MOVE WS-TODAY-NUM TO RPT-TITLE-DATE.
           WRITE RPT-REC FROM RPT-TITLE-LINE.
           MOVE WS-FIRST-MONTH-NBR TO WS-MONTH-NBR.
           PERFORM MES-A-CCYYMM.
           MOVE WS-WINDOW-MONTH TO RPT-PARM-FROM.
           COMPUTE WS-MONTH-NBR = WS-RUN-MONTH-NBR - 1.
           PERFORM MES-A-CCYYMM.
           MOVE WS-WINDOW-MONTH TO RPT-PARM-TO.
           MOVE WS-SAFETY-FACTOR TO RPT-PARM-FACTOR.
           MOVE WS-REVIEW-DAYS   TO RPT-PARM-REVIEW.
           WRITE RPT-REC FROM RPT-PARM-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-LINE.
      *
      *Month number back to CCYYMM for the report heading
       MES-A-CCYYMM.
           DIVIDE WS-MONTH-NBR BY 12 GIVING WS-CCYY-WORK
               REMAINDER WS-MM-WORK.
           MOVE WS-CCYY-WORK TO WS-WM-CCYY.
           COMPUTE WS-WM-MM = WS-MM-WORK + 1.
      *
       CARGAR-PROVEEDORES.
           READ SUPFILE
               AT END
                   SET SUP-EOF TO TRUE
                   CLOSE SUPFILE
               NOT AT END
                   IF  WS-SUP-COUNT < SUP-MAX
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SUP-INSTRUMENT-TYPE
                         TO WS-SUP-TYPE (WS-SUP-COUNT)
                       IF  SUP-LEAD-DAYS NUMERIC
                           MOVE SUP-LEAD-DAYS
                             TO WS-SUP-LEAD (WS-SUP-COUNT)
                       ELSE
                           MOVE WS-DEFAULT-LEAD
                             TO WS-SUP-LEAD (WS-SUP-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING - SUPPLIER TABLE FULL'
                   END-IF
           END-READ.
      *
       CARGAR-INVENTARIO.
           READ INVFILE
               AT END
                   SET INV-EOF TO TRUE
                   CLOSE INVFILE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF  WS-INV-COUNT < INV-MAX
                       ADD 1 TO WS-INV-COUNT
                       MOVE INV-INSTRUMENT-TYPE
                         TO WS-INV-TYPE (WS-INV-COUNT)
                       MOVE INV-QUALITY-GRADE
                         TO WS-INV-QUALITY (WS-INV-COUNT)
                       MOVE INV-REORDER-POINT
                         TO WS-INV-REORDER (WS-INV-COUNT)
                       IF  INV-ORDER-QTY NUMERIC
                           MOVE INV-ORDER-QTY
                             TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       ELSE
                           MOVE 0 TO WS-INV-ORDER-QTY (WS-INV-COUNT)
                       END-IF
                       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > HIST-MAX
                           MOVE 0 TO WS-INV-MONTH-QTY
                                        (WS-INV-COUNT, WS-MONTH-SUB)
                       END-PERFORM
                   ELSE
                       DISPLAY 'WARNING - INVENTORY TABLE FULL'
                   END-IF
           END-READ.
      *
      *Each order is one unit sold in the month of its order date
       ACUMULAR-PEDIDOS.
           READ ORDFILE
               AT END
                   SET ORD-EOF TO TRUE
                   CLOSE ORDFILE
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   MOVE ORD-ORDER-DATE TO WS-DATE-WORK
                   PERFORM UBICAR-MES
                   IF  WS-MONTH-SUB > 0
                       ADD 1 TO WS-ORDERS-IN-WINDOW
                       MOVE ORD-INSTRUMENT-TYPE    TO WS-KEY-TYPE
                       MOVE ORD-INSTRUMENT-QUALITY TO WS-KEY-QUALITY
                       PERFORM SUMAR-DEMANDA
                   END-IF
           END-READ.
      *
      *An open backorder is a unit asked for and not sold - demand
      *the order history alone would miss
       ACUMULAR-BACKORDERS.
           READ BAKFILE
               AT END
                   SET BAK-EOF TO TRUE
                   CLOSE BAKFILE
               NOT AT END
                   ADD 1 TO WS-BACKORDERS-READ
                   MOVE BAK-ORDER-DATE TO WS-DATE-WORK
                   PERFORM UBICAR-MES
                   IF  WS-MONTH-SUB > 0
                       ADD 1 TO WS-BACKORDERS-IN-WINDOW
                       MOVE BAK-INSTRUMENT-TYPE    TO WS-KEY-TYPE
                       MOVE BAK-INSTRUMENT-QUALITY TO WS-KEY-QUALITY
                       PERFORM SUMAR-DEMANDA
                   END-IF
           END-READ.
      *
      *Bucket (1 = oldest month) for the date in WS-DATE-WORK; zero
      *when the date is unreadable or outside the history window
       UBICAR-MES.
           MOVE 0 TO WS-MONTH-SUB.
           IF  WS-DATE-WORK NUMERIC
           AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
               COMPUTE WS-MONTH-NBR = WS-DW-CCYY * 12 + WS-DW-MM - 1
               IF  WS-MONTH-NBR >= WS-FIRST-MONTH-NBR
               AND WS-MONTH-NBR <  WS-RUN-MONTH-NBR
                   COMPUTE WS-MONTH-SUB =
                       WS-MONTH-NBR - WS-FIRST-MONTH-NBR + 1
               END-IF
           END-IF.
      *
       SUMAR-DEMANDA.
           MOVE 0 TO WS-INV-MATCH.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
                  OR WS-INV-MATCH > 0
               IF  WS-INV-TYPE (WS-INV-SUB) = WS-KEY-TYPE
               AND WS-INV-QUALITY (WS-INV-SUB) = WS-KEY-QUALITY
                   MOVE WS-INV-SUB TO WS-INV-MATCH
               END-IF
           END-PERFORM.
           IF  WS-INV-MATCH = 0
               ADD 1 TO WS-DEMAND-NO-ROW
           ELSE
               ADD 1 TO WS-INV-MONTH-QTY (WS-INV-MATCH, WS-MONTH-SUB)
           END-IF.
      *
      *Average and peak month, lead time, and the proposed reorder
      *point and quantity for one stock row
       PROPONER-FILA.
           MOVE 0 TO WS-TOTAL-DEMAND.
           MOVE 0 TO WS-PEAK-DEMAND.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-HIST-MONTHS
               ADD WS-INV-MONTH-QTY (WS-INV-SUB, WS-MONTH-SUB)
                 TO WS-TOTAL-DEMAND
               IF  WS-INV-MONTH-QTY (WS-INV-SUB, WS-MONTH-SUB)
                   > WS-PEAK-DEMAND
                   MOVE WS-INV-MONTH-QTY (WS-INV-SUB, WS-MONTH-SUB)
                     TO WS-PEAK-DEMAND
               END-IF
           END-PERFORM.
           COMPUTE WS-AVG-DEMAND ROUNDED =
               WS-TOTAL-DEMAND / WS-HIST-MONTHS.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-SUP-MATCH.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUP-COUNT
                  OR WS-SUP-MATCH > 0
               IF  WS-SUP-TYPE (WS-SUP-SUB) = WS-INV-TYPE (WS-INV-SUB)
                   MOVE WS-SUP-SUB TO WS-SUP-MATCH
               END-IF
           END-PERFORM.
           IF  WS-SUP-MATCH = 0
               MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
               MOVE 'DEFAULT LEAD' TO WS-NOTE
               ADD 1 TO WS-DEFAULT-LEAD-CTR
           ELSE
               MOVE WS-SUP-LEAD (WS-SUP-MATCH) TO WS-LEAD-DAYS
           END-IF.
           COMPUTE WS-LEAD-DEMAND ROUNDED =
               WS-AVG-DEMAND * WS-LEAD-DAYS / 30.
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WS-SAFETY-FACTOR * (WS-PEAK-DEMAND - WS-AVG-DEMAND)
             * WS-LEAD-DAYS / 30.
           COMPUTE WS-NEW-REORDER ROUNDED =
               WS-LEAD-DEMAND + WS-SAFETY-STOCK.
           COMPUTE WS-NEW-ORDER-QTY ROUNDED =
               WS-AVG-DEMAND * WS-REVIEW-DAYS / 30.
           IF  WS-TOTAL-DEMAND > 0 AND WS-NEW-ORDER-QTY < 1
               MOVE 1 TO WS-NEW-ORDER-QTY
           END-IF.
           EVALUATE TRUE
               WHEN WS-TOTAL-DEMAND = 0
                   MOVE 'NO DEMAND' TO WS-NOTE
                   ADD 1 TO WS-NO-DEMAND-CTR
               WHEN WS-NOTE NOT = SPACES
                   CONTINUE
               WHEN WS-NEW-REORDER > WS-INV-REORDER (WS-INV-SUB)
                   MOVE 'RAISE' TO WS-NOTE
               WHEN WS-NEW-REORDER < WS-INV-REORDER (WS-INV-SUB)
                   MOVE 'LOWER' TO WS-NOTE
               WHEN WS-NEW-ORDER-QTY NOT =
                    WS-INV-ORDER-QTY (WS-INV-SUB)
                   MOVE 'QTY ONLY' TO WS-NOTE
               WHEN OTHER
                   MOVE 'NO CHANGE' TO WS-NOTE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-NEW-REORDER > WS-INV-REORDER (WS-INV-SUB)
                   ADD 1 TO WS-RAISED-CTR
               WHEN WS-NEW-REORDER < WS-INV-REORDER (WS-INV-SUB)
                   ADD 1 TO WS-LOWERED-CTR
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-CTR
           END-EVALUATE.
           MOVE SPACES                        TO WS-PROPOSAL-REC.
           MOVE WS-INV-TYPE (WS-INV-SUB)      TO RP-INSTRUMENT-TYPE.
           MOVE WS-INV-QUALITY (WS-INV-SUB)   TO RP-QUALITY-GRADE.
           MOVE WS-INV-REORDER (WS-INV-SUB)   TO RP-OLD-REORDER-POINT.
           MOVE WS-INV-ORDER-QTY (WS-INV-SUB) TO RP-OLD-ORDER-QTY.
           MOVE WS-NEW-REORDER                TO RP-NEW-REORDER-POINT.
           MOVE WS-NEW-ORDER-QTY              TO RP-NEW-ORDER-QTY.
           MOVE WS-AVG-DEMAND                 TO RP-AVG-DEMAND.
           MOVE WS-PEAK-DEMAND                TO RP-PEAK-DEMAND.
           MOVE WS-LEAD-DAYS                  TO RP-LEAD-DAYS.
           MOVE WS-TODAY-NUM                  TO RP-PROPOSAL-DATE.
           WRITE PRP-REC FROM WS-PROPOSAL-REC.
           ADD 1 TO WS-PROPOSALS-WRITTEN.
           PERFORM ESCRIBIR-DETALLE.
      *
      *Report line from WS-PROPOSAL-REC and WS-NOTE
       ESCRIBIR-DETALLE.
           MOVE RP-INSTRUMENT-TYPE   TO RPT-DET-TYPE.
           MOVE RP-QUALITY-GRADE     TO RPT-DET-GRADE.
           MOVE RP-LEAD-DAYS         TO RPT-DET-LEAD.
           MOVE RP-AVG-DEMAND        TO RPT-DET-AVG.
           MOVE RP-PEAK-DEMAND       TO RPT-DET-PEAK.
           MOVE RP-OLD-REORDER-POINT TO RPT-DET-OLD-RP.
           MOVE RP-NEW-REORDER-POINT TO RPT-DET-NEW-RP.
           MOVE RP-OLD-ORDER-QTY     TO RPT-DET-OLD-QTY.
           MOVE RP-NEW-ORDER-QTY     TO RPT-DET-NEW-QTY.
           MOVE WS-NOTE              TO RPT-DET-NOTE.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      *
      *Approved rows with readable values go to the table; the rest
      *are listed and left alone
       CARGAR-APROBACION.
           READ APRFILE INTO WS-PROPOSAL-REC
               AT END
                   SET APR-EOF TO TRUE
                   CLOSE APRFILE
               NOT AT END
                   ADD 1 TO WS-APPROVALS-READ
                   PERFORM VALIDAR-APROBACION
           END-READ.
      *
       VALIDAR-APROBACION.
           MOVE SPACES TO WS-NOTE.
           IF  NOT RP-APPROVED
               ADD 1 TO WS-NOT-APPROVED-CTR
               MOVE 'NOT APPROVED' TO WS-NOTE
           ELSE
               IF  RP-OLD-REORDER-POINT NOT NUMERIC
               OR  RP-OLD-ORDER-QTY     NOT NUMERIC
               OR  RP-NEW-REORDER-POINT NOT NUMERIC
               OR  RP-NEW-ORDER-QTY     NOT NUMERIC
                   MOVE 'BAD VALUES' TO WS-NOTE
               ELSE
                   MOVE 0 TO WS-APR-MATCH
                   PERFORM BUSCAR-APROBACION
                   IF  WS-APR-MATCH > 0
                       MOVE 'DUPLICATE' TO WS-NOTE
                   ELSE
                       IF  WS-APR-COUNT < APR-MAX
                           ADD 1 TO WS-APR-COUNT
                           MOVE WS-PROPOSAL-REC
                             TO WS-APR-DATA (WS-APR-COUNT)
                           MOVE 'N' TO WS-APR-USED (WS-APR-COUNT)
                       ELSE
                           MOVE 'TABLE FULL' TO WS-NOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  WS-NOTE NOT = SPACES
               IF  WS-NOTE NOT = 'NOT APPROVED'
                   ADD 1 TO WS-REFUSED-CTR
               END-IF
               PERFORM ESCRIBIR-APROBACION
           END-IF.
      *
      *Approval table entry for the type and grade in WS-PROPOSAL-REC
       BUSCAR-APROBACION.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
                  OR WS-APR-MATCH > 0
               IF  WS-APR-DATA (WS-APR-SUB) (1:11) =
                   WS-PROPOSAL-REC (1:11)
                   MOVE WS-APR-SUB TO WS-APR-MATCH
               END-IF
           END-PERFORM.
      *
      *Approval line - the listing has no room for unreadable
      *numbers, so those print as zero
       ESCRIBIR-APROBACION.
           IF  RP-AVG-DEMAND NOT NUMERIC
               MOVE 0 TO RP-AVG-DEMAND
           END-IF.
           IF  RP-PEAK-DEMAND NOT NUMERIC
               MOVE 0 TO RP-PEAK-DEMAND
           END-IF.
           IF  RP-LEAD-DAYS NOT NUMERIC
               MOVE 0 TO RP-LEAD-DAYS
           END-IF.
           IF  RP-OLD-REORDER-POINT NOT NUMERIC
               MOVE 0 TO RP-OLD-REORDER-POINT
           END-IF.
           IF  RP-OLD-ORDER-QTY NOT NUMERIC
               MOVE 0 TO RP-OLD-ORDER-QTY
           END-IF.
           IF  RP-NEW-REORDER-POINT NOT NUMERIC
               MOVE 0 TO RP-NEW-REORDER-POINT
           END-IF.
           IF  RP-NEW-ORDER-QTY NOT NUMERIC
               MOVE 0 TO RP-NEW-ORDER-QTY
           END-IF.
           PERFORM ESCRIBIR-DETALLE.
      *
      *Every master row is copied through; an approved row whose
      *old values still match the master takes the new ones
       APLICAR-FILA.
           READ INVFILE
               AT END
                   SET INV-EOF TO TRUE
                   CLOSE INVFILE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE INV-MASTER-REC TO INV-MASTER-REC-O
                   MOVE SPACES TO WS-PROPOSAL-REC
                   MOVE INV-INSTRUMENT-TYPE TO RP-INSTRUMENT-TYPE
                   MOVE INV-QUALITY-GRADE   TO RP-QUALITY-GRADE
                   MOVE 0 TO WS-APR-MATCH
                   PERFORM BUSCAR-APROBACION
                   IF  WS-APR-MATCH > 0
                       PERFORM CAMBIAR-FILA
                   END-IF
                   WRITE INV-MASTER-REC-O
           END-READ.
      *
       CAMBIAR-FILA.
           MOVE WS-APR-DATA (WS-APR-MATCH) TO WS-PROPOSAL-REC.
           MOVE 'Y' TO WS-APR-USED (WS-APR-MATCH).
           IF  INV-ORDER-QTY NUMERIC
               MOVE INV-ORDER-QTY TO WS-OLD-ORDER-QTY
           ELSE
               MOVE 0 TO WS-OLD-ORDER-QTY
           END-IF.
           IF  RP-OLD-REORDER-POINT = INV-REORDER-POINT
           AND RP-OLD-ORDER-QTY     = WS-OLD-ORDER-QTY
               MOVE RP-NEW-REORDER-POINT TO INV-MASTER-REC-O (17:5)
               MOVE RP-NEW-ORDER-QTY     TO INV-MASTER-REC-O (31:5)
               ADD 1 TO WS-APPLIED-CTR
               MOVE 'APPLIED' TO WS-NOTE
           ELSE
               ADD 1 TO WS-REFUSED-CTR
               MOVE 'STALE' TO WS-NOTE
           END-IF.
           PERFORM ESCRIBIR-APROBACION.
      *
      *Approvals for a type and grade no longer on the master
       LISTAR-SIN-FILA.
           PERFORM VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
               IF  WS-APR-USED (WS-APR-SUB) = 'N'
                   MOVE WS-APR-DATA (WS-APR-SUB) TO WS-PROPOSAL-REC
                   ADD 1 TO WS-REFUSED-CTR
                   MOVE 'NOT ON FILE' TO WS-NOTE
                   PERFORM ESCRIBIR-APROBACION
               END-IF
           END-PERFORM.
      *
       TERMINAR.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'INVENTORY ROWS:       ' TO RPT-COUNT-LABEL.
           MOVE WS-ROWS-READ             TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           IF  MODO-APLICAR
               PERFORM TOTALES-APLICACION
           ELSE
               PERFORM TOTALES-PROPUESTA
           END-IF.
           CLOSE RPTFILE.
           DISPLAY "END PROGR: INVREOPT".
      *
       TOTALES-PROPUESTA.
           MOVE 'ORDERS IN WINDOW:     ' TO RPT-COUNT-LABEL.
           MOVE WS-ORDERS-IN-WINDOW      TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'BACKORDERS IN WINDOW: ' TO RPT-COUNT-LABEL.
           MOVE WS-BACKORDERS-IN-WINDOW  TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'DEMAND NOT ON MASTER: ' TO RPT-COUNT-LABEL.
           MOVE WS-DEMAND-NO-ROW         TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'POINTS RAISED:        ' TO RPT-COUNT-LABEL.
           MOVE WS-RAISED-CTR            TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'POINTS LOWERED:       ' TO RPT-COUNT-LABEL.
           MOVE WS-LOWERED-CTR           TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'POINTS UNCHANGED:     ' TO RPT-COUNT-LABEL.
           MOVE WS-UNCHANGED-CTR         TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'ROWS WITH NO DEMAND:  ' TO RPT-COUNT-LABEL.
           MOVE WS-NO-DEMAND-CTR         TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'NO SUPPLIER LEAD TIME:' TO RPT-COUNT-LABEL.
           MOVE WS-DEFAULT-LEAD-CTR      TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE PRPFILE.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-ROWS-READ            TO REC-KTR-OUT.
           DISPLAY 'Inventory Rows:     ' REC-KTR-OUT.
           MOVE WS-ORDERS-READ          TO REC-KTR-OUT.
           DISPLAY 'Orders Read:        ' REC-KTR-OUT.
           MOVE WS-BACKORDERS-READ      TO REC-KTR-OUT.
           DISPLAY 'Backorders Read:    ' REC-KTR-OUT.
           MOVE WS-PROPOSALS-WRITTEN    TO REC-KTR-OUT.
           DISPLAY 'Proposals Written:  ' REC-KTR-OUT.
      *
       TOTALES-APLICACION.
           MOVE 'APPROVAL RECORDS:     ' TO RPT-COUNT-LABEL.
           MOVE WS-APPROVALS-READ        TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'NOT APPROVED:         ' TO RPT-COUNT-LABEL.
           MOVE WS-NOT-APPROVED-CTR      TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'CHANGES APPLIED:      ' TO RPT-COUNT-LABEL.
           MOVE WS-APPLIED-CTR           TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE 'APPROVALS REFUSED:    ' TO RPT-COUNT-LABEL.
           MOVE WS-REFUSED-CTR           TO RPT-COUNT-OUT.
           WRITE RPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE INVOFILE.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-ROWS-READ            TO REC-KTR-OUT.
           DISPLAY 'Inventory Rows:     ' REC-KTR-OUT.
           MOVE WS-APPROVALS-READ       TO REC-KTR-OUT.
           DISPLAY 'Approvals Read:     ' REC-KTR-OUT.
           MOVE WS-APPLIED-CTR          TO REC-KTR-OUT.
           DISPLAY 'Changes Applied:    ' REC-KTR-OUT.
           MOVE WS-REFUSED-CTR          TO REC-KTR-OUT.
           DISPLAY 'Approvals Refused:  ' REC-KTR-OUT.
           IF  WS-REFUSED-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
