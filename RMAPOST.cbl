       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAPOST.
      *Instrument return authorizations for the music shop - takes
      *back what ORDFILL shipped and ORDBILL charged. Each RMATRAN
      *transaction (RMA number and date, the ORDERS order number and
      *order date it returns, the instrument, the condition it came
      *back in, a reason code and who authorized it) is matched to
      *its order in the ORDERS history (the ORDFILL order files,
      *concatenated - order numbers restart each ORDFILL run, so the
      *order date is part of the key). A unit back in resaleable
      *condition (N new, U used, P premium) returns to
      *INV-QTY-ON-HAND at that quality grade, re-averaging the row's
      *unit cost at the cost the order was relieved at; a damaged
      *unit (D) goes to the OVNDRTN vendor-return listing with the
      *SUPMSTR supplier for the instrument. The refund - the order
      *price less the RMACTL restocking fee, waived where the reason
      *is the shop's fault - credits the customer's ARBAL balance
      *the way ARPOST applies cash (aging buckets oldest-first, and
      *into the cycle's payments-and-credits so CUSTSTMT's
      *statement still foots). Every return is logged to RMAHIST,
      *which also stops an RMA number or an order being used twice
      *and feeds the monthly RMARPT returns report. RMAs that fail
      *validation go to the RMAERR exception listing (RC 4).
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMAFILE  ASSIGN   TO RMATRAN
                  FILE STATUS  IS FS-STAT-RMA.
           SELECT ORDFILE  ASSIGN   TO ORDERS
                  FILE STATUS  IS FS-STAT-ORD.
           SELECT HISTFILE ASSIGN   TO RMAHIST
                  FILE STATUS  IS FS-STAT-HIST.
           SELECT CTLFILE  ASSIGN   TO RMACTL
                  FILE STATUS  IS FS-STAT-CTL.
           SELECT ARFILE   ASSIGN   TO ARBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AR-ACCT-NO
                  FILE STATUS  IS FS-STAT-AR.
           SELECT INVFILE  ASSIGN   TO INVMSTR
                  FILE STATUS  IS FS-STAT-INV.
           SELECT INVOFILE ASSIGN   TO INVMSTO.
           SELECT SUPFILE  ASSIGN   TO SUPMSTR
                  FILE STATUS  IS FS-STAT-SUP.
           SELECT ERRFILE  ASSIGN   TO RMAERR.
           SELECT VNDFILE  ASSIGN   TO OVNDRTN.
           SELECT REGFILE  ASSIGN   TO ORMAREG.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *Return-authorization transaction
       FD RMAFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RMA-REC.
       01  RMA-REC.
           05  RMA-NBR                        PIC 9(06).
           05  RMA-DATE                       PIC 9(08).
           05  RMA-ORDER-NBR                  PIC 9(06).
           05  RMA-ORDER-DATE                 PIC 9(08).
           05  RMA-INSTRUMENT-TYPE            PIC X(10).
           05  RMA-CONDITION                  PIC X(01).
               88  RMA-RESALEABLE                 VALUE 'N' 'U' 'P'.
               88  RMA-DAMAGED                    VALUE 'D'.
           05  RMA-REASON                     PIC X(02).
           05  RMA-AUTH-ID                    PIC X(08).
           05  FILLER                         PIC X(31).
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
      *Returns history - one record per posted return (shared
      *layout with RMARPT)
       FD HISTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RMA-HIST-REC.
       01  RMA-HIST-REC.
           05  RH-RMA-NBR                     PIC 9(06).
           05  RH-RMA-DATE                    PIC 9(08).
           05  RH-ORDER-NBR                   PIC 9(06).
           05  RH-ORDER-DATE                  PIC 9(08).
           05  RH-ACCT-NO                     PIC X(08).
           05  RH-INSTRUMENT-TYPE             PIC X(10).
           05  RH-CONDITION                   PIC X(01).
           05  RH-REASON                      PIC X(02).
           05  RH-DISPOSITION                 PIC X(01).
               88  RH-RESTOCKED                   VALUE 'R'.
               88  RH-TO-VENDOR                   VALUE 'V'.
           05  RH-SALE-AMOUNT                 PIC 9(7)V99.
           05  RH-RESTOCK-FEE                 PIC 9(7)V99.
           05  RH-REFUND                      PIC 9(7)V99.
           05  RH-UNIT-COST                   PIC 9(7)V99.
           05  FILLER                         PIC X(14).
      *Restocking-fee control record; missing keeps the default
       FD CTLFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC.
           05  RMC-FEE-PCT                    PIC 9(3)V99.
           05  FILLER                         PIC X(15).
      *A/R balance master record (shared layout with ARPOST)
       FD ARFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AR-BALANCE-REC.
       01  AR-BALANCE-REC.
           05  AR-ACCT-NO                 PIC X(08).
           05  AR-BALANCE                 PIC S9(7)V99.
           05  AR-PAYMENTS-CYCLE          PIC S9(7)V99.
           05  AR-AGE-CURRENT             PIC S9(7)V99.
           05  AR-AGE-30                  PIC S9(7)V99.
           05  AR-AGE-60                  PIC S9(7)V99.
           05  AR-AGE-90                  PIC S9(7)V99.
           05  AR-LAST-STMT-DATE          PIC 9(08).
           05  FILLER                     PIC X(10).
      *Inventory stock master in / updated master out (same layout
      *ORDFILL maintains)
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
      *Reorder quantity set by INVREOPT (spaces on older rows)
           05  INV-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(45).
       FD INVOFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INV-MASTER-REC-O.
       01  INV-MASTER-REC-O                   PIC X(80).
      *Supplier master (shared layout with POGEN)
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
       FD ERRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ERROR-REC.
       01  ERROR-REC.
           05  ERR-RMA-IMAGE              PIC X(80).
           05  ERR-REASON                 PIC X(20).
       FD VNDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VND-REC.
       01  VND-REC                            PIC X(100).
       FD REGFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REC.
       01  REG-REC                            PIC X(100).
      *General-ledger journal - the run's return credits as one
      *batch, appended for GLPOST (see GLJRNLR)
       FD JRNLFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           COPY GLJRNLR.
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           05  WS-RMAS-READ               PIC S9(5) COMP VALUE 0.
           05  WS-RMAS-POSTED             PIC S9(5) COMP VALUE 0.
           05  WS-RMAS-REJECTED           PIC S9(5) COMP VALUE 0.
           05  WS-UNITS-RESTOCKED         PIC S9(5) COMP VALUE 0.
           05  WS-UNITS-TO-VENDOR         PIC S9(5) COMP VALUE 0.
       77  SW-RMA-EOF                     PIC X VALUE 'N'.
           88  RMA-EOF                        VALUE 'Y'.
       77  SW-ORD-EOF                     PIC X VALUE 'N'.
           88  ORD-EOF                        VALUE 'Y'.
       77  SW-HIST-EOF                    PIC X VALUE 'N'.
           88  HIST-EOF                       VALUE 'Y'.
       77  SW-INV-EOF                     PIC X VALUE 'N'.
           88  INV-EOF                        VALUE 'Y'.
       77  SW-SUP-EOF                     PIC X VALUE 'N'.
           88  SUP-EOF                        VALUE 'Y'.
       77  FS-STAT-RMA                    PIC X(02) VALUE SPACES.
           88  RMAFILE-OK                     VALUE '00'.
       77  FS-STAT-ORD                    PIC X(02) VALUE SPACES.
           88  ORDFILE-OK                     VALUE '00'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
           88  HISTFILE-MISSING               VALUE '35'.
       77  FS-STAT-CTL                    PIC X(02) VALUE SPACES.
           88  CTLFILE-OK                     VALUE '00'.
       77  FS-STAT-AR                     PIC X(02) VALUE SPACES.
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-INV                    PIC X(02) VALUE SPACES.
           88  INVFILE-OK                     VALUE '00'.
       77  FS-STAT-SUP                    PIC X(02) VALUE SPACES.
           88  SUPFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Restocking fee, percent of the order price (RMACTL)
       77  WS-FEE-PCT                     PIC 9(3)V99 VALUE 15.00.
       77  WS-REJECT-REASON               PIC X(20) VALUE SPACES.
       77  WS-RESTOCK-FEE                 PIC 9(7)V99 VALUE 0.
       77  WS-REFUND                      PIC 9(7)V99 VALUE 0.
       77  WS-REFUND-REMAINING            PIC S9(7)V99 VALUE 0.
       77  WS-REFUND-TOTAL                PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  WS-FEE-TOTAL                   PIC S9(9)V99 COMP-3
                                           VALUE 0.
      *Return reasons - the shop's-fault ones waive the restocking
      *fee
       01  WS-REASON-VALUES.
           05  FILLER   PIC X(23) VALUE 'DFYDEFECTIVE           '.
           05  FILLER   PIC X(23) VALUE 'DMYDAMAGED IN TRANSIT  '.
           05  FILLER   PIC X(23) VALUE 'WIYWRONG ITEM SHIPPED  '.
           05  FILLER   PIC X(23) VALUE 'NWNNO LONGER WANTED    '.
           05  FILLER   PIC X(23) VALUE 'OTNOTHER               '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ITEM OCCURS 5 TIMES.
               10  WS-REASON-CODE          PIC X(02).
               10  WS-REASON-WAIVE-FEE     PIC X(01).
               10  WS-REASON-DESC          PIC X(20).
       77  REASON-MAX                     PIC S9(4) COMP VALUE 5.
       77  WS-REASON-SUB                  PIC S9(4) COMP VALUE 0.
       77  WS-REASON-MATCH                PIC S9(4) COMP VALUE 0.
      *Order history, loaded up front - keyed by order number and
      *order date
       77  ORD-MAX                        PIC S9(4) COMP VALUE 3000.
       77  WS-ORD-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-ORD-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-ORD-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ITEM OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WS-ORD-COUNT.
               10  WS-ORD-NBR              PIC 9(06).
               10  WS-ORD-DATE             PIC 9(08).
               10  WS-ORD-ACCT-NO          PIC X(08).
               10  WS-ORD-TYPE             PIC X(10).
               10  WS-ORD-PRICE            PIC S9(7)V99.
               10  WS-ORD-COGS             PIC 9(7)V99.
      *Returns already on RMAHIST, plus this run's as they post
       77  HIST-MAX                       PIC S9(4) COMP VALUE 3000.
       77  WS-HIST-COUNT                  PIC S9(4) COMP VALUE 0.
       77  WS-HIST-SUB                    PIC S9(4) COMP VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ITEM OCCURS 1 TO 3000 TIMES
                             DEPENDING ON WS-HIST-COUNT.
               10  WS-HIST-RMA-NBR         PIC 9(06).
               10  WS-HIST-ORDER-NBR       PIC 9(06).
               10  WS-HIST-ORDER-DATE      PIC 9(08).
      *Inventory table - restocked units post into it, written back
      *at end
       77  INV-MAX                        PIC S9(4) COMP VALUE 50.
       77  WS-INV-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-INV-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-INV-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ITEM OCCURS 1 TO 50 TIMES
                            DEPENDING ON WS-INV-COUNT.
               10  WS-INV-TYPE             PIC X(10).
               10  WS-INV-QUALITY          PIC X(01).
               10  WS-INV-QTY              PIC 9(05).
               10  WS-INV-REORDER          PIC 9(05).
               10  WS-INV-COST             PIC 9(5)V9999.
               10  WS-INV-ORDER-QTY        PIC 9(05).
      *Average cost in its INVMSTO record position
       01  WS-COST-FIELD.
           05  WS-COST-NUM                PIC 9(5)V9999.
      *Supplier per instrument type, for the vendor-return listing
       77  SUP-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-SUP-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-SUP-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-SUP-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SUP-COUNT.
               10  WS-SUP-TYPE             PIC X(10).
               10  WS-SUP-ID               PIC X(08).
               10  WS-SUP-NAME             PIC X(30).
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Returns register line
       01  REG-DETAIL-LINE.
           05  FILLER                     PIC X(05) VALUE 'RMA: '.
           05  REG-RMA-OUT                PIC 9(06).
           05  FILLER                     PIC X(08) VALUE ' ORDER: '.
           05  REG-ORDER-OUT              PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-ACCT-OUT               PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-TYPE-OUT               PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-COND-OUT               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-REASON-OUT             PIC X(20).
           05  FILLER                     PIC X(05) VALUE ' FEE '.
           05  REG-FEE-OUT                PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(08) VALUE ' REFUND '.
           05  REG-REFUND-OUT             PIC ZZZ,ZZ9.99.
       01  REG-TOTAL-LINE.
           05  FILLER                     PIC X(22)
                  VALUE 'RETURNS POSTED:       '.
           05  REG-TOT-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                     PIC X(14)
                  VALUE '  FEES KEPT: '.
           05  REG-TOT-FEE-OUT            PIC $$$,$$$,$$9.99.
           05  FILLER                     PIC X(11)
                  VALUE '  REFUNDS: '.
           05  REG-TOT-REFUND-OUT         PIC $$$,$$$,$$9.99.
      *Vendor-return listing line
       01  VND-DETAIL-LINE.
           05  VND-SUP-ID-OUT             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  VND-SUP-NAME-OUT           PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  VND-TYPE-OUT               PIC X(10).
           05  FILLER                     PIC X(06) VALUE ' RMA: '.
           05  VND-RMA-OUT                PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  VND-REASON-OUT             PIC X(20).
           05  FILLER                     PIC X(06) VALUE ' COST '.
           05  VND-COST-OUT               PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-CONTROL.
           PERFORM CARGAR-ORDENES UNTIL ORD-EOF.
           PERFORM CARGAR-HISTORIA UNTIL HIST-EOF.
           PERFORM ABRIR-HISTORIA.
           PERFORM CARGAR-INVENTARIO UNTIL INV-EOF.
           PERFORM CARGAR-PROVEEDORES UNTIL SUP-EOF.
           PERFORM PROCESAR-DEVOLUCION UNTIL RMA-EOF.
           PERFORM GRABAR-INVENTARIO.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init RMAPOST..".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT RMAFILE.
           IF  NOT RMAFILE-OK
               DISPLAY 'ERROR IN OPEN RMATRAN FILE ' FS-STAT-RMA
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT ORDFILE.
           IF  NOT ORDFILE-OK
               DISPLAY 'ERROR IN OPEN ORDERS FILE ' FS-STAT-ORD
               GO TO 900-ERROR
           END-IF.
           OPEN I-O ARFILE.
           IF  NOT ARFILE-OK
               DISPLAY 'ERROR IN OPEN ARBAL MASTER ' FS-STAT-AR
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT HISTFILE.
           IF  NOT HISTFILE-OK
               SET HIST-EOF TO TRUE
           END-IF.
           OPEN INPUT INVFILE.
           IF  NOT INVFILE-OK
               DISPLAY 'WARNING - INVMSTR NOT AVAILABLE, STATUS '
                       FS-STAT-INV
               SET INV-EOF TO TRUE
           END-IF.
           OPEN INPUT SUPFILE.
           IF  NOT SUPFILE-OK
               DISPLAY 'WARNING - SUPMSTR NOT AVAILABLE, STATUS '
                       FS-STAT-SUP
               SET SUP-EOF TO TRUE
           END-IF.
           OPEN OUTPUT INVOFILE.
           OPEN OUTPUT ERRFILE.
           OPEN OUTPUT VNDFILE.
           OPEN OUTPUT REGFILE.
      *
       CARGAR-CONTROL.
           OPEN INPUT CTLFILE.
           IF  CTLFILE-OK
               READ CTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF  RMC-FEE-PCT NUMERIC
                           MOVE RMC-FEE-PCT TO WS-FEE-PCT
                       END-IF
               END-READ
               CLOSE CTLFILE
           END-IF.
           DISPLAY 'RESTOCKING FEE PCT: ' WS-FEE-PCT.
      *
       CARGAR-ORDENES.
           READ ORDFILE
               AT END
                   SET ORD-EOF TO TRUE
                   CLOSE ORDFILE
               NOT AT END
                   IF  WS-ORD-COUNT >= ORD-MAX
                       DISPLAY 'ORDERS EXCEED ' ORD-MAX
                               ' - RAISE ORD-MAX'
                       GO TO 900-ERROR
                   END-IF
                   ADD 1 TO WS-ORD-COUNT
                   MOVE ORD-ORDER-NBR  TO WS-ORD-NBR (WS-ORD-COUNT)
                   MOVE ORD-ORDER-DATE TO WS-ORD-DATE (WS-ORD-COUNT)
                   MOVE ORD-ARTIST-ACCT-NO
                     TO WS-ORD-ACCT-NO (WS-ORD-COUNT)
                   MOVE ORD-INSTRUMENT-TYPE
                     TO WS-ORD-TYPE (WS-ORD-COUNT)
                   MOVE ORD-ORDER-COST TO WS-ORD-PRICE (WS-ORD-COUNT)
                   IF  ORD-COST-OF-GOODS NUMERIC
                       MOVE ORD-COST-OF-GOODS
                         TO WS-ORD-COGS (WS-ORD-COUNT)
                   ELSE
                       MOVE 0 TO WS-ORD-COGS (WS-ORD-COUNT)
                   END-IF
           END-READ.
      *
       CARGAR-HISTORIA.
           READ HISTFILE
               AT END
                   SET HIST-EOF TO TRUE
                   CLOSE HISTFILE
               NOT AT END
                   PERFORM ANOTAR-HISTORIA
           END-READ.
      *
       ANOTAR-HISTORIA.
           IF  WS-HIST-COUNT >= HIST-MAX
               DISPLAY 'RMAHIST EXCEEDS ' HIST-MAX
                       ' RETURNS - RAISE HIST-MAX'
               GO TO 900-ERROR
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE RH-RMA-NBR    TO WS-HIST-RMA-NBR (WS-HIST-COUNT).
           MOVE RH-ORDER-NBR  TO WS-HIST-ORDER-NBR (WS-HIST-COUNT).
           MOVE RH-ORDER-DATE TO WS-HIST-ORDER-DATE (WS-HIST-COUNT).
      *
      *The history is appended to; the first run creates it
       ABRIR-HISTORIA.
           OPEN EXTEND HISTFILE.
           IF  HISTFILE-MISSING
               OPEN OUTPUT HISTFILE
           END-IF.
           IF  NOT HISTFILE-OK
               DISPLAY 'ERROR IN OPEN RMAHIST FILE ' FS-STAT-HIST
               GO TO 900-ERROR
           END-IF.
      *
       CARGAR-INVENTARIO.
           READ INVFILE
               AT END
                   SET INV-EOF TO TRUE
                   CLOSE INVFILE
               NOT AT END
                   IF  WS-INV-COUNT < INV-MAX
                       ADD 1 TO WS-INV-COUNT
                       MOVE INV-INSTRUMENT-TYPE
                         TO WS-INV-TYPE (WS-INV-COUNT)
                       MOVE INV-QUALITY-GRADE
                         TO WS-INV-QUALITY (WS-INV-COUNT)
                       MOVE INV-QTY-ON-HAND
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
           END-READ.
      *
      *First supplier on the master for each instrument type
       CARGAR-PROVEEDORES.
           READ SUPFILE
               AT END
                   SET SUP-EOF TO TRUE
                   CLOSE SUPFILE
               NOT AT END
                   MOVE 0 TO WS-SUP-MATCH
                   PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-SUP-COUNT
                          OR WS-SUP-MATCH > 0
                       IF  WS-SUP-TYPE (WS-SUP-SUB) =
                           SUP-INSTRUMENT-TYPE
                           MOVE WS-SUP-SUB TO WS-SUP-MATCH
                       END-IF
                   END-PERFORM
                   IF  WS-SUP-MATCH = 0 AND WS-SUP-COUNT < SUP-MAX
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SUP-INSTRUMENT-TYPE
                         TO WS-SUP-TYPE (WS-SUP-COUNT)
                       MOVE SUP-SUPPLIER-ID
                         TO WS-SUP-ID (WS-SUP-COUNT)
                       MOVE SUP-SUPPLIER-NAME
                         TO WS-SUP-NAME (WS-SUP-COUNT)
                   END-IF
           END-READ.
      *
       PROCESAR-DEVOLUCION.
           READ RMAFILE
               AT END SET RMA-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RMAS-READ
                   PERFORM VALIDAR-DEVOLUCION
                   IF  WS-REJECT-REASON = SPACES
                       PERFORM ACREDITAR-SALDO
                   END-IF
                   IF  WS-REJECT-REASON = SPACES
                       PERFORM APLICAR-DEVOLUCION
                   ELSE
                       PERFORM RECHAZAR-DEVOLUCION
                   END-IF
           END-READ.
      *
      *Checks run in order and the first failure is the reason
       VALIDAR-DEVOLUCION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-REASON-MATCH.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > REASON-MAX
               IF  WS-REASON-CODE (WS-REASON-SUB) = RMA-REASON
                   MOVE WS-REASON-SUB TO WS-REASON-MATCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RMA-NBR NOT NUMERIC OR RMA-NBR = 0
                   MOVE 'INVALID RMA NUMBER' TO WS-REJECT-REASON
               WHEN RMA-DATE NOT NUMERIC
                 OR RMA-DATE (5:2) < '01' OR RMA-DATE (5:2) > '12'
                   MOVE 'INVALID RMA DATE' TO WS-REJECT-REASON
               WHEN WS-REASON-MATCH = 0
                   MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
               WHEN NOT RMA-RESALEABLE AND NOT RMA-DAMAGED
                   MOVE 'INVALID CONDITION' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   IF  WS-HIST-RMA-NBR (WS-HIST-SUB) = RMA-NBR
                       MOVE 'DUPLICATE RMA NUMBER' TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-ORD-MATCH
               PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ORD-COUNT
                      OR WS-ORD-MATCH > 0
                   IF  WS-ORD-NBR (WS-ORD-SUB) = RMA-ORDER-NBR
                   AND WS-ORD-DATE (WS-ORD-SUB) = RMA-ORDER-DATE
                       MOVE WS-ORD-SUB TO WS-ORD-MATCH
                   END-IF
               END-PERFORM
               IF  WS-ORD-MATCH = 0
                   MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   IF  WS-ORD-TYPE (WS-ORD-MATCH)
                       NOT = RMA-INSTRUMENT-TYPE
                       MOVE 'NOT THE ORDERED ITEM' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   IF  WS-HIST-ORDER-NBR (WS-HIST-SUB) = RMA-ORDER-NBR
                   AND WS-HIST-ORDER-DATE (WS-HIST-SUB)
                       = RMA-ORDER-DATE
                       MOVE 'ALREADY RETURNED'
                         TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.
      *
      *The refund - order price less the restocking fee unless the
      *reason waives it - comes off the customer's balance like a
      *payment: aging buckets oldest-first, and into the cycle's
      *payments-and-credits figure CUSTSTMT prints
       ACREDITAR-SALDO.
           MOVE 0 TO WS-RESTOCK-FEE.
           IF  WS-REASON-WAIVE-FEE (WS-REASON-MATCH) = 'N'
               COMPUTE WS-RESTOCK-FEE ROUNDED =
                   WS-ORD-PRICE (WS-ORD-MATCH) * WS-FEE-PCT / 100
           END-IF.
           COMPUTE WS-REFUND =
               WS-ORD-PRICE (WS-ORD-MATCH) - WS-RESTOCK-FEE.
           MOVE WS-ORD-ACCT-NO (WS-ORD-MATCH) TO AR-ACCT-NO.
           READ ARFILE
               INVALID KEY
                   MOVE 'NO ARBAL ACCOUNT' TO WS-REJECT-REASON
               NOT INVALID KEY
                   SUBTRACT WS-REFUND FROM AR-BALANCE
                   ADD WS-REFUND TO AR-PAYMENTS-CYCLE
                   MOVE WS-REFUND TO WS-REFUND-REMAINING
                   PERFORM DRENAR-90
                   PERFORM DRENAR-60
                   PERFORM DRENAR-30
                   PERFORM DRENAR-CURRENT
                   REWRITE AR-BALANCE-REC
           END-READ.
      *
       DRENAR-90.
           IF  WS-REFUND-REMAINING > 0
               IF  AR-AGE-90 >= WS-REFUND-REMAINING
                   SUBTRACT WS-REFUND-REMAINING FROM AR-AGE-90
                   MOVE 0 TO WS-REFUND-REMAINING
               ELSE
                   SUBTRACT AR-AGE-90 FROM WS-REFUND-REMAINING
                   MOVE 0 TO AR-AGE-90
               END-IF
           END-IF.
      *
       DRENAR-60.
           IF  WS-REFUND-REMAINING > 0
               IF  AR-AGE-60 >= WS-REFUND-REMAINING
                   SUBTRACT WS-REFUND-REMAINING FROM AR-AGE-60
                   MOVE 0 TO WS-REFUND-REMAINING
               ELSE
                   SUBTRACT AR-AGE-60 FROM WS-REFUND-REMAINING
                   MOVE 0 TO AR-AGE-60
               END-IF
           END-IF.
      *
       DRENAR-30.
           IF  WS-REFUND-REMAINING > 0
               IF  AR-AGE-30 >= WS-REFUND-REMAINING
                   SUBTRACT WS-REFUND-REMAINING FROM AR-AGE-30
                   MOVE 0 TO WS-REFUND-REMAINING
               ELSE
                   SUBTRACT AR-AGE-30 FROM WS-REFUND-REMAINING
                   MOVE 0 TO AR-AGE-30
               END-IF
           END-IF.
      *
       DRENAR-CURRENT.
           IF  WS-REFUND-REMAINING > 0
               SUBTRACT WS-REFUND-REMAINING FROM AR-AGE-CURRENT
               MOVE 0 TO WS-REFUND-REMAINING
           END-IF.
      *
      *The unit itself: back on the shelf at its condition grade, or
      *onto the vendor-return listing; then the history record and
      *the register line
       APLICAR-DEVOLUCION.
           ADD 1 TO WS-RMAS-POSTED.
           ADD WS-REFUND      TO WS-REFUND-TOTAL.
           ADD WS-RESTOCK-FEE TO WS-FEE-TOTAL.
           MOVE SPACES TO RMA-HIST-REC.
           IF  RMA-RESALEABLE
               PERFORM REPONER-INVENTARIO
               SET RH-RESTOCKED TO TRUE
           ELSE
               PERFORM LISTAR-PARA-PROVEEDOR
               SET RH-TO-VENDOR TO TRUE
           END-IF.
           MOVE RMA-NBR             TO RH-RMA-NBR.
           MOVE RMA-DATE            TO RH-RMA-DATE.
           MOVE RMA-ORDER-NBR       TO RH-ORDER-NBR.
           MOVE RMA-ORDER-DATE      TO RH-ORDER-DATE.
           MOVE WS-ORD-ACCT-NO (WS-ORD-MATCH) TO RH-ACCT-NO.
           MOVE RMA-INSTRUMENT-TYPE TO RH-INSTRUMENT-TYPE.
           MOVE RMA-CONDITION       TO RH-CONDITION.
           MOVE RMA-REASON          TO RH-REASON.
           MOVE WS-ORD-PRICE (WS-ORD-MATCH) TO RH-SALE-AMOUNT.
           MOVE WS-RESTOCK-FEE      TO RH-RESTOCK-FEE.
           MOVE WS-REFUND           TO RH-REFUND.
           MOVE WS-ORD-COGS (WS-ORD-MATCH) TO RH-UNIT-COST.
           WRITE RMA-HIST-REC.
           PERFORM ANOTAR-HISTORIA.
           MOVE RMA-NBR             TO REG-RMA-OUT.
           MOVE RMA-ORDER-NBR       TO REG-ORDER-OUT.
           MOVE WS-ORD-ACCT-NO (WS-ORD-MATCH) TO REG-ACCT-OUT.
           MOVE RMA-INSTRUMENT-TYPE TO REG-TYPE-OUT.
           MOVE RMA-CONDITION       TO REG-COND-OUT.
           MOVE WS-REASON-DESC (WS-REASON-MATCH) TO REG-REASON-OUT.
           MOVE WS-RESTOCK-FEE      TO REG-FEE-OUT.
           MOVE WS-REFUND           TO REG-REFUND-OUT.
           MOVE REG-DETAIL-LINE TO REG-REC.
           WRITE REG-REC.
      *
      *A resaleable unit re-averages the row's cost at what the
      *order was relieved at; a grade the shop has no row for yet
      *gets one
       REPONER-INVENTARIO.
           ADD 1 TO WS-UNITS-RESTOCKED.
           MOVE 0 TO WS-INV-MATCH.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
                  OR WS-INV-MATCH > 0
               IF  WS-INV-TYPE (WS-INV-SUB) = RMA-INSTRUMENT-TYPE
               AND WS-INV-QUALITY (WS-INV-SUB) = RMA-CONDITION
                   MOVE WS-INV-SUB TO WS-INV-MATCH
               END-IF
           END-PERFORM.
           IF  WS-INV-MATCH = 0
               IF  WS-INV-COUNT < INV-MAX
                   ADD 1 TO WS-INV-COUNT
                   MOVE WS-INV-COUNT TO WS-INV-MATCH
                   MOVE RMA-INSTRUMENT-TYPE
                     TO WS-INV-TYPE (WS-INV-MATCH)
                   MOVE RMA-CONDITION TO WS-INV-QUALITY (WS-INV-MATCH)
                   MOVE 0 TO WS-INV-QTY (WS-INV-MATCH)
                   MOVE 0 TO WS-INV-REORDER (WS-INV-MATCH)
                   MOVE 0 TO WS-INV-COST (WS-INV-MATCH)
                   MOVE 0 TO WS-INV-ORDER-QTY (WS-INV-MATCH)
               ELSE
                   DISPLAY 'WARNING - INVENTORY TABLE FULL, RMA '
                           RMA-NBR ' NOT RESTOCKED'
               END-IF
           END-IF.
           IF  WS-INV-MATCH > 0
               IF  WS-INV-COST (WS-INV-MATCH) = 0
                   MOVE WS-ORD-COGS (WS-ORD-MATCH)
                     TO WS-INV-COST (WS-INV-MATCH)
               ELSE
                   IF  WS-ORD-COGS (WS-ORD-MATCH) > 0
                       COMPUTE WS-INV-COST (WS-INV-MATCH) ROUNDED =
                           (WS-INV-QTY (WS-INV-MATCH)
                             * WS-INV-COST (WS-INV-MATCH)
                          + WS-ORD-COGS (WS-ORD-MATCH))
                         / (WS-INV-QTY (WS-INV-MATCH) + 1)
                   END-IF
               END-IF
               ADD 1 TO WS-INV-QTY (WS-INV-MATCH)
           END-IF.
      *
       LISTAR-PARA-PROVEEDOR.
           ADD 1 TO WS-UNITS-TO-VENDOR.
           MOVE SPACES TO VND-SUP-ID-OUT.
           MOVE '** NO SUPPLIER ON SUPMSTR' TO VND-SUP-NAME-OUT.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUP-COUNT
               IF  WS-SUP-TYPE (WS-SUP-SUB) = RMA-INSTRUMENT-TYPE
                   MOVE WS-SUP-ID (WS-SUP-SUB)   TO VND-SUP-ID-OUT
                   MOVE WS-SUP-NAME (WS-SUP-SUB) TO VND-SUP-NAME-OUT
               END-IF
           END-PERFORM.
           MOVE RMA-INSTRUMENT-TYPE TO VND-TYPE-OUT.
           MOVE RMA-NBR             TO VND-RMA-OUT.
           MOVE WS-REASON-DESC (WS-REASON-MATCH) TO VND-REASON-OUT.
           MOVE WS-ORD-COGS (WS-ORD-MATCH) TO VND-COST-OUT.
           MOVE VND-DETAIL-LINE TO VND-REC.
           WRITE VND-REC.
      *
       RECHAZAR-DEVOLUCION.
           ADD 1 TO WS-RMAS-REJECTED.
           MOVE RMA-REC          TO ERR-RMA-IMAGE.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           WRITE ERROR-REC.
      *
       GRABAR-INVENTARIO.
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               MOVE SPACES TO INV-MASTER-REC-O
               MOVE WS-INV-TYPE (WS-INV-SUB)
                 TO INV-MASTER-REC-O (1:10)
               MOVE WS-INV-QUALITY (WS-INV-SUB)
                 TO INV-MASTER-REC-O (11:1)
               MOVE WS-INV-QTY (WS-INV-SUB)
                 TO INV-MASTER-REC-O (12:5)
               MOVE WS-INV-REORDER (WS-INV-SUB)
                 TO INV-MASTER-REC-O (17:5)
               MOVE WS-INV-COST (WS-INV-SUB) TO WS-COST-NUM
               MOVE WS-COST-FIELD
                 TO INV-MASTER-REC-O (22:9)
               MOVE WS-INV-ORDER-QTY (WS-INV-SUB)
                 TO INV-MASTER-REC-O (31:5)
               WRITE INV-MASTER-REC-O
           END-PERFORM.
      *
       TERMINAR.
           MOVE WS-RMAS-POSTED  TO REG-TOT-COUNT-OUT.
           MOVE WS-FEE-TOTAL    TO REG-TOT-FEE-OUT.
           MOVE WS-REFUND-TOTAL TO REG-TOT-REFUND-OUT.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           MOVE REG-TOTAL-LINE TO REG-REC.
           WRITE REG-REC.
           PERFORM ESCRIBIR-DIARIO-GL.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-RMAS-READ       TO REC-KTR-OUT.
           DISPLAY 'RMAs Read:          ' REC-KTR-OUT.
           MOVE WS-RMAS-POSTED     TO REC-KTR-OUT.
           DISPLAY 'RMAs Posted:        ' REC-KTR-OUT.
           MOVE WS-RMAS-REJECTED   TO REC-KTR-OUT.
           DISPLAY 'RMAs Rejected:      ' REC-KTR-OUT.
           MOVE WS-UNITS-RESTOCKED TO REC-KTR-OUT.
           DISPLAY 'Units Restocked:    ' REC-KTR-OUT.
           MOVE WS-UNITS-TO-VENDOR TO REC-KTR-OUT.
           DISPLAY 'Units To Vendor:    ' REC-KTR-OUT.
           MOVE WS-REFUND-TOTAL    TO CASH-OUT.
           DISPLAY 'Refunds Credited:   ' CASH-OUT.
           CLOSE RMAFILE ARFILE HISTFILE INVOFILE ERRFILE VNDFILE
                 REGFILE JRNLFILE.
           IF  WS-RMAS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END PROGR: RMAPOST".
      *
      *The run's credits as one GL batch - Dr sales returns, Cr the
      *music-shop receivable - closed by its control trailer, which
      *goes out even on a run with nothing credited
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'RMAPOST '          TO JRNL-SOURCE.
           MOVE WS-REFUND-TOTAL     TO JRNL-AMOUNT.
           MOVE WS-RMAS-POSTED      TO JRNL-ITEM-COUNT.
           IF  WS-REFUND-TOTAL > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'MUS-RTRN'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP SALES RETURNS' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'MUS-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP RECEIVABLE'    TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'RMAPOST BATCH CONTROL'        TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
