       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
      *Accounts-payable payment selection for the music shop. Sweeps
      *the APVCHR vouchers APMATCH made from matched supplier
      *invoices and selects every open voucher due on or before the
      *pay-through date on the SYSIN card (CCYYMMDD; blank or not a
      *date = a week from today). The selected vouchers pay by one
      *check per supplier, numbered off the APCKNBR controlled
      *counter (rewritten in place, the PONBR pattern) and printed
      *to APCHECK with a remittance stub listing the invoices paid.
      *Every voucher goes back out to APVCHO - the paid ones marked
      *with their check number and date - to be swapped in as the
      *next APVCHR, the INVMSTR/INVMSTO way. The OAPCASH cash-
      *requirements forecast shows this run's disbursement and what
      *the vouchers still open will need, by when they fall due. The
      *run's checks go to the GLJRNL journal as one batch (Dr
      *accounts payable, Cr the operating cash account).
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VCHFILE  ASSIGN   TO APVCHR
                  FILE STATUS  IS FS-STAT-VCH.
           SELECT VCHOFILE ASSIGN   TO APVCHO.
           SELECT SUPFILE  ASSIGN   TO SUPMSTR
                  FILE STATUS  IS FS-STAT-SUP.
           SELECT CTRFILE  ASSIGN   TO APCKNBR
                  FILE STATUS  IS FS-STAT-CTR.
           SELECT CHKFILE  ASSIGN   TO APCHECK.
           SELECT CASHFILE ASSIGN   TO OAPCASH.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *Accounts-payable voucher (shared layout with APMATCH)
       FD VCHFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VOUCHER-REC.
       01  VOUCHER-REC.
           05  VCH-NBR                        PIC 9(06).
           05  VCH-SUPPLIER-ID                PIC X(08).
           05  VCH-INVOICE-NO                 PIC X(12).
           05  VCH-INVOICE-DATE               PIC 9(08).
           05  VCH-PO-NBR                     PIC 9(06).
           05  VCH-QTY                        PIC 9(05).
           05  VCH-AMOUNT                     PIC 9(7)V99.
           05  VCH-DUE-DATE                   PIC 9(08).
           05  VCH-STATUS                     PIC X(01).
               88  VCH-OPEN                       VALUE 'O'.
               88  VCH-PAID                       VALUE 'P'.
           05  VCH-CHECK-NBR                  PIC 9(06).
           05  VCH-PAID-DATE                  PIC 9(08).
           05  FILLER                         PIC X(03).
       FD VCHOFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VOUCHER-REC-O.
       01  VOUCHER-REC-O                      PIC X(80).
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
      *The controlled check-number counter, rewritten in place
       FD CTRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS COUNTER-RECORD.
       01  COUNTER-RECORD.
           05  CTR-NEXT-CHECK-NBR             PIC 9(06).
           05  FILLER                         PIC X(14).
       FD CHKFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHK-REC.
       01  CHK-REC                            PIC X(80).
       FD CASHFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CASH-REC.
       01  CASH-REC                           PIC X(100).
      *General-ledger journal - the run's checks as one batch,
      *appended for GLPOST (see GLJRNLR)
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
           05  WS-VOUCHERS-READ           PIC S9(5) COMP VALUE 0.
           05  WS-VOUCHERS-PAID           PIC S9(5) COMP VALUE 0.
           05  WS-VOUCHERS-STILL-OPEN     PIC S9(5) COMP VALUE 0.
           05  WS-CHECKS-WRITTEN          PIC S9(5) COMP VALUE 0.
       77  SW-VCH-EOF                     PIC X VALUE 'N'.
           88  VCH-EOF                        VALUE 'Y'.
       77  SW-SUP-EOF                     PIC X VALUE 'N'.
           88  SUP-EOF                        VALUE 'Y'.
       77  FS-STAT-VCH                    PIC X(02) VALUE SPACES.
           88  VCHFILE-OK                     VALUE '00'.
       77  FS-STAT-SUP                    PIC X(02) VALUE SPACES.
           88  SUPFILE-OK                     VALUE '00'.
       77  FS-STAT-CTR                    PIC X(02) VALUE SPACES.
           88  CTRFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Pay-through date off the SYSIN card
       77  WS-PAY-THRU-X                  PIC X(08) VALUE SPACES.
       77  WS-PAY-THRU-DATE               PIC 9(08) VALUE 0.
       77  WS-PAY-THRU-INT                PIC S9(8) COMP VALUE 0.
       77  WS-DUE-DAYS-OUT                PIC S9(8) COMP VALUE 0.
       77  WS-PAID-TOTAL                  PIC 9(09)V99 VALUE 0.
      *Every voucher on file, paid ones included, written back out
      *whole to APVCHO at the end
       77  VCH-MAX                        PIC S9(4) COMP VALUE 2000.
       77  WS-VCH-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-VCH-SUB                     PIC S9(4) COMP VALUE 0.
       01  WS-VCH-TABLE.
           05  WS-VCH-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-VCH-COUNT.
               10  WS-VCH-RECORD           PIC X(80).
               10  WS-VCH-SELECTED         PIC X(01).
                   88  VCH-SELECTED            VALUE 'Y'.
               10  WS-VCH-PAYEE-SUB        PIC S9(4) COMP.
      *One row per supplier paid this run - the check it gets
       77  PAYEE-MAX                      PIC S9(4) COMP VALUE 100.
       77  WS-PAYEE-COUNT                 PIC S9(4) COMP VALUE 0.
       77  WS-PAYEE-SUB                   PIC S9(4) COMP VALUE 0.
       77  WS-PAYEE-MATCH                 PIC S9(4) COMP VALUE 0.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-PAYEE-COUNT.
               10  WS-PAYEE-ID             PIC X(08).
               10  WS-PAYEE-TOTAL          PIC 9(09)V99.
               10  WS-PAYEE-VOUCHERS       PIC S9(4) COMP.
               10  WS-PAYEE-CHECK-NBR      PIC 9(06).
      *Supplier names off the master (first row per supplier ID)
       77  SUP-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-SUP-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-SUP-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-SUP-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SUP-COUNT.
               10  WS-SUP-ID               PIC X(08).
               10  WS-SUP-NAME             PIC X(30).
      *Cash-requirements buckets for the vouchers left open, by days
      *past the pay-through date they fall due
       01  WS-FORECAST-TABLE.
           05  WS-FCST-ITEM OCCURS 5 TIMES.
               10  WS-FCST-COUNT           PIC S9(5) COMP.
               10  WS-FCST-AMOUNT          PIC 9(09)V99.
       01  WS-FORECAST-LABELS.
           05  FILLER                     PIC X(24)
                  VALUE 'DUE WITHIN 7 DAYS AFTER '.
           05  FILLER                     PIC X(24)
                  VALUE 'DUE 8 TO 14 DAYS AFTER  '.
           05  FILLER                     PIC X(24)
                  VALUE 'DUE 15 TO 30 DAYS AFTER '.
           05  FILLER                     PIC X(24)
                  VALUE 'DUE 31 TO 60 DAYS AFTER '.
           05  FILLER                     PIC X(24)
                  VALUE 'DUE OVER 60 DAYS AFTER  '.
       01  WS-FORECAST-LABEL-TAB REDEFINES WS-FORECAST-LABELS.
           05  WS-FCST-LABEL              PIC X(24) OCCURS 5 TIMES.
       77  WS-FCST-SUB                    PIC S9(4) COMP VALUE 0.
       77  WS-FCST-TOTAL                  PIC 9(09)V99 VALUE 0.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Check and remittance-stub lines
       01  CHK-HEADER-LINE.
           05  FILLER                     PIC X(10)
                  VALUE 'CHECK NO: '.
           05  CHK-NBR-OUT                PIC 9(06).
           05  FILLER                     PIC X(08)
                  VALUE '  DATE: '.
           05  CHK-DATE-OUT               PIC 9(08).
       01  CHK-PAYEE-LINE.
           05  FILLER                     PIC X(16)
                  VALUE 'PAY TO ORDER OF '.
           05  CHK-SUP-ID-OUT             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CHK-SUP-NAME-OUT           PIC X(30).
       01  CHK-AMOUNT-LINE.
           05  FILLER                     PIC X(16)
                  VALUE 'THE SUM OF      '.
           05  CHK-AMOUNT-OUT             PIC $$$,$$$,$$9.99.
       01  CHK-STUB-HEAD.
           05  FILLER                     PIC X(15)
                  VALUE '  REMITTANCE: '.
           05  FILLER                     PIC X(38)
                  VALUE 'VOUCHR INVOICE NO   PO NBR      AMOUNT'.
       01  CHK-STUB-LINE.
           05  FILLER                     PIC X(15) VALUE SPACES.
           05  STUB-VCH-NBR-OUT           PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  STUB-INVOICE-OUT           PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  STUB-PO-NBR-OUT            PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  STUB-AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99.
      *Cash-requirements forecast lines
       01  CASH-HEADER-LINE.
           05  FILLER                     PIC X(36)
                  VALUE 'CASH REQUIREMENTS FORECAST - RUN '.
           05  CASH-DATE-OUT              PIC 9(08).
           05  FILLER                     PIC X(16)
                  VALUE '  PAY-THROUGH: '.
           05  CASH-THRU-OUT              PIC 9(08).
       01  CASH-DETAIL-LINE.
           05  CASH-LABEL-OUT             PIC X(24).
           05  CASH-THRU-LABEL-OUT        PIC X(13).
           05  CASH-COUNT-OUT             PIC ZZZZ9.
           05  FILLER                     PIC X(10)
                  VALUE ' VOUCHERS '.
           05  CASH-AMOUNT-OUT            PIC $$$,$$$,$$9.99.
       01  CASH-OPEN-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  OPEN-VCH-NBR-OUT           PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  OPEN-SUPPLIER-OUT          PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  OPEN-INVOICE-OUT           PIC X(12).
           05  FILLER                     PIC X(06)
                  VALUE '  DUE '.
           05  OPEN-DUE-OUT               PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  OPEN-AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PROVEEDORES UNTIL SUP-EOF.
           PERFORM CARGAR-VALE UNTIL VCH-EOF.
           PERFORM EMITIR-CHEQUE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.
           PERFORM GRABAR-VALES.
           PERFORM PRONOSTICAR-CAJA.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init APPAY..".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM FIJAR-FECHA-CORTE.
           OPEN INPUT VCHFILE.
           IF  NOT VCHFILE-OK
               DISPLAY 'ERROR IN OPEN APVCHR VOUCHERS ' FS-STAT-VCH
               GO TO 900-ERROR
           END-IF.
           OPEN I-O CTRFILE.
           IF  NOT CTRFILE-OK
               DISPLAY 'ERROR IN OPEN APCKNBR COUNTER ' FS-STAT-CTR
               GO TO 900-ERROR
           END-IF.
           READ CTRFILE
               AT END
                   DISPLAY 'APCKNBR COUNTER RECORD MISSING'
                   GO TO 900-ERROR
           END-READ.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT SUPFILE.
           IF  NOT SUPFILE-OK
               DISPLAY 'WARNING - SUPMSTR NOT AVAILABLE, STATUS '
                       FS-STAT-SUP
               SET SUP-EOF TO TRUE
           END-IF.
           OPEN OUTPUT VCHOFILE.
           OPEN OUTPUT CHKFILE.
           OPEN OUTPUT CASHFILE.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
               UNTIL WS-FCST-SUB > 5
               MOVE 0 TO WS-FCST-COUNT (WS-FCST-SUB)
               MOVE 0 TO WS-FCST-AMOUNT (WS-FCST-SUB)
           END-PERFORM.
      *
      *Blank, non-numeric or impossible card = a week from today
       FIJAR-FECHA-CORTE.
           ACCEPT WS-PAY-THRU-X FROM SYSIN.
           IF  WS-PAY-THRU-X NUMERIC
               MOVE WS-PAY-THRU-X TO WS-PAY-THRU-DATE
           END-IF.
           IF  WS-PAY-THRU-DATE = 0
           OR  FUNCTION TEST-DATE-YYYYMMDD (WS-PAY-THRU-DATE) NOT = 0
               COMPUTE WS-PAY-THRU-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 7
               COMPUTE WS-PAY-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PAY-THRU-INT)
           ELSE
               COMPUTE WS-PAY-THRU-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PAY-THRU-DATE)
           END-IF.
           DISPLAY 'PAY-THROUGH DATE:   ' WS-PAY-THRU-DATE.
      *
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
                       IF  WS-SUP-ID (WS-SUP-SUB) = SUP-SUPPLIER-ID
                           MOVE WS-SUP-SUB TO WS-SUP-MATCH
                       END-IF
                   END-PERFORM
                   IF  WS-SUP-MATCH = 0
                       IF  WS-SUP-COUNT < SUP-MAX
                           ADD 1 TO WS-SUP-COUNT
                           MOVE SUP-SUPPLIER-ID
                             TO WS-SUP-ID (WS-SUP-COUNT)
                           MOVE SUP-SUPPLIER-NAME
                             TO WS-SUP-NAME (WS-SUP-COUNT)
                       ELSE
                           DISPLAY 'WARNING - SUPPLIER TABLE FULL'
                       END-IF
                   END-IF
           END-READ.
      *
      *Each voucher into the table; an open one due by the
      *pay-through date is selected onto its supplier's check
       CARGAR-VALE.
           READ VCHFILE
               AT END
                   SET VCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOUCHERS-READ
                   IF  WS-VCH-COUNT >= VCH-MAX
                       DISPLAY 'APVCHR EXCEEDS ' VCH-MAX
                               ' VOUCHERS - RAISE VCH-MAX'
                       GO TO 900-ERROR
                   END-IF
                   ADD 1 TO WS-VCH-COUNT
                   MOVE VOUCHER-REC TO WS-VCH-RECORD (WS-VCH-COUNT)
                   MOVE 'N' TO WS-VCH-SELECTED (WS-VCH-COUNT)
                   MOVE 0   TO WS-VCH-PAYEE-SUB (WS-VCH-COUNT)
                   IF  VCH-OPEN AND VCH-DUE-DATE <= WS-PAY-THRU-DATE
                       PERFORM SELECCIONAR-VALE
                   END-IF
           END-READ.
      *
       SELECCIONAR-VALE.
           MOVE 0 TO WS-PAYEE-MATCH.
           PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
                  OR WS-PAYEE-MATCH > 0
               IF  WS-PAYEE-ID (WS-PAYEE-SUB) = VCH-SUPPLIER-ID
                   MOVE WS-PAYEE-SUB TO WS-PAYEE-MATCH
               END-IF
           END-PERFORM.
           IF  WS-PAYEE-MATCH = 0
               IF  WS-PAYEE-COUNT >= PAYEE-MAX
                   DISPLAY 'SUPPLIERS PAID EXCEED ' PAYEE-MAX
                           ' - RAISE PAYEE-MAX'
                   GO TO 900-ERROR
               END-IF
               ADD 1 TO WS-PAYEE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-PAYEE-MATCH
               MOVE VCH-SUPPLIER-ID TO WS-PAYEE-ID (WS-PAYEE-MATCH)
               MOVE 0 TO WS-PAYEE-TOTAL (WS-PAYEE-MATCH)
               MOVE 0 TO WS-PAYEE-VOUCHERS (WS-PAYEE-MATCH)
               MOVE 0 TO WS-PAYEE-CHECK-NBR (WS-PAYEE-MATCH)
           END-IF.
           SET VCH-SELECTED (WS-VCH-COUNT) TO TRUE.
           MOVE WS-PAYEE-MATCH TO WS-VCH-PAYEE-SUB (WS-VCH-COUNT).
           ADD VCH-AMOUNT TO WS-PAYEE-TOTAL (WS-PAYEE-MATCH).
           ADD 1 TO WS-PAYEE-VOUCHERS (WS-PAYEE-MATCH).
      *
      *One check per supplier for all its selected vouchers, the
      *stub listing each invoice it pays
       EMITIR-CHEQUE.
           MOVE CTR-NEXT-CHECK-NBR TO WS-PAYEE-CHECK-NBR (WS-PAYEE-SUB).
           ADD 1 TO CTR-NEXT-CHECK-NBR.
           ADD 1 TO WS-CHECKS-WRITTEN.
           ADD WS-PAYEE-TOTAL (WS-PAYEE-SUB) TO WS-PAID-TOTAL.
           MOVE WS-PAYEE-CHECK-NBR (WS-PAYEE-SUB) TO CHK-NBR-OUT.
           MOVE WS-RUN-DATE TO CHK-DATE-OUT.
           MOVE CHK-HEADER-LINE TO CHK-REC.
           WRITE CHK-REC.
           MOVE WS-PAYEE-ID (WS-PAYEE-SUB) TO CHK-SUP-ID-OUT.
           MOVE '** NOT ON SUPMSTR' TO CHK-SUP-NAME-OUT.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUP-COUNT
               IF  WS-SUP-ID (WS-SUP-SUB) = WS-PAYEE-ID (WS-PAYEE-SUB)
                   MOVE WS-SUP-NAME (WS-SUP-SUB) TO CHK-SUP-NAME-OUT
               END-IF
           END-PERFORM.
           MOVE CHK-PAYEE-LINE TO CHK-REC.
           WRITE CHK-REC.
           MOVE WS-PAYEE-TOTAL (WS-PAYEE-SUB) TO CHK-AMOUNT-OUT.
           MOVE CHK-AMOUNT-LINE TO CHK-REC.
           WRITE CHK-REC.
           MOVE CHK-STUB-HEAD TO CHK-REC.
           WRITE CHK-REC.
           PERFORM ESCRIBIR-TALON
               VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-COUNT.
           MOVE SPACES TO CHK-REC.
           WRITE CHK-REC.
      *
      *A voucher this check pays goes on the stub and is marked paid
       ESCRIBIR-TALON.
           IF  VCH-SELECTED (WS-VCH-SUB)
           AND WS-VCH-PAYEE-SUB (WS-VCH-SUB) = WS-PAYEE-SUB
               MOVE WS-VCH-RECORD (WS-VCH-SUB) TO VOUCHER-REC
               SET VCH-PAID TO TRUE
               MOVE WS-PAYEE-CHECK-NBR (WS-PAYEE-SUB) TO VCH-CHECK-NBR
               MOVE WS-RUN-DATE TO VCH-PAID-DATE
               MOVE VOUCHER-REC TO WS-VCH-RECORD (WS-VCH-SUB)
               ADD 1 TO WS-VOUCHERS-PAID
               MOVE VCH-NBR        TO STUB-VCH-NBR-OUT
               MOVE VCH-INVOICE-NO TO STUB-INVOICE-OUT
               MOVE VCH-PO-NBR     TO STUB-PO-NBR-OUT
               MOVE VCH-AMOUNT     TO STUB-AMOUNT-OUT
               MOVE CHK-STUB-LINE TO CHK-REC
               WRITE CHK-REC
           END-IF.
      *
       GRABAR-VALES.
           PERFORM VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-COUNT
               MOVE WS-VCH-RECORD (WS-VCH-SUB) TO VOUCHER-REC-O
               WRITE VOUCHER-REC-O
           END-PERFORM.
      *
      *This run's disbursement, then every voucher still open with
      *the bucket it falls due in past the pay-through date
       PRONOSTICAR-CAJA.
           MOVE WS-RUN-DATE      TO CASH-DATE-OUT.
           MOVE WS-PAY-THRU-DATE TO CASH-THRU-OUT.
           MOVE CASH-HEADER-LINE TO CASH-REC.
           WRITE CASH-REC.
           MOVE SPACES TO CASH-REC.
           WRITE CASH-REC.
           MOVE 'PAID THIS RUN'   TO CASH-LABEL-OUT.
           MOVE SPACES            TO CASH-THRU-LABEL-OUT.
           MOVE WS-VOUCHERS-PAID  TO CASH-COUNT-OUT.
           MOVE WS-PAID-TOTAL     TO CASH-AMOUNT-OUT.
           MOVE CASH-DETAIL-LINE TO CASH-REC.
           WRITE CASH-REC.
           MOVE SPACES TO CASH-REC.
           WRITE CASH-REC.
           PERFORM PRONOSTICAR-VALE
               VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-COUNT.
           MOVE SPACES TO CASH-REC.
           WRITE CASH-REC.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
               UNTIL WS-FCST-SUB > 5
               MOVE WS-FCST-LABEL (WS-FCST-SUB) TO CASH-LABEL-OUT
               MOVE 'PAY-THROUGH'               TO CASH-THRU-LABEL-OUT
               MOVE WS-FCST-COUNT (WS-FCST-SUB)  TO CASH-COUNT-OUT
               MOVE WS-FCST-AMOUNT (WS-FCST-SUB) TO CASH-AMOUNT-OUT
               ADD WS-FCST-AMOUNT (WS-FCST-SUB)  TO WS-FCST-TOTAL
               MOVE CASH-DETAIL-LINE TO CASH-REC
               WRITE CASH-REC
           END-PERFORM.
           MOVE 'TOTAL STILL OPEN'     TO CASH-LABEL-OUT.
           MOVE SPACES                 TO CASH-THRU-LABEL-OUT.
           MOVE WS-VOUCHERS-STILL-OPEN TO CASH-COUNT-OUT.
           MOVE WS-FCST-TOTAL          TO CASH-AMOUNT-OUT.
           MOVE CASH-DETAIL-LINE TO CASH-REC.
           WRITE CASH-REC.
      *
       PRONOSTICAR-VALE.
           MOVE WS-VCH-RECORD (WS-VCH-SUB) TO VOUCHER-REC.
           IF  VCH-OPEN
               ADD 1 TO WS-VOUCHERS-STILL-OPEN
               COMPUTE WS-DUE-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (VCH-DUE-DATE)
                 - WS-PAY-THRU-INT
               EVALUATE TRUE
                   WHEN WS-DUE-DAYS-OUT <= 7
                       MOVE 1 TO WS-FCST-SUB
                   WHEN WS-DUE-DAYS-OUT <= 14
                       MOVE 2 TO WS-FCST-SUB
                   WHEN WS-DUE-DAYS-OUT <= 30
                       MOVE 3 TO WS-FCST-SUB
                   WHEN WS-DUE-DAYS-OUT <= 60
                       MOVE 4 TO WS-FCST-SUB
                   WHEN OTHER
                       MOVE 5 TO WS-FCST-SUB
               END-EVALUATE
               ADD 1          TO WS-FCST-COUNT (WS-FCST-SUB)
               ADD VCH-AMOUNT TO WS-FCST-AMOUNT (WS-FCST-SUB)
               MOVE VCH-NBR         TO OPEN-VCH-NBR-OUT
               MOVE VCH-SUPPLIER-ID TO OPEN-SUPPLIER-OUT
               MOVE VCH-INVOICE-NO  TO OPEN-INVOICE-OUT
               MOVE VCH-DUE-DATE    TO OPEN-DUE-OUT
               MOVE VCH-AMOUNT      TO OPEN-AMOUNT-OUT
               MOVE CASH-OPEN-LINE TO CASH-REC
               WRITE CASH-REC
           END-IF.
      *
       TERMINAR.
           REWRITE COUNTER-RECORD.
           PERFORM ESCRIBIR-DIARIO-GL.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-VOUCHERS-READ       TO REC-KTR-OUT.
           DISPLAY 'Vouchers Read:      ' REC-KTR-OUT.
           MOVE WS-VOUCHERS-PAID       TO REC-KTR-OUT.
           DISPLAY 'Vouchers Paid:      ' REC-KTR-OUT.
           MOVE WS-CHECKS-WRITTEN      TO REC-KTR-OUT.
           DISPLAY 'Checks Written:     ' REC-KTR-OUT.
           MOVE WS-VOUCHERS-STILL-OPEN TO REC-KTR-OUT.
           DISPLAY 'Vouchers Open:      ' REC-KTR-OUT.
           MOVE WS-PAID-TOTAL          TO CASH-OUT.
           DISPLAY 'Dollars Paid:       ' CASH-OUT.
           CLOSE VCHFILE VCHOFILE CTRFILE CHKFILE CASHFILE JRNLFILE.
           DISPLAY "END PROGR: APPAY".
      *
      *The run's checks as one GL batch - Dr accounts payable, Cr
      *operating cash - closed by its control trailer, which goes
      *out even on a run with nothing paid
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'APPAY   '          TO JRNL-SOURCE.
           MOVE WS-PAID-TOTAL       TO JRNL-AMOUNT.
           MOVE WS-CHECKS-WRITTEN   TO JRNL-ITEM-COUNT.
           IF  WS-PAID-TOTAL > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'MUS-APAY'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP ACCOUNTS PAYABLE'  TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'CASH-OPR'      TO JRNL-ACCOUNT-NO
               MOVE 'CASH - OPERATING ACCOUNT'     TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'APPAY BATCH CONTROL'          TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
