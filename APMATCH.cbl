       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
      *Supplier-invoice three-way match for the music shop. Each
      *SUPINV invoice (supplier, invoice number and date, the PO it
      *bills, quantity and unit price) is matched against the OPNPO
      *purchase order POGEN issued and PORECV received against:
      *  - the supplier must be the PO's supplier
      *  - the quantity billed, on top of what earlier invoices
      *    billed, may not pass what PORECV has received (plus the
      *    APCTL quantity tolerance) - no paying for instruments
      *    that never arrived
      *  - the unit price may not pass the PO unit cost by more than
      *    the APCTL price tolerance percentage
      *  - the supplier's invoice number may not already be on a
      *    voucher - no paying the same invoice twice
      *A matched invoice becomes a numbered voucher (APVCNBR counter,
      *rewritten in place, the PONBR pattern) appended to the APVCHR
      *voucher file, due on the supplier's SUPMSTR payment terms, and
      *the PO's invoiced quantity is updated. The vouchers list on
      *the OAPVREG register; mismatches go on the APHOLD hold report
      *for purchasing to resolve and re-enter. The run's vouchers go
      *to the GLJRNL journal as one batch (Dr inventory, Cr accounts
      *payable). APPAY selects the vouchers for payment.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVCFILE ASSIGN   TO SUPINV
                  FILE STATUS  IS FS-STAT-INVC.
           SELECT POFILE   ASSIGN   TO OPNPO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PO-NBR
                  FILE STATUS  IS FS-STAT-PO.
           SELECT SUPFILE  ASSIGN   TO SUPMSTR
                  FILE STATUS  IS FS-STAT-SUP.
           SELECT CTLFILE  ASSIGN   TO APCTL
                  FILE STATUS  IS FS-STAT-CTL.
           SELECT CTRFILE  ASSIGN   TO APVCNBR
                  FILE STATUS  IS FS-STAT-CTR.
           SELECT VCHFILE  ASSIGN   TO APVCHR
                  FILE STATUS  IS FS-STAT-VCH.
           SELECT REGFILE  ASSIGN   TO OAPVREG.
           SELECT HOLDFILE ASSIGN   TO APHOLD.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *Supplier invoice as keyed by accounts payable
       FD INVCFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPP-INVOICE-REC.
       01  SUPP-INVOICE-REC.
           05  SI-SUPPLIER-ID                 PIC X(08).
           05  SI-INVOICE-NO                  PIC X(12).
           05  SI-INVOICE-DATE                PIC 9(08).
           05  SI-PO-NBR                      PIC 9(06).
           05  SI-QTY                         PIC 9(05).
           05  SI-UNIT-PRICE                  PIC 9(5)V99.
           05  FILLER                         PIC X(34).
      *Open purchase order (shared layout with POGEN/PORECV)
       FD POFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-PO-REC.
       01  OPEN-PO-REC.
           05  PO-NBR                         PIC 9(06).
           05  PO-DATE                        PIC 9(08).
           05  PO-SUPPLIER-ID                 PIC X(08).
           05  PO-INSTRUMENT-TYPE             PIC X(10).
           05  PO-QUALITY-GRADE               PIC X(01).
           05  PO-QTY-ORDERED                 PIC 9(05).
           05  PO-QTY-RECEIVED                PIC 9(05).
           05  PO-UNIT-COST                   PIC 9(5)V99.
           05  PO-DUE-DATE                    PIC 9(08).
           05  PO-STATUS                      PIC X(01).
               88  PO-OPEN                        VALUE 'O'.
               88  PO-PARTIAL                     VALUE 'P'.
               88  PO-CLOSED                      VALUE 'C'.
           05  PO-QTY-INVOICED                PIC 9(05).
           05  FILLER                         PIC X(16).
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
      *Match tolerances - price percentage over the PO unit cost
      *and units billed over units received
       FD CTLFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS APCTL-REC.
       01  APCTL-REC.
           05  APC-PRICE-TOL-PCT              PIC 9(03)V99.
           05  APC-QTY-TOL                    PIC 9(05).
           05  FILLER                         PIC X(70).
      *The controlled voucher-number counter, rewritten in place
       FD CTRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS COUNTER-RECORD.
       01  COUNTER-RECORD.
           05  CTR-NEXT-VCH-NBR               PIC 9(06).
           05  FILLER                         PIC X(14).
      *Accounts-payable voucher (shared layout with APPAY)
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
       FD REGFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REC.
       01  REG-REC                            PIC X(100).
       FD HOLDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC.
           05  HOLD-INVOICE-IMAGE             PIC X(50).
           05  FILLER                         PIC X(01).
           05  HOLD-REASON                    PIC X(30).
           05  FILLER                         PIC X(19).
      *General-ledger journal - the run's vouchers as one batch,
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
           05  WS-INVOICES-READ           PIC S9(5) COMP VALUE 0.
           05  WS-VOUCHERS-CREATED        PIC S9(5) COMP VALUE 0.
           05  WS-INVOICES-HELD           PIC S9(5) COMP VALUE 0.
       77  SW-INVC-EOF                    PIC X VALUE 'N'.
           88  INVC-EOF                       VALUE 'Y'.
       77  SW-SUP-EOF                     PIC X VALUE 'N'.
           88  SUP-EOF                        VALUE 'Y'.
       77  SW-VCH-EOF                     PIC X VALUE 'N'.
           88  VCH-EOF                        VALUE 'Y'.
       77  FS-STAT-INVC                   PIC X(02) VALUE SPACES.
           88  INVCFILE-OK                    VALUE '00'.
       77  FS-STAT-PO                     PIC X(02) VALUE SPACES.
           88  POFILE-OK                      VALUE '00'.
       77  FS-STAT-SUP                    PIC X(02) VALUE SPACES.
           88  SUPFILE-OK                     VALUE '00'.
       77  FS-STAT-CTL                    PIC X(02) VALUE SPACES.
           88  CTLFILE-OK                     VALUE '00'.
       77  FS-STAT-CTR                    PIC X(02) VALUE SPACES.
           88  CTRFILE-OK                     VALUE '00'.
       77  FS-STAT-VCH                    PIC X(02) VALUE SPACES.
           88  VCHFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Tolerances - the built-in values stand when APCTL is missing
       77  WS-PRICE-TOL-PCT               PIC 9(03)V99 VALUE 2.00.
       77  WS-QTY-TOL                     PIC 9(05) VALUE 0.
      *Match work fields
       77  WS-HOLD-REASON                 PIC X(30) VALUE SPACES.
       77  WS-PRIOR-INVOICED              PIC 9(05) VALUE 0.
       77  WS-QTY-ALLOWED                 PIC 9(06) VALUE 0.
       77  WS-PRICE-LIMIT                 PIC 9(06)V99 VALUE 0.
       77  WS-TERMS-DAYS                  PIC 9(03) VALUE 0.
       77  WS-INVOICE-DATE                PIC 9(08) VALUE 0.
       77  WS-DUE-INT                     PIC S9(8) COMP VALUE 0.
       77  WS-VOUCHER-AMOUNT              PIC 9(07)V99 VALUE 0.
       77  WS-VOUCHERED-TOTAL             PIC 9(09)V99 VALUE 0.
      *Supplier payment terms, loaded up front - a supplier with no
      *terms on the master is due net 30
       77  SUP-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-SUP-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-SUP-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-SUP-MATCH                   PIC S9(4) COMP VALUE 0.
       77  WS-DEFAULT-TERMS               PIC 9(03) VALUE 30.
       01  WS-SUP-TABLE.
           05  WS-SUP-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-SUP-COUNT.
               10  WS-SUP-ID               PIC X(08).
               10  WS-SUP-TERMS            PIC 9(03).
      *Supplier / invoice number of every voucher on file, and of
      *those made this run - the duplicate-invoice check
       77  VCH-MAX                        PIC S9(4) COMP VALUE 2000.
       77  WS-VCH-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-VCH-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-VCH-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-VCH-TABLE.
           05  WS-VCH-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-VCH-COUNT.
               10  WS-VCH-SUPPLIER         PIC X(08).
               10  WS-VCH-INVOICE          PIC X(12).
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Voucher register lines
       01  REG-HEADER-LINE.
           05  FILLER                     PIC X(33)
                  VALUE 'ACCOUNTS PAYABLE VOUCHERS - RUN '.
           05  REG-DATE-OUT               PIC 9(08).
       01  REG-COLUMN-LINE.
           05  FILLER                     PIC X(44)
                  VALUE 'VOUCHER SUPPLIER INVOICE NO   PO NBR   QTY '.
           05  FILLER                     PIC X(25)
                  VALUE '      AMOUNT  DUE DATE'.
       01  REG-DETAIL-LINE.
           05  REG-VCH-NBR-OUT            PIC 9(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  REG-SUPPLIER-OUT           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-INVOICE-OUT            PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-PO-NBR-OUT             PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-QTY-OUT                PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  REG-AMOUNT-OUT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  REG-DUE-OUT                PIC 9(08).
       01  REG-TOTAL-LINE.
           05  FILLER                     PIC X(20)
                  VALUE 'VOUCHERS CREATED:   '.
           05  REG-TOTAL-COUNT-OUT        PIC ZZZZ9.
           05  FILLER                     PIC X(10)
                  VALUE '   TOTAL: '.
           05  REG-TOTAL-AMT-OUT          PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TOLERANCIAS.
           PERFORM CARGAR-PROVEEDORES UNTIL SUP-EOF.
           PERFORM CARGAR-VALES UNTIL VCH-EOF.
           PERFORM ABRIR-VALES.
           PERFORM CONCILIAR-FACTURA UNTIL INVC-EOF.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init APMATCH..".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT INVCFILE.
           IF  NOT INVCFILE-OK
               DISPLAY 'ERROR IN OPEN SUPINV FILE ' FS-STAT-INVC
               GO TO 900-ERROR
           END-IF.
           OPEN I-O POFILE.
           IF  NOT POFILE-OK
               DISPLAY 'ERROR IN OPEN OPNPO FILE ' FS-STAT-PO
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT SUPFILE.
           IF  NOT SUPFILE-OK
               DISPLAY 'ERROR IN OPEN SUPMSTR FILE ' FS-STAT-SUP
               GO TO 900-ERROR
           END-IF.
           OPEN I-O CTRFILE.
           IF  NOT CTRFILE-OK
               DISPLAY 'ERROR IN OPEN APVCNBR COUNTER ' FS-STAT-CTR
               GO TO 900-ERROR
           END-IF.
           READ CTRFILE
               AT END
                   DISPLAY 'APVCNBR COUNTER RECORD MISSING'
                   GO TO 900-ERROR
           END-READ.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT REGFILE.
           OPEN OUTPUT HOLDFILE.
           MOVE WS-RUN-DATE TO REG-DATE-OUT.
           MOVE REG-HEADER-LINE TO REG-REC.
           WRITE REG-REC.
           MOVE REG-COLUMN-LINE TO REG-REC.
           WRITE REG-REC.
      *The voucher file is new on the first run ever; otherwise its
      *supplier / invoice numbers load for the duplicate check
           OPEN INPUT VCHFILE.
           IF  NOT VCHFILE-OK
               DISPLAY 'NO APVCHR VOUCHER FILE YET, STATUS '
                       FS-STAT-VCH
               SET VCH-EOF TO TRUE
           END-IF.
           READ INVCFILE
               AT END SET INVC-EOF TO TRUE
           END-READ.
      *
      *A missing/empty APCTL keeps the built-in tolerances
       CARGAR-TOLERANCIAS.
           OPEN INPUT CTLFILE.
           IF  CTLFILE-OK
               READ CTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF  APC-PRICE-TOL-PCT NUMERIC
                           MOVE APC-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
                       END-IF
                       IF  APC-QTY-TOL NUMERIC
                           MOVE APC-QTY-TOL TO WS-QTY-TOL
                       END-IF
               END-READ
               CLOSE CTLFILE
           END-IF.
           DISPLAY 'PRICE TOLERANCE PCT: ' WS-PRICE-TOL-PCT.
           DISPLAY 'QTY TOLERANCE UNITS: ' WS-QTY-TOL.
      *
       CARGAR-PROVEEDORES.
           READ SUPFILE
               AT END SET SUP-EOF TO TRUE
               NOT AT END
                   IF  WS-SUP-COUNT < SUP-MAX
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SUP-SUPPLIER-ID
                         TO WS-SUP-ID (WS-SUP-COUNT)
                       IF  SUP-TERMS-DAYS NUMERIC
                       AND SUP-TERMS-DAYS > 0
                           MOVE SUP-TERMS-DAYS
                             TO WS-SUP-TERMS (WS-SUP-COUNT)
                       ELSE
                           MOVE WS-DEFAULT-TERMS
                             TO WS-SUP-TERMS (WS-SUP-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING - SUPPLIER TABLE FULL'
                   END-IF
           END-READ.
      *
       CARGAR-VALES.
           READ VCHFILE
               AT END
                   SET VCH-EOF TO TRUE
                   CLOSE VCHFILE
               NOT AT END
                   PERFORM ANOTAR-VALE
           END-READ.
      *
       ANOTAR-VALE.
           IF  WS-VCH-COUNT >= VCH-MAX
               DISPLAY 'APVCHR EXCEEDS ' VCH-MAX
                       ' VOUCHERS - RAISE VCH-MAX'
               GO TO 900-ERROR
           END-IF.
           ADD 1 TO WS-VCH-COUNT.
           MOVE VCH-SUPPLIER-ID TO WS-VCH-SUPPLIER (WS-VCH-COUNT).
           MOVE VCH-INVOICE-NO  TO WS-VCH-INVOICE (WS-VCH-COUNT).
      *
      *New vouchers append behind the ones already on file; the
      *first run ever creates the file
       ABRIR-VALES.
           OPEN EXTEND VCHFILE.
           IF  FS-STAT-VCH = '35'
               OPEN OUTPUT VCHFILE
           END-IF.
           IF  NOT VCHFILE-OK
               DISPLAY 'ERROR IN OPEN APVCHR VOUCHERS ' FS-STAT-VCH
               GO TO 900-ERROR
           END-IF.
      *
       CONCILIAR-FACTURA.
           ADD 1 TO WS-INVOICES-READ.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM VALIDAR-FACTURA.
           IF  WS-HOLD-REASON = SPACES
               PERFORM CREAR-VALE
           ELSE
               PERFORM RETENER-FACTURA
           END-IF.
           READ INVCFILE
               AT END SET INVC-EOF TO TRUE
           END-READ.
      *
      *The three-way match - the first test that fails is the
      *reason the invoice is held
       VALIDAR-FACTURA.
           EVALUATE TRUE
               WHEN SI-QTY NOT NUMERIC OR SI-UNIT-PRICE NOT NUMERIC
                 OR SI-PO-NBR NOT NUMERIC
                   MOVE 'PO/QTY/PRICE NOT NUMERIC' TO WS-HOLD-REASON
               WHEN SI-QTY = 0
                   MOVE 'INVOICED QUANTITY IS ZERO' TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM BUSCAR-DUPLICADO
           END-EVALUATE.
           IF  WS-HOLD-REASON = SPACES
               MOVE SI-PO-NBR TO PO-NBR
               READ POFILE
                   INVALID KEY
                       MOVE 'PO NOT ON FILE' TO WS-HOLD-REASON
               END-READ
           END-IF.
           IF  WS-HOLD-REASON = SPACES
               PERFORM COMPARAR-CON-ORDEN
           END-IF.
      *
       BUSCAR-DUPLICADO.
           MOVE 0 TO WS-VCH-MATCH.
           PERFORM VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-COUNT
                  OR WS-VCH-MATCH > 0
               IF  WS-VCH-SUPPLIER (WS-VCH-SUB) = SI-SUPPLIER-ID
               AND WS-VCH-INVOICE (WS-VCH-SUB) = SI-INVOICE-NO
                   MOVE WS-VCH-SUB TO WS-VCH-MATCH
               END-IF
           END-PERFORM.
           IF  WS-VCH-MATCH > 0
               MOVE 'DUPLICATE - ALREADY VOUCHERED' TO WS-HOLD-REASON
           END-IF.
      *
      *Supplier, then quantity (this invoice plus what earlier ones
      *billed, against what PORECV received), then unit price
       COMPARAR-CON-ORDEN.
           IF  PO-QTY-INVOICED NUMERIC
               MOVE PO-QTY-INVOICED TO WS-PRIOR-INVOICED
           ELSE
               MOVE 0 TO WS-PRIOR-INVOICED
           END-IF.
           COMPUTE WS-QTY-ALLOWED = PO-QTY-RECEIVED + WS-QTY-TOL.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               PO-UNIT-COST * (1 + (WS-PRICE-TOL-PCT / 100)).
           EVALUATE TRUE
               WHEN PO-SUPPLIER-ID NOT = SI-SUPPLIER-ID
                   MOVE 'SUPPLIER NOT THE PO SUPPLIER'
                     TO WS-HOLD-REASON
               WHEN WS-PRIOR-INVOICED + SI-QTY > WS-QTY-ALLOWED
                   MOVE 'BILLED QTY OVER QTY RECEIVED'
                     TO WS-HOLD-REASON
               WHEN SI-UNIT-PRICE > WS-PRICE-LIMIT
                   MOVE 'PRICE OVER PO COST TOLERANCE'
                     TO WS-HOLD-REASON
           END-EVALUATE.
      *
      *Due on the supplier's terms from the invoice date (the run
      *date when the invoice date is not a date)
       CREAR-VALE.
           MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS.
           MOVE 0 TO WS-SUP-MATCH.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUP-COUNT
                  OR WS-SUP-MATCH > 0
               IF  WS-SUP-ID (WS-SUP-SUB) = SI-SUPPLIER-ID
                   MOVE WS-SUP-SUB TO WS-SUP-MATCH
                   MOVE WS-SUP-TERMS (WS-SUP-SUB) TO WS-TERMS-DAYS
               END-IF
           END-PERFORM.
           IF  SI-INVOICE-DATE NUMERIC
           AND FUNCTION TEST-DATE-YYYYMMDD (SI-INVOICE-DATE) = 0
               MOVE SI-INVOICE-DATE TO WS-INVOICE-DATE
           ELSE
               MOVE WS-RUN-DATE     TO WS-INVOICE-DATE
           END-IF.
           COMPUTE WS-VOUCHER-AMOUNT = SI-QTY * SI-UNIT-PRICE.
           MOVE SPACES              TO VOUCHER-REC.
           MOVE CTR-NEXT-VCH-NBR    TO VCH-NBR.
           MOVE SI-SUPPLIER-ID      TO VCH-SUPPLIER-ID.
           MOVE SI-INVOICE-NO       TO VCH-INVOICE-NO.
           MOVE WS-INVOICE-DATE     TO VCH-INVOICE-DATE.
           MOVE SI-PO-NBR           TO VCH-PO-NBR.
           MOVE SI-QTY              TO VCH-QTY.
           MOVE WS-VOUCHER-AMOUNT   TO VCH-AMOUNT.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-INVOICE-DATE)
             + WS-TERMS-DAYS.
           COMPUTE VCH-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INT).
           SET VCH-OPEN             TO TRUE.
           MOVE ZERO                TO VCH-CHECK-NBR.
           MOVE ZERO                TO VCH-PAID-DATE.
           WRITE VOUCHER-REC.
           ADD 1 TO CTR-NEXT-VCH-NBR.
           ADD 1 TO WS-VOUCHERS-CREATED.
           ADD WS-VOUCHER-AMOUNT TO WS-VOUCHERED-TOTAL.
           COMPUTE PO-QTY-INVOICED = WS-PRIOR-INVOICED + SI-QTY.
           REWRITE OPEN-PO-REC
               INVALID KEY
                   DISPLAY 'OPNPO REWRITE FAILED FOR PO ' PO-NBR
           END-REWRITE.
           PERFORM ANOTAR-VALE.
           MOVE VCH-NBR             TO REG-VCH-NBR-OUT.
           MOVE VCH-SUPPLIER-ID     TO REG-SUPPLIER-OUT.
           MOVE VCH-INVOICE-NO      TO REG-INVOICE-OUT.
           MOVE VCH-PO-NBR          TO REG-PO-NBR-OUT.
           MOVE VCH-QTY             TO REG-QTY-OUT.
           MOVE VCH-AMOUNT          TO REG-AMOUNT-OUT.
           MOVE VCH-DUE-DATE        TO REG-DUE-OUT.
           MOVE REG-DETAIL-LINE TO REG-REC.
           WRITE REG-REC.
      *
       RETENER-FACTURA.
           ADD 1 TO WS-INVOICES-HELD.
           MOVE SPACES           TO HOLD-REC.
           MOVE SUPP-INVOICE-REC TO HOLD-INVOICE-IMAGE.
           MOVE WS-HOLD-REASON   TO HOLD-REASON.
           WRITE HOLD-REC.
      *
       TERMINAR.
           REWRITE COUNTER-RECORD.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           MOVE WS-VOUCHERS-CREATED TO REG-TOTAL-COUNT-OUT.
           MOVE WS-VOUCHERED-TOTAL  TO REG-TOTAL-AMT-OUT.
           MOVE REG-TOTAL-LINE TO REG-REC.
           WRITE REG-REC.
           PERFORM ESCRIBIR-DIARIO-GL.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-INVOICES-READ    TO REC-KTR-OUT.
           DISPLAY 'Invoices Read:      ' REC-KTR-OUT.
           MOVE WS-VOUCHERS-CREATED TO REC-KTR-OUT.
           DISPLAY 'Vouchers Created:   ' REC-KTR-OUT.
           MOVE WS-INVOICES-HELD    TO REC-KTR-OUT.
           DISPLAY 'Invoices Held:      ' REC-KTR-OUT.
           MOVE WS-VOUCHERED-TOTAL  TO CASH-OUT.
           DISPLAY 'Dollars Vouchered:  ' CASH-OUT.
           CLOSE INVCFILE POFILE SUPFILE CTRFILE VCHFILE REGFILE
                 HOLDFILE JRNLFILE.
           IF  WS-INVOICES-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END PROGR: APMATCH".
      *
      *The run's vouchers as one GL batch - Dr music-shop inventory
      *for the goods received, Cr accounts payable - closed by its
      *control trailer, which goes out even on a run with nothing
      *vouchered
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'APMATCH '          TO JRNL-SOURCE.
           MOVE WS-VOUCHERED-TOTAL  TO JRNL-AMOUNT.
           MOVE WS-VOUCHERS-CREATED TO JRNL-ITEM-COUNT.
           IF  WS-VOUCHERED-TOTAL > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'MUS-INVN'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP INVENTORY'     TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'MUS-APAY'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP ACCOUNTS PAYABLE'  TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'APMATCH BATCH CONTROL'        TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
