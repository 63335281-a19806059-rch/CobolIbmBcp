      * 02/09/2026 RCH - BILLABLE PROJECT EXPENSES (PROJEXP) GET
      *                  THEIR OWN INVOICE SECTION AND ROLL INTO THE
      *                  TOTAL; NON-BILLABLE ONES FEED THE COST SIDE
      * 15/10/2026 RCH - THE RUN'S INVOICES GO TO THE GLJRNL GENERAL-
      *                  LEDGER JOURNAL AS ONE BATCH: RECEIVABLE
      *                  AGAINST FEE REVENUE AND EXPENSE RECOVERY
      * 15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH INVOICE FOR
      *                  THE MAILSTRM MAIL-HOUSE STREAM (MAILPCR)
      * 15/10/2026 RCH - CONTRACT BUDGET, BUDGETED DAYS, END DATE AND
      *                  PROJECT MANAGER ON PROJMSTR; BUDGET-BURN
      *                  SECTION (CONSUMED, FORECAST AT COMPLETION,
      *                  80%/100%/PAST-END FLAGS) AND THE TBLALRT
      *                  ALERT LISTING BY PROJECT MANAGER
      * 15/10/2026 RCH - BUDGET BURN COUNTS PRIOR PERIODS' INVOICES
      *                  OFF TBLAR (AMOUNT AND NEW RG-DAYS-BILLED),
      *                  SINCE TSCLOSE ZEROES THE ACCUMULATORS
      * 15/10/2026 RCH - STATE SALES TAX ON CONSULTING LABOR BY THE
      *                  EMPLOYEE'S STATE OFFICE (TAXRATE, EFFECTIVE-
      *                  DATED) UNLESS THE CLIENT IS EXEMPT (CLITAX);
      *                  TAX LINES ON THE INVOICE, TAXED TOTAL ON
      *                  TBLAR, DETAIL TO TAXDTL, CON-STAX ON GLJRNL
      * 15/10/2026 RCH - BUDGET BURN NETS OUT TBLCRED CREDIT MEMOS
      *                  (RG-CREDIT-AMOUNT, LESS ITS SHARE OF TAX)
      * 15/10/2026 RCH - TBLPARM RUN MODE 'R' (COLUMN 38): BUDGET-BURN
      *                  REPORT AND TBLALRT ONLY FOR THE WEEKLY RUN -
      *                  NO INVOICES, TBLAR/INVNBR UPDATES OR GLJRNL
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLES01.
      *  generated, for TBLCASH cash application and TBLAGE aging.
           SELECT REG-FILE   ASSIGN TO TBLAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-INVOICE-NBR
               FILE STATUS IS WS-REG-FILE-STATUS.
      *  Controlled invoice-number counter, rewritten in place the
      *  non-billable ones land on the profitability cost side.
           SELECT EXP-FILE   ASSIGN TO PROJEXP
               FILE STATUS IS WS-EXP-FILE-STATUS.
      *  General-ledger journal (see GLJRNLR) - the run's invoices
      *  are appended as one batch for GLPOST to post overnight.
           SELECT JRNL-FILE  ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
      *  Budget alert listing - the flagged projects from the
      *  budget-burn section, grouped by project manager, so each
      *  PM gets their own page instead of digging through TBLRPT.
           SELECT ALRT-FILE  ASSIGN TO TBLALRT.
      *  Effective-dated sales-tax rates by state (a state with no
      *  row in effect does not tax consulting), the clients that
      *  are exempt, and the per-invoice per-state tax detail that
      *  TBLTAX turns into the monthly liability report.
           SELECT TAXR-FILE  ASSIGN TO TAXRATE
               FILE STATUS IS WS-TAXR-FILE-STATUS.
           SELECT CLIT-FILE  ASSIGN TO CLITAX
               FILE STATUS IS WS-CLIT-FILE-STATUS.
           SELECT TAXD-FILE  ASSIGN TO TAXDTL
               FILE STATUS IS WS-TAXD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
      *  effective after it are ignored, so a mid-period rate change
      *  no longer forces a double run. Zero/blank = the run date.
           05 PARM-BILL-PERIOD              PIC 9(08).
      *  'R' = budget-burn report only (the weekly run after TSPOST):
      *  TBLAR is only read, nothing is invoiced, numbered or
      *  journaled. Blank = the full period invoicing run.
           05 PARM-RUN-MODE                 PIC X(01).
           05 FILLER                        PIC X(42).
      *  Printed project report - replaces the old job-log-only DISPLAY
      *  output with a real report file ops can route to a printer.
       FD  RPT-FILE RECORDING MODE F.
       FD  REG-FILE RECORDING MODE F.
       01  REGISTER-RECORD.
           COPY TBLREGR.
      *
       FD  JRNL-FILE RECORDING MODE F.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
      *
       FD  NBR-FILE RECORDING MODE F.
       01  NBR-COUNTER-RECORD.
           05 PROJM-NAME                    PIC X(20).
           05 PROJM-CLIENT                  PIC X(08).
           05 PROJM-ACTIVE                  PIC X(01).
      *  Contract budget (fixed-fee / not-to-exceed dollars), the
      *  days it was priced on, the contract end date (CCYYMMDD) and
      *  the project manager the alerts go to. Zero budget = none
      *  set, zero end date = open-ended.
           05 PROJM-BUDGET-AMT              PIC 9(07)V99.
           05 PROJM-BUDGET-DAYS             PIC 9(05).
           05 PROJM-END-DATE                PIC 9(08).
           05 PROJM-MANAGER                 PIC X(08).
           05 FILLER                        PIC X(17).
      *
       FD  ALRT-FILE RECORDING MODE F.
       01  ALRT-RECORD                      PIC X(80).
      *
       FD  TAXR-FILE RECORDING MODE F.
       01  TAX-RATE-RECORD.
           05 TAXR-STATE                    PIC X(02).
           05 TAXR-EFF-DATE                 PIC 9(08).
      *  Percent, e.g. 06.250; zero = the state stopped taxing
           05 TAXR-RATE-PCT                 PIC 9(02)V9(03).
           05 FILLER                        PIC X(65).
      *
       FD  CLIT-FILE RECORDING MODE F.
       01  CLIENT-TAX-RECORD.
           05 CLIT-CLIENT                   PIC X(08).
      *  'N' = exempt; a client with no row is taxable
           05 CLIT-TAXABLE                  PIC X(01).
           05 CLIT-EXEMPT-CERT              PIC X(15).
           05 FILLER                        PIC X(56).
      *
       FD  TAXD-FILE RECORDING MODE F.
       01  TAX-DETAIL-RECORD.
           COPY TBLTAXD.
      *
       WORKING-STORAGE SECTION.
       77  PROJECT-INDEX     PIC S9(4) COMP VALUE 0.
      *  Invoice register / counter statuses
       77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
                88 REG-FILE-OK      VALUE '00'.
                88 REG-FILE-EOF     VALUE '10'.
       77  WS-NBR-FILE-STATUS PIC X(02) VALUE SPACES.
                88 NBR-FILE-OK      VALUE '00'.
       77  WS-REGISTERED      PIC S9(4) COMP VALUE 0.
      *  General-ledger journal status and the run's batch totals -
      *  the invoice totals and the billable expenses inside them
       77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK     VALUE '00'.
       77  WS-GL-INVOICES     PIC S9(4) COMP VALUE 0.
       01  WS-GL-SUMS.
           05 WS-GL-BILLED-AMT              PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GL-EXPENSE-AMT             PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GL-FEES-AMT                PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GL-TAX-AMT                 PIC S9(09)V99 COMP-3
                                             VALUE 0.
      *  Expense work areas - the period's expense lines held in
      *  storage, and the per-project billable/non-billable sums
       77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
           05 WS-INV-TOTAL                  PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-INV-EMPS-BILLED            PIC S9(4) COMP VALUE 0.
           05 WS-INV-DAYS-BILLED            PIC S9(7) COMP VALUE 0.
           05 WS-INV-TAX                    PIC S9(09)V99 COMP-3
                                             VALUE 0.
       01  INV-HEADER-LINE.
           05 FILLER                        PIC X(09)
                 VALUE 'INVOICE: '.
           05 INV-TOTAL-OUT                 PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(71) VALUE SPACES.
       01  INV-BLANK-LINE                   PIC X(100) VALUE SPACES.
      *  Mail-piece control records written ahead of each invoice -
      *  the client's billing address comes off MAILSTRM's MAILADR
      *  cross-reference, so none is carried here
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
      *  Utilization-matrix work areas - the distinct state offices
      *  and projects seen in the table, and the office/grand totals
       01  WS-MATRIX-VARS.
                10 WS-PROJM-NAME             PIC X(20).
                10 WS-PROJM-CLIENT           PIC X(08).
                10 WS-PROJM-ACTIVE           PIC X(01).
                10 WS-PROJM-BUDGET-AMT       PIC 9(07)V99.
                10 WS-PROJM-BUDGET-DAYS      PIC 9(05).
                10 WS-PROJM-END-DATE         PIC 9(08).
                10 WS-PROJM-MANAGER          PIC X(08).
      *  Set by 471-BURN-ONE-PROJECT for the alert listing
                10 WS-PROJM-USED-PCT         PIC S9(4)V9.
      *  Billed on earlier invoices, summed off TBLAR at start-up
                10 WS-PROJM-PRIOR-AMT        PIC S9(09)V99 COMP-3.
                10 WS-PROJM-PRIOR-DAYS       PIC S9(7) COMP.
                10 WS-PROJM-ALERT            PIC X(36).
      *  Sales-tax work areas - the rate rows, the client tax flags,
      *  and the invoice in hand's taxable labor by state office
       77  WS-TAXR-FILE-STATUS PIC X(02) VALUE SPACES.
                88 TAXR-FILE-OK     VALUE '00'.
                88 TAXR-FILE-EOF    VALUE '10'.
       77  WS-CLIT-FILE-STATUS PIC X(02) VALUE SPACES.
                88 CLIT-FILE-OK     VALUE '00'.
                88 CLIT-FILE-EOF    VALUE '10'.
       77  WS-TAXD-FILE-STATUS PIC X(02) VALUE SPACES.
                88 TAXD-FILE-OK     VALUE '00'.
       77  TAXR-MAX           PIC S9(4) COMP VALUE 200.
       77  WS-TAXR-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-TAXR-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-TAXR-BEST-SUB   PIC S9(4) COMP VALUE 0.
       77  CLIT-MAX           PIC S9(4) COMP VALUE 100.
       77  WS-CLIT-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-CLIT-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-INVTAX-COUNT    PIC S9(4) COMP VALUE 0.
       77  WS-INVTAX-SUB      PIC S9(4) COMP VALUE 0.
       77  WS-INVTAX-MATCH    PIC S9(4) COMP VALUE 0.
       77  WS-PRIOR-CREDIT    PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-TAX-VARS.
           05 WS-TAX-LOOKUP-STATE           PIC X(02) VALUE SPACES.
           05 WS-EFF-TAX-PCT                PIC 9(02)V9(03) VALUE 0.
           05 WS-CLIENT-TAXABLE             PIC X(01) VALUE 'Y'.
           05 WS-CLIENT-CERT                PIC X(15) VALUE SPACES.
           05 WS-STATE-TAX                  PIC S9(07)V99 COMP-3
                                             VALUE 0.
       01  WS-TAX-RATE-TABLE.
           05 WS-TAXR-ITEM OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-TAXR-COUNT.
                10 WS-TAXR-STATE             PIC X(02).
                10 WS-TAXR-EFF-DATE          PIC 9(08).
                10 WS-TAXR-RATE-PCT          PIC 9(02)V9(03).
       01  WS-CLIENT-TAX-TABLE.
           05 WS-CLIT-ITEM OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CLIT-COUNT.
                10 WS-CLIT-CLIENT            PIC X(08).
                10 WS-CLIT-TAXABLE           PIC X(01).
                10 WS-CLIT-EXEMPT-CERT       PIC X(15).
       01  WS-INVOICE-TAX-TABLE.
           05 WS-INVTAX-ITEM OCCURS 20 TIMES.
                10 WS-INVTAX-STATE           PIC X(02).
                10 WS-INVTAX-BASE            PIC S9(09)V99 COMP-3.
       01  INV-TAX-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FILLER                        PIC X(10)
                 VALUE 'SALES TAX '.
           05 INV-TAX-STATE-OUT             PIC X(02).
           05 FILLER                        PIC X(04) VALUE ' AT '.
           05 INV-TAX-PCT-OUT               PIC Z9.999.
           05 FILLER                        PIC X(05) VALUE '% ON '.
           05 INV-TAX-BASE-OUT              PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(09)
                 VALUE ' AMOUNT: '.
           05 INV-TAX-AMT-OUT               PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(34) VALUE SPACES.
       01  INV-TAX-EXEMPT-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 FILLER                        PIC X(10)
                 VALUE 'SALES TAX '.
           05 INV-EXM-STATE-OUT             PIC X(02).
           05 FILLER                        PIC X(26)
                 VALUE ' EXEMPT - CERTIFICATE NO. '.
           05 INV-EXM-CERT-OUT              PIC X(15).
           05 FILLER                        PIC X(45) VALUE SPACES.
      *  Budget-burn work areas - the project in hand, the warning
      *  threshold, and the distinct managers for the alert listing
       01  WS-BUDGET-VARS.
           05 WS-BUD-USED-AMT               PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-BUD-EAC-AMT                PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-BUD-USED-DAYS              PIC S9(7) COMP VALUE 0.
           05 WS-BUD-USED-PCT               PIC S9(4)V9 VALUE 0.
           05 WS-BUD-WARN-PCT               PIC 9(03) VALUE 80.
           05 WS-BUD-FLAGS                  PIC X(36) VALUE SPACES.
           05 WS-BUD-FLAG-PTR               PIC S9(4) COMP VALUE 0.
           05 WS-BUD-ALERTS                 PIC S9(4) COMP VALUE 0.
           05 WS-MGR-COUNT                  PIC S9(4) COMP VALUE 0.
           05 WS-MGR-SUB                    PIC S9(4) COMP VALUE 0.
       01  WS-MGR-LIST.
           05 WS-MGR-CODE OCCURS 50 TIMES   PIC X(08).
       01  BUD-DETAIL-LINE.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 BUD-CODE-OUT                  PIC X(04).
           05 FILLER                        PIC X(08)
                 VALUE ' BUDGET '.
           05 BUD-BUDGET-OUT                PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(06)
                 VALUE ' USED '.
           05 BUD-USED-OUT                  PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 BUD-PCT-OUT                   PIC ZZZ9.9.
           05 FILLER                        PIC X(01) VALUE '%'.
           05 FILLER                        PIC X(05)
                 VALUE ' EAC '.
           05 BUD-EAC-OUT                   PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(06) VALUE SPACES.
       01  BUD-DAYS-LINE.
           05 FILLER                        PIC X(06) VALUE SPACES.
           05 FILLER                        PIC X(06)
                 VALUE 'DAYS: '.
           05 BUD-BDAYS-OUT                 PIC ZZ,ZZ9.
           05 FILLER                        PIC X(06)
                 VALUE ' USED '.
           05 BUD-UDAYS-OUT                 PIC ZZ,ZZ9.
           05 FILLER                        PIC X(05)
                 VALUE ' END '.
           05 BUD-END-OUT                   PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 BUD-FLAGS-OUT                 PIC X(36).
       01  ALRT-DETAIL-LINE.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ALRT-CODE-OUT                 PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ALRT-NAME-OUT                 PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ALRT-CLIENT-OUT               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ALRT-PCT-OUT                  PIC ZZZ9.9.
           05 FILLER                        PIC X(01) VALUE '%'.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ALRT-FLAGS-OUT                PIC X(36).
       01  WS-ALERT-LINE                    PIC X(80) VALUE SPACES.
      *  Holds one EMP-PROJECT-ITEM row during 075-SORT-TABLE-BY-NAME's
      *  swap so the table can be put into EMP-NAME order for the
      *  600-LOOKUP-BY-NAME SEARCH ALL.
           05 WS-EMP-ON-CALL-YES        PIC X(01) VALUE 'Y'.
           05 WS-SEL-LANGUAGE-CERT      PIC X(20) VALUE SPACES.
           05 WS-BILL-PERIOD-DATE       PIC 9(08) VALUE ZERO.
           05 WS-RUN-MODE               PIC X(01) VALUE 'F'.
              88 FULL-BILLING-RUN                 VALUE 'F'.
              88 BURN-REPORT-ONLY                 VALUE 'R'.
           05 WS-A111-TOT               PIC S9(09)V99 COMP-3 VALUE 0.
           05 WS-A111-TOT-ED            PIC $$$,$$$,$$9.99.
           05 WS-COST-CALC              PIC S9(09)V99 COMP-3 VALUE 0.
           INITIALIZE EMP-PROJECT-TABLE.
           PERFORM 050-LOAD-RUN-PARMS.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT ALRT-FILE.
           IF BURN-REPORT-ONLY
              DISPLAY 'BUDGET-BURN REPORT ONLY - NOTHING INVOICED'
           ELSE
              OPEN OUTPUT INV-FILE
              OPEN EXTEND JRNL-FILE
              IF NOT JRNL-FILE-OK
                 DISPLAY 'GLJRNL OPEN FAILED, STATUS '
                         WS-JRNL-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-VARS.
           IF WS-BILL-PERIOD-DATE = 0
              MOVE WS-RUN-DATE-VARS (1:8) TO WS-BILL-PERIOD-DATE
           PERFORM 061-LOAD-COST-MASTER.
           PERFORM 062-OPEN-INVOICE-REGISTER.
           PERFORM 063-LOAD-PROJECT-EXPENSES.
           PERFORM 070-LOAD-TAX-RATES.
           PERFORM 071-LOAD-CLIENT-TAX.
           IF FULL-BILLING-RUN
              OPEN EXTEND TAXD-FILE
              IF NOT TAXD-FILE-OK
                 DISPLAY 'TAXDTL OPEN FAILED, STATUS '
                         WS-TAXD-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
                       PARM-BILL-PERIOD > 0
                       MOVE PARM-BILL-PERIOD TO WS-BILL-PERIOD-DATE
                    END-IF
                    IF PARM-RUN-MODE = 'R'
                       SET BURN-REPORT-ONLY TO TRUE
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF.
                         TO WS-PROJM-CLIENT (WS-PROJM-COUNT)
                       MOVE PROJM-ACTIVE
                         TO WS-PROJM-ACTIVE (WS-PROJM-COUNT)
                       PERFORM 056-LOAD-PROJECT-BUDGET
                 END-READ
              END-PERFORM
              CLOSE PROJ-FILE
           END-IF.
      *  The budget fields of the row just read; non-numeric (a
      *  master built before budgets were carried) loads as zero -
      *  no budget and no end date, so nothing flags falsely.
       056-LOAD-PROJECT-BUDGET.
           MOVE 0 TO WS-PROJM-BUDGET-AMT (WS-PROJM-COUNT)
                     WS-PROJM-BUDGET-DAYS (WS-PROJM-COUNT)
                     WS-PROJM-END-DATE (WS-PROJM-COUNT)
                     WS-PROJM-USED-PCT (WS-PROJM-COUNT).
           MOVE SPACES TO WS-PROJM-ALERT (WS-PROJM-COUNT).
           MOVE 0 TO WS-PROJM-PRIOR-AMT (WS-PROJM-COUNT)
                     WS-PROJM-PRIOR-DAYS (WS-PROJM-COUNT).
           MOVE PROJM-MANAGER TO WS-PROJM-MANAGER (WS-PROJM-COUNT).
           IF PROJM-BUDGET-AMT NUMERIC
              MOVE PROJM-BUDGET-AMT
                TO WS-PROJM-BUDGET-AMT (WS-PROJM-COUNT)
           END-IF.
           IF PROJM-BUDGET-DAYS NUMERIC
              MOVE PROJM-BUDGET-DAYS
                TO WS-PROJM-BUDGET-DAYS (WS-PROJM-COUNT)
           END-IF.
           IF PROJM-END-DATE NUMERIC
              MOVE PROJM-END-DATE
                TO WS-PROJM-END-DATE (WS-PROJM-COUNT)
           END-IF.
      *  Loads the effective-dated rate master. A missing RATEMSTR
      *  leaves the table empty and every row prices off the rates
      *  embedded in its own EMPROJ record, exactly as before.
      *  CLMHIST) and seeds the invoice numbering from the INVNBR
      *  counter, so invoice numbers keep climbing across runs
      *  instead of restarting at 1 every night.
      *  The burn-report-only run just reads the register for the
      *  prior billings and leaves the INVNBR counter alone.
       062-OPEN-INVOICE-REGISTER.
           IF BURN-REPORT-ONLY
              OPEN INPUT REG-FILE
           ELSE
              OPEN I-O REG-FILE
              IF WS-REG-FILE-STATUS = '35'
                 OPEN OUTPUT REG-FILE
                 CLOSE REG-FILE
                 OPEN I-O REG-FILE
              END-IF
           END-IF.
           IF NOT REG-FILE-OK
              DISPLAY 'ERROR OPENING TBLAR REGISTER, STATUS '
                      WS-REG-FILE-STATUS
           ELSE
              PERFORM 068-SUM-PRIOR-BILLINGS
           END-IF.
           IF FULL-BILLING-RUN
              OPEN I-O NBR-FILE
              IF NBR-FILE-OK
                 READ NBR-FILE
                    AT END
                       DISPLAY 'INVNBR COUNTER RECORD MISSING'
                    NOT AT END
                       COMPUTE WS-INVOICE-NBR = NBR-NEXT-INVOICE - 1
                 END-READ
              ELSE
                 DISPLAY 'WARNING - INVNBR NOT AVAILABLE, STATUS '
                         WS-NBR-FILE-STATUS
                 DISPLAY 'INVOICE NUMBERS RESTART AT 1 THIS RUN'
              END-IF
           END-IF.
      *  One sweep of the register before this run adds to it: what
      *  earlier invoices billed each project, so the budget burn
      *  is contract-to-date even though TSCLOSE zeroes the EMPROJ
      *  accumulators every period. Rows written before the days
      *  were carried count their dollars only.
       068-SUM-PRIOR-BILLINGS.
           PERFORM UNTIL REG-FILE-EOF
              READ REG-FILE NEXT RECORD
                 AT END
                    MOVE '10' TO WS-REG-FILE-STATUS
                 NOT AT END
                    PERFORM 069-ADD-PRIOR-BILLING
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-REG-FILE-STATUS.
      *
       069-ADD-PRIOR-BILLING.
           IF WS-PROJM-COUNT > 0
              SET PROJM-IDX TO 1
              SEARCH WS-PROJM-ITEM
                 AT END CONTINUE
                 WHEN WS-PROJM-CODE (PROJM-IDX) = RG-PROJECT
                    ADD RG-AMOUNT TO WS-PROJM-PRIOR-AMT (PROJM-IDX)
                    IF RG-TAX-AMOUNT NUMERIC
                       SUBTRACT RG-TAX-AMOUNT
                           FROM WS-PROJM-PRIOR-AMT (PROJM-IDX)
                    END-IF
                    IF RG-DAYS-BILLED NUMERIC
                       ADD RG-DAYS-BILLED
                         TO WS-PROJM-PRIOR-DAYS (PROJM-IDX)
                    END-IF
                    IF RG-CREDIT-AMOUNT NUMERIC AND RG-AMOUNT > 0
                       PERFORM 074-NET-PRIOR-CREDIT
                    END-IF
              END-SEARCH
           END-IF.
      *  A credit memo gives the client back part of the invoice -
      *  the contract budget gets back the same part of the
      *  invoice's untaxed amount.
       074-NET-PRIOR-CREDIT.
           MOVE 0 TO WS-PRIOR-CREDIT.
           IF RG-TAX-AMOUNT NUMERIC
              COMPUTE WS-PRIOR-CREDIT ROUNDED =
                  RG-CREDIT-AMOUNT *
                  (RG-AMOUNT - RG-TAX-AMOUNT) / RG-AMOUNT
           ELSE
              MOVE RG-CREDIT-AMOUNT TO WS-PRIOR-CREDIT
           END-IF.
           SUBTRACT WS-PRIOR-CREDIT
               FROM WS-PROJM-PRIOR-AMT (PROJM-IDX).
      *  Loads the sales-tax rate rows. A missing TAXRATE means no
      *  state taxes consulting and the invoices carry no tax,
      *  exactly as before.
       070-LOAD-TAX-RATES.
           OPEN INPUT TAXR-FILE.
           IF NOT TAXR-FILE-OK
              DISPLAY 'WARNING - TAXRATE NOT AVAILABLE, STATUS '
                      WS-TAXR-FILE-STATUS
           ELSE
              PERFORM UNTIL TAXR-FILE-EOF
                           OR WS-TAXR-COUNT >= TAXR-MAX
                 READ TAXR-FILE
                    AT END
                       MOVE '10' TO WS-TAXR-FILE-STATUS
                    NOT AT END
                       IF TAXR-EFF-DATE NUMERIC AND
                          TAXR-RATE-PCT NUMERIC
                          ADD 1 TO WS-TAXR-COUNT
                          MOVE TAXR-STATE
                            TO WS-TAXR-STATE (WS-TAXR-COUNT)
                          MOVE TAXR-EFF-DATE
                            TO WS-TAXR-EFF-DATE (WS-TAXR-COUNT)
                          MOVE TAXR-RATE-PCT
                            TO WS-TAXR-RATE-PCT (WS-TAXR-COUNT)
                       ELSE
                          DISPLAY 'TAXRATE ROW SKIPPED - STATE '
                                  TAXR-STATE ' NOT NUMERIC'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAXR-FILE
           END-IF.
      *  Loads the client tax flags. A missing CLITAX leaves every
      *  client taxable - undercharging tax is the costlier error.
       071-LOAD-CLIENT-TAX.
           OPEN INPUT CLIT-FILE.
           IF NOT CLIT-FILE-OK
              DISPLAY 'WARNING - CLITAX NOT AVAILABLE, STATUS '
                      WS-CLIT-FILE-STATUS
           ELSE
              PERFORM UNTIL CLIT-FILE-EOF
                           OR WS-CLIT-COUNT >= CLIT-MAX
                 READ CLIT-FILE
                    AT END
                       MOVE '10' TO WS-CLIT-FILE-STATUS
                    NOT AT END
                       ADD 1 TO WS-CLIT-COUNT
                       MOVE CLIT-CLIENT
                         TO WS-CLIT-CLIENT (WS-CLIT-COUNT)
                       MOVE CLIT-TAXABLE
                         TO WS-CLIT-TAXABLE (WS-CLIT-COUNT)
                       MOVE CLIT-EXEMPT-CERT
                         TO WS-CLIT-EXEMPT-CERT (WS-CLIT-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CLIT-FILE
           END-IF.
      *  The sales-tax rate in effect for WS-TAX-LOOKUP-STATE as of
      *  the billing period - the latest row not after it, the same
      *  rule the billing rates use. No row = the state does not tax.
       072-RESOLVE-TAX-RATE.
           MOVE 0 TO WS-EFF-TAX-PCT.
           MOVE 0 TO WS-TAXR-BEST-SUB.
           PERFORM VARYING WS-TAXR-SUB FROM 1 BY 1
              UNTIL WS-TAXR-SUB > WS-TAXR-COUNT
                IF WS-TAXR-STATE (WS-TAXR-SUB) =
                   WS-TAX-LOOKUP-STATE                 AND
                   WS-TAXR-EFF-DATE (WS-TAXR-SUB) NOT >
                   WS-BILL-PERIOD-DATE
                   IF WS-TAXR-BEST-SUB = 0
                      MOVE WS-TAXR-SUB TO WS-TAXR-BEST-SUB
                   ELSE
                      IF WS-TAXR-EFF-DATE (WS-TAXR-SUB) >
                         WS-TAXR-EFF-DATE (WS-TAXR-BEST-SUB)
                         MOVE WS-TAXR-SUB TO WS-TAXR-BEST-SUB
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.
           IF WS-TAXR-BEST-SUB > 0
              MOVE WS-TAXR-RATE-PCT (WS-TAXR-BEST-SUB)
                TO WS-EFF-TAX-PCT
           END-IF.
      *  Whether the client under PROJM-IDX is taxable, and its
      *  exemption certificate when it is not.
       073-CHECK-CLIENT-TAXABLE.
           MOVE 'Y'    TO WS-CLIENT-TAXABLE.
           MOVE SPACES TO WS-CLIENT-CERT.
           PERFORM VARYING WS-CLIT-SUB FROM 1 BY 1
              UNTIL WS-CLIT-SUB > WS-CLIT-COUNT
                IF WS-CLIT-CLIENT (WS-CLIT-SUB) =
                   WS-PROJM-CLIENT (PROJM-IDX)       AND
                   WS-CLIT-TAXABLE (WS-CLIT-SUB) = 'N'
                   MOVE 'N' TO WS-CLIENT-TAXABLE
                   MOVE WS-CLIT-EXEMPT-CERT (WS-CLIT-SUB)
                     TO WS-CLIENT-CERT
                END-IF
           END-PERFORM.
      *  Loads the period's expense lines, each validated against
      *  the project master - an expense against a code not on the
      *  master is flagged on the console and skipped, never billed.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
      *  Same for the budget alert listing.
       091-WRITE-ALERT-LINE.
           MOVE WS-ALERT-LINE TO ALRT-RECORD.
           WRITE ALRT-RECORD.
           MOVE SPACES TO WS-ALERT-LINE.
      *
      *  The weekly burn-report-only run produces the budget burn and
      *  its TBLALRT listing and nothing else.
       100-PROCESS-TABLE-DATA.
           IF BURN-REPORT-ONLY
              PERFORM 470-BUDGET-BURN-REPORT
           ELSE
              PERFORM 200-FIND-PROJECT
              PERFORM 300-FIND-NC-OT-SKILL
              PERFORM 350-CHECK-OT-EXCEPTIONS
              PERFORM 400-TOTAL-PROJ-EXPENSE
              PERFORM 500-TOTAL-ALL-PROJECTS-EXPENSE
              PERFORM 450-GENERATE-INVOICES
              PERFORM 475-UTILIZATION-MATRIX
              PERFORM 480-LANGUAGE-CERT-REPORT
              PERFORM 490-RATE-CHANGE-LISTING
              PERFORM 495-PROFITABILITY-REPORT
              PERFORM 470-BUDGET-BURN-REPORT
              PERFORM 600-LOOKUP-BY-NAME
           END-IF.
      *
       200-FIND-PROJECT.
      ***  Display all of the Employee names working on project 'A111'
       455-INVOICE-ONE-PROJECT.
           MOVE 0 TO WS-INV-TOTAL.
           MOVE 0 TO WS-INV-EMPS-BILLED.
           MOVE 0 TO WS-INV-DAYS-BILLED.
           MOVE 0 TO WS-INV-TAX.
           MOVE 0 TO WS-INVTAX-COUNT.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
              UNTIL PROJECT-INDEX > WS-TABLE-COUNT
                IF EMP-PROJECT (PROJECT-INDEX) EQUAL
                   WS-PROJM-CODE (PROJM-IDX)
                   ADD 1 TO WS-INV-EMPS-BILLED
                   ADD EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX)
                     TO WS-INV-DAYS-BILLED
                END-IF
           END-PERFORM.
           PERFORM 067-SUM-PROJECT-EXPENSES.
              MOVE WS-INVOICE-NBR        TO INV-NBR-OUT
              MOVE WS-BILL-PERIOD-DATE (1:4) TO INV-PERIOD-YYYY
              MOVE WS-BILL-PERIOD-DATE (5:2) TO INV-PERIOD-MM
              PERFORM 459-WRITE-MAIL-HEADER
              WRITE INV-RECORD FROM INV-HEADER-LINE
              MOVE WS-PROJM-CLIENT (PROJM-IDX) TO INV-CLIENT-OUT
              MOVE WS-PROJM-CODE (PROJM-IDX)   TO INV-PROJ-CODE-OUT
              IF WS-EXP-BILLABLE-AMT > 0
                 PERFORM 458-ITEMIZE-EXPENSES
              END-IF
              IF WS-INVTAX-COUNT > 0
                 PERFORM 460-TAX-INVOICE
              END-IF
              MOVE WS-INV-TOTAL TO INV-TOTAL-OUT
              WRITE INV-RECORD FROM INV-TOTAL-LINE
              WRITE INV-RECORD FROM INV-BLANK-LINE
              PERFORM 457-REGISTER-INVOICE
              ADD 1 TO WS-GL-INVOICES
              ADD WS-INV-TOTAL TO WS-GL-BILLED-AMT
              ADD WS-EXP-BILLABLE-AMT TO WS-GL-EXPENSE-AMT
              ADD WS-INV-TAX TO WS-GL-TAX-AMT
           END-IF.
      *
      *  The project's billable expenses get their own invoice
                END-IF
           END-PERFORM.
      *
      *  Starts the invoice as a mail piece keyed on the client code,
      *  so a client's invoices for several projects share one
      *  envelope at the mail house.
       459-WRITE-MAIL-HEADER.
           SET MPC-CONSULT-INVOICE TO TRUE.
           MOVE WS-PROJM-CLIENT (PROJM-IDX) TO MPC-PIECE-KEY.
           MOVE WS-PROJM-CLIENT (PROJM-IDX) TO MPC-NAME.
           MOVE SPACES TO MPC-ADDR-1.
           MOVE SPACES TO MPC-ADDR-2.
           WRITE INV-RECORD FROM MPC-HEADER-REC.
           WRITE INV-RECORD FROM MPC-ADDRESS-REC.
      *
      *  One register row per invoice: the receivable TBLCASH will
      *  relieve and TBLAGE will age. Collections finally works off
      *  a file instead of photocopied invoices.
              MOVE WS-RUN-DATE-VARS (1:8) TO RG-INV-DATE
              MOVE WS-INV-TOTAL        TO RG-AMOUNT
              MOVE WS-INV-TOTAL        TO RG-OPEN-AMOUNT
              MOVE WS-INV-DAYS-BILLED  TO RG-DAYS-BILLED
              MOVE WS-INV-TAX          TO RG-TAX-AMOUNT
              MOVE 0                   TO RG-CREDIT-AMOUNT
              WRITE REGISTER-RECORD
                 INVALID KEY
                    DISPLAY 'DUPLICATE INVOICE NBR ' WS-INVOICE-NBR
           MOVE WS-EFF-OT-RATE               TO INV-OT-RATE-OUT.
           MOVE WS-INV-LINE-AMT              TO INV-LINE-AMT-OUT.
           WRITE INV-RECORD FROM INV-DETAIL-LINE.
           PERFORM 461-ADD-TAXABLE-LABOR.
      *  Budget versus actual for every active project: dollars
      *  consumed to date (earlier invoices off TBLAR, plus the
      *  EMPROJ days/OT accumulators TSPOST builds week by week
      *  priced the way the invoices price them, plus the period's
      *  billable expenses), percent of the contract budget, and
      *  the forecast at completion from the burn rate per day
      *  consumed carried out over the budgeted days.
      *  Projects past WS-BUD-WARN-PCT or 100% of budget, forecast
      *  to overrun, or past their contract end date are flagged,
      *  and the flagged ones go to the TBLALRT listing by manager.
       470-BUDGET-BURN-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           STRING 'PROJECT BUDGET BURN AS OF ' DELIMITED BY SIZE
                  WS-BILL-PERIOD-DATE DELIMITED BY SIZE
                  ' (BUDGET / USED / EAC)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 0 TO WS-MGR-COUNT.
           PERFORM VARYING PROJM-IDX FROM 1 BY 1
              UNTIL PROJM-IDX > WS-PROJM-COUNT
                IF WS-PROJM-ACTIVE (PROJM-IDX) = 'Y'
                   PERFORM 471-BURN-ONE-PROJECT
                END-IF
           END-PERFORM.
           STRING 'PROJECT BUDGET ALERTS AS OF ' DELIMITED BY SIZE
                  WS-BILL-PERIOD-DATE DELIMITED BY SIZE
                  INTO WS-ALERT-LINE.
           PERFORM 091-WRITE-ALERT-LINE.
           IF WS-BUD-ALERTS = 0
              MOVE '  NO PROJECTS FLAGGED THIS RUN' TO WS-ALERT-LINE
              PERFORM 091-WRITE-ALERT-LINE
           END-IF.
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
              UNTIL WS-MGR-SUB > WS-MGR-COUNT
                PERFORM 473-ALERT-ONE-MANAGER
           END-PERFORM.
      *
       471-BURN-ONE-PROJECT.
           MOVE WS-PROJM-PRIOR-AMT (PROJM-IDX)  TO WS-BUD-USED-AMT.
           MOVE WS-PROJM-PRIOR-DAYS (PROJM-IDX) TO WS-BUD-USED-DAYS.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
              UNTIL PROJECT-INDEX > WS-TABLE-COUNT
                IF EMP-PROJECT (PROJECT-INDEX) EQUAL
                   WS-PROJM-CODE (PROJM-IDX)
                   PERFORM 425-SET-ROW-RATES
                   COMPUTE WS-BUD-USED-AMT ROUNDED = WS-BUD-USED-AMT +
                    ( EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX) *
                      WS-EFF-DAY-RATE ) +
                    ( EMP-NBR-OT-HOURS (PROJECT-INDEX) *
                      WS-EFF-OT-RATE )
                   ADD EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX)
                     TO WS-BUD-USED-DAYS
                END-IF
           END-PERFORM.
           PERFORM 067-SUM-PROJECT-EXPENSES.
           ADD WS-EXP-BILLABLE-AMT TO WS-BUD-USED-AMT.
      *  Forecast at completion: dollars per day consumed so far,
      *  carried out over the budgeted days. Once the budgeted days
      *  are used up (or none were set) the forecast is what has
      *  been consumed.
           IF WS-BUD-USED-DAYS > 0 AND
              WS-PROJM-BUDGET-DAYS (PROJM-IDX) > WS-BUD-USED-DAYS
              COMPUTE WS-BUD-EAC-AMT ROUNDED =
                  WS-BUD-USED-AMT * WS-PROJM-BUDGET-DAYS (PROJM-IDX)
                / WS-BUD-USED-DAYS
           ELSE
              MOVE WS-BUD-USED-AMT TO WS-BUD-EAC-AMT
           END-IF.
           IF WS-PROJM-BUDGET-AMT (PROJM-IDX) > 0
              COMPUTE WS-BUD-USED-PCT ROUNDED =
                  WS-BUD-USED-AMT * 100
                / WS-PROJM-BUDGET-AMT (PROJM-IDX)
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-BUD-USED-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-BUD-USED-PCT
           END-IF.
           PERFORM 472-SET-BUDGET-FLAGS.
           MOVE WS-BUD-USED-PCT TO WS-PROJM-USED-PCT (PROJM-IDX).
           MOVE WS-BUD-FLAGS    TO WS-PROJM-ALERT (PROJM-IDX).
           MOVE WS-PROJM-CODE (PROJM-IDX)       TO BUD-CODE-OUT.
           MOVE WS-PROJM-BUDGET-AMT (PROJM-IDX) TO BUD-BUDGET-OUT.
           MOVE WS-BUD-USED-AMT                 TO BUD-USED-OUT.
           MOVE WS-BUD-USED-PCT                 TO BUD-PCT-OUT.
           MOVE WS-BUD-EAC-AMT                  TO BUD-EAC-OUT.
           MOVE BUD-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE WS-PROJM-BUDGET-DAYS (PROJM-IDX) TO BUD-BDAYS-OUT.
           MOVE WS-BUD-USED-DAYS                 TO BUD-UDAYS-OUT.
           MOVE WS-PROJM-END-DATE (PROJM-IDX)    TO BUD-END-OUT.
           IF WS-PROJM-BUDGET-AMT (PROJM-IDX) = 0 AND
              WS-BUD-FLAGS = SPACES
              MOVE 'NO BUDGET ON MASTER' TO BUD-FLAGS-OUT
           ELSE
              MOVE WS-BUD-FLAGS TO BUD-FLAGS-OUT
           END-IF.
           MOVE BUD-DAYS-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           IF WS-BUD-FLAGS NOT = SPACES
              ADD 1 TO WS-BUD-ALERTS
              PERFORM 474-NOTE-MANAGER
           END-IF.
      *  Over budget supersedes the warning threshold, and a
      *  forecast overrun only adds news while still under budget.
       472-SET-BUDGET-FLAGS.
           MOVE SPACES TO WS-BUD-FLAGS.
           MOVE 1 TO WS-BUD-FLAG-PTR.
           IF WS-PROJM-BUDGET-AMT (PROJM-IDX) > 0
              EVALUATE TRUE
                  WHEN WS-BUD-USED-PCT NOT < 100
                      STRING 'OVER BUDGET ' DELIMITED BY SIZE
                             INTO WS-BUD-FLAGS
                             WITH POINTER WS-BUD-FLAG-PTR
                  WHEN WS-BUD-USED-PCT NOT < WS-BUD-WARN-PCT
                      STRING 'PAST 80% ' DELIMITED BY SIZE
                             INTO WS-BUD-FLAGS
                             WITH POINTER WS-BUD-FLAG-PTR
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF WS-BUD-USED-PCT < 100 AND
                 WS-BUD-EAC-AMT > WS-PROJM-BUDGET-AMT (PROJM-IDX)
                 STRING 'FCST OVER ' DELIMITED BY SIZE
                        INTO WS-BUD-FLAGS
                        WITH POINTER WS-BUD-FLAG-PTR
              END-IF
           END-IF.
           IF WS-PROJM-END-DATE (PROJM-IDX) > 0 AND
              WS-BILL-PERIOD-DATE > WS-PROJM-END-DATE (PROJM-IDX)
              STRING 'PAST END DATE' DELIMITED BY SIZE
                     INTO WS-BUD-FLAGS
                     WITH POINTER WS-BUD-FLAG-PTR
           END-IF.
      *
       473-ALERT-ONE-MANAGER.
           MOVE SPACES TO WS-ALERT-LINE.
           PERFORM 091-WRITE-ALERT-LINE.
           IF WS-MGR-CODE (WS-MGR-SUB) = SPACES
              MOVE 'PROJECT MANAGER: (NONE ON MASTER)'
                TO WS-ALERT-LINE
           ELSE
              STRING 'PROJECT MANAGER: ' DELIMITED BY SIZE
                     WS-MGR-CODE (WS-MGR-SUB) DELIMITED BY SIZE
                     INTO WS-ALERT-LINE
           END-IF.
           PERFORM 091-WRITE-ALERT-LINE.
           PERFORM VARYING PROJM-IDX FROM 1 BY 1
              UNTIL PROJM-IDX > WS-PROJM-COUNT
                IF WS-PROJM-ALERT (PROJM-IDX) NOT = SPACES AND
                   WS-PROJM-MANAGER (PROJM-IDX) =
                   WS-MGR-CODE (WS-MGR-SUB)
                   MOVE WS-PROJM-CODE (PROJM-IDX)   TO ALRT-CODE-OUT
                   MOVE WS-PROJM-NAME (PROJM-IDX)   TO ALRT-NAME-OUT
                   MOVE WS-PROJM-CLIENT (PROJM-IDX) TO ALRT-CLIENT-OUT
                   MOVE WS-PROJM-USED-PCT (PROJM-IDX)
                     TO ALRT-PCT-OUT
                   MOVE WS-PROJM-ALERT (PROJM-IDX)  TO ALRT-FLAGS-OUT
                   MOVE ALRT-DETAIL-LINE TO WS-ALERT-LINE
                   PERFORM 091-WRITE-ALERT-LINE
                END-IF
           END-PERFORM.
      *
       474-NOTE-MANAGER.
           MOVE 'N' TO SW-GENERIC-FOUND.
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
              UNTIL WS-MGR-SUB > WS-MGR-COUNT
                IF WS-MGR-CODE (WS-MGR-SUB) =
                   WS-PROJM-MANAGER (PROJM-IDX)
                   MOVE 'Y' TO SW-GENERIC-FOUND
                END-IF
           END-PERFORM.
           IF SW-GENERIC-FOUND = 'N' AND WS-MGR-COUNT < 50
              ADD 1 TO WS-MGR-COUNT
              MOVE WS-PROJM-MANAGER (PROJM-IDX)
                TO WS-MGR-CODE (WS-MGR-COUNT)
           END-IF.
      *  Sales tax on the invoice in hand: the labor billed out of
      *  each state office taxed at that state's rate as of the
      *  billing period - billable expenses are reimbursements and
      *  are not taxed. An exempt client gets the exemption noted
      *  instead. Each taxing state goes to TAXDTL for the returns.
       460-TAX-INVOICE.
           PERFORM 073-CHECK-CLIENT-TAXABLE.
           PERFORM VARYING WS-INVTAX-SUB FROM 1 BY 1
              UNTIL WS-INVTAX-SUB > WS-INVTAX-COUNT
                MOVE WS-INVTAX-STATE (WS-INVTAX-SUB)
                  TO WS-TAX-LOOKUP-STATE
                PERFORM 072-RESOLVE-TAX-RATE
                IF WS-EFF-TAX-PCT > 0
                   PERFORM 462-TAX-ONE-STATE
                END-IF
           END-PERFORM.
      *  Adds the labor line just priced to its state office's
      *  taxable base for this invoice.
       461-ADD-TAXABLE-LABOR.
           MOVE 0 TO WS-INVTAX-MATCH.
           PERFORM VARYING WS-INVTAX-SUB FROM 1 BY 1
              UNTIL WS-INVTAX-SUB > WS-INVTAX-COUNT
                 OR WS-INVTAX-MATCH > 0
                IF WS-INVTAX-STATE (WS-INVTAX-SUB) =
                   EMP-STATE-OFFICE (PROJECT-INDEX)
                   MOVE WS-INVTAX-SUB TO WS-INVTAX-MATCH
                END-IF
           END-PERFORM.
           IF WS-INVTAX-MATCH = 0 AND WS-INVTAX-COUNT < 20
              ADD 1 TO WS-INVTAX-COUNT
              MOVE WS-INVTAX-COUNT TO WS-INVTAX-MATCH
              MOVE EMP-STATE-OFFICE (PROJECT-INDEX)
                TO WS-INVTAX-STATE (WS-INVTAX-MATCH)
              MOVE 0 TO WS-INVTAX-BASE (WS-INVTAX-MATCH)
           END-IF.
           IF WS-INVTAX-MATCH > 0
              ADD WS-INV-LINE-AMT TO WS-INVTAX-BASE (WS-INVTAX-MATCH)
           END-IF.
      *
       462-TAX-ONE-STATE.
           MOVE SPACES TO TAX-DETAIL-RECORD.
           MOVE WS-INVOICE-NBR              TO TX-INVOICE-NBR.
           MOVE WS-PROJM-CLIENT (PROJM-IDX) TO TX-CLIENT.
           MOVE WS-PROJM-CODE (PROJM-IDX)   TO TX-PROJECT.
           MOVE WS-BILL-PERIOD-DATE         TO TX-BILL-PERIOD.
           MOVE WS-RUN-DATE-VARS (1:8)      TO TX-INV-DATE.
           MOVE WS-TAX-LOOKUP-STATE         TO TX-STATE.
           MOVE WS-EFF-TAX-PCT              TO TX-RATE-PCT.
           MOVE WS-INVTAX-BASE (WS-INVTAX-SUB) TO TX-BASE-AMT.
           IF WS-CLIENT-TAXABLE = 'N'
              MOVE 'Y' TO TX-EXEMPT
              MOVE 0   TO TX-TAX-AMT
              MOVE WS-TAX-LOOKUP-STATE TO INV-EXM-STATE-OUT
              MOVE WS-CLIENT-CERT      TO INV-EXM-CERT-OUT
              WRITE INV-RECORD FROM INV-TAX-EXEMPT-LINE
           ELSE
              MOVE 'N' TO TX-EXEMPT
              COMPUTE WS-STATE-TAX ROUNDED =
                  WS-INVTAX-BASE (WS-INVTAX-SUB) * WS-EFF-TAX-PCT
                / 100
              MOVE WS-STATE-TAX TO TX-TAX-AMT
              ADD WS-STATE-TAX TO WS-INV-TAX
              ADD WS-STATE-TAX TO WS-INV-TOTAL
              MOVE WS-TAX-LOOKUP-STATE TO INV-TAX-STATE-OUT
              MOVE WS-EFF-TAX-PCT      TO INV-TAX-PCT-OUT
              MOVE WS-INVTAX-BASE (WS-INVTAX-SUB) TO INV-TAX-BASE-OUT
              MOVE WS-STATE-TAX        TO INV-TAX-AMT-OUT
              WRITE INV-RECORD FROM INV-TAX-LINE
           END-IF.
           WRITE TAX-DETAIL-RECORD.
      *  Office-by-project utilization matrix on TBLRPT: one row per
      *  state office and project with headcount, billable days,
      *  overtime hours and billed dollars, plus office and grand
                       EMP-STATE-OFFICE (PROJ-IDX)
              END-SEARCH
           END-IF.
      *
      *  The run's invoices as one journal batch: the receivable they
      *  raise, split between fee revenue and the billable expenses
      *  being recovered, closed by the batch control trailer.
       800-WRITE-GL-JOURNAL.
           COMPUTE WS-GL-FEES-AMT =
              WS-GL-BILLED-AMT - WS-GL-EXPENSE-AMT - WS-GL-TAX-AMT.
           MOVE SPACES                 TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE-VARS (1:8) TO JRNL-RUN-DATE.
           MOVE WS-RUN-DATE-VARS (9:7) TO JRNL-BATCH-ID.
           MOVE 'TABLES01'             TO JRNL-SOURCE.
           MOVE WS-GL-INVOICES         TO JRNL-ITEM-COUNT.
           IF WS-GL-BILLED-AMT > 0
              SET JRNL-DEBIT           TO TRUE
              MOVE 'CON-RCVB'          TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING RECEIVABLE' TO JRNL-ACCOUNT-DESC
              MOVE WS-GL-BILLED-AMT    TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-GL-FEES-AMT > 0
              SET JRNL-CREDIT          TO TRUE
              MOVE 'CON-FEES'          TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING FEE REVENUE' TO JRNL-ACCOUNT-DESC
              MOVE WS-GL-FEES-AMT      TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-GL-EXPENSE-AMT > 0
              SET JRNL-CREDIT          TO TRUE
              MOVE 'CON-XRMB'          TO JRNL-ACCOUNT-NO
              MOVE 'BILLABLE EXPENSE REIMBURSEMENT'
                                       TO JRNL-ACCOUNT-DESC
              MOVE WS-GL-EXPENSE-AMT   TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-GL-TAX-AMT > 0
              SET JRNL-CREDIT          TO TRUE
              MOVE 'CON-STAX'          TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING SALES TAX PAYABLE'
                                       TO JRNL-ACCOUNT-DESC
              MOVE WS-GL-TAX-AMT       TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           SET JRNL-TRAILER            TO TRUE.
           MOVE 'CONTROL '             TO JRNL-ACCOUNT-NO.
           MOVE 'TABLES01 BATCH CONTROL' TO JRNL-ACCOUNT-DESC.
           MOVE WS-GL-BILLED-AMT       TO JRNL-AMOUNT.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
            IF NBR-FILE-OK
            DISPLAY 'INVOICES REGISTERED: ' WS-REGISTERED.
            DISPLAY 'EXPENSES LOADED:     ' WS-EXP-COUNT.
            DISPLAY 'EXPENSES SKIPPED:    ' WS-EXP-SKIPPED.
            IF FULL-BILLING-RUN
               PERFORM 800-WRITE-GL-JOURNAL
               CLOSE JRNL-FILE
               CLOSE INV-FILE
               CLOSE TAXD-FILE
            END-IF.
            CLOSE INPUT-FILE.
            CLOSE RPT-FILE.
            CLOSE ALRT-FILE.
            DISPLAY 'BUDGET ALERTS:       ' WS-BUD-ALERTS.
            DISPLAY 'End program TABLES01'.

