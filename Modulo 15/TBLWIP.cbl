      *===============================================================*
      * MONTH-END UNBILLED WORK-IN-PROGRESS ACCRUAL - TBLWIP
      *---------------------------------------------------------------*
      * PRICES THE WORK POSTED BUT NOT YET INVOICED AS OF MONTH END:
      * THE EMPROJ DAYS/OT ACCUMULATORS TSPOST HAS BUILT SINCE THE
      * LAST TSCLOSE (TSCLOSE ZEROES THEM ONCE TABLES01 INVOICES THE
      * PERIOD, SO WHAT IS ON THEM IS UNBILLED), AT THE RATEMSTR
      * RATES IN EFFECT ON THE AS-OF DATE, PLUS THE BILLABLE PROJEXP
      * EXPENSES DATED AFTER THE PROJECT'S LAST TBLAR INVOICE. THE
      * WIP IS REPORTED BY CLIENT AND PROJECT ON OTBLWIP, AGED FROM
      * THE PROJECT'S LAST INVOICE DATE, AND BOOKED TO THE GLJRNL
      * JOURNAL AS ONE ACCRUAL BATCH (UNBILLED WIP AGAINST FEE
      * REVENUE AND EXPENSE RECOVERY). THE ACCRUAL IS CARRIED TO
      * NEXT MONTH ON THE WIPACCR GENERATION, AND NEXT MONTH'S RUN
      * REVERSES IT (WIPPRIOR) AS ITS OWN BATCH BEFORE BOOKING THE
      * NEW ONE. AS-OF DATE = TBLPARM'S BILLING PERIOD, ELSE TODAY.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLWIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO EMPROJ.
           SELECT PARM-FILE  ASSIGN TO TBLPARM
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PROJ-FILE  ASSIGN TO PROJMSTR
               FILE STATUS IS WS-PROJ-FILE-STATUS.
           SELECT RATE-FILE  ASSIGN TO RATEMSTR
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT EXP-FILE   ASSIGN TO PROJEXP
               FILE STATUS IS WS-EXP-FILE-STATUS.
           SELECT REG-FILE   ASSIGN TO TBLAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-INVOICE-NBR
               FILE STATUS IS WS-REG-FILE-STATUS.
      *  Last month's accrual (WIPACCR(0)) to reverse, and this
      *  month's written forward for next month's run
           SELECT PRIOR-FILE ASSIGN TO WIPPRIOR
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT ACCR-FILE  ASSIGN TO WIPACCR.
           SELECT RPT-FILE   ASSIGN TO OTBLWIP.
           SELECT JRNL-FILE  ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 EMP-STATE-OFFICE-I            PIC X(02).
           05 EMP-PROJECT-POSITION-I        PIC X(20).
           05 EMP-NBR-DAYS-ON-PROJ-I        PIC 9(03).
           05 EMP-NBR-OT-HOURS-I            PIC 9(03).
           05 EMP-PER-DAY-BILLING-RATE-I    PIC 9(03)V99.
           05 EMP-PER-HOUR-OT-RATE-I        PIC 9(03)99.
           05 EMP-LANGUAGE-CERT-I           PIC X(20).
           05 EMP-ON-CALL-I                 PIC X(01).
           05 FILLER                        PIC X(02).
      *  TABLES01's run-parameter record - only the billing period
      *  is used here, as the as-of date
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-PROJECT-CODE             PIC X(04).
           05 PARM-STATE-OFFICE             PIC X(02).
           05 PARM-OT-HOURS-CAP             PIC 9(03).
           05 PARM-LANGUAGE-CERT            PIC X(20).
           05 PARM-BILL-PERIOD              PIC 9(08).
           05 FILLER                        PIC X(43).
       FD  PROJ-FILE RECORDING MODE F.
       01  PROJ-MASTER-RECORD.
           05 PROJM-CODE                    PIC X(04).
           05 PROJM-NAME                    PIC X(20).
           05 PROJM-CLIENT                  PIC X(08).
           05 PROJM-ACTIVE                  PIC X(01).
           05 PROJM-BUDGET-AMT              PIC 9(07)V99.
           05 PROJM-BUDGET-DAYS             PIC 9(05).
           05 PROJM-END-DATE                PIC 9(08).
           05 PROJM-MANAGER                 PIC X(08).
           05 FILLER                        PIC X(17).
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-MASTER-RECORD.
           05 RATM-EMP-NAME                 PIC X(15).
           05 RATM-EFF-DATE                 PIC 9(08).
           05 RATM-DAY-RATE                 PIC 9(03)V99.
           05 RATM-OT-RATE                  PIC 9(03)99.
           05 FILLER                        PIC X(47).
       FD  EXP-FILE RECORDING MODE F.
       01  EXPENSE-RECORD.
           05 EXP-PROJECT                   PIC X(04).
           05 EXP-EMP-NAME                  PIC X(15).
           05 EXP-DATE                      PIC 9(08).
           05 EXP-CATEGORY                  PIC X(10).
           05 EXP-AMOUNT                    PIC 9(7)V99.
           05 EXP-BILLABLE                  PIC X(01).
           05 FILLER                        PIC X(33).
       FD  REG-FILE RECORDING MODE F.
       01  REGISTER-RECORD.
           COPY TBLREGR.
      *  One accrual record per month-end run - what was booked, so
      *  the next run can reverse exactly that (laid out as
      *  ACCRUAL-RECORD; kept in WS-PRIOR-ACCRUAL once read)
       FD  PRIOR-FILE RECORDING MODE F.
       01  PRIOR-ACCRUAL-RECORD             PIC X(80).
       FD  ACCR-FILE RECORDING MODE F.
       01  ACCRUAL-RECORD.
           05 AC-AS-OF-DATE                 PIC 9(08).
           05 AC-LABOR-AMT                  PIC 9(09)V99.
           05 AC-EXPENSE-AMT                PIC 9(09)V99.
           05 AC-TOTAL-AMT                  PIC 9(09)V99.
           05 AC-PROJECTS                   PIC 9(05).
           05 FILLER                        PIC X(34).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD                       PIC X(100).
       FD  JRNL-FILE RECORDING MODE F.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
      *
       WORKING-STORAGE SECTION.
       77  SW-END-OF-FILE    PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
                88 PARM-FILE-OK     VALUE '00'.
       77  WS-PROJ-FILE-STATUS PIC X(02) VALUE SPACES.
                88 PROJ-FILE-OK     VALUE '00'.
                88 PROJ-FILE-EOF    VALUE '10'.
       77  WS-RATE-FILE-STATUS PIC X(02) VALUE SPACES.
                88 RATE-FILE-OK     VALUE '00'.
                88 RATE-FILE-EOF    VALUE '10'.
       77  WS-EXP-FILE-STATUS PIC X(02) VALUE SPACES.
                88 EXP-FILE-OK      VALUE '00'.
                88 EXP-FILE-EOF     VALUE '10'.
       77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
                88 REG-FILE-OK      VALUE '00'.
                88 REG-FILE-EOF     VALUE '10'.
       77  WS-PRIOR-FILE-STATUS PIC X(02) VALUE SPACES.
                88 PRIOR-FILE-OK    VALUE '00'.
       77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK     VALUE '00'.
       77  WS-RUN-DATE-VARS  PIC X(15) VALUE SPACES.
       77  WS-AS-OF-DATE     PIC 9(08) VALUE 0.
       77  WS-AGE-DAYS       PIC S9(5) COMP VALUE 0.
       77  WS-ROWS-READ      PIC S9(4) COMP VALUE 0.
       77  WS-ROWS-UNKNOWN   PIC S9(4) COMP VALUE 0.
       77  WS-EXP-USED       PIC S9(4) COMP VALUE 0.
       77  WS-WIP-PROJECTS   PIC S9(4) COMP VALUE 0.
       77  SW-PRIOR-FOUND    PIC X(01) VALUE 'N'.
                88 PRIOR-FOUND      VALUE 'Y'.
       77  SW-ALREADY-ACCRUED PIC X(01) VALUE 'N'.
                88 ALREADY-ACCRUED  VALUE 'Y'.
      *  Last month's accrual as read off WIPPRIOR - the file is
      *  closed straight after the read, so the reversal and the
      *  carry-forward work from this copy
       01  WS-PRIOR-ACCRUAL                 VALUE SPACES.
           05 PA-AS-OF-DATE                 PIC 9(08).
           05 PA-LABOR-AMT                  PIC 9(09)V99.
           05 PA-EXPENSE-AMT                PIC 9(09)V99.
           05 PA-TOTAL-AMT                  PIC 9(09)V99.
           05 PA-PROJECTS                   PIC 9(05).
           05 FILLER                        PIC X(34).
      *  Rate-master work areas - same latest-row-not-after rule
      *  TABLES01's 065-RESOLVE-EMPLOYEE-RATES applies, with the
      *  EMPROJ row's own rates as the fallback
       77  RATM-MAX           PIC S9(4) COMP VALUE 200.
       77  WS-RATM-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-RATM-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-RATM-BEST-SUB   PIC S9(4) COMP VALUE 0.
       01  WS-RATE-RESOLVE-VARS.
           05 WS-EFF-DAY-RATE               PIC 9(03)V99 VALUE 0.
           05 WS-EFF-OT-RATE                PIC 9(03)99 VALUE 0.
       01  WS-RATE-MASTER-TABLE.
           05 WS-RATM-ITEM OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-RATM-COUNT.
                10 WS-RATM-EMP-NAME          PIC X(15).
                10 WS-RATM-EFF-DATE          PIC 9(08).
                10 WS-RATM-DAY-RATE          PIC 9(03)V99.
                10 WS-RATM-OT-RATE           PIC 9(03)99.
      *  One row per project on the master: what is unbilled on it
      *  and the date of its last invoice (zero = never invoiced)
       77  PROJM-MAX          PIC S9(4) COMP VALUE 100.
       77  WS-PROJM-COUNT     PIC S9(4) COMP VALUE 0.
       01  WS-WIP-TABLE.
           05 WS-WIP-ITEM OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-PROJM-COUNT
                INDEXED BY WIP-IDX.
                10 WS-WIP-PROJECT            PIC X(04).
                10 WS-WIP-NAME               PIC X(20).
                10 WS-WIP-CLIENT             PIC X(08).
                10 WS-WIP-DAYS               PIC S9(7) COMP.
                10 WS-WIP-OT-HOURS           PIC S9(7) COMP.
                10 WS-WIP-LABOR              PIC S9(09)V99 COMP-3.
                10 WS-WIP-EXPENSE            PIC S9(09)V99 COMP-3.
                10 WS-WIP-LAST-INV           PIC 9(08).
                10 WS-WIP-BUCKET             PIC S9(4) COMP.
      *  Distinct clients, in first-seen order, for the report
       77  WS-CLIENT-COUNT   PIC S9(4) COMP VALUE 0.
       77  WS-CLIENT-SUB     PIC S9(4) COMP VALUE 0.
       77  SW-CLIENT-FOUND   PIC X(01) VALUE 'N'.
       01  WS-CLIENT-LIST.
           05 WS-CLIENT-CODE OCCURS 50 TIMES PIC X(08).
      *  Aging buckets off the last invoice date: 1-30, 31-60,
      *  61-90, over 90 days, and 5 = never invoiced
       77  WS-BUCKET-SUB     PIC S9(4) COMP VALUE 0.
       01  WS-BUCKET-NAMES-INIT.
           05 FILLER                        PIC X(14)
                 VALUE 'UP TO 30 DAYS '.
           05 FILLER                        PIC X(14)
                 VALUE '31-60 DAYS    '.
           05 FILLER                        PIC X(14)
                 VALUE '61-90 DAYS    '.
           05 FILLER                        PIC X(14)
                 VALUE 'OVER 90 DAYS  '.
           05 FILLER                        PIC X(14)
                 VALUE 'NEVER INVOICED'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-INIT.
           05 WS-BUCKET-NAME OCCURS 5 TIMES PIC X(14).
       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET-AMT OCCURS 5 TIMES  PIC S9(09)V99 COMP-3.
       01  WS-WIP-SUMS.
           05 WS-CLI-LABOR                  PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-CLI-EXPENSE                PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-TOT-LABOR                  PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-TOT-EXPENSE                PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-TOT-WIP                    PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-LINE-AMT                   PIC S9(09)V99 COMP-3
                                             VALUE 0.
       01  WIP-DETAIL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WIP-PROJ-OUT                  PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-NAME-OUT                  PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-DAYS-OUT                  PIC ZZ,ZZ9.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-OT-OUT                    PIC ZZ,ZZ9.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-LABOR-OUT                 PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-EXP-OUT                   PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-LAST-INV-OUT              PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 WIP-AGE-OUT                   PIC X(14).
           05 FILLER                        PIC X(07) VALUE SPACES.
       01  WIP-TOTAL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 WIP-TOT-LABEL-OUT             PIC X(34).
           05 FILLER                        PIC X(07)
                 VALUE ' LABOR '.
           05 WIP-TOT-LABOR-OUT             PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(06)
                 VALUE ' EXP  '.
           05 WIP-TOT-EXP-OUT               PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(08)
                 VALUE ' TOTAL  '.
           05 WIP-TOT-ALL-OUT               PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(04) VALUE SPACES.
       01  WS-REPORT-LINE                   PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TBLWIP '
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PRICE-ONE-ROW UNTIL END-OF-FILE.
           PERFORM 080-LOAD-UNBILLED-EXPENSES.
           PERFORM 300-AGE-ONE-PROJECT
               VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WS-PROJM-COUNT.
           PERFORM 400-REPORT-ONE-CLIENT
               VARYING WS-CLIENT-SUB FROM 1 BY 1
               UNTIL WS-CLIENT-SUB > WS-CLIENT-COUNT.
           PERFORM 450-REPORT-TOTALS.
           PERFORM 500-BOOK-JOURNAL.
           PERFORM 900-WRAP-UP
           GOBACK.
      *
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-VARS.
           PERFORM 050-LOAD-RUN-PARMS.
           IF WS-AS-OF-DATE = 0
              MOVE WS-RUN-DATE-VARS (1:8) TO WS-AS-OF-DATE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FILE-OK
              DISPLAY 'GLJRNL OPEN FAILED, STATUS ' WS-JRNL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT ACCR-FILE.
           PERFORM 055-LOAD-PROJECT-MASTER.
           PERFORM 060-LOAD-RATE-MASTER.
           PERFORM 070-SWEEP-REGISTER.
           PERFORM 075-READ-PRIOR-ACCRUAL.
           STRING 'UNBILLED WORK IN PROGRESS AS OF ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE '  PROJ NAME                   DAYS     OT         LABOR
      -    '      EXPENSES LAST INV AGED' TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
      *  The as-of date is the billing period on TABLES01's TBLPARM
      *  card when one is given, so WIP and invoicing agree on the
      *  date rates are resolved at.
       050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-OK
              READ PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-BILL-PERIOD NUMERIC AND
                       PARM-BILL-PERIOD > 0
                       MOVE PARM-BILL-PERIOD TO WS-AS-OF-DATE
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF.
      *
       055-LOAD-PROJECT-MASTER.
           OPEN INPUT PROJ-FILE.
           IF NOT PROJ-FILE-OK
              DISPLAY 'WARNING - PROJMSTR NOT AVAILABLE, STATUS '
                      WS-PROJ-FILE-STATUS
           ELSE
              PERFORM 056-READ-PROJECT
                  UNTIL PROJ-FILE-EOF
                     OR WS-PROJM-COUNT >= PROJM-MAX
              CLOSE PROJ-FILE
           END-IF.
      *
       056-READ-PROJECT.
           READ PROJ-FILE
              AT END
                 MOVE '10' TO WS-PROJ-FILE-STATUS
              NOT AT END
                 ADD 1 TO WS-PROJM-COUNT
                 MOVE PROJM-CODE   TO WS-WIP-PROJECT (WS-PROJM-COUNT)
                 MOVE PROJM-NAME   TO WS-WIP-NAME (WS-PROJM-COUNT)
                 MOVE PROJM-CLIENT TO WS-WIP-CLIENT (WS-PROJM-COUNT)
                 MOVE 0 TO WS-WIP-DAYS (WS-PROJM-COUNT)
                           WS-WIP-OT-HOURS (WS-PROJM-COUNT)
                           WS-WIP-LABOR (WS-PROJM-COUNT)
                           WS-WIP-EXPENSE (WS-PROJM-COUNT)
                           WS-WIP-LAST-INV (WS-PROJM-COUNT)
                           WS-WIP-BUCKET (WS-PROJM-COUNT)
           END-READ.
      *
       060-LOAD-RATE-MASTER.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
              DISPLAY 'WARNING - RATEMSTR NOT AVAILABLE, STATUS '
                      WS-RATE-FILE-STATUS
           ELSE
              PERFORM 061-READ-RATE
                  UNTIL RATE-FILE-EOF
                     OR WS-RATM-COUNT >= RATM-MAX
              CLOSE RATE-FILE
           END-IF.
      *
       061-READ-RATE.
           READ RATE-FILE
              AT END
                 MOVE '10' TO WS-RATE-FILE-STATUS
              NOT AT END
                 ADD 1 TO WS-RATM-COUNT
                 MOVE RATM-EMP-NAME TO WS-RATM-EMP-NAME (WS-RATM-COUNT)
                 MOVE RATM-EFF-DATE TO WS-RATM-EFF-DATE (WS-RATM-COUNT)
                 MOVE RATM-DAY-RATE TO WS-RATM-DAY-RATE (WS-RATM-COUNT)
                 MOVE RATM-OT-RATE  TO WS-RATM-OT-RATE (WS-RATM-COUNT)
           END-READ.
      *
      *  The latest invoice date per project off the register - the
      *  start of the unbilled window and the base of the aging.
       070-SWEEP-REGISTER.
           OPEN INPUT REG-FILE.
           IF NOT REG-FILE-OK
              DISPLAY 'WARNING - TBLAR REGISTER NOT AVAILABLE, STATUS '
                      WS-REG-FILE-STATUS
              DISPLAY 'EVERY PROJECT AGES AS NEVER INVOICED'
           ELSE
              PERFORM 071-READ-REGISTER UNTIL REG-FILE-EOF
              CLOSE REG-FILE
           END-IF.
      *
       071-READ-REGISTER.
           READ REG-FILE
              AT END
                 MOVE '10' TO WS-REG-FILE-STATUS
              NOT AT END
                 SET WIP-IDX TO 1
                 SEARCH WS-WIP-ITEM
                    AT END CONTINUE
                    WHEN WS-WIP-PROJECT (WIP-IDX) = RG-PROJECT
                       IF RG-INV-DATE > WS-WIP-LAST-INV (WIP-IDX)
                          MOVE RG-INV-DATE
                            TO WS-WIP-LAST-INV (WIP-IDX)
                       END-IF
                 END-SEARCH
           END-READ.
      *
      *  Last month's accrual, if there is one. A prior record for
      *  this same month means the accrual is already booked - the
      *  run reports but books nothing, and carries the prior record
      *  forward so next month still reverses it.
       075-READ-PRIOR-ACCRUAL.
           OPEN INPUT PRIOR-FILE.
           IF PRIOR-FILE-OK
              READ PRIOR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PRIOR-ACCRUAL-RECORD TO WS-PRIOR-ACCRUAL
                    IF PA-AS-OF-DATE NUMERIC AND
                       PA-TOTAL-AMT NUMERIC
                       MOVE 'Y' TO SW-PRIOR-FOUND
                    END-IF
              END-READ
              CLOSE PRIOR-FILE
           ELSE
              DISPLAY 'NO PRIOR WIP ACCRUAL, STATUS '
                      WS-PRIOR-FILE-STATUS ' - NOTHING TO REVERSE'
           END-IF.
           IF PRIOR-FOUND AND
              PA-AS-OF-DATE (1:6) = WS-AS-OF-DATE (1:6)
              MOVE 'Y' TO SW-ALREADY-ACCRUED
              DISPLAY 'WIP ALREADY ACCRUED FOR ' WS-AS-OF-DATE (1:6)
                      ' - NO JOURNAL THIS RUN'
           END-IF.
      *
      *  Billable expenses dated after the project's last invoice
      *  have not reached a client yet.
       080-LOAD-UNBILLED-EXPENSES.
           OPEN INPUT EXP-FILE.
           IF NOT EXP-FILE-OK
              DISPLAY 'WARNING - PROJEXP NOT AVAILABLE, STATUS '
                      WS-EXP-FILE-STATUS
           ELSE
              PERFORM 081-READ-EXPENSE UNTIL EXP-FILE-EOF
              CLOSE EXP-FILE
           END-IF.
      *
       081-READ-EXPENSE.
           READ EXP-FILE
              AT END
                 MOVE '10' TO WS-EXP-FILE-STATUS
              NOT AT END
                 IF EXP-BILLABLE = 'Y' AND EXP-AMOUNT NUMERIC AND
                    EXP-DATE NUMERIC
                    SET WIP-IDX TO 1
                    SEARCH WS-WIP-ITEM
                       AT END CONTINUE
                       WHEN WS-WIP-PROJECT (WIP-IDX) = EXP-PROJECT
                          IF EXP-DATE > WS-WIP-LAST-INV (WIP-IDX) AND
                             EXP-DATE NOT > WS-AS-OF-DATE
                             ADD EXP-AMOUNT
                               TO WS-WIP-EXPENSE (WIP-IDX)
                             ADD 1 TO WS-EXP-USED
                          END-IF
                    END-SEARCH
                 END-IF
           END-READ.
      *
       090-WRITE-RPT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
      *
      *  One EMPROJ row: its accumulated days and OT are unbilled,
      *  priced at the rates in effect on the as-of date.
       100-PRICE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ.
           SET WIP-IDX TO 1.
           SEARCH WS-WIP-ITEM
              AT END
                 ADD 1 TO WS-ROWS-UNKNOWN
                 DISPLAY 'ROW SKIPPED - PROJECT ' EMP-PROJECT-I
                         ' NOT ON MASTER'
              WHEN WS-WIP-PROJECT (WIP-IDX) = EMP-PROJECT-I
                 PERFORM 110-RESOLVE-ROW-RATES
                 ADD EMP-NBR-DAYS-ON-PROJ-I TO WS-WIP-DAYS (WIP-IDX)
                 ADD EMP-NBR-OT-HOURS-I TO WS-WIP-OT-HOURS (WIP-IDX)
                 COMPUTE WS-WIP-LABOR (WIP-IDX) ROUNDED =
                     WS-WIP-LABOR (WIP-IDX) +
                   ( EMP-NBR-DAYS-ON-PROJ-I * WS-EFF-DAY-RATE ) +
                   ( EMP-NBR-OT-HOURS-I * WS-EFF-OT-RATE )
           END-SEARCH.
           READ INPUT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       110-RESOLVE-ROW-RATES.
           MOVE EMP-PER-DAY-BILLING-RATE-I TO WS-EFF-DAY-RATE.
           MOVE EMP-PER-HOUR-OT-RATE-I     TO WS-EFF-OT-RATE.
           MOVE 0 TO WS-RATM-BEST-SUB.
           PERFORM 111-CHECK-RATE-ROW
               VARYING WS-RATM-SUB FROM 1 BY 1
               UNTIL WS-RATM-SUB > WS-RATM-COUNT.
           IF WS-RATM-BEST-SUB > 0
              MOVE WS-RATM-DAY-RATE (WS-RATM-BEST-SUB)
                TO WS-EFF-DAY-RATE
              MOVE WS-RATM-OT-RATE (WS-RATM-BEST-SUB)
                TO WS-EFF-OT-RATE
           END-IF.
      *
       111-CHECK-RATE-ROW.
           IF WS-RATM-EMP-NAME (WS-RATM-SUB) = EMP-NAME-I AND
              WS-RATM-EFF-DATE (WS-RATM-SUB) NOT > WS-AS-OF-DATE
              IF WS-RATM-BEST-SUB = 0
                 MOVE WS-RATM-SUB TO WS-RATM-BEST-SUB
              ELSE
                 IF WS-RATM-EFF-DATE (WS-RATM-SUB) >
                    WS-RATM-EFF-DATE (WS-RATM-BEST-SUB)
                    MOVE WS-RATM-SUB TO WS-RATM-BEST-SUB
                 END-IF
              END-IF
           END-IF.
      *
      *  Ages a project carrying WIP from its last invoice date and
      *  notes its client for the report.
       300-AGE-ONE-PROJECT.
           IF WS-WIP-LABOR (WIP-IDX) = 0 AND
              WS-WIP-EXPENSE (WIP-IDX) = 0
              CONTINUE
           ELSE
              ADD 1 TO WS-WIP-PROJECTS
              IF WS-WIP-LAST-INV (WIP-IDX) = 0
                 MOVE 5 TO WS-BUCKET-SUB
              ELSE
                 COMPUTE WS-AGE-DAYS =
                     FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE
                         (WS-WIP-LAST-INV (WIP-IDX))
                 EVALUATE TRUE
                     WHEN WS-AGE-DAYS <= 30
                         MOVE 1 TO WS-BUCKET-SUB
                     WHEN WS-AGE-DAYS <= 60
                         MOVE 2 TO WS-BUCKET-SUB
                     WHEN WS-AGE-DAYS <= 90
                         MOVE 3 TO WS-BUCKET-SUB
                     WHEN OTHER
                         MOVE 4 TO WS-BUCKET-SUB
                 END-EVALUATE
              END-IF
              MOVE WS-BUCKET-SUB TO WS-WIP-BUCKET (WIP-IDX)
              PERFORM 310-NOTE-CLIENT
           END-IF.
      *
       310-NOTE-CLIENT.
           MOVE 'N' TO SW-CLIENT-FOUND.
           PERFORM 311-CHECK-CLIENT
               VARYING WS-CLIENT-SUB FROM 1 BY 1
               UNTIL WS-CLIENT-SUB > WS-CLIENT-COUNT.
           IF SW-CLIENT-FOUND = 'N' AND WS-CLIENT-COUNT < 50
              ADD 1 TO WS-CLIENT-COUNT
              MOVE WS-WIP-CLIENT (WIP-IDX)
                TO WS-CLIENT-CODE (WS-CLIENT-COUNT)
           END-IF.
      *
       311-CHECK-CLIENT.
           IF WS-CLIENT-CODE (WS-CLIENT-SUB) = WS-WIP-CLIENT (WIP-IDX)
              MOVE 'Y' TO SW-CLIENT-FOUND
           END-IF.
      *
      *  One client block: a line per project carrying WIP, then
      *  the client's total.
       400-REPORT-ONE-CLIENT.
           MOVE 0 TO WS-CLI-LABOR WS-CLI-EXPENSE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           STRING 'CLIENT ' DELIMITED BY SIZE
                  WS-CLIENT-CODE (WS-CLIENT-SUB) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           PERFORM 410-REPORT-ONE-PROJECT
               VARYING WIP-IDX FROM 1 BY 1
               UNTIL WIP-IDX > WS-PROJM-COUNT.
           MOVE 'CLIENT TOTAL' TO WIP-TOT-LABEL-OUT.
           MOVE WS-CLI-LABOR   TO WIP-TOT-LABOR-OUT.
           MOVE WS-CLI-EXPENSE TO WIP-TOT-EXP-OUT.
           COMPUTE WS-LINE-AMT = WS-CLI-LABOR + WS-CLI-EXPENSE.
           MOVE WS-LINE-AMT    TO WIP-TOT-ALL-OUT.
           MOVE WIP-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
      *
       410-REPORT-ONE-PROJECT.
           IF WS-WIP-BUCKET (WIP-IDX) > 0 AND
              WS-WIP-CLIENT (WIP-IDX) = WS-CLIENT-CODE (WS-CLIENT-SUB)
              MOVE WS-WIP-PROJECT (WIP-IDX)  TO WIP-PROJ-OUT
              MOVE WS-WIP-NAME (WIP-IDX)     TO WIP-NAME-OUT
              MOVE WS-WIP-DAYS (WIP-IDX)     TO WIP-DAYS-OUT
              MOVE WS-WIP-OT-HOURS (WIP-IDX) TO WIP-OT-OUT
              MOVE WS-WIP-LABOR (WIP-IDX)    TO WIP-LABOR-OUT
              MOVE WS-WIP-EXPENSE (WIP-IDX)  TO WIP-EXP-OUT
              MOVE WS-WIP-LAST-INV (WIP-IDX) TO WIP-LAST-INV-OUT
              MOVE WS-WIP-BUCKET (WIP-IDX)   TO WS-BUCKET-SUB
              MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WIP-AGE-OUT
              MOVE WIP-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 090-WRITE-RPT-LINE
              ADD WS-WIP-LABOR (WIP-IDX)   TO WS-CLI-LABOR
                                              WS-TOT-LABOR
              ADD WS-WIP-EXPENSE (WIP-IDX) TO WS-CLI-EXPENSE
                                              WS-TOT-EXPENSE
              ADD WS-WIP-LABOR (WIP-IDX)
                TO WS-BUCKET-AMT (WS-BUCKET-SUB)
              ADD WS-WIP-EXPENSE (WIP-IDX)
                TO WS-BUCKET-AMT (WS-BUCKET-SUB)
           END-IF.
      *
      *  Grand total, then the same dollars by age.
       450-REPORT-TOTALS.
           COMPUTE WS-TOT-WIP = WS-TOT-LABOR + WS-TOT-EXPENSE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'TOTAL UNBILLED WIP' TO WIP-TOT-LABEL-OUT.
           MOVE WS-TOT-LABOR   TO WIP-TOT-LABOR-OUT.
           MOVE WS-TOT-EXPENSE TO WIP-TOT-EXP-OUT.
           MOVE WS-TOT-WIP     TO WIP-TOT-ALL-OUT.
           MOVE WIP-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'WIP BY AGE SINCE LAST INVOICE' TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           PERFORM 460-REPORT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
      *
       460-REPORT-ONE-BUCKET.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WIP-TOT-LABEL-OUT.
           MOVE WS-BUCKET-AMT (WS-BUCKET-SUB) TO WIP-TOT-ALL-OUT.
           MOVE WIP-TOTAL-LINE TO WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE (37:39).
           PERFORM 090-WRITE-RPT-LINE.
      *
      *  Reverse last month's accrual as its own batch, then book
      *  this month's and carry it forward for next month's run.
       500-BOOK-JOURNAL.
           IF ALREADY-ACCRUED
              MOVE WS-PRIOR-ACCRUAL TO ACCRUAL-RECORD
              WRITE ACCRUAL-RECORD
           ELSE
              IF PRIOR-FOUND
                 PERFORM 510-WRITE-REVERSAL
              END-IF
              IF WS-TOT-WIP > 0
                 PERFORM 520-WRITE-ACCRUAL
              END-IF
              MOVE SPACES          TO ACCRUAL-RECORD
              MOVE WS-AS-OF-DATE   TO AC-AS-OF-DATE
              MOVE WS-TOT-LABOR    TO AC-LABOR-AMT
              MOVE WS-TOT-EXPENSE  TO AC-EXPENSE-AMT
              MOVE WS-TOT-WIP      TO AC-TOTAL-AMT
              MOVE WS-WIP-PROJECTS TO AC-PROJECTS
              WRITE ACCRUAL-RECORD
           END-IF.
      *
       510-WRITE-REVERSAL.
           IF PA-TOTAL-AMT > 0
              MOVE SPACES                 TO JOURNAL-RECORD
              MOVE WS-RUN-DATE-VARS (1:8) TO JRNL-RUN-DATE
              STRING 'R' WS-RUN-DATE-VARS (9:7) DELIMITED BY SIZE
                     INTO JRNL-BATCH-ID
              MOVE 'TBLWIP'               TO JRNL-SOURCE
              MOVE PA-PROJECTS            TO JRNL-ITEM-COUNT
              IF PA-LABOR-AMT > 0
                 SET JRNL-DEBIT           TO TRUE
                 MOVE 'CON-FEES'          TO JRNL-ACCOUNT-NO
                 MOVE 'CONSULTING FEE REVENUE' TO JRNL-ACCOUNT-DESC
                 MOVE PA-LABOR-AMT        TO JRNL-AMOUNT
                 WRITE JOURNAL-RECORD
              END-IF
              IF PA-EXPENSE-AMT > 0
                 SET JRNL-DEBIT           TO TRUE
                 MOVE 'CON-XRMB'          TO JRNL-ACCOUNT-NO
                 MOVE 'BILLABLE EXPENSE REIMBURSEMENT'
                                          TO JRNL-ACCOUNT-DESC
                 MOVE PA-EXPENSE-AMT      TO JRNL-AMOUNT
                 WRITE JOURNAL-RECORD
              END-IF
              SET JRNL-CREDIT             TO TRUE
              MOVE 'CON-WIP '             TO JRNL-ACCOUNT-NO
              MOVE 'UNBILLED CONSULTING WIP' TO JRNL-ACCOUNT-DESC
              MOVE PA-TOTAL-AMT           TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
              SET JRNL-TRAILER            TO TRUE
              MOVE 'CONTROL '             TO JRNL-ACCOUNT-NO
              MOVE 'TBLWIP WIP REVERSAL'  TO JRNL-ACCOUNT-DESC
              MOVE PA-TOTAL-AMT           TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
              DISPLAY 'REVERSED WIP ACCRUAL OF ' PA-AS-OF-DATE
           END-IF.
      *
       520-WRITE-ACCRUAL.
           MOVE SPACES                 TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE-VARS (1:8) TO JRNL-RUN-DATE.
           STRING 'A' WS-RUN-DATE-VARS (9:7) DELIMITED BY SIZE
                  INTO JRNL-BATCH-ID.
           MOVE 'TBLWIP'               TO JRNL-SOURCE.
           MOVE WS-WIP-PROJECTS        TO JRNL-ITEM-COUNT.
           SET JRNL-DEBIT              TO TRUE.
           MOVE 'CON-WIP '             TO JRNL-ACCOUNT-NO.
           MOVE 'UNBILLED CONSULTING WIP' TO JRNL-ACCOUNT-DESC.
           MOVE WS-TOT-WIP             TO JRNL-AMOUNT.
           WRITE JOURNAL-RECORD.
           IF WS-TOT-LABOR > 0
              SET JRNL-CREDIT          TO TRUE
              MOVE 'CON-FEES'          TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING FEE REVENUE' TO JRNL-ACCOUNT-DESC
              MOVE WS-TOT-LABOR        TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-TOT-EXPENSE > 0
              SET JRNL-CREDIT          TO TRUE
              MOVE 'CON-XRMB'          TO JRNL-ACCOUNT-NO
              MOVE 'BILLABLE EXPENSE REIMBURSEMENT'
                                       TO JRNL-ACCOUNT-DESC
              MOVE WS-TOT-EXPENSE      TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           SET JRNL-TRAILER            TO TRUE.
           MOVE 'CONTROL '             TO JRNL-ACCOUNT-NO.
           MOVE 'TBLWIP WIP ACCRUAL'   TO JRNL-ACCOUNT-DESC.
           MOVE WS-TOT-WIP             TO JRNL-AMOUNT.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
            DISPLAY 'EMPROJ ROWS READ:      ' WS-ROWS-READ.
            DISPLAY 'ROWS NOT ON MASTER:    ' WS-ROWS-UNKNOWN.
            DISPLAY 'UNBILLED EXPENSES:     ' WS-EXP-USED.
            DISPLAY 'PROJECTS CARRYING WIP: ' WS-WIP-PROJECTS.
            IF ALREADY-ACCRUED
               MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE INPUT-FILE RPT-FILE ACCR-FILE JRNL-FILE.
            DISPLAY 'End program TBLWIP'.
