      * through the normal calculation path, and whatever is still
      * unresolved carries forward onto REJFILE with an aging
      * listing on OREJAGE - the CLMINTAK correction cycle, here
      * LOGICA AGREGADA - operation 'L' is a loan / payment-plan
      * schedule request (principal, annual rate, number of monthly
      * payments, first payment date): the full amortization
      * schedule prints on OAMORT with interest and principal
      * totals, the tape line carries the total interest, and bad
      * terms go to the REJFILE queue like any other reject
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE
           ASSIGN TO UT-S-RPTFILE
             ORGANIZATION IS SEQUENTIAL.
      * LOGICA AGREGADA - loan amortization schedules
           SELECT AMORTFILE
           ASSIGN TO UT-S-OAMORT
             ORGANIZATION IS SEQUENTIAL.
      * LOGICA AGREGADA - shared run-statistics history (RUNSTREC)
           SELECT RUNSTATS
           ASSIGN TO UT-S-RUNSTATS
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RPT-RUNNING-BAL      PIC -(7)9.99.
           05  FILLER               PIC X(23) VALUE SPACES.
      * LOGICA AGREGADA - one schedule per 'L' request, lines built
      * in the AMO- working-storage layouts
       FD  AMORTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AMORT-RECORD.
       01  AMORT-RECORD             PIC X(80).
       FD  RUNSTATS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-COUNT-MEMORY      PIC 9(05) VALUE ZERO.
           05  WS-COUNT-SUBTOTAL    PIC 9(05) VALUE ZERO.
           05  WS-COUNT-TOTAL       PIC 9(05) VALUE ZERO.
           05  WS-COUNT-SCHEDULE    PIC 9(05) VALUE ZERO.
      * LOGICA AGREGADA - the adding-machine memory itself
       01  WS-ACCUMULATOR           PIC S9(7)V99 VALUE ZERO.
      * LOGICA AGREGADA - the last computed result, saved before the
           05  INVALS-2             PIC S9(5)V99
                                     SIGN LEADING SEPARATE.
           05  INVALS-RESULT        PIC S9(7)V99.
      * LOGICA AGREGADA - the rest of the 80-byte line, so a
      * schedule request (and a reject image) keeps all its columns
           05  FILLER               PIC X(54).
      * LOGICA AGREGADA - operation 'L' schedule request. Columns
      * 2-26 (operands and result) are left blank; the terms follow:
      * principal (+0012345.67), annual rate in percent (+065000 =
      * 6.5%), number of monthly payments, first payment date
      * CCYYMMDD, and the clerk's reference for the report heading
       01  LOAN-REQUEST-WS REDEFINES INVALS-WS.
           05  FILLER               PIC X(26).
           05  LOAN-PRINCIPAL       PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05  LOAN-ANNUAL-RATE     PIC S9(2)V9(4)
                                     SIGN LEADING SEPARATE.
           05  LOAN-NBR-PAYMENTS    PIC 9(03).
           05  LOAN-FIRST-PAY-DATE  PIC 9(08).
           05  LOAN-FIRST-PAY-X REDEFINES LOAN-FIRST-PAY-DATE.
               10  LOAN-FIRST-CCYY  PIC 9(04).
               10  LOAN-FIRST-MM    PIC 9(02).
               10  LOAN-FIRST-DD    PIC 9(02).
           05  LOAN-REFERENCE       PIC X(20).
           05  FILLER               PIC X(06).
      * LOGICA AGREGADA - amortization work fields: the monthly
      * rate, the discount factor (1 + rate) ** -payments, the level
      * payment, the running balance and the schedule totals
       01  WS-LOAN-WORK.
           05  WS-LOAN-RATE-PER     PIC 9V9(12).
           05  WS-LOAN-DISCOUNT     PIC 9V9(15).
           05  WS-LOAN-PAYMENT      PIC S9(7)V99.
           05  WS-LOAN-BALANCE      PIC S9(7)V99.
           05  WS-LOAN-INTEREST     PIC S9(7)V99.
           05  WS-LOAN-PRINC-PART   PIC S9(7)V99.
           05  WS-LOAN-THIS-PAY     PIC S9(7)V99.
           05  WS-LOAN-TOT-PAYMENT  PIC S9(9)V99.
           05  WS-LOAN-TOT-INTEREST PIC S9(9)V99.
           05  WS-LOAN-TOT-PRINC    PIC S9(9)V99.
           05  WS-LOAN-PMT-NBR      PIC S9(4) COMP.
           05  WS-LOAN-FIRST-MONTH  PIC S9(7) COMP.
           05  WS-LOAN-PAY-MONTH    PIC S9(7) COMP.
           05  WS-LOAN-MM-WORK      PIC S9(4) COMP.
       01  WS-PAY-DATE.
           05  WS-PAY-CCYY          PIC 9(04).
           05  WS-PAY-MM            PIC 9(02).
           05  WS-PAY-DD            PIC 9(02).
       01  WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE PIC 9(08).
       01  WS-MONTH-DAYS-VALUES     PIC X(24)
                                     VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-LAST-DAY        PIC 9(02) VALUE ZERO.
      * LOGICA AGREGADA - OAMORT schedule lines
       01  AMO-HEAD-1.
           05  FILLER               PIC X(15) VALUE 'LOAN SCHEDULE: '.
           05  AMO-H-REFERENCE      PIC X(20).
           05  FILLER               PIC X(12) VALUE '  PRINCIPAL '.
           05  AMO-H-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(21) VALUE SPACES.
       01  AMO-HEAD-2.
           05  FILLER               PIC X(13) VALUE 'ANNUAL RATE: '.
           05  AMO-H-RATE           PIC Z9.9999.
           05  FILLER               PIC X(14) VALUE '%  PAYMENTS:  '.
           05  AMO-H-NBR            PIC ZZ9.
           05  FILLER               PIC X(13) VALUE '  FIRST DUE: '.
           05  AMO-H-FIRST          PIC 9999/99/99.
           05  FILLER               PIC X(20) VALUE SPACES.
       01  AMO-HEAD-3.
           05  FILLER               PIC X(36)
                  VALUE ' PMT  PAY DATE         PAYMENT      '.
           05  FILLER               PIC X(44)
                  VALUE 'INTEREST     PRINCIPAL       BALANCE'.
       01  AMO-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AMO-D-PMT-NBR        PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AMO-D-PAY-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AMO-D-PAYMENT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AMO-D-INTEREST       PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AMO-D-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AMO-D-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  AMO-TOTAL-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'TOTALS'.
           05  AMO-T-PAYMENT        PIC ZZZ,ZZZ,ZZ9.99.
           05  AMO-T-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
           05  AMO-T-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WS-VAR-TRABAJO.
           05  W-POT01              PIC S9(7)V99.
           05  W-POT02              PIC S9(7)V99.
              ELSE PERFORM 885-TOTAL-CLEAR
              END-IF
           ELSE
      * LOGICA AGREGADA - a schedule request edits its own terms
           IF OPERATION = "L"
              PERFORM 830-EDIT-LOAN-TERMS
              IF WS-REJECT-REASON NOT = SPACES
                 PERFORM 860-REJECT-RECORD
              ELSE
                 PERFORM 840-LOAN-SCHEDULE
              END-IF
           ELSE
           IF INVALS-1 NOT NUMERIC OR INVALS-2 NOT NUMERIC
              MOVE 'NON-NUMERIC INPUT FIELD' TO WS-REJECT-REASON
              PERFORM 860-REJECT-RECORD
           OPEN OUTPUT REJFILE.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT AGEFILE.
           OPEN OUTPUT AMORTFILE.
      * A missing REJIN/CORRIN just means an empty queue / no
      * corrections today
           OPEN INPUT REJIN.
       825-PERCENTAGE.
           COMPUTE INVALS-RESULT = INVALS-1 * INVALS-2 / 100.
           ADD 1 TO WS-COUNT-PERCENT.
      * LOGICA AGREGADA - schedule terms that cannot amortize are
      * rejected; good terms leave the level monthly payment in
      * WS-LOAN-PAYMENT (principal / payments when the rate is zero)
       830-EDIT-LOAN-TERMS.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LOAN-PRINCIPAL NOT NUMERIC
              OR LOAN-ANNUAL-RATE NOT NUMERIC
              OR LOAN-NBR-PAYMENTS NOT NUMERIC
              MOVE 'NON-NUMERIC TERMS' TO WS-REJECT-REASON
           ELSE IF LOAN-PRINCIPAL NOT > ZERO
              MOVE 'BAD LOAN PRINCIPAL' TO WS-REJECT-REASON
           ELSE IF LOAN-ANNUAL-RATE < ZERO
              MOVE 'NEGATIVE LOAN RATE' TO WS-REJECT-REASON
           ELSE IF LOAN-NBR-PAYMENTS = ZERO
              MOVE 'ZERO LOAN PAYMENTS' TO WS-REJECT-REASON
           ELSE IF LOAN-FIRST-PAY-DATE NOT NUMERIC
              OR LOAN-FIRST-MM < 1 OR LOAN-FIRST-MM > 12
              MOVE 'BAD FIRST PAY DATE' TO WS-REJECT-REASON
           ELSE
              MOVE LOAN-FIRST-CCYY TO WS-PAY-CCYY
              MOVE LOAN-FIRST-MM   TO WS-PAY-MM
              PERFORM 848-MONTH-LAST-DAY
              IF LOAN-FIRST-DD < 1
                 OR LOAN-FIRST-DD > WS-MONTH-LAST-DAY
                 MOVE 'BAD FIRST PAY DATE' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              COMPUTE WS-LOAN-RATE-PER ROUNDED =
                 LOAN-ANNUAL-RATE / 1200
              IF WS-LOAN-RATE-PER = ZERO
                 COMPUTE WS-LOAN-PAYMENT ROUNDED =
                    LOAN-PRINCIPAL / LOAN-NBR-PAYMENTS
              ELSE
                 COMPUTE WS-LOAN-DISCOUNT ROUNDED =
                    (1 + WS-LOAN-RATE-PER) ** (0 - LOAN-NBR-PAYMENTS)
                 COMPUTE WS-LOAN-PAYMENT ROUNDED =
                    LOAN-PRINCIPAL * WS-LOAN-RATE-PER
                    / (1 - WS-LOAN-DISCOUNT)
              END-IF
              IF WS-LOAN-PAYMENT NOT > ZERO
                 MOVE 'PAYMENT UNDER 1 CENT' TO WS-REJECT-REASON
              END-IF
           END-IF.
      * LOGICA AGREGADA - heading, one line per monthly payment and
      * the totals; interest is on the running balance, rounded to
      * the cent, and the last payment takes whatever balance the
      * rounding left
       840-LOAN-SCHEDULE.
           MOVE LOAN-PRINCIPAL TO WS-LOAN-BALANCE.
           MOVE ZERO TO WS-LOAN-TOT-PAYMENT.
           MOVE ZERO TO WS-LOAN-TOT-INTEREST.
           MOVE ZERO TO WS-LOAN-TOT-PRINC.
           COMPUTE WS-LOAN-FIRST-MONTH =
              LOAN-FIRST-CCYY * 12 + LOAN-FIRST-MM - 1.
           MOVE LOAN-REFERENCE      TO AMO-H-REFERENCE.
           MOVE LOAN-PRINCIPAL      TO AMO-H-PRINCIPAL.
           MOVE LOAN-ANNUAL-RATE    TO AMO-H-RATE.
           MOVE LOAN-NBR-PAYMENTS   TO AMO-H-NBR.
           MOVE LOAN-FIRST-PAY-DATE TO AMO-H-FIRST.
           WRITE AMORT-RECORD FROM AMO-HEAD-1.
           WRITE AMORT-RECORD FROM AMO-HEAD-2.
           WRITE AMORT-RECORD FROM AMO-HEAD-3.
           PERFORM 842-SCHEDULE-LINE
              VARYING WS-LOAN-PMT-NBR FROM 1 BY 1
              UNTIL WS-LOAN-PMT-NBR > LOAN-NBR-PAYMENTS.
           MOVE WS-LOAN-TOT-PAYMENT  TO AMO-T-PAYMENT.
           MOVE WS-LOAN-TOT-INTEREST TO AMO-T-INTEREST.
           MOVE WS-LOAN-TOT-PRINC    TO AMO-T-PRINCIPAL.
           WRITE AMORT-RECORD FROM AMO-TOTAL-LINE.
           MOVE SPACES TO AMORT-RECORD.
           WRITE AMORT-RECORD.
           MOVE WS-LOAN-TOT-INTEREST TO INVALS-RESULT.
           ADD 1 TO WS-COUNT-SCHEDULE.
       842-SCHEDULE-LINE.
           COMPUTE WS-LOAN-INTEREST ROUNDED =
              WS-LOAN-BALANCE * WS-LOAN-RATE-PER.
           MOVE WS-LOAN-PAYMENT TO WS-LOAN-THIS-PAY.
           COMPUTE WS-LOAN-PRINC-PART =
              WS-LOAN-THIS-PAY - WS-LOAN-INTEREST.
           IF WS-LOAN-PMT-NBR = LOAN-NBR-PAYMENTS
              OR WS-LOAN-PRINC-PART > WS-LOAN-BALANCE
              MOVE WS-LOAN-BALANCE TO WS-LOAN-PRINC-PART
              COMPUTE WS-LOAN-THIS-PAY =
                 WS-LOAN-PRINC-PART + WS-LOAN-INTEREST
           END-IF.
           SUBTRACT WS-LOAN-PRINC-PART FROM WS-LOAN-BALANCE.
           ADD WS-LOAN-THIS-PAY   TO WS-LOAN-TOT-PAYMENT.
           ADD WS-LOAN-INTEREST   TO WS-LOAN-TOT-INTEREST.
           ADD WS-LOAN-PRINC-PART TO WS-LOAN-TOT-PRINC.
           PERFORM 844-PAYMENT-DATE.
           MOVE WS-LOAN-PMT-NBR    TO AMO-D-PMT-NBR.
           MOVE WS-PAY-DATE-NUM    TO AMO-D-PAY-DATE.
           MOVE WS-LOAN-THIS-PAY   TO AMO-D-PAYMENT.
           MOVE WS-LOAN-INTEREST   TO AMO-D-INTEREST.
           MOVE WS-LOAN-PRINC-PART TO AMO-D-PRINCIPAL.
           MOVE WS-LOAN-BALANCE    TO AMO-D-BALANCE.
           WRITE AMORT-RECORD FROM AMO-DETAIL-LINE.
      * LOGICA AGREGADA - payment n falls n - 1 months after the
      * first, on the same day of the month or the month's last day
      * when it is shorter
       844-PAYMENT-DATE.
           COMPUTE WS-LOAN-PAY-MONTH =
              WS-LOAN-FIRST-MONTH + WS-LOAN-PMT-NBR - 1.
           DIVIDE WS-LOAN-PAY-MONTH BY 12 GIVING WS-PAY-CCYY
              REMAINDER WS-LOAN-MM-WORK.
           COMPUTE WS-PAY-MM = WS-LOAN-MM-WORK + 1.
           PERFORM 848-MONTH-LAST-DAY.
           IF LOAN-FIRST-DD > WS-MONTH-LAST-DAY
              MOVE WS-MONTH-LAST-DAY TO WS-PAY-DD
           ELSE
              MOVE LOAN-FIRST-DD TO WS-PAY-DD
           END-IF.
      * LOGICA AGREGADA - days in WS-PAY-MM of WS-PAY-CCYY
       848-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS (WS-PAY-MM) TO WS-MONTH-LAST-DAY.
           IF WS-PAY-MM = 2
              AND FUNCTION MOD (WS-PAY-CCYY, 4) = 0
              AND (FUNCTION MOD (WS-PAY-CCYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-PAY-CCYY, 400) = 0)
              MOVE 29 TO WS-MONTH-LAST-DAY
           END-IF.
      * LOGICA AGREGADA
       850-POTENCIA.
           COMPUTE W-POT01 = INVALS-1 **  (INVALS-2 / 10).
           DISPLAY 'MEMORY-ADD PROCESSED ' WS-COUNT-MEMORY.
           DISPLAY 'SUBTOTAL PROCESSED.. ' WS-COUNT-SUBTOTAL.
           DISPLAY 'TOTAL-CLEAR PROCESSED ' WS-COUNT-TOTAL.
           DISPLAY 'SCHEDULE PROCESSED.. ' WS-COUNT-SCHEDULE.
           CLOSE INVALS.
           CLOSE REJFILE.
           CLOSE RPTFILE.
           CLOSE AGEFILE.
           CLOSE AMORTFILE.
           IF FS-STAT-REJIN = '00'
              CLOSE REJIN
           END-IF.
