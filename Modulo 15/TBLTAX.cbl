      *===============================================================*
      * MONTHLY CONSULTING SALES-TAX LIABILITY BY STATE - TBLTAX
      *---------------------------------------------------------------*
      * SWEEPS THE TAXDTL DETAIL TABLES01 APPENDS FOR EVERY TAXED
      * (OR EXEMPT) INVOICE AND REPORTS, FOR THE RETURN MONTH ON
      * SYSIN (CCYYMM - BLANK = LAST MONTH), EACH STATE'S TAXABLE
      * SALES, EXEMPT SALES, TAX BILLED AND INVOICE COUNT, WITH THE
      * EXEMPT INVOICES LISTED UNDER THEIR STATE FOR THE CERTIFICATE
      * FILE. REPORT GOES TO OTBLTAX - THE FIGURES THE STATE RETURNS
      * ARE PREPARED FROM. TBLCRED'S CREDIT-MEMO ROWS CARRY NEGATIVE
      * AMOUNTS AND NET AGAINST THE MONTH THE CREDIT WAS ISSUED IN;
      * ONLY INVOICES ARE COUNTED.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 15/10/2026 RCH - ORIGINAL VERSION
      * 15/10/2026 RCH - SIGNED AMOUNTS FOR TBLCRED CREDIT-MEMO ROWS
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLTAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXD-FILE  ASSIGN TO TAXDTL
               FILE STATUS IS WS-TAXD-FILE-STATUS.
           SELECT RPT-FILE   ASSIGN TO OTBLTAX.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXD-FILE RECORDING MODE F.
       01  TAX-DETAIL-RECORD.
           COPY TBLTAXD.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXD-FILE-STATUS PIC X(02) VALUE SPACES.
                88 TAXD-FILE-OK     VALUE '00'.
       77  SW-END-OF-FILE    PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  WS-DETAIL-READ    PIC S9(5) COMP VALUE 0.
       77  WS-DETAIL-USED    PIC S9(5) COMP VALUE 0.
       77  WS-RUN-DATE-VARS  PIC X(15) VALUE SPACES.
       77  WS-RETURN-MONTH-X PIC X(06) VALUE SPACES.
       77  WS-RETURN-MONTH   PIC 9(06) VALUE 0.
       77  WS-RETURN-YYYY    PIC 9(04) VALUE 0.
       77  WS-RETURN-MM      PIC 9(02) VALUE 0.
      *  Per-state rollup for the return month
       77  STATE-MAX         PIC S9(4) COMP VALUE 50.
       77  WS-STATE-COUNT    PIC S9(4) COMP VALUE 0.
       77  WS-STATE-SUB      PIC S9(4) COMP VALUE 0.
       77  WS-STATE-MATCH    PIC S9(4) COMP VALUE 0.
       01  WS-STATE-TABLE.
           05 WS-STATE-ITEM OCCURS 50 TIMES.
                10 WS-ST-CODE                PIC X(02).
                10 WS-ST-TAXABLE             PIC S9(09)V99 COMP-3.
                10 WS-ST-EXEMPT              PIC S9(09)V99 COMP-3.
                10 WS-ST-TAX                 PIC S9(09)V99 COMP-3.
                10 WS-ST-INVOICES            PIC S9(5) COMP.
      *  The month's exempt sales, listed under their state
       77  EXM-MAX           PIC S9(4) COMP VALUE 300.
       77  WS-EXM-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-EXM-SUB        PIC S9(4) COMP VALUE 0.
       01  WS-EXEMPT-TABLE.
           05 WS-EXM-ITEM OCCURS 300 TIMES.
                10 WS-EXM-STATE              PIC X(02).
                10 WS-EXM-INVOICE            PIC 9(06).
                10 WS-EXM-CLIENT             PIC X(08).
                10 WS-EXM-BASE               PIC S9(09)V99 COMP-3.
       01  WS-GRAND-SUMS.
           05 WS-GR-TAXABLE                 PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GR-EXEMPT                  PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GR-TAX                     PIC S9(09)V99 COMP-3
                                             VALUE 0.
           05 WS-GR-INVOICES                PIC S9(5) COMP VALUE 0.
       01  TAX-DETAIL-LINE.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 TAX-STATE-OUT                 PIC X(05).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 TAX-TAXABLE-OUT               PIC $$$,$$$,$$9.99-.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 TAX-EXEMPT-OUT                PIC $$$,$$$,$$9.99-.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 TAX-TAX-OUT                   PIC $$$,$$$,$$9.99-.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 TAX-INVOICES-OUT              PIC ZZ,ZZ9.
           05 FILLER                        PIC X(38) VALUE SPACES.
       01  EXM-DETAIL-LINE.
           05 FILLER                        PIC X(09)
                 VALUE '   EXEMPT'.
           05 FILLER                        PIC X(09)
                 VALUE ' INVOICE '.
           05 EXM-INVOICE-OUT               PIC 9(06).
           05 FILLER                        PIC X(08)
                 VALUE ' CLIENT '.
           05 EXM-CLIENT-OUT                PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 EXM-BASE-OUT                  PIC $$$,$$$,$$9.99-.
           05 FILLER                        PIC X(44) VALUE SPACES.
       01  WS-REPORT-LINE                   PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TBLTAX '
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-TAKE-ONE-DETAIL UNTIL END-OF-FILE.
           PERFORM 800-REPORT-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT.
           PERFORM 850-REPORT-TOTAL.
           PERFORM 900-WRAP-UP
           GOBACK.
      *
      *  The return month defaults to the month before the run -
      *  returns are prepared after the month closes.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-VARS.
           ACCEPT WS-RETURN-MONTH-X FROM SYSIN.
           IF WS-RETURN-MONTH-X NUMERIC
              MOVE WS-RETURN-MONTH-X TO WS-RETURN-MONTH
           ELSE
              MOVE WS-RUN-DATE-VARS (1:4) TO WS-RETURN-YYYY
              MOVE WS-RUN-DATE-VARS (5:2) TO WS-RETURN-MM
              IF WS-RETURN-MM = 1
                 MOVE 12 TO WS-RETURN-MM
                 SUBTRACT 1 FROM WS-RETURN-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-RETURN-MM
              END-IF
              COMPUTE WS-RETURN-MONTH =
                  WS-RETURN-YYYY * 100 + WS-RETURN-MM
           END-IF.
           OPEN INPUT TAXD-FILE.
           IF NOT TAXD-FILE-OK
              DISPLAY 'ERROR OPENING TAXDTL, STATUS '
                      WS-TAXD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           STRING 'CONSULTING SALES TAX BY STATE - RETURN MONTH '
                  DELIMITED BY SIZE
                  WS-RETURN-MONTH DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE ' STATE  TAXABLE SALES    EXEMPT SALES      TAX BILLED I
      -    'NVOICES' TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           READ TAXD-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       090-WRITE-RPT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
      *
      *  A detail row counts toward the month its invoice was cut in.
       100-TAKE-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-READ.
           IF TX-INV-DATE NUMERIC AND
              TX-INV-DATE (1:6) = WS-RETURN-MONTH
              ADD 1 TO WS-DETAIL-USED
              PERFORM 200-ROLL-UP-STATE
           END-IF.
           READ TAXD-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       200-ROLL-UP-STATE.
           MOVE 0 TO WS-STATE-MATCH.
           PERFORM 210-CHECK-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                  OR WS-STATE-MATCH > 0.
           IF WS-STATE-MATCH = 0 AND WS-STATE-COUNT < STATE-MAX
              ADD 1 TO WS-STATE-COUNT
              MOVE WS-STATE-COUNT TO WS-STATE-MATCH
              MOVE TX-STATE TO WS-ST-CODE (WS-STATE-MATCH)
              MOVE 0 TO WS-ST-TAXABLE (WS-STATE-MATCH)
                        WS-ST-EXEMPT (WS-STATE-MATCH)
                        WS-ST-TAX (WS-STATE-MATCH)
                        WS-ST-INVOICES (WS-STATE-MATCH)
           END-IF.
           IF WS-STATE-MATCH > 0
              IF TX-BASE-AMT NOT < 0
                 ADD 1 TO WS-ST-INVOICES (WS-STATE-MATCH)
              END-IF
              IF TX-EXEMPT = 'Y'
                 ADD TX-BASE-AMT TO WS-ST-EXEMPT (WS-STATE-MATCH)
                 PERFORM 220-NOTE-EXEMPT-SALE
              ELSE
                 ADD TX-BASE-AMT TO WS-ST-TAXABLE (WS-STATE-MATCH)
                 ADD TX-TAX-AMT  TO WS-ST-TAX (WS-STATE-MATCH)
              END-IF
           END-IF.
      *
       210-CHECK-STATE.
           IF WS-ST-CODE (WS-STATE-SUB) = TX-STATE
              MOVE WS-STATE-SUB TO WS-STATE-MATCH
           END-IF.
      *
       220-NOTE-EXEMPT-SALE.
           IF WS-EXM-COUNT < EXM-MAX
              ADD 1 TO WS-EXM-COUNT
              MOVE TX-STATE       TO WS-EXM-STATE (WS-EXM-COUNT)
              MOVE TX-INVOICE-NBR TO WS-EXM-INVOICE (WS-EXM-COUNT)
              MOVE TX-CLIENT      TO WS-EXM-CLIENT (WS-EXM-COUNT)
              MOVE TX-BASE-AMT    TO WS-EXM-BASE (WS-EXM-COUNT)
           ELSE
              DISPLAY 'EXEMPT LISTING FULL - INVOICE '
                      TX-INVOICE-NBR ' NOT LISTED'
           END-IF.
      *
       800-REPORT-ONE-STATE.
           MOVE WS-ST-CODE (WS-STATE-SUB)     TO TAX-STATE-OUT.
           MOVE WS-ST-TAXABLE (WS-STATE-SUB)  TO TAX-TAXABLE-OUT.
           MOVE WS-ST-EXEMPT (WS-STATE-SUB)   TO TAX-EXEMPT-OUT.
           MOVE WS-ST-TAX (WS-STATE-SUB)      TO TAX-TAX-OUT.
           MOVE WS-ST-INVOICES (WS-STATE-SUB) TO TAX-INVOICES-OUT.
           MOVE TAX-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           ADD WS-ST-TAXABLE (WS-STATE-SUB)  TO WS-GR-TAXABLE.
           ADD WS-ST-EXEMPT (WS-STATE-SUB)   TO WS-GR-EXEMPT.
           ADD WS-ST-TAX (WS-STATE-SUB)      TO WS-GR-TAX.
           ADD WS-ST-INVOICES (WS-STATE-SUB) TO WS-GR-INVOICES.
           PERFORM 810-LIST-EXEMPT-SALE
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT.
      *
       810-LIST-EXEMPT-SALE.
           IF WS-EXM-STATE (WS-EXM-SUB) = WS-ST-CODE (WS-STATE-SUB)
              MOVE WS-EXM-INVOICE (WS-EXM-SUB) TO EXM-INVOICE-OUT
              MOVE WS-EXM-CLIENT (WS-EXM-SUB)  TO EXM-CLIENT-OUT
              MOVE WS-EXM-BASE (WS-EXM-SUB)    TO EXM-BASE-OUT
              MOVE EXM-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 090-WRITE-RPT-LINE
           END-IF.
      *
       850-REPORT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'TOTAL'        TO TAX-STATE-OUT.
           MOVE WS-GR-TAXABLE  TO TAX-TAXABLE-OUT.
           MOVE WS-GR-EXEMPT   TO TAX-EXEMPT-OUT.
           MOVE WS-GR-TAX      TO TAX-TAX-OUT.
           MOVE WS-GR-INVOICES TO TAX-INVOICES-OUT.
           MOVE TAX-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
      *
       900-WRAP-UP.
            DISPLAY 'DETAIL ROWS READ:  ' WS-DETAIL-READ.
            DISPLAY 'ROWS IN MONTH:     ' WS-DETAIL-USED.
            CLOSE TAXD-FILE RPT-FILE.
            DISPLAY 'End program TBLTAX'.
