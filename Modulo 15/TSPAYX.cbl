      *===============================================================*
      * PAYROLL INTERFACE EXTRACT FROM POSTED TIMESHEETS - TSPAYX
      *---------------------------------------------------------------*
      * BUILDS THE PAY PERIOD'S PAYROLL EXTRACT (PAYEXTR, SEE TSPAYR)
      * FROM THE TIMESHEET LINES TSPOST ACCEPTED (TSACCPT, SEE
      * TSACPTR) - REGULAR DAYS, OVERTIME HOURS AND THE ON-CALL FLAG
      * PER EMPLOYEE, BRACKETED BY A HEADER AND A CONTROL-TOTAL
      * TRAILER - SO THE OFFICE MANAGERS STOP RE-KEYING THE HOURS
      * INTO PAYROLL. THE OTSPREC REPORT SHOWS THE CONTROL TOTALS AND
      * RECONCILES, PER EMPLOYEE AND PROJECT, THE HOURS PAID SO FAR
      * IN THE BILLING PERIOD AGAINST THE EMPROJ ACCUMULATORS TABLES01
      * WILL BILL, FLAGGING EVERY DIFFERENCE (A TBLMAINT REJECT OR A
      * HAND EDIT OF EMPROJ).
      * SYSIN: PAY PERIOD START AND END (CCYYMMDD, COLS 1-8 AND 9-16)
      * AND THE BILLING PERIOD START (COLS 17-24, BLANK = FIRST OF THE
      * PAY-PERIOD END'S MONTH). A LINE IS PAID IN THE PERIOD ITS
      * WEEK-ENDING DATE FALLS IN.
      * RC 4 = HOURS PAID AND BILLED DIFFER; RC 8 = THE EXTRACT DOES
      * NOT BALANCE TO THE LINES SELECTED; RC 12 = BAD SYSIN CARD OR
      * A FILE UNAVAILABLE.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSPAYX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPT-FILE ASSIGN TO TSACCPT
               FILE STATUS IS WS-ACPT-FILE-STATUS.
           SELECT MASTER-IN   ASSIGN TO EMPROJ
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT EXTR-FILE   ASSIGN TO PAYEXTR.
           SELECT RPT-FILE    ASSIGN TO OTSPREC.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPT-FILE RECORDING MODE F.
       01  ACCEPT-RECORD.
           COPY TSACPTR.
       FD  MASTER-IN RECORDING MODE F.
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
       FD  EXTR-FILE RECORDING MODE F.
       01  EXTRACT-RECORD.
           COPY TSPAYR.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77  WS-ACPT-FILE-STATUS PIC X(02) VALUE SPACES.
                88 ACPT-FILE-OK     VALUE '00'.
       77  WS-MAST-FILE-STATUS PIC X(02) VALUE SPACES.
                88 MAST-FILE-OK     VALUE '00'.
       77  SW-END-OF-FILE    PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  SW-END-OF-MASTER  PIC X(01) VALUE SPACES.
                88 END-OF-MASTER VALUE 'Y'.
       77  WS-RUN-DATE       PIC 9(08) VALUE 0.
       77  WS-DIFFS-OUT      PIC ZZ,ZZ9.
      *  Run card
       01  WS-PERIOD-CARD.
           05 WS-PAY-START                  PIC 9(08).
           05 WS-PAY-END                    PIC 9(08).
           05 WS-BILL-START                 PIC 9(08).
           05 FILLER                        PIC X(56).
      *  Control totals - the lines selected, and the same figures
      *  summed back off the extract details as they are written
       01  WS-CONTROL-TOTALS.
           05 WS-LINES-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-LINES-SELECTED             PIC S9(7) COMP VALUE 0.
           05 WS-SEL-DAYS                   PIC S9(7) COMP VALUE 0.
           05 WS-SEL-OT-HOURS               PIC S9(7) COMP VALUE 0.
           05 WS-EXT-EMPLOYEES              PIC S9(7) COMP VALUE 0.
           05 WS-EXT-LINES                  PIC S9(7) COMP VALUE 0.
           05 WS-EXT-DAYS                   PIC S9(7) COMP VALUE 0.
           05 WS-EXT-OT-HOURS               PIC S9(7) COMP VALUE 0.
           05 WS-RECON-DIFFS                PIC S9(5) COMP VALUE 0.
      *  Pay-period totals per employee
       77  PAY-MAX           PIC S9(4) COMP VALUE 300.
       77  WS-PAY-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-PAY-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-PAY-MATCH      PIC S9(4) COMP VALUE 0.
       01  WS-PAY-TABLE.
           05 WS-PAY-ITEM OCCURS 300 TIMES.
                10 WS-PAY-EMP-NAME           PIC X(15).
                10 WS-PAY-OFFICE             PIC X(02).
                10 WS-PAY-DAYS               PIC S9(5) COMP.
                10 WS-PAY-OT-HOURS           PIC S9(5) COMP.
                10 WS-PAY-ON-CALL            PIC X(01).
                10 WS-PAY-LINES              PIC S9(5) COMP.
      *  Billing-period hours paid and billed per employee/project
       77  REC-MAX           PIC S9(4) COMP VALUE 500.
       77  WS-REC-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-REC-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-REC-MATCH      PIC S9(4) COMP VALUE 0.
       77  WS-REC-EMP-NAME   PIC X(15) VALUE SPACES.
       77  WS-REC-PROJECT    PIC X(04) VALUE SPACES.
       01  WS-RECON-TABLE.
           05 WS-REC-ITEM OCCURS 500 TIMES.
                10 WS-REC-EMP                PIC X(15).
                10 WS-REC-PROJ               PIC X(04).
                10 WS-REC-PAID-DAYS          PIC S9(5) COMP.
                10 WS-REC-PAID-OT            PIC S9(5) COMP.
                10 WS-REC-BILL-DAYS          PIC S9(5) COMP.
                10 WS-REC-BILL-OT            PIC S9(5) COMP.
       01  CTL-TOTAL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CTL-LABEL-OUT                 PIC X(30).
           05 CTL-SELECTED-OUT              PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CTL-EXTRACT-OUT               PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(48) VALUE SPACES.
       01  REC-DETAIL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-EMP-OUT                   PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 REC-PROJ-OUT                  PIC X(04).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-PAID-DAYS-OUT             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-BILL-DAYS-OUT             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-PAID-OT-OUT               PIC ZZ,ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-BILL-OT-OUT               PIC ZZ,ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REC-FLAG-OUT                  PIC X(24).
           05 FILLER                        PIC X(20) VALUE SPACES.
       01  WS-REPORT-LINE                   PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TSPAYX '
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-TAKE-ONE-LINE UNTIL END-OF-FILE.
           PERFORM 300-TAKE-ONE-ROSTER-ROW UNTIL END-OF-MASTER.
           PERFORM 500-WRITE-EXTRACT.
           PERFORM 600-CONTROL-REPORT.
           PERFORM 700-RECONCILE-ONE-ROW
               VARYING WS-REC-SUB FROM 1 BY 1
               UNTIL WS-REC-SUB > WS-REC-COUNT.
           PERFORM 900-WRAP-UP
           GOBACK.
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PERIOD-CARD.
           ACCEPT WS-PERIOD-CARD FROM SYSIN.
           IF WS-PAY-START NOT NUMERIC OR WS-PAY-END NOT NUMERIC
              OR WS-PAY-START > WS-PAY-END
              DISPLAY 'INVALID PAY PERIOD ON SYSIN: ' WS-PERIOD-CARD
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-BILL-START NOT NUMERIC OR WS-BILL-START = 0
              OR WS-BILL-START > WS-PAY-END
              MOVE WS-PAY-END TO WS-BILL-START
              MOVE '01' TO WS-BILL-START (7:2)
           END-IF.
           OPEN INPUT ACCEPT-FILE.
           IF NOT ACPT-FILE-OK
              DISPLAY 'ERROR OPENING TSACCPT, STATUS '
                      WS-ACPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT MASTER-IN.
           IF NOT MAST-FILE-OK
              DISPLAY 'ERROR OPENING EMPROJ, STATUS '
                      WS-MAST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT EXTR-FILE RPT-FILE.
           READ ACCEPT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
           READ MASTER-IN
           AT END MOVE 'Y' TO SW-END-OF-MASTER.
      *
       090-WRITE-RPT-LINE.
           MOVE WS-REPORT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
      *
      *  A line is paid in the pay period its week ends in, and
      *  counts toward the reconciliation from the billing-period
      *  start up to the pay-period end.
       100-TAKE-ONE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF TA-WEEK-ENDING NUMERIC
              IF TA-WEEK-ENDING NOT < WS-PAY-START AND
                 TA-WEEK-ENDING NOT > WS-PAY-END
                 PERFORM 200-ADD-TO-EMPLOYEE
              END-IF
              IF TA-WEEK-ENDING NOT < WS-BILL-START AND
                 TA-WEEK-ENDING NOT > WS-PAY-END
                 MOVE TA-EMP-NAME TO WS-REC-EMP-NAME
                 MOVE TA-PROJECT  TO WS-REC-PROJECT
                 PERFORM 400-FIND-RECON-ROW
                 IF WS-REC-MATCH > 0
                    ADD TA-DAYS     TO WS-REC-PAID-DAYS (WS-REC-MATCH)
                    ADD TA-OT-HOURS TO WS-REC-PAID-OT (WS-REC-MATCH)
                 END-IF
              END-IF
           END-IF.
           READ ACCEPT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
       200-ADD-TO-EMPLOYEE.
           MOVE 0 TO WS-PAY-MATCH.
           PERFORM 210-CHECK-EMPLOYEE
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT OR WS-PAY-MATCH > 0.
           IF WS-PAY-MATCH = 0
              IF WS-PAY-COUNT < PAY-MAX
                 ADD 1 TO WS-PAY-COUNT
                 MOVE WS-PAY-COUNT TO WS-PAY-MATCH
                 MOVE TA-EMP-NAME  TO WS-PAY-EMP-NAME (WS-PAY-MATCH)
                 MOVE TA-STATE-OFFICE TO WS-PAY-OFFICE (WS-PAY-MATCH)
                 MOVE 'N' TO WS-PAY-ON-CALL (WS-PAY-MATCH)
                 MOVE 0 TO WS-PAY-DAYS (WS-PAY-MATCH)
                           WS-PAY-OT-HOURS (WS-PAY-MATCH)
                           WS-PAY-LINES (WS-PAY-MATCH)
              ELSE
                 DISPLAY 'EMPLOYEE TABLE FULL - ' TA-EMP-NAME
                         ' NOT EXTRACTED'
              END-IF
           END-IF.
           IF WS-PAY-MATCH > 0
              ADD 1 TO WS-LINES-SELECTED
              ADD TA-DAYS     TO WS-SEL-DAYS
              ADD TA-OT-HOURS TO WS-SEL-OT-HOURS
              ADD 1           TO WS-PAY-LINES (WS-PAY-MATCH)
              ADD TA-DAYS     TO WS-PAY-DAYS (WS-PAY-MATCH)
              ADD TA-OT-HOURS TO WS-PAY-OT-HOURS (WS-PAY-MATCH)
              IF TA-ON-CALL = 'Y'
                 MOVE 'Y' TO WS-PAY-ON-CALL (WS-PAY-MATCH)
              END-IF
           END-IF.
      *
       210-CHECK-EMPLOYEE.
           IF WS-PAY-EMP-NAME (WS-PAY-SUB) = TA-EMP-NAME
              MOVE WS-PAY-SUB TO WS-PAY-MATCH
           END-IF.
      *
      *  The EMPROJ accumulators are what TABLES01 bills this period.
       300-TAKE-ONE-ROSTER-ROW.
           IF EMP-NBR-DAYS-ON-PROJ-I NOT NUMERIC
              MOVE 0 TO EMP-NBR-DAYS-ON-PROJ-I
           END-IF.
           IF EMP-NBR-OT-HOURS-I NOT NUMERIC
              MOVE 0 TO EMP-NBR-OT-HOURS-I
           END-IF.
           IF EMP-NBR-DAYS-ON-PROJ-I > 0 OR EMP-NBR-OT-HOURS-I > 0
              MOVE EMP-NAME-I    TO WS-REC-EMP-NAME
              MOVE EMP-PROJECT-I TO WS-REC-PROJECT
              PERFORM 400-FIND-RECON-ROW
              IF WS-REC-MATCH > 0
                 ADD EMP-NBR-DAYS-ON-PROJ-I
                   TO WS-REC-BILL-DAYS (WS-REC-MATCH)
                 ADD EMP-NBR-OT-HOURS-I
                   TO WS-REC-BILL-OT (WS-REC-MATCH)
              END-IF
           END-IF.
           READ MASTER-IN
           AT END MOVE 'Y' TO SW-END-OF-MASTER.
      *
       400-FIND-RECON-ROW.
           MOVE 0 TO WS-REC-MATCH.
           PERFORM 410-CHECK-RECON-ROW
               VARYING WS-REC-SUB FROM 1 BY 1
               UNTIL WS-REC-SUB > WS-REC-COUNT OR WS-REC-MATCH > 0.
           IF WS-REC-MATCH = 0
              IF WS-REC-COUNT < REC-MAX
                 ADD 1 TO WS-REC-COUNT
                 MOVE WS-REC-COUNT    TO WS-REC-MATCH
                 MOVE WS-REC-EMP-NAME TO WS-REC-EMP (WS-REC-MATCH)
                 MOVE WS-REC-PROJECT  TO WS-REC-PROJ (WS-REC-MATCH)
                 MOVE 0 TO WS-REC-PAID-DAYS (WS-REC-MATCH)
                           WS-REC-PAID-OT (WS-REC-MATCH)
                           WS-REC-BILL-DAYS (WS-REC-MATCH)
                           WS-REC-BILL-OT (WS-REC-MATCH)
              ELSE
                 DISPLAY 'RECONCILIATION TABLE FULL - '
                         WS-REC-EMP-NAME ' ' WS-REC-PROJECT
                         ' NOT RECONCILED'
              END-IF
           END-IF.
      *
       410-CHECK-RECON-ROW.
           IF WS-REC-EMP (WS-REC-SUB)  = WS-REC-EMP-NAME AND
              WS-REC-PROJ (WS-REC-SUB) = WS-REC-PROJECT
              MOVE WS-REC-SUB TO WS-REC-MATCH
           END-IF.
      *
      *  Header, one detail per employee paid, and the trailer with
      *  the control totals summed back off the details.
       500-WRITE-EXTRACT.
           MOVE SPACES        TO EXTRACT-RECORD.
           SET PX-HEADER      TO TRUE.
           MOVE WS-PAY-START  TO PX-PERIOD-START.
           MOVE WS-PAY-END    TO PX-PERIOD-END.
           MOVE 'TSPAYX  '    TO PX-SOURCE.
           MOVE WS-RUN-DATE   TO PX-RUN-DATE.
           WRITE EXTRACT-RECORD.
           PERFORM 510-WRITE-ONE-EMPLOYEE
               VARYING WS-PAY-SUB FROM 1 BY 1
               UNTIL WS-PAY-SUB > WS-PAY-COUNT.
           MOVE SPACES          TO EXTRACT-RECORD.
           SET PX-TRAILER       TO TRUE.
           MOVE WS-PAY-START    TO PX-PERIOD-START.
           MOVE WS-PAY-END      TO PX-PERIOD-END.
           MOVE WS-EXT-EMPLOYEES TO PX-EMPLOYEE-COUNT.
           MOVE WS-EXT-DAYS     TO PX-TOTAL-DAYS.
           MOVE WS-EXT-OT-HOURS TO PX-TOTAL-OT-HOURS.
           MOVE WS-EXT-LINES    TO PX-TOTAL-TS-LINES.
           WRITE EXTRACT-RECORD.
      *
       510-WRITE-ONE-EMPLOYEE.
           MOVE SPACES         TO EXTRACT-RECORD.
           SET PX-DETAIL       TO TRUE.
           MOVE WS-PAY-START   TO PX-PERIOD-START.
           MOVE WS-PAY-END     TO PX-PERIOD-END.
           MOVE WS-PAY-EMP-NAME (WS-PAY-SUB)  TO PX-EMP-NAME.
           MOVE WS-PAY-OFFICE (WS-PAY-SUB)    TO PX-STATE-OFFICE.
           MOVE WS-PAY-DAYS (WS-PAY-SUB)      TO PX-REG-DAYS.
           MOVE WS-PAY-OT-HOURS (WS-PAY-SUB)  TO PX-OT-HOURS.
           MOVE WS-PAY-ON-CALL (WS-PAY-SUB)   TO PX-ON-CALL.
           MOVE WS-PAY-LINES (WS-PAY-SUB)     TO PX-TS-LINES.
           WRITE EXTRACT-RECORD.
           ADD 1           TO WS-EXT-EMPLOYEES.
           ADD PX-REG-DAYS TO WS-EXT-DAYS.
           ADD PX-OT-HOURS TO WS-EXT-OT-HOURS.
           ADD PX-TS-LINES TO WS-EXT-LINES.
      *
       600-CONTROL-REPORT.
           STRING 'PAYROLL EXTRACT - PAY PERIOD ' DELIMITED BY SIZE
                  WS-PAY-START DELIMITED BY SIZE
                  ' TO '       DELIMITED BY SIZE
                  WS-PAY-END   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE '  CONTROL TOTALS                 SELECTED    EXTRACT'
             TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'TIMESHEET LINES' TO CTL-LABEL-OUT.
           MOVE WS-LINES-SELECTED TO CTL-SELECTED-OUT.
           MOVE WS-EXT-LINES      TO CTL-EXTRACT-OUT.
           MOVE CTL-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'REGULAR DAYS' TO CTL-LABEL-OUT.
           MOVE WS-SEL-DAYS    TO CTL-SELECTED-OUT.
           MOVE WS-EXT-DAYS    TO CTL-EXTRACT-OUT.
           MOVE CTL-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'OVERTIME HOURS' TO CTL-LABEL-OUT.
           MOVE WS-SEL-OT-HOURS  TO CTL-SELECTED-OUT.
           MOVE WS-EXT-OT-HOURS  TO CTL-EXTRACT-OUT.
           MOVE CTL-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE 'EMPLOYEES' TO CTL-LABEL-OUT.
           MOVE WS-PAY-COUNT     TO CTL-SELECTED-OUT.
           MOVE WS-EXT-EMPLOYEES TO CTL-EXTRACT-OUT.
           MOVE CTL-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           IF WS-LINES-SELECTED NOT = WS-EXT-LINES OR
              WS-SEL-DAYS NOT = WS-EXT-DAYS OR
              WS-SEL-OT-HOURS NOT = WS-EXT-OT-HOURS
              MOVE '  *** EXTRACT OUT OF BALANCE - DO NOT LOAD ***'
                TO WS-REPORT-LINE
              PERFORM 090-WRITE-RPT-LINE
              DISPLAY 'PAYROLL EXTRACT OUT OF BALANCE'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 090-WRITE-RPT-LINE.
           STRING 'HOURS PAID VS BILLED - BILLING PERIOD FROM '
                  DELIMITED BY SIZE
                  WS-BILL-START DELIMITED BY SIZE
                  ' TO '        DELIMITED BY SIZE
                  WS-PAY-END    DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
           MOVE '  EMPLOYEE        PROJ  PD DAY  BL DAY   PD OT   BL OT'
             TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
      *
       700-RECONCILE-ONE-ROW.
           MOVE WS-REC-EMP (WS-REC-SUB)       TO REC-EMP-OUT.
           MOVE WS-REC-PROJ (WS-REC-SUB)      TO REC-PROJ-OUT.
           MOVE WS-REC-PAID-DAYS (WS-REC-SUB) TO REC-PAID-DAYS-OUT.
           MOVE WS-REC-BILL-DAYS (WS-REC-SUB) TO REC-BILL-DAYS-OUT.
           MOVE WS-REC-PAID-OT (WS-REC-SUB)   TO REC-PAID-OT-OUT.
           MOVE WS-REC-BILL-OT (WS-REC-SUB)   TO REC-BILL-OT-OUT.
           EVALUATE TRUE
               WHEN WS-REC-PAID-DAYS (WS-REC-SUB) =
                    WS-REC-BILL-DAYS (WS-REC-SUB) AND
                    WS-REC-PAID-OT (WS-REC-SUB) =
                    WS-REC-BILL-OT (WS-REC-SUB)
                   MOVE SPACES TO REC-FLAG-OUT
               WHEN WS-REC-PAID-DAYS (WS-REC-SUB) = 0 AND
                    WS-REC-PAID-OT (WS-REC-SUB) = 0
                   MOVE 'BILLED, NOT PAID' TO REC-FLAG-OUT
               WHEN WS-REC-BILL-DAYS (WS-REC-SUB) = 0 AND
                    WS-REC-BILL-OT (WS-REC-SUB) = 0
                   MOVE 'PAID, NOT BILLED' TO REC-FLAG-OUT
               WHEN WS-REC-PAID-DAYS (WS-REC-SUB) NOT =
                    WS-REC-BILL-DAYS (WS-REC-SUB) AND
                    WS-REC-PAID-OT (WS-REC-SUB) NOT =
                    WS-REC-BILL-OT (WS-REC-SUB)
                   MOVE 'DAYS AND OT DIFFER' TO REC-FLAG-OUT
               WHEN WS-REC-PAID-DAYS (WS-REC-SUB) NOT =
                    WS-REC-BILL-DAYS (WS-REC-SUB)
                   MOVE 'DAYS DIFFER' TO REC-FLAG-OUT
               WHEN OTHER
                   MOVE 'OT HOURS DIFFER' TO REC-FLAG-OUT
           END-EVALUATE.
           IF REC-FLAG-OUT NOT = SPACES
              ADD 1 TO WS-RECON-DIFFS
           END-IF.
           MOVE REC-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-RPT-LINE.
      *
       900-WRAP-UP.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 090-WRITE-RPT-LINE.
            MOVE WS-RECON-DIFFS TO WS-DIFFS-OUT.
            STRING 'EMPLOYEE/PROJECT ROWS THAT DIFFER: '
                   DELIMITED BY SIZE
                   WS-DIFFS-OUT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE.
            PERFORM 090-WRITE-RPT-LINE.
            IF WS-RECON-DIFFS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY 'ACCEPTED LINES READ:   ' WS-LINES-READ.
            DISPLAY 'LINES IN PAY PERIOD:   ' WS-LINES-SELECTED.
            DISPLAY 'EMPLOYEES EXTRACTED:   ' WS-EXT-EMPLOYEES.
            DISPLAY 'PAID/BILLED DIFFER:    ' WS-RECON-DIFFS.
            CLOSE ACCEPT-FILE MASTER-IN EXTR-FILE RPT-FILE.
            DISPLAY 'End program TSPAYX'.
