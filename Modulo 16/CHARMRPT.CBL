       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARMRPT.
      *Monthly charity-care report for the community-benefit filing.
      *Reads the CHARHIST history HOSPEDIT appends one record to for
      *every discharge billed with a financial-assistance discount
      *(see CHARHSTR), selects the report month's records by the
      *HOSPEDIT run date, and writes OCHARRPT: one line per
      *discounted discharge, then the discount given by sliding-
      *scale percent and the month's totals - the patient charges
      *measured, the discount given, and the amount left due.
      *The month comes off the SYSIN card as CCYYMM; a blank card
      *reports the month of the run date.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARFILE ASSIGN   TO CHARHIST
                  FILE STATUS  IS FS-STAT-CHAR.
           SELECT RPTFILE  ASSIGN   TO OCHARRPT
                  FILE STATUS  IS FS-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.
      *Charity-care history record (written by HOSPEDIT)
       FD CHARFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHAR-HIST-REC.
       01  CHAR-HIST-REC.
           COPY CHARHSTR.
       FD RPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                        PIC X(133).
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           05  WS-RECORDS-READ            PIC S9(5) COMP VALUE 0.
           05  WS-STAYS-REPORTED          PIC S9(5) COMP VALUE 0.
           05  WS-SELF-PAY-STAYS          PIC S9(5) COMP VALUE 0.
           05  WS-INSURED-STAYS           PIC S9(5) COMP VALUE 0.
           05  WS-CHARGES-TOT             PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-DISCOUNT-TOT            PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-DUE-TOT                 PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  SW-END-CHAR                    PIC X VALUE '0'.
           88  EOF-CHAR                       VALUE '1'.
       77  FS-STAT-CHAR                   PIC X(02) VALUE SPACES.
           88  CHARFILE-OK                    VALUE '00'.
       77  FS-STAT-RPT                    PIC X(02) VALUE SPACES.
           88  RPTFILE-OK                     VALUE '00'.
       77  WS-DATE-VARS                   PIC X(21) VALUE SPACES.
      *SYSIN control card - the report month, CCYYMM
       01  WS-PARM-CARD.
           05  WS-PARM-MONTH              PIC X(06).
           05  FILLER                     PIC X(74).
       77  WS-REPORT-MONTH                PIC X(06) VALUE SPACES.
      *Discount given by sliding-scale percent, built as the
      *percents turn up in the month's records
       77  PCT-MAX                        PIC S9(4) COMP VALUE 20.
       77  WS-PCT-COUNT                   PIC S9(4) COMP VALUE 0.
       01  WS-PCT-TABLE.
           05  WS-PCT-ITEM OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-PCT-COUNT
                            INDEXED BY PCT-IDX.
               10  WS-PCT-DISC-PCT        PIC 9(03).
               10  WS-PCT-STAYS           PIC S9(5) COMP.
               10  WS-PCT-DISCOUNT        PIC S9(9)V99 COMP-3.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Report lines
       01  WS-RPT-LINES.
           05  RPT-HEADER-01.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(50)
                   VALUE 'Charity-Care Financial Assistance - Month'.
               10  FILLER            PIC X(07) VALUE 'MONTH: '.
               10  RPT-MONTH-OU      PIC X(06).
               10  FILLER            PIC X(69) VALUE SPACES.
           05  RPT-HEADER-02.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(10) VALUE 'RUN DATE'.
               10  FILLER            PIC X(07) VALUE 'PATIENT'.
               10  FILLER            PIC X(10) VALUE 'ADMITTED'.
               10  FILLER            PIC X(10) VALUE 'CLASS'.
               10  FILLER            PIC X(04) VALUE 'HH'.
               10  FILLER            PIC X(15)
                   VALUE '       INCOME  '.
               10  FILLER            PIC X(06) VALUE 'FPL%'.
               10  FILLER            PIC X(05) VALUE 'DSC%'.
               10  FILLER            PIC X(15)
                   VALUE '      CHARGES  '.
               10  FILLER            PIC X(15)
                   VALUE '     DISCOUNT  '.
               10  FILLER            PIC X(13)
                   VALUE '   AMOUNT DUE'.
               10  FILLER            PIC X(22) VALUE SPACES.
           05  RPT-DETAIL.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RPT-RUN-DATE-OU   PIC 9(08).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-PATIENT-OU    PIC 9(05).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-ADMIT-OU      PIC 9(08).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-CLASS-OU      PIC X(08).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-HOUSEHOLD-OU  PIC Z9.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-INCOME-OU     PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-FPL-OU        PIC ZZ9.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-DISC-PCT-OU   PIC ZZ9.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-CHARGES-OU    PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-DISCOUNT-OU   PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-DUE-OU        PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(22) VALUE SPACES.
           05  RPT-PCT-LINE.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(09) VALUE 'DISCOUNT '.
               10  RPT-PCT-OU        PIC ZZ9.
               10  FILLER            PIC X(04) VALUE ' PCT'.
               10  FILLER            PIC X(04) VALUE SPACES.
               10  FILLER            PIC X(07) VALUE 'STAYS: '.
               10  RPT-PCT-STAYS-OU  PIC ZZZZ9.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  FILLER            PIC X(16)
                   VALUE 'DISCOUNT GIVEN: '.
               10  RPT-PCT-AMOUNT-OU PIC $$$,$$$,$$9.99.
               10  FILLER            PIC X(67) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RPT-TOT-LABEL-OU  PIC X(40).
               10  RPT-TOT-COUNT-OU  PIC ZZZZ9.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-TOT-AMOUNT-OU PIC $$$,$$$,$$9.99.
               10  FILLER            PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LISTAR-DESCUENTO UNTIL EOF-CHAR.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init CHARMRPT..".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-VARS.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF  WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE WS-DATE-VARS (1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY 'Report Month: ' WS-REPORT-MONTH.
           OPEN INPUT CHARFILE.
           IF  NOT CHARFILE-OK
               DISPLAY 'ERROR IN OPEN CHARHIST FILE ' FS-STAT-CHAR
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF  NOT RPTFILE-OK
               DISPLAY 'ERROR IN OPEN OCHARRPT FILE ' FS-STAT-RPT
               GO TO 900-ERROR
           END-IF.
           MOVE WS-REPORT-MONTH TO RPT-MONTH-OU.
           WRITE RPT-REC FROM RPT-HEADER-01.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-02.
           READ CHARFILE
               AT END MOVE '1' TO SW-END-CHAR
           END-READ.
      *
      *One history record - a discharge billed in the report month
      *is listed and counted; the rest of the history is passed by
       LISTAR-DESCUENTO.
           ADD 1 TO WS-RECORDS-READ.
           IF  CH-RUN-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-STAYS-REPORTED
               ADD CH-PATIENT-CHARGES TO WS-CHARGES-TOT
               ADD CH-DISCOUNT-AMT    TO WS-DISCOUNT-TOT
               ADD CH-AMOUNT-DUE      TO WS-DUE-TOT
               MOVE CH-RUN-DATE       TO RPT-RUN-DATE-OU
               MOVE CH-PATIENT-NBR    TO RPT-PATIENT-OU
               MOVE CH-ADMIT-DATE     TO RPT-ADMIT-OU
               IF  CH-INSURED
                   ADD 1 TO WS-INSURED-STAYS
                   MOVE 'INSURED'     TO RPT-CLASS-OU
               ELSE
                   ADD 1 TO WS-SELF-PAY-STAYS
                   MOVE 'SELF-PAY'    TO RPT-CLASS-OU
               END-IF
               MOVE CH-HOUSEHOLD-SIZE TO RPT-HOUSEHOLD-OU
               MOVE CH-ANNUAL-INCOME  TO RPT-INCOME-OU
               MOVE CH-FPL-PCT        TO RPT-FPL-OU
               MOVE CH-DISCOUNT-PCT   TO RPT-DISC-PCT-OU
               MOVE CH-PATIENT-CHARGES TO RPT-CHARGES-OU
               MOVE CH-DISCOUNT-AMT   TO RPT-DISCOUNT-OU
               MOVE CH-AMOUNT-DUE     TO RPT-DUE-OU
               WRITE RPT-REC FROM RPT-DETAIL
               PERFORM ACUMULAR-PORCENTAJE
           END-IF.
           READ CHARFILE
               AT END MOVE '1' TO SW-END-CHAR
           END-READ.
      *
      *Adds the discharge to its discount percent's subtotal,
      *opening a new one the first time the percent turns up
       ACUMULAR-PORCENTAJE.
           SET PCT-IDX TO 1.
           SEARCH WS-PCT-ITEM
               AT END
                   PERFORM ABRIR-PORCENTAJE
               WHEN WS-PCT-DISC-PCT (PCT-IDX) = CH-DISCOUNT-PCT
                   ADD 1 TO WS-PCT-STAYS (PCT-IDX)
                   ADD CH-DISCOUNT-AMT TO WS-PCT-DISCOUNT (PCT-IDX)
           END-SEARCH.
      *
       ABRIR-PORCENTAJE.
           IF  WS-PCT-COUNT >= PCT-MAX
               DISPLAY 'MORE THAN ' PCT-MAX ' DISCOUNT PERCENTS - '
                       CH-DISCOUNT-PCT ' LEFT OUT OF THE SUBTOTALS'
           ELSE
               ADD 1 TO WS-PCT-COUNT
               SET PCT-IDX TO WS-PCT-COUNT
               MOVE CH-DISCOUNT-PCT TO WS-PCT-DISC-PCT (PCT-IDX)
               MOVE 1               TO WS-PCT-STAYS (PCT-IDX)
               MOVE CH-DISCOUNT-AMT TO WS-PCT-DISCOUNT (PCT-IDX)
           END-IF.
      *
       TERMINAR.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM ESCRIBIR-PORCENTAJE
               VARYING PCT-IDX FROM 1 BY 1
               UNTIL PCT-IDX > WS-PCT-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'DISCOUNTED DISCHARGES - SELF-PAY'  TO RPT-TOT-LABEL-OU.
           MOVE WS-SELF-PAY-STAYS             TO RPT-TOT-COUNT-OU.
           MOVE 0                             TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DISCOUNTED DISCHARGES - INSURED'   TO RPT-TOT-LABEL-OU.
           MOVE WS-INSURED-STAYS              TO RPT-TOT-COUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'PATIENT CHARGES MEASURED'    TO RPT-TOT-LABEL-OU.
           MOVE WS-STAYS-REPORTED             TO RPT-TOT-COUNT-OU.
           MOVE WS-CHARGES-TOT                TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'CHARITY-CARE DISCOUNT GIVEN' TO RPT-TOT-LABEL-OU.
           MOVE WS-DISCOUNT-TOT               TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'AMOUNT LEFT DUE FROM PATIENTS' TO RPT-TOT-LABEL-OU.
           MOVE WS-DUE-TOT                    TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-RECORDS-READ      TO REC-KTR-OUT.
           DISPLAY 'History Records Read: ' REC-KTR-OUT.
           MOVE WS-STAYS-REPORTED    TO REC-KTR-OUT.
           DISPLAY 'Discharges Reported:  ' REC-KTR-OUT.
           MOVE WS-DISCOUNT-TOT      TO CASH-OUT.
           DISPLAY 'Discount Given:       ' CASH-OUT.
           CLOSE CHARFILE RPTFILE.
           DISPLAY "END PROGR: CHARMRPT".
      *
       ESCRIBIR-PORCENTAJE.
           MOVE WS-PCT-DISC-PCT (PCT-IDX) TO RPT-PCT-OU.
           MOVE WS-PCT-STAYS (PCT-IDX)    TO RPT-PCT-STAYS-OU.
           MOVE WS-PCT-DISCOUNT (PCT-IDX) TO RPT-PCT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-PCT-LINE.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
