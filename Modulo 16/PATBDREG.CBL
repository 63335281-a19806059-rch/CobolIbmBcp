       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATBDREG.
      *Bad-debt and collection-agency register for the hospital
      *patient A/R subsystem. Reads the BDHIST activity history (see
      *PATBDHR), sorted into activity-date order by the job, and
      *writes OBDREG: one line per month with the accounts written
      *off and placed with the agency, the agency's collections
      *(gross, fees and net remitted) and the write-offs reversed by
      *patients paying us directly, then the totals for the whole
      *history.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN   TO BDHIST
                  FILE STATUS  IS FS-STAT-HIST.
           SELECT RPTFILE  ASSIGN   TO OBDREG
                  FILE STATUS  IS FS-STAT-RPT.
       DATA DIVISION.
       FILE SECTION.
      *Bad-debt activity history, in activity-date order
       FD HISTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BD-HIST-REC.
       01  BD-HIST-REC.
           COPY PATBDHR.
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
           05  WS-MONTHS-LISTED           PIC S9(5) COMP VALUE 0.
      *One set of buckets for the month being gathered, one for the
      *whole history
       01  WS-MONTH-TOTALS.
           05  WS-MES-PLACED              PIC S9(5) COMP.
           05  WS-MES-WRITEOFF            PIC S9(9)V99 COMP-3.
           05  WS-MES-RECOVERIES          PIC S9(5) COMP.
           05  WS-MES-GROSS               PIC S9(9)V99 COMP-3.
           05  WS-MES-FEES                PIC S9(9)V99 COMP-3.
           05  WS-MES-NET                 PIC S9(9)V99 COMP-3.
           05  WS-MES-REVERSALS           PIC S9(5) COMP.
           05  WS-MES-REVERSED            PIC S9(9)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-PLACED              PIC S9(5) COMP.
           05  WS-TOT-WRITEOFF            PIC S9(9)V99 COMP-3.
           05  WS-TOT-RECOVERIES          PIC S9(5) COMP.
           05  WS-TOT-GROSS               PIC S9(9)V99 COMP-3.
           05  WS-TOT-FEES                PIC S9(9)V99 COMP-3.
           05  WS-TOT-NET                 PIC S9(9)V99 COMP-3.
           05  WS-TOT-REVERSALS           PIC S9(5) COMP.
           05  WS-TOT-REVERSED            PIC S9(9)V99 COMP-3.
       77  WS-CURRENT-MONTH               PIC X(06) VALUE SPACES.
       77  SW-END-HIST                    PIC X VALUE '0'.
           88  EOF-HIST                       VALUE '1'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
       77  FS-STAT-RPT                    PIC X(02) VALUE SPACES.
           88  RPTFILE-OK                     VALUE '00'.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
      *Report lines
       01  WS-RPT-LINES.
           05  RPT-HEADER-01.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(60)
                   VALUE 'Patient Bad Debt / Agency Register'.
               10  FILLER            PIC X(72) VALUE SPACES.
           05  RPT-HEADER-02.
               10  FILLER            PIC X(10) VALUE SPACES.
               10  FILLER            PIC X(23)
                   VALUE 'PLACED / WRITTEN OFF'.
               10  FILLER            PIC X(53)
                   VALUE '     AGENCY COLLECTIONS'.
               10  FILLER            PIC X(20)
                   VALUE 'PATIENT REVERSALS'.
               10  FILLER            PIC X(27) VALUE SPACES.
           05  RPT-HEADER-03.
               10  FILLER            PIC X(10) VALUE ' MONTH'.
               10  FILLER            PIC X(07) VALUE 'ACCTS'.
               10  FILLER            PIC X(16)
                   VALUE '       AMOUNT   '.
               10  FILLER            PIC X(07) VALUE 'ITEMS'.
               10  FILLER            PIC X(15)
                   VALUE '        GROSS  '.
               10  FILLER            PIC X(15)
                   VALUE '         FEES  '.
               10  FILLER            PIC X(16)
                   VALUE '          NET   '.
               10  FILLER            PIC X(07) VALUE 'ITEMS'.
               10  FILLER            PIC X(13)
                   VALUE '     REVERSED'.
               10  FILLER            PIC X(27) VALUE SPACES.
           05  RPT-DETAIL.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RPT-MONTH-OU      PIC X(06).
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-PLACED-OU     PIC ZZZZ9.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-WRITEOFF-OU   PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-RECOVERIES-OU PIC ZZZZ9.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-GROSS-OU      PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-FEES-OU       PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-NET-OU        PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-REVERSALS-OU  PIC ZZZZ9.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-REVERSED-OU   PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(27) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-ACTIVIDAD UNTIL EOF-HIST.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init PATBDREG..".
           INITIALIZE WS-MONTH-TOTALS.
           INITIALIZE WS-GRAND-TOTALS.
           OPEN INPUT HISTFILE.
           IF  NOT HISTFILE-OK
               DISPLAY 'ERROR IN OPEN BDHIST FILE ' FS-STAT-HIST
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF  NOT RPTFILE-OK
               DISPLAY 'ERROR IN OPEN OBDREG FILE ' FS-STAT-RPT
               GO TO 900-ERROR
           END-IF.
           WRITE RPT-REC FROM RPT-HEADER-01.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-02.
           WRITE RPT-REC FROM RPT-HEADER-03.
           READ HISTFILE
               AT END MOVE '1' TO SW-END-HIST
           END-READ.
           IF  NOT EOF-HIST
               MOVE BDH-ACTIVITY-DATE (1:6) TO WS-CURRENT-MONTH
           END-IF.
      *
      *One activity - a new month first prints the month gathered
       ACUMULAR-ACTIVIDAD.
           ADD 1 TO WS-RECORDS-READ.
           IF  BDH-ACTIVITY-DATE (1:6) NOT = WS-CURRENT-MONTH
               PERFORM ESCRIBIR-MES
               MOVE BDH-ACTIVITY-DATE (1:6) TO WS-CURRENT-MONTH
           END-IF.
           EVALUATE TRUE
               WHEN BDH-WRITEOFF
                   ADD 1          TO WS-MES-PLACED
                   ADD BDH-AMOUNT TO WS-MES-WRITEOFF
               WHEN BDH-AGENCY-RECOVERY
                   ADD 1              TO WS-MES-RECOVERIES
                   ADD BDH-AMOUNT     TO WS-MES-GROSS
                   ADD BDH-AGENCY-FEE TO WS-MES-FEES
                   ADD BDH-NET-AMOUNT TO WS-MES-NET
               WHEN BDH-REVERSAL
                   ADD 1          TO WS-MES-REVERSALS
                   ADD BDH-AMOUNT TO WS-MES-REVERSED
               WHEN OTHER
                   DISPLAY 'UNKNOWN BDHIST ACTIVITY ' BDH-ACTIVITY-TYPE
                           ' PATIENT ' BDH-PATIENT-NBR
           END-EVALUATE.
           READ HISTFILE
               AT END MOVE '1' TO SW-END-HIST
           END-READ.
      *
      *Prints the month gathered, adds it to the history's totals
      *and empties the buckets for the next month
       ESCRIBIR-MES.
           ADD 1 TO WS-MONTHS-LISTED.
           MOVE WS-CURRENT-MONTH  TO RPT-MONTH-OU.
           MOVE WS-MES-PLACED     TO RPT-PLACED-OU.
           MOVE WS-MES-WRITEOFF   TO RPT-WRITEOFF-OU.
           MOVE WS-MES-RECOVERIES TO RPT-RECOVERIES-OU.
           MOVE WS-MES-GROSS      TO RPT-GROSS-OU.
           MOVE WS-MES-FEES       TO RPT-FEES-OU.
           MOVE WS-MES-NET        TO RPT-NET-OU.
           MOVE WS-MES-REVERSALS  TO RPT-REVERSALS-OU.
           MOVE WS-MES-REVERSED   TO RPT-REVERSED-OU.
           WRITE RPT-REC FROM RPT-DETAIL.
           ADD WS-MES-PLACED      TO WS-TOT-PLACED.
           ADD WS-MES-WRITEOFF    TO WS-TOT-WRITEOFF.
           ADD WS-MES-RECOVERIES  TO WS-TOT-RECOVERIES.
           ADD WS-MES-GROSS       TO WS-TOT-GROSS.
           ADD WS-MES-FEES        TO WS-TOT-FEES.
           ADD WS-MES-NET         TO WS-TOT-NET.
           ADD WS-MES-REVERSALS   TO WS-TOT-REVERSALS.
           ADD WS-MES-REVERSED    TO WS-TOT-REVERSED.
           INITIALIZE WS-MONTH-TOTALS.
      *
       TERMINAR.
           IF  WS-RECORDS-READ > 0
               PERFORM ESCRIBIR-MES
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'TOTAL'           TO RPT-MONTH-OU.
           MOVE WS-TOT-PLACED     TO RPT-PLACED-OU.
           MOVE WS-TOT-WRITEOFF   TO RPT-WRITEOFF-OU.
           MOVE WS-TOT-RECOVERIES TO RPT-RECOVERIES-OU.
           MOVE WS-TOT-GROSS      TO RPT-GROSS-OU.
           MOVE WS-TOT-FEES       TO RPT-FEES-OU.
           MOVE WS-TOT-NET        TO RPT-NET-OU.
           MOVE WS-TOT-REVERSALS  TO RPT-REVERSALS-OU.
           MOVE WS-TOT-REVERSED   TO RPT-REVERSED-OU.
           WRITE RPT-REC FROM RPT-DETAIL.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-RECORDS-READ      TO REC-KTR-OUT.
           DISPLAY 'Activities Read:    ' REC-KTR-OUT.
           MOVE WS-MONTHS-LISTED     TO REC-KTR-OUT.
           DISPLAY 'Months Listed:      ' REC-KTR-OUT.
           CLOSE HISTFILE RPTFILE.
           DISPLAY "END PROGR: PATBDREG".
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
