       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATARCOL.
      *Collection-agency remittance posting for the hospital patient
      *A/R subsystem. Reads the AGYRTN file the collection agency
      *returns with each remittance - one row per collection on an
      *account PATARAGE wrote off and placed with it, giving the
      *gross amount collected from the patient and the agency's fee
      *out of it - and posts each row to the patient's BADDEBT row
      *(see PATBDR): the gross comes off what is still out at the
      *agency, and a row with nothing left out is closed. Each
      *collection is logged to BDHIST (see PATBDHR), and the run's
      *recoveries go to the GLJRNL journal as one batch - Dr
      *operating cash for the net remitted, Dr collection-agency
      *fees, Cr patient bad-debt expense for the gross recovered.
      *Rows for a patient never placed, or with a fee larger than
      *the collection, are kicked to the AGYERR exception listing.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNFILE  ASSIGN   TO AGYRTN
                  FILE STATUS  IS FS-STAT-RTN.
           SELECT BDFILE   ASSIGN   TO BADDEBT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BD-PATIENT-NBR
                  FILE STATUS  IS FS-STAT-BD.
           SELECT HISTFILE ASSIGN   TO BDHIST
                  FILE STATUS  IS FS-STAT-HIST.
           SELECT ERRFILE  ASSIGN   TO AGYERR
                  FILE STATUS  IS FS-STAT-ERR.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *One agency collection on a placed account
       FD RTNFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AGENCY-RTN-REC.
       01  AGENCY-RTN-REC.
           05  AGY-PATIENT-NBR            PIC 9(05).
           05  AGY-COLLECT-DATE           PIC 9(08).
           05  AGY-GROSS-AMT              PIC 9(7)V99.
           05  AGY-FEE-AMT                PIC 9(7)V99.
           05  AGY-AGENCY-REF             PIC X(12).
           05  FILLER                     PIC X(37).
      *Bad-debt master - one row per patient ever written off
       FD BDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BAD-DEBT-REC.
       01  BAD-DEBT-REC.
           COPY PATBDR.
      *Bad-debt activity history, appended
       FD HISTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BD-HIST-REC.
       01  BD-HIST-REC.
           COPY PATBDHR.
       FD ERRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ERROR-REC.
       01  ERROR-REC.
           05  ERR-RETURN-IMAGE           PIC X(80).
           05  ERR-REASON                 PIC X(20).
      *General-ledger journal - the run's agency recoveries as one
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
           05  WS-RETURNS-READ            PIC S9(5) COMP VALUE 0.
           05  WS-RETURNS-POSTED          PIC S9(5) COMP VALUE 0.
           05  WS-RETURNS-REJECTED        PIC S9(5) COMP VALUE 0.
           05  WS-ACCOUNTS-CLOSED         PIC S9(5) COMP VALUE 0.
           05  WS-GROSS-TOT               PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-FEE-TOT                 PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-NET-TOT                 PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  WS-NET-AMT                     PIC S9(7)V99 VALUE 0.
       77  SW-END                         PIC X VALUE '0'.
           88  EOF-FILE                       VALUE '1'.
       77  FS-STAT-RTN                    PIC X(02) VALUE SPACES.
           88  RTNFILE-OK                     VALUE '00'.
       77  FS-STAT-BD                     PIC X(02) VALUE SPACES.
           88  BDFILE-OK                      VALUE '00'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
       77  FS-STAT-ERR                    PIC X(02) VALUE SPACES.
           88  ERRFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM APLICAR-COBRO UNTIL EOF-FILE.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init PATARCOL..".
           OPEN INPUT RTNFILE.
           IF  NOT RTNFILE-OK
               DISPLAY 'ERROR IN OPEN AGYRTN FILE ' FS-STAT-RTN
               GO TO 900-ERROR
           END-IF.
           OPEN I-O BDFILE.
           IF  NOT BDFILE-OK
               DISPLAY 'ERROR IN OPEN BADDEBT MASTER ' FS-STAT-BD
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND HISTFILE.
           IF  NOT HISTFILE-OK
               DISPLAY 'ERROR IN OPEN BDHIST FILE ' FS-STAT-HIST
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT ERRFILE.
           IF  NOT ERRFILE-OK
               DISPLAY 'ERROR IN OPEN AGYERR FILE ' FS-STAT-ERR
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ RTNFILE
               AT END MOVE '1' TO SW-END
           END-READ.
      *
      *Posts one agency collection against the patient's write-off
       APLICAR-COBRO.
           ADD 1 TO WS-RETURNS-READ.
           IF  AGY-FEE-AMT > AGY-GROSS-AMT
               MOVE 'FEE EXCEEDS GROSS' TO ERR-REASON
               PERFORM RECHAZAR-COBRO
           ELSE
               MOVE AGY-PATIENT-NBR TO BD-PATIENT-NBR
               READ BDFILE
                   INVALID KEY
                       MOVE 'NEVER PLACED' TO ERR-REASON
                       PERFORM RECHAZAR-COBRO
                   NOT INVALID KEY
                       PERFORM APLICAR-CONTRA-CASTIGO
               END-READ
           END-IF.
           READ RTNFILE
               AT END MOVE '1' TO SW-END
           END-READ.
      *
       RECHAZAR-COBRO.
           ADD 1 TO WS-RETURNS-REJECTED.
           MOVE AGENCY-RTN-REC TO ERR-RETURN-IMAGE.
           WRITE ERROR-REC.
      *
      *The gross collected comes off what is out at the agency; the
      *history keeps the gross, the fee and the net remitted
       APLICAR-CONTRA-CASTIGO.
           ADD 1 TO WS-RETURNS-POSTED.
           COMPUTE WS-NET-AMT = AGY-GROSS-AMT - AGY-FEE-AMT.
           ADD AGY-GROSS-AMT TO WS-GROSS-TOT.
           ADD AGY-FEE-AMT   TO WS-FEE-TOT.
           ADD WS-NET-AMT    TO WS-NET-TOT.
           ADD AGY-GROSS-AMT TO BD-AGENCY-GROSS.
           ADD AGY-FEE-AMT   TO BD-AGENCY-FEES.
           MOVE AGY-COLLECT-DATE TO BD-LAST-ACTIVITY.
           IF  BD-WRITEOFF-AMT - BD-AGENCY-GROSS - BD-REVERSED-AMT
                   NOT > 0 AND
               BD-OPEN
               SET BD-CLOSED TO TRUE
               ADD 1 TO WS-ACCOUNTS-CLOSED
           END-IF.
           REWRITE BAD-DEBT-REC.
           MOVE SPACES           TO BD-HIST-REC.
           MOVE AGY-COLLECT-DATE TO BDH-ACTIVITY-DATE.
           MOVE AGY-PATIENT-NBR  TO BDH-PATIENT-NBR.
           SET BDH-AGENCY-RECOVERY TO TRUE.
           MOVE AGY-GROSS-AMT    TO BDH-AMOUNT.
           MOVE AGY-FEE-AMT      TO BDH-AGENCY-FEE.
           MOVE WS-NET-AMT       TO BDH-NET-AMOUNT.
           MOVE 'PATARCOL'       TO BDH-SOURCE.
           WRITE BD-HIST-REC.
      *
       TERMINAR.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-RETURNS-READ      TO REC-KTR-OUT.
           DISPLAY 'Collections Read:   ' REC-KTR-OUT.
           MOVE WS-RETURNS-POSTED    TO REC-KTR-OUT.
           DISPLAY 'Collections Posted: ' REC-KTR-OUT.
           MOVE WS-RETURNS-REJECTED  TO REC-KTR-OUT.
           DISPLAY 'Collections Reject: ' REC-KTR-OUT.
           MOVE WS-ACCOUNTS-CLOSED   TO REC-KTR-OUT.
           DISPLAY 'Placements Closed:  ' REC-KTR-OUT.
           MOVE WS-GROSS-TOT         TO CASH-OUT.
           DISPLAY 'Gross Recovered:    ' CASH-OUT.
           MOVE WS-FEE-TOT           TO CASH-OUT.
           DISPLAY 'Agency Fees:        ' CASH-OUT.
           MOVE WS-NET-TOT           TO CASH-OUT.
           DISPLAY 'Net Remitted:       ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE RTNFILE BDFILE HISTFILE ERRFILE JRNLFILE.
           DISPLAY "END PROGR: PATARCOL".
      *
      *The run's recoveries as one GL batch - Dr operating cash for
      *the net remitted and collection-agency fees for the fee, Cr
      *patient bad-debt expense for the gross - closed by its control
      *trailer, which goes out even on a run with nothing posted
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'PATARCOL'          TO JRNL-SOURCE.
           MOVE WS-RETURNS-POSTED   TO JRNL-ITEM-COUNT.
           IF  WS-NET-TOT > 0
               MOVE WS-NET-TOT      TO JRNL-AMOUNT
               SET JRNL-DEBIT       TO TRUE
               MOVE 'CASH-OPR'      TO JRNL-ACCOUNT-NO
               MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           IF  WS-FEE-TOT > 0
               MOVE WS-FEE-TOT      TO JRNL-AMOUNT
               SET JRNL-DEBIT       TO TRUE
               MOVE 'COL-FEES'      TO JRNL-ACCOUNT-NO
               MOVE 'COLLECTION AGENCY FEES' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           MOVE WS-GROSS-TOT        TO JRNL-AMOUNT.
           IF  WS-GROSS-TOT > 0
               SET JRNL-CREDIT      TO TRUE
               MOVE 'PAT-BDXP'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT BAD DEBT EXPENSE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'PATARCOL BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
