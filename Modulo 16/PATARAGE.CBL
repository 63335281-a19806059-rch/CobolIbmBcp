      *account with aged dollars (30+) that did NOT pay its way this
      *cycle - an account on a payment plan stays off the listing as
      *long as its cycle payments covered the plan's monthly amount.
      *A delinquent account that paid nothing in the cycle counts
      *one more delinquent cycle; once those cycles reach the
      *write-off age on the SYSIN card (days, 30 to a cycle - blank
      *takes 180) and nothing is still pending with an insurer, the
      *open balance is written off to bad debt: the account goes out
      *on the OPLACE placement file to the collection agency, the
      *write-off is added to the BADDEBT master (see PATBDR) and the
      *BDHIST activity history (see PATBDHR), and the run's
      *write-offs go to the GLJRNL journal as one batch.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - PATAR RECORD 80 -> 100 (INSURER-PENDING AND
      *                 PATIENT-RESPONSIBILITY SPLIT, SEE PATARINS)
      *15/10/2026 RCH - BAD-DEBT WRITE-OFF AT THE SYSIN WRITE-OFF
      *                 AGE, AGENCY PLACEMENT FILE, BADDEBT/BDHIST
      *                 AND THE WRITE-OFF GL BATCH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS  IS FS-STAT-AR.
           SELECT DELQFILE ASSIGN   TO OPATDELQ
                  FILE STATUS  IS FS-STAT-DELQ.
           SELECT BDFILE   ASSIGN   TO BADDEBT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BD-PATIENT-NBR
                  FILE STATUS  IS FS-STAT-BD.
           SELECT PLACFILE ASSIGN   TO OPLACE
                  FILE STATUS  IS FS-STAT-PLAC.
           SELECT HISTFILE ASSIGN   TO BDHIST
                  FILE STATUS  IS FS-STAT-HIST.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *One payment-plan term per patient - a fixed monthly amount
       FD ARFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-AR-REC.
       01  PATIENT-AR-REC.
           COPY PATARR.
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DELQ-REC.
       01  DELQ-REC                       PIC X(100).
      *Bad-debt master - one row per patient ever written off
       FD BDFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BAD-DEBT-REC.
       01  BAD-DEBT-REC.
           COPY PATBDR.
      *Placement file to the collection agency - one row per account
      *written off this cycle
       FD PLACFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PLACE-REC.
       01  PLACE-REC.
           05  PLC-PATIENT-NBR            PIC 9(05).
           05  PLC-PLACE-DATE             PIC 9(08).
           05  PLC-AMOUNT                 PIC S9(7)V99.
           05  PLC-AGE-30                 PIC S9(7)V99.
           05  PLC-AGE-60                 PIC S9(7)V99.
           05  PLC-AGE-90                 PIC S9(7)V99.
           05  PLC-DELQ-CYCLES            PIC 9(02).
           05  PLC-PLAN-MONTHLY           PIC 9(5)V99.
           05  PLC-DENIAL-REASON          PIC X(04).
           05  FILLER                     PIC X(38).
      *Bad-debt activity history, appended
       FD HISTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BD-HIST-REC.
       01  BD-HIST-REC.
           COPY PATBDHR.
      *General-ledger journal - the cycle's write-offs as one batch,
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
           05  WS-ACCOUNTS-CYCLED         PIC S9(5) COMP VALUE 0.
           05  WS-DELINQUENTS             PIC S9(5) COMP VALUE 0.
           05  WS-PLAN-PROTECTED          PIC S9(5) COMP VALUE 0.
           05  WS-WRITTEN-OFF             PIC S9(5) COMP VALUE 0.
           05  WS-WRITEOFF-TOT            PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  SW-END-PLAN                    PIC X VALUE '0'.
           88  EOF-PLAN                       VALUE '1'.
       77  SW-END-AR                      PIC X VALUE '0'.
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-DELQ                   PIC X(02) VALUE SPACES.
           88  DELQFILE-OK                    VALUE '00'.
       77  FS-STAT-BD                     PIC X(02) VALUE SPACES.
           88  BDFILE-OK                      VALUE '00'.
       77  FS-STAT-PLAC                   PIC X(02) VALUE SPACES.
           88  PLACFILE-OK                    VALUE '00'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-DATE-VARS                   PIC X(15) VALUE SPACES.
       77  WS-WRITEOFF-AMT                PIC S9(7)V99 VALUE 0.
       77  SW-BD-ROW                      PIC X VALUE 'N'.
           88  BD-ROW-FOUND                   VALUE 'Y'.
      *SYSIN control card - the write-off age in days
       01  WS-PARM-CARD.
           05  WS-PARM-WRITEOFF-DAYS      PIC X(03).
           05  FILLER                     PIC X(77).
       77  WS-WRITEOFF-DAYS               PIC 9(03) VALUE 180.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Delinquency listing lines
       01  WS-DELQ-LINES.
           05  DELQ-HEADER-01.
               10  FILLER            PIC X(14) VALUE '60 DAYS'.
               10  FILLER            PIC X(14) VALUE '90 DAYS'.
               10  FILLER            PIC X(10) VALUE 'PLAN/MO'.
               10  FILLER            PIC X(12) VALUE 'ACTION'.
           05  DELQ-DETAIL-RECORD.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  DELQ-PATIENT-OU        PIC 9(05).
               10  DELQ-AGE90-OU          PIC $,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  DELQ-PLAN-OU           PIC $$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  DELQ-ACTION-OU         PIC X(11).
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM APLICAR-PLAN UNTIL EOF-PLAN.
       ABRIR-ARCHIVOS.
           DISPLAY "Init PATARAGE..".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-VARS.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF  WS-PARM-WRITEOFF-DAYS NUMERIC AND
               WS-PARM-WRITEOFF-DAYS > '000'
               MOVE WS-PARM-WRITEOFF-DAYS TO WS-WRITEOFF-DAYS
           END-IF.
           DISPLAY 'Write-Off Age (Days): ' WS-WRITEOFF-DAYS.
           OPEN I-O ARFILE.
           IF  NOT ARFILE-OK
               DISPLAY 'ERROR IN OPEN PATAR MASTER ' FS-STAT-AR
               DISPLAY 'ERROR IN OPEN OPATDELQ FILE ' FS-STAT-DELQ
               GO TO 900-ERROR
           END-IF.
           OPEN I-O BDFILE.
           IF  NOT BDFILE-OK
               DISPLAY 'ERROR IN OPEN BADDEBT MASTER ' FS-STAT-BD
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT PLACFILE.
           IF  NOT PLACFILE-OK
               DISPLAY 'ERROR IN OPEN OPLACE FILE ' FS-STAT-PLAC
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND HISTFILE.
           IF  NOT HISTFILE-OK
               DISPLAY 'ERROR IN OPEN BDHIST FILE ' FS-STAT-HIST
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           WRITE DELQ-REC FROM DELQ-HEADER-01.
           WRITE DELQ-REC FROM DELQ-HEADER-02.
      *A missing PLANCTL just means no plan terms change this cycle
      *plan kept current is a promise being kept, not a delinquency
       PROBAR-MOROSIDAD.
           IF  PAR-AGE-30 + PAR-AGE-60 + PAR-AGE-90 NOT > 0
               MOVE 0 TO PAR-DELQ-CYCLES
           ELSE
               IF  PAR-PLAN-MONTHLY > 0 AND
                   PAR-PAYMENTS-CYCLE >= PAR-PLAN-MONTHLY
                   ADD 1 TO WS-PLAN-PROTECTED
                   MOVE 0 TO PAR-DELQ-CYCLES
               ELSE
                   ADD 1 TO WS-DELINQUENTS
                   MOVE PAR-PATIENT-NBR  TO DELQ-PATIENT-OU
                   MOVE PAR-AGE-60       TO DELQ-AGE60-OU
                   MOVE PAR-AGE-90       TO DELQ-AGE90-OU
                   MOVE PAR-PLAN-MONTHLY TO DELQ-PLAN-OU
                   MOVE SPACES           TO DELQ-ACTION-OU
                   PERFORM PROBAR-CASTIGO
                   WRITE DELQ-REC FROM DELQ-DETAIL-RECORD
               END-IF
           END-IF.
      *
      *Any payment in the cycle starts the delinquent-cycle count
      *over; a cycle with nothing paid adds one, and at the write-off
      *age the account is written off - unless part of the balance
      *is still pending with an insurer, which has to settle first
       PROBAR-CASTIGO.
           IF  PAR-PAYMENTS-CYCLE > 0
               MOVE 0 TO PAR-DELQ-CYCLES
           ELSE
               IF  PAR-DELQ-CYCLES < 99
                   ADD 1 TO PAR-DELQ-CYCLES
               END-IF
               IF  PAR-DELQ-CYCLES * 30 >= WS-WRITEOFF-DAYS AND
                   PAR-INS-PENDING = 0 AND
                   PAR-BALANCE > 0
                   PERFORM CASTIGAR-CUENTA
               END-IF
           END-IF.
      *
      *Writes the open balance off: the account goes to the agency
      *on the placement file, the write-off is added to the patient's
      *BADDEBT row and logged to BDHIST, and the PATAR account is
      *cleared and flagged so a later payment reverses the write-off
       CASTIGAR-CUENTA.
           ADD 1 TO WS-WRITTEN-OFF.
           MOVE PAR-BALANCE TO WS-WRITEOFF-AMT.
           ADD WS-WRITEOFF-AMT TO WS-WRITEOFF-TOT.
           MOVE 'WRITTEN OFF' TO DELQ-ACTION-OU.
           MOVE SPACES             TO PLACE-REC.
           MOVE PAR-PATIENT-NBR    TO PLC-PATIENT-NBR.
           MOVE WS-DATE-VARS (1:8) TO PLC-PLACE-DATE.
           MOVE WS-WRITEOFF-AMT    TO PLC-AMOUNT.
           MOVE PAR-AGE-30         TO PLC-AGE-30.
           MOVE PAR-AGE-60         TO PLC-AGE-60.
           MOVE PAR-AGE-90         TO PLC-AGE-90.
           MOVE PAR-DELQ-CYCLES    TO PLC-DELQ-CYCLES.
           MOVE PAR-PLAN-MONTHLY   TO PLC-PLAN-MONTHLY.
           MOVE PAR-DENIAL-REASON  TO PLC-DENIAL-REASON.
           WRITE PLACE-REC.
           MOVE PAR-PATIENT-NBR TO BD-PATIENT-NBR.
           READ BDFILE
               INVALID KEY
                   MOVE 'N' TO SW-BD-ROW
                   INITIALIZE BAD-DEBT-REC
                   MOVE PAR-PATIENT-NBR TO BD-PATIENT-NBR
               NOT INVALID KEY
                   MOVE 'Y' TO SW-BD-ROW
           END-READ.
           ADD WS-WRITEOFF-AMT     TO BD-WRITEOFF-AMT.
           MOVE WS-DATE-VARS (1:8) TO BD-WRITEOFF-DATE.
           MOVE WS-DATE-VARS (1:8) TO BD-LAST-ACTIVITY.
           SET BD-OPEN TO TRUE.
           IF  BD-ROW-FOUND
               REWRITE BAD-DEBT-REC
           ELSE
               WRITE BAD-DEBT-REC
           END-IF.
           IF  NOT BDFILE-OK
               DISPLAY 'ERROR WRITING BADDEBT ' BD-PATIENT-NBR
                       ' STATUS ' FS-STAT-BD
               GO TO 900-ERROR
           END-IF.
           MOVE SPACES             TO BD-HIST-REC.
           MOVE WS-DATE-VARS (1:8) TO BDH-ACTIVITY-DATE.
           MOVE PAR-PATIENT-NBR    TO BDH-PATIENT-NBR.
           SET BDH-WRITEOFF        TO TRUE.
           MOVE WS-WRITEOFF-AMT    TO BDH-AMOUNT.
           MOVE 0                  TO BDH-AGENCY-FEE.
           MOVE 0                  TO BDH-NET-AMOUNT.
           MOVE 'PATARAGE'         TO BDH-SOURCE.
           WRITE BD-HIST-REC.
           MOVE 0 TO PAR-BALANCE.
           MOVE 0 TO PAR-PATIENT-RESP.
           MOVE 0 TO PAR-AGE-30.
           MOVE 0 TO PAR-AGE-60.
           MOVE 0 TO PAR-AGE-90.
           MOVE 0 TO PAR-AGE-CURRENT.
           MOVE 0 TO PAR-PLAN-MONTHLY.
           MOVE 0 TO PAR-DELQ-CYCLES.
           SET PAR-WRITTEN-OFF TO TRUE.
      *
       TERMINAR.
           DISPLAY "----------------  ".
           DISPLAY 'Delinquent:         ' REC-KTR-OUT.
           MOVE WS-PLAN-PROTECTED    TO REC-KTR-OUT.
           DISPLAY 'Plan-Protected:     ' REC-KTR-OUT.
           MOVE WS-WRITTEN-OFF       TO REC-KTR-OUT.
           DISPLAY 'Written Off/Placed: ' REC-KTR-OUT.
           MOVE WS-WRITEOFF-TOT      TO CASH-OUT.
           DISPLAY 'Bad Debt Written:   ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE ARFILE DELQFILE BDFILE PLACFILE HISTFILE JRNLFILE.
           IF  PLANFILE-OK
               CLOSE PLANFILE
           END-IF.
           DISPLAY "END PROGR: PATARAGE".
      *
      *The cycle's write-offs as one GL batch - Dr patient bad-debt
      *expense, Cr the patient receivable - closed by its control
      *trailer, which goes out even on a cycle with none
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-DATE-VARS (1:8)  TO JRNL-RUN-DATE.
           MOVE WS-DATE-VARS (9:6)  TO JRNL-BATCH-ID.
           MOVE 'PATARAGE'          TO JRNL-SOURCE.
           MOVE WS-WRITEOFF-TOT     TO JRNL-AMOUNT.
           MOVE WS-WRITTEN-OFF      TO JRNL-ITEM-COUNT.
           IF  WS-WRITEOFF-TOT > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'PAT-BDXP'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT BAD DEBT EXPENSE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'PAT-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT ACCOUNTS RECEIVABLE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'PATARAGE BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
