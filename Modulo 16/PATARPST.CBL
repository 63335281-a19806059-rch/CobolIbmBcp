      *with no PATAR record are kicked to the PATPERR exception
      *listing so the billing office can chase the mismatch instead
      *of losing the cash.
      *On an account PATARAGE has written off to bad debt, the part
      *of a payment beyond the open balance reverses the write-off
      *(up to what is still out at the agency on the BADDEBT master,
      *see PATBDR) instead of leaving a credit balance: the reversed
      *amount is put back on the account and the payment then pays
      *it off. Each reversal is logged to BDHIST (see PATBDHR) and
      *the run's reversals join its GL batch.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - APPLIED CASH TO THE GLJRNL GL JOURNAL
      *15/10/2026 RCH - PATAR 80 -> 100; LOCKBOX CASH ALSO COMES OFF
      *                 THE PATIENT-RESPONSIBILITY SHARE
      *15/10/2026 RCH - PAYMENT ON A WRITTEN-OFF ACCOUNT REVERSES THE
      *                 WRITE-OFF (BADDEBT, BDHIST, GL BATCH)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS  IS FS-STAT-AR.
           SELECT ERRFILE  ASSIGN   TO PATPERR
                  FILE STATUS  IS FS-STAT-ERR.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
           SELECT BDFILE   ASSIGN   TO BADDEBT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BD-PATIENT-NBR
                  FILE STATUS  IS FS-STAT-BD.
           SELECT HISTFILE ASSIGN   TO BDHIST
                  FILE STATUS  IS FS-STAT-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD PAYFILE
       FD ARFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-AR-REC.
       01  PATIENT-AR-REC.
           COPY PATARR.
       01  ERROR-REC.
           05  ERR-PAYMENT-IMAGE          PIC X(80).
           05  ERR-REASON                 PIC X(20).
      *General-ledger journal - the run's applied cash as one batch,
      *appended for GLPOST (see GLJRNLR)
       FD JRNLFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           COPY GLJRNLR.
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
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           05  WS-PAYMENTS-REJECTED       PIC S9(5) COMP VALUE 0.
           05  WS-CASH-POSTED             PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-REVERSALS               PIC S9(5) COMP VALUE 0.
           05  WS-REVERSED-TOT            PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  WS-PAY-REMAINING               PIC S9(7)V99 VALUE 0.
       77  WS-PAY-EXCESS                  PIC S9(7)V99 VALUE 0.
       77  WS-REVERSIBLE                  PIC S9(7)V99 VALUE 0.
       77  WS-REVERSAL                    PIC S9(7)V99 VALUE 0.
       77  WS-BATCH-TOT                   PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  SW-END                         PIC X VALUE '0'.
           88  EOF-FILE                       VALUE '1'.
       77  FS-STAT-PAY                    PIC X(02) VALUE SPACES.
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-ERR                    PIC X(02) VALUE SPACES.
           88  ERRFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  FS-STAT-BD                     PIC X(02) VALUE SPACES.
           88  BDFILE-OK                      VALUE '00'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
               DISPLAY 'ERROR IN OPEN PATPERR FILE ' FS-STAT-ERR
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ PAYFILE
               AT END MOVE '1' TO SW-END
           END-READ.
           WRITE ERROR-REC.
      *
       APLICAR-CONTRA-SALDO.
           IF  PAR-WRITTEN-OFF
               PERFORM REVERTIR-CASTIGO
           END-IF.
           ADD 1 TO WS-PAYMENTS-POSTED.
           ADD PAY-AMOUNT TO WS-CASH-POSTED.
           SUBTRACT PAY-AMOUNT FROM PAR-BALANCE.
           ADD PAY-AMOUNT TO PAR-PAYMENTS-CYCLE.
           SUBTRACT PAY-AMOUNT FROM PAR-PATIENT-RESP.
           IF  PAR-PATIENT-RESP < 0
               MOVE 0 TO PAR-PATIENT-RESP
           END-IF.
           MOVE PAY-DATE TO PAR-LAST-ACTIVITY.
           MOVE PAY-AMOUNT TO WS-PAY-REMAINING.
           PERFORM DRENAR-90.
           PERFORM DRENAR-30.
           PERFORM DRENAR-CURRENT.
           REWRITE PATIENT-AR-REC.
      *
      *The part of the payment beyond the open balance would leave
      *a credit balance - on a written-off account it reverses the
      *write-off instead
       REVERTIR-CASTIGO.
           IF  PAR-BALANCE > 0
               COMPUTE WS-PAY-EXCESS = PAY-AMOUNT - PAR-BALANCE
           ELSE
               MOVE PAY-AMOUNT TO WS-PAY-EXCESS
           END-IF.
           IF  WS-PAY-EXCESS > 0
               MOVE PAR-PATIENT-NBR TO BD-PATIENT-NBR
               READ BDFILE
                   INVALID KEY
                       DISPLAY 'WRITTEN-OFF PATIENT ' PAR-PATIENT-NBR
                               ' HAS NO BADDEBT ROW'
                   NOT INVALID KEY
                       PERFORM REINTEGRAR-SALDO
               END-READ
           END-IF.
      *
      *Puts the reversed amount back on the account as 90-day money
      *(the payment drains it first) and takes it off what is out
      *at the agency; once nothing is left out the account is no
      *longer treated as written off
       REINTEGRAR-SALDO.
           COMPUTE WS-REVERSIBLE = BD-WRITEOFF-AMT - BD-AGENCY-GROSS
                                 - BD-REVERSED-AMT.
           MOVE 0 TO WS-REVERSAL.
           IF  WS-REVERSIBLE > 0
               IF  WS-REVERSIBLE > WS-PAY-EXCESS
                   MOVE WS-PAY-EXCESS TO WS-REVERSAL
               ELSE
                   MOVE WS-REVERSIBLE TO WS-REVERSAL
               END-IF
           END-IF.
           IF  WS-REVERSAL > 0
               ADD 1 TO WS-REVERSALS
               ADD WS-REVERSAL TO WS-REVERSED-TOT
               ADD WS-REVERSAL TO PAR-BALANCE
               ADD WS-REVERSAL TO PAR-AGE-90
               ADD WS-REVERSAL TO PAR-PATIENT-RESP
               ADD WS-REVERSAL TO BD-REVERSED-AMT
               MOVE SPACES          TO BD-HIST-REC
               MOVE PAY-DATE        TO BDH-ACTIVITY-DATE
               MOVE PAR-PATIENT-NBR TO BDH-PATIENT-NBR
               SET BDH-REVERSAL     TO TRUE
               MOVE WS-REVERSAL     TO BDH-AMOUNT
               MOVE 0               TO BDH-AGENCY-FEE
               MOVE 0               TO BDH-NET-AMOUNT
               MOVE 'PATARPST'      TO BDH-SOURCE
               WRITE BD-HIST-REC
           END-IF.
           IF  WS-REVERSIBLE - WS-REVERSAL NOT > 0
               SET BD-CLOSED       TO TRUE
               SET PAR-NOT-PLACED  TO TRUE
           END-IF.
           MOVE PAY-DATE TO BD-LAST-ACTIVITY.
           REWRITE BAD-DEBT-REC.
      *
       DRENAR-90.
           IF  WS-PAY-REMAINING > 0
           DISPLAY 'Payments Rejected:  ' REC-KTR-OUT.
           MOVE WS-CASH-POSTED       TO CASH-OUT.
           DISPLAY 'Cash Applied:       ' CASH-OUT.
           MOVE WS-REVERSALS         TO REC-KTR-OUT.
           DISPLAY 'Write-Offs Reversed:' REC-KTR-OUT.
           MOVE WS-REVERSED-TOT      TO CASH-OUT.
           DISPLAY 'Bad Debt Reversed:  ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE PAYFILE ARFILE ERRFILE JRNLFILE BDFILE HISTFILE.
           DISPLAY "END PROGR: PATARPST".
      *
      *The run's cash as one GL batch - Dr operating cash, Cr the
      *patient receivable - closed by its control trailer, which
      *goes out even on a run with nothing applied. Write-offs the
      *run reversed put the receivable back first - Dr the patient
      *receivable, Cr patient bad-debt expense
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'PATARPST'          TO JRNL-SOURCE.
           IF  WS-REVERSED-TOT > 0
               MOVE WS-REVERSED-TOT TO JRNL-AMOUNT
               MOVE WS-REVERSALS    TO JRNL-ITEM-COUNT
               SET JRNL-DEBIT       TO TRUE
               MOVE 'PAT-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT ACCOUNTS RECEIVABLE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'PAT-BDXP'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT BAD DEBT EXPENSE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           MOVE WS-CASH-POSTED      TO JRNL-AMOUNT.
           MOVE WS-PAYMENTS-POSTED  TO JRNL-ITEM-COUNT.
           IF  WS-CASH-POSTED > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'CASH-OPR'      TO JRNL-ACCOUNT-NO
               MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'PAT-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'PATIENT ACCOUNTS RECEIVABLE' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           COMPUTE WS-BATCH-TOT = WS-CASH-POSTED + WS-REVERSED-TOT.
           MOVE WS-BATCH-TOT        TO JRNL-AMOUNT.
           COMPUTE JRNL-ITEM-COUNT = WS-PAYMENTS-POSTED + WS-REVERSALS.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'PATARPST BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
