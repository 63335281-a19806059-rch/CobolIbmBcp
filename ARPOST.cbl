      *MODIFICATION HISTORY:
      *22/08/2026 RCH - ORIGINAL VERSION
      *02/09/2026 RCH - NOTE CYCLE-GROUP BEHAVIOR (SEE CUSTSTMT)
      *15/10/2026 RCH - APPLIED CASH TO THE GLJRNL GL JOURNAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS  IS FS-STAT-AR.
           SELECT ERRFILE  ASSIGN   TO ARPERR
                  FILE STATUS  IS FS-STAT-ERR.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
       FD PAYFILE
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
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-ERR                    PIC X(02) VALUE SPACES.
           88  ERRFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
               DISPLAY 'ERROR IN OPEN ARPERR FILE ' FS-STAT-ERR
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ PAYFILE
               AT END MOVE '1' TO SW-END
           END-READ.
           DISPLAY 'Payments Rejected:  ' REC-KTR-OUT.
           MOVE WS-CASH-POSTED       TO CASH-OUT.
           DISPLAY 'Cash Applied:       ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE PAYFILE ARFILE ERRFILE JRNLFILE.
           DISPLAY "END PROGR: ARPOST".
      *
      *The run's cash as one GL batch - Dr operating cash, Cr the
      *music-shop receivable - closed by its control trailer, which
      *goes out even on a run with nothing applied
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'ARPOST  '          TO JRNL-SOURCE.
           MOVE WS-CASH-POSTED      TO JRNL-AMOUNT.
           MOVE WS-PAYMENTS-POSTED  TO JRNL-ITEM-COUNT.
           IF  WS-CASH-POSTED > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'CASH-OPR'      TO JRNL-ACCOUNT-NO
               MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'MUS-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP RECEIVABLE'    TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'ARPOST BATCH CONTROL'         TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
