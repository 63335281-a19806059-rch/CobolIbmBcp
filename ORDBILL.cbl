      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - BILLED CHARGES TO THE GLJRNL GL JOURNAL
      *15/10/2026 RCH - ORD-COST-OF-GOODS ON THE SHARED ORDERS LAYOUT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS  IS FS-STAT-CUST.
           SELECT ERRFILE  ASSIGN   TO ORDBERR.
           SELECT REGFILE  ASSIGN   TO OORDBILL.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *ORDER-REC mirrors ORDFILL's ORDERS layout
           05  ORD-INSTRUMENT-TYPE            PIC X(10).
           05  ORD-INSTRUMENT-QUALITY         PIC X(01).
           05  ORD-ORDER-COST                 PIC S9(7)V99.
           05  ORD-COST-OF-GOODS              PIC 9(7)V99.
           05  FILLER                         PIC X(29).
      *A/R balance master record (shared layout with ARPOST)
       FD ARFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REC.
       01  REG-REC                        PIC X(100).
      *General-ledger journal - the cycle's billed charges as one
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
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-CUST                   PIC X(02) VALUE SPACES.
           88  CUSTFILE-OK                    VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Customer-master account list - an order may only open a new
      *ARBAL record for an account the shop actually knows
       77  CUST-MAX                       PIC S9(4) COMP VALUE 200.
                       FS-STAT-CUST
               SET CUST-EOF TO TRUE
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ ORDFILE
               AT END SET ORD-EOF TO TRUE
           END-READ.
           DISPLAY 'Accounts Created:   ' REC-KTR-OUT.
           MOVE WS-POSTED-TOTAL     TO CASH-OUT.
           DISPLAY 'Dollars Posted:     ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE ORDFILE ARFILE ERRFILE REGFILE JRNLFILE.
           DISPLAY "END PROGR: ORDBILL".
      *
      *The cycle's charges as one GL batch - Dr the music-shop
      *receivable, Cr music-shop sales - closed by its control
      *trailer, which goes out even on a run with nothing billed
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'ORDBILL '          TO JRNL-SOURCE.
           MOVE WS-POSTED-TOTAL     TO JRNL-AMOUNT.
           MOVE WS-CHARGES-POSTED   TO JRNL-ITEM-COUNT.
           IF  WS-POSTED-TOTAL > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'MUS-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP RECEIVABLE'    TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'MUS-SALE'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP SALES'         TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'ORDBILL BATCH CONTROL'        TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
