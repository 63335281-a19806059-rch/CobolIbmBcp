      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - FINANCE CHARGES TO THE GLJRNL GL JOURNAL
      *15/10/2026 RCH - REMIT-BY DATE ON THE LETTER, 10 BUSINESS DAYS
      *                 OUT (GNSPBDAY, HOLCAL HOLIDAY CALENDAR)
      *15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH LETTER FOR THE
      *                 MAILSTRM MAIL-HOUSE STREAM (MAILPCR)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS  IS FS-STAT-CTL.
           SELECT DUNFILE  ASSIGN   TO ARDUN.
           SELECT REGFILE  ASSIGN   TO ARFINREG.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *A/R balance master record (shared layout with ARPOST)
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REC.
       01  REG-REC                        PIC X(100).
      *General-ledger journal - the cycle's finance charges as one
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
           88  CUSTFILE-OK                    VALUE '00'.
       77  FS-STAT-CTL                    PIC X(02) VALUE SPACES.
           88  CTLFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Business days the customer is given to pay before the next
      *notice - the remit-by date never falls on a weekend/holiday
       77  WS-REMIT-BUS-DAYS              PIC S9(3) VALUE 10.
       77  WS-REMIT-DATE                  PIC 9(08) VALUE 0.
      *Business-Day Variables
           COPY GNSWVBDY.
      *Customer-master table for the letter addressing
       77  CUST-MAX                       PIC S9(4) COMP VALUE 200.
       77  WS-CUST-COUNT                  PIC S9(4) COMP VALUE 0.
           05  FILLER                     PIC X(17)
                  VALUE '  FINANCE CHARGE:'.
           05  DUN-CHARGE-OUT             PIC $$,$$9.99.
       01  DUN-REMIT-LINE.
           05  FILLER                     PIC X(18)
                  VALUE 'PLEASE REMIT BY:  '.
           05  DUN-REMIT-OUT              PIC 9999/99/99.
      *Mail-piece control records written ahead of each letter -
      *MAILPREP splits the dunning file into mail pieces on them
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
      *Register lines
       01  REG-DETAIL-LINE.
           05  FILLER                     PIC X VALUE SPACE.
               DISPLAY 'ERROR IN OPEN ARBAL MASTER ' FS-STAT-AR
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM FIJAR-FECHA-PAGO.
           OPEN OUTPUT DUNFILE.
           OPEN OUTPUT REGFILE.
           PERFORM CARGAR-PORCENTAJE.
      *
       ESCRIBIR-CARTA.
           ADD 1 TO WS-LETTERS-SENT.
           MOVE 'N' TO SW-CUST-FOUND.
           MOVE AR-ACCT-NO TO DUN-ACCT-OUT.
           IF  WS-CUST-COUNT > 0
                       MOVE 'Y' TO SW-CUST-FOUND
               END-SEARCH
           END-IF.
           PERFORM ESCRIBIR-CABECERA-CORREO.
           MOVE DUN-SEPARATOR TO DUN-REC.
           WRITE DUN-REC.
           PERFORM FIJAR-SEVERIDAD.
           MOVE DUN-SEVERITY-LINE TO DUN-REC.
           WRITE DUN-REC.
           IF  SW-CUST-FOUND = 'Y'
               MOVE WS-CUST-ARTIST-NAME (CUST-IDX)
                   TO DUN-ARTIST-OUT
           END-IF.
           MOVE DUN-AMOUNT-LINE TO DUN-REC.
           WRITE DUN-REC.
           MOVE WS-REMIT-DATE TO DUN-REMIT-OUT.
           MOVE DUN-REMIT-LINE TO DUN-REC.
           WRITE DUN-REC.
           MOVE SPACES TO DUN-REC.
           WRITE DUN-REC.
      *
      *Starts the letter as a mail piece keyed on the account. An
      *account not on the master goes out with no name or address -
      *MAILPREP takes it off the MAILADR cross-reference or holds it
       ESCRIBIR-CABECERA-CORREO.
           SET MPC-DUNNING-LETTER TO TRUE.
           MOVE AR-ACCT-NO TO MPC-PIECE-KEY.
           IF  SW-CUST-FOUND = 'Y'
               MOVE WS-CUST-ARTIST-NAME (CUST-IDX) TO MPC-NAME
               MOVE WS-CUST-ADDR-1 (CUST-IDX) TO MPC-ADDR-1
               MOVE WS-CUST-ADDR-2 (CUST-IDX) TO MPC-ADDR-2
           ELSE
               MOVE SPACES TO MPC-NAME
               MOVE SPACES TO MPC-ADDR-1
               MOVE SPACES TO MPC-ADDR-2
           END-IF.
           WRITE DUN-REC FROM MPC-HEADER-REC.
           WRITE DUN-REC FROM MPC-ADDRESS-REC.
      *
      *Remit-by date for every letter in the cycle - the run date
      *plus WS-REMIT-BUS-DAYS business days; if the service cannot
      *answer, fall back to the same count of calendar days
       FIJAR-FECHA-PAGO.
           MOVE 'ADDB'            TO BDY-CMND.
           MOVE WS-RUN-DATE       TO BDY-FROM-DATE.
           MOVE WS-REMIT-BUS-DAYS TO BDY-DAYS.
           CALL 'GNSPBDAY' USING BDY-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF  RETURN-CODE NOT > 4
               MOVE BDY-TO-DATE TO WS-REMIT-DATE
           ELSE
               DISPLAY 'WARNING: REMIT-BY DATE - ' BDY-CMSG
               COMPUTE WS-REMIT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    + WS-REMIT-BUS-DAYS)
           END-IF.
           MOVE +0 TO RETURN-CODE.
      *
       TERMINAR.
           MOVE WS-CHARGE-TOTAL TO REG-TOTAL-OUT.
           DISPLAY 'Dunning Letters:    ' REC-KTR-OUT.
           MOVE WS-CHARGE-TOTAL     TO CASH-OUT.
           DISPLAY 'Charges Posted:     ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE ARFILE DUNFILE REGFILE JRNLFILE.
           DISPLAY "END PROGR: ARFINCHG".
      *
      *The cycle's finance charges as one GL batch - Dr the
      *music-shop receivable, Cr finance-charge income - closed by
      *its control trailer, which goes out even on a run with
      *nothing assessed
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'ARFINCHG'          TO JRNL-SOURCE.
           MOVE WS-CHARGE-TOTAL     TO JRNL-AMOUNT.
           MOVE WS-CHARGES-ASSESSED TO JRNL-ITEM-COUNT.
           IF  WS-CHARGE-TOTAL > 0
               SET JRNL-DEBIT       TO TRUE
               MOVE 'MUS-RCVB'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP RECEIVABLE'    TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
               SET JRNL-CREDIT      TO TRUE
               MOVE 'MUS-FINC'      TO JRNL-ACCOUNT-NO
               MOVE 'MUSIC SHOP FINANCE CHARGES' TO JRNL-ACCOUNT-DESC
               WRITE JOURNAL-REC
           END-IF.
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'ARFINCHG BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
