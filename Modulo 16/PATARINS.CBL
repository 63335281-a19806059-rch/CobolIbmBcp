       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATARINS.
      *Insurer-remittance posting for the hospital patient A/R
      *subsystem. HOSPEDIT feeds each insured stay to CLAIMPRO on
      *HCLAIM and carries the amount billed as PAR-INS-PENDING on
      *the PATAR balance master (see PATARR). This run reads back
      *what CLAIMPRO did with those claims - the OPAYEXT payment
      *extract and the ODENIED denied-claim report, taking only the
      *items marked as from the HOSPEDIT feed - and finds the patient
      *through the PATPOLX patient-to-policy cross-reference:
      *  - a payment comes off the open balance (aging drains
      *    oldest-first, as in PATARPST) and whatever of the pending
      *    amount the insurer did not pay becomes the patient's;
      *  - a denial moves the whole pending amount to the patient
      *    and flags the account for rebill (the claim can be
      *    corrected and resubmitted) or self-pay follow-up (the
      *    policy has no coverage left to pay it).
      *Items with no cross-reference row or no PATAR account go to
      *the PATIERR exception listing. The posted cash is appended to
      *the GLJRNL journal as one batch, and OPATINS lists every item
      *posted with the run's totals.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREFFILE ASSIGN   TO PATPOLX
                  FILE STATUS  IS FS-STAT-XREF.
           SELECT PAYFILE  ASSIGN   TO OPAYEXT
                  FILE STATUS  IS FS-STAT-PAY.
           SELECT DENYFILE ASSIGN   TO ODENIED
                  FILE STATUS  IS FS-STAT-DENY.
           SELECT ARFILE   ASSIGN   TO PATAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PAR-PATIENT-NBR
                  FILE STATUS  IS FS-STAT-AR.
           SELECT ERRFILE  ASSIGN   TO PATIERR
                  FILE STATUS  IS FS-STAT-ERR.
           SELECT RPTFILE  ASSIGN   TO OPATINS
                  FILE STATUS  IS FS-STAT-RPT.
           SELECT JRNLFILE ASSIGN   TO GLJRNL
                  FILE STATUS  IS FS-STAT-JRN.
       DATA DIVISION.
       FILE SECTION.
      *Patient-to-policy cross-reference (HOSPEDIT's PATPOLX) - only
      *the patient and policy numbers are needed here
       FD XREFFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PATPOLX-REC.
       01  PATPOLX-REC.
           05  PATX-PATIENT-NBR           PIC 9(05).
           05  PATX-POLICY-NO             PIC 9(07).
           05  FILLER                     PIC X(68).
      *CLAIMPRO's payment extract, one record per paid claim
       FD PAYFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAY-EXTRACT-RECORD.
       01  PAY-EXTRACT-RECORD.
           COPY PAYEXTR.
      *CLAIMPRO's denied-claim report. Only a claim's detail line
      *carries the feed source in column 100; headings, service
      *lines and the reason summary leave it blank
       FD DENYFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DENY-IN-REC.
       01  DENY-IN-REC.
           05  FILLER                     PIC X(01).
           05  DIN-POLICY-NO              PIC X(07).
           05  DIN-POLICY-NUM REDEFINES DIN-POLICY-NO
                                          PIC 9(07).
           05  FILLER                     PIC X(03).
           05  DIN-INSURED-NAME           PIC X(25).
           05  FILLER                     PIC X(27).
           05  DIN-REASON-CODE            PIC X(04).
      *Coverage is gone - the patient owes it, no rebill will pay
               88  DIN-NO-COVERAGE-LEFT       VALUE 'INSF' 'OMAX'
                                                    'LAPS' 'MTRM'.
           05  FILLER                     PIC X(32).
           05  DIN-FEED-SOURCE            PIC X(01).
               88  DIN-FROM-HOSPEDIT          VALUE 'H'.
      *Patient A/R balance master record (shared with HOSPEDIT,
      *PATARPST and PATARAGE)
       FD ARFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PATIENT-AR-REC.
       01  PATIENT-AR-REC.
           COPY PATARR.
       FD ERRFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ERROR-REC.
       01  ERROR-REC.
           05  ERR-ITEM-IMAGE             PIC X(100).
           05  ERR-REASON                 PIC X(20).
       FD RPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                        PIC X(133).
      *General-ledger journal - the run's insurer cash as one batch,
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
           05  WS-PAYMENTS-READ           PIC S9(5) COMP VALUE 0.
           05  WS-PAYMENTS-POSTED         PIC S9(5) COMP VALUE 0.
           05  WS-DENIALS-READ            PIC S9(5) COMP VALUE 0.
           05  WS-DENIALS-REBILL          PIC S9(5) COMP VALUE 0.
           05  WS-DENIALS-SELF-PAY        PIC S9(5) COMP VALUE 0.
           05  WS-ITEMS-REJECTED          PIC S9(5) COMP VALUE 0.
           05  WS-OTHER-FEED-SKIPPED      PIC S9(5) COMP VALUE 0.
           05  WS-CASH-POSTED             PIC S9(9)V99 COMP-3
                                           VALUE 0.
           05  WS-MOVED-TO-PATIENT        PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77  WS-PAY-REMAINING               PIC S9(7)V99 VALUE 0.
       77  WS-TO-PATIENT                  PIC S9(7)V99 VALUE 0.
       77  WS-POLICY-WANTED               PIC 9(07) VALUE 0.
       77  WS-FALLBACK-PATIENT            PIC 9(05) VALUE 0.
       77  WS-POLICY-ROWS                 PIC S9(4) COMP VALUE 0.
       77  SW-END-XREF                    PIC X VALUE '0'.
           88  EOF-XREF                       VALUE '1'.
       77  SW-END-PAY                     PIC X VALUE '0'.
           88  EOF-PAY                        VALUE '1'.
       77  SW-END-DENY                    PIC X VALUE '0'.
           88  EOF-DENY                       VALUE '1'.
      *Set by BUSCAR-CUENTA - the PATAR record is in the buffer
       77  SW-ACCOUNT                     PIC X VALUE '0'.
           88  ACCOUNT-FOUND                  VALUE '1'.
           88  ACCOUNT-NOT-FOUND              VALUE '0'.
      *Set when a cross-reference row's account has a claim pending
       77  SW-PENDING                     PIC X VALUE '0'.
           88  PENDING-ACCOUNT-FOUND          VALUE '1'.
       77  SW-FALLBACK                    PIC X VALUE '0'.
           88  FALLBACK-FOUND                 VALUE '1'.
       77  FS-STAT-XREF                   PIC X(02) VALUE SPACES.
           88  XREFFILE-OK                    VALUE '00'.
       77  FS-STAT-PAY                    PIC X(02) VALUE SPACES.
           88  PAYFILE-OK                     VALUE '00'.
       77  FS-STAT-DENY                   PIC X(02) VALUE SPACES.
           88  DENYFILE-OK                    VALUE '00'.
       77  FS-STAT-AR                     PIC X(02) VALUE SPACES.
           88  ARFILE-OK                      VALUE '00'.
       77  FS-STAT-ERR                    PIC X(02) VALUE SPACES.
           88  ERRFILE-OK                     VALUE '00'.
       77  FS-STAT-RPT                    PIC X(02) VALUE SPACES.
           88  RPTFILE-OK                     VALUE '00'.
       77  FS-STAT-JRN                    PIC X(02) VALUE SPACES.
           88  JRNLFILE-OK                    VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(08) VALUE 0.
       77  WS-RUN-TIME                    PIC X(08) VALUE SPACES.
      *Patient-to-policy cross-reference, loaded from PATPOLX
       77  XREF-MAX                       PIC S9(4) COMP VALUE 500.
       77  WS-XREF-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ITEM OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-XREF-COUNT
                             INDEXED BY XREF-IDX.
               10  WS-XREF-PATIENT-NBR    PIC 9(05).
               10  WS-XREF-POLICY-NO      PIC 9(07).
      *Run-Control Variables - GNSPRCTL records this run's start and
      *completion on RUNCTL; CLAIMPRO must have completed tonight
           COPY GNSWVRCT.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
           05  CASH-OUT                   PIC $$$,$$$,$$9.99.
      *Posting report lines
       01  WS-RPT-LINES.
           05  RPT-HEADER-01.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(50)
                   VALUE 'Patient A/R Insurer Remittance Posting'.
               10  FILLER            PIC X(10) VALUE 'RUN DATE: '.
               10  RPT-RUN-DATE-OU   PIC 9(08).
               10  FILLER            PIC X(64) VALUE SPACES.
           05  RPT-HEADER-02.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  FILLER            PIC X(10) VALUE 'ITEM'.
               10  FILLER            PIC X(09) VALUE 'POLICY'.
               10  FILLER            PIC X(09) VALUE 'PATIENT'.
               10  FILLER            PIC X(16) VALUE '    INSURER PAID'.
               10  FILLER            PIC X(16) VALUE '      TO PATIENT'.
               10  FILLER            PIC X(16) VALUE '     NEW BALANCE'.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  FILLER            PIC X(20) VALUE 'FOLLOW-UP'.
               10  FILLER            PIC X(06) VALUE 'REASON'.
               10  FILLER            PIC X(28) VALUE SPACES.
           05  RPT-DETAIL.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RPT-ITEM-OU       PIC X(08).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-POLICY-OU     PIC 9(07).
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-PATIENT-OU    PIC 9(05).
               10  FILLER            PIC X(07) VALUE SPACES.
               10  RPT-PAID-OU       PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-TO-PATIENT-OU PIC $$,$$$,$$9.99.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-BALANCE-OU    PIC -$,$$$,$$9.99.
               10  FILLER            PIC X(02) VALUE SPACES.
               10  RPT-FOLLOWUP-OU   PIC X(20).
               10  RPT-REASON-OU     PIC X(04).
               10  FILLER            PIC X(30) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RPT-TOT-LABEL-OU  PIC X(40).
               10  RPT-TOT-COUNT-OU  PIC ZZZZ9.
               10  FILLER            PIC X(03) VALUE SPACES.
               10  RPT-TOT-AMOUNT-OU PIC $$$,$$$,$$9.99.
               10  FILLER            PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-POLIZA UNTIL EOF-XREF.
           PERFORM PROCESAR-PAGO UNTIL EOF-PAY.
           PERFORM PROCESAR-DENEGACION UNTIL EOF-DENY.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init PATARINS..".
           MOVE 'STRT'     TO RCT-CMND.
           MOVE 'PATARINS' TO RCT-PROGRAM-ID.
           MOVE ZERO       TO RCT-RUN-DATE.
           MOVE 'CLAIMPRO' TO RCT-PRED-ID (1).
           MOVE SPACES     TO RCT-PRED-ID (2).
           MOVE SPACES     TO RCT-PRED-ID (3).
           CALL 'GNSPRCTL' USING RCT-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF  RETURN-CODE NOT = 0
               DISPLAY 'RUN-CONTROL STOP: ' RCT-CMSG
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT XREFFILE.
           IF  NOT XREFFILE-OK
               DISPLAY 'ERROR IN OPEN PATPOLX FILE ' FS-STAT-XREF
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT PAYFILE.
           IF  NOT PAYFILE-OK
               DISPLAY 'ERROR IN OPEN OPAYEXT FILE ' FS-STAT-PAY
               GO TO 900-ERROR
           END-IF.
           OPEN INPUT DENYFILE.
           IF  NOT DENYFILE-OK
               DISPLAY 'ERROR IN OPEN ODENIED FILE ' FS-STAT-DENY
               GO TO 900-ERROR
           END-IF.
           OPEN I-O ARFILE.
           IF  NOT ARFILE-OK
               DISPLAY 'ERROR IN OPEN PATAR MASTER ' FS-STAT-AR
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT ERRFILE.
           IF  NOT ERRFILE-OK
               DISPLAY 'ERROR IN OPEN PATIERR FILE ' FS-STAT-ERR
               GO TO 900-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF  NOT RPTFILE-OK
               DISPLAY 'ERROR IN OPEN OPATINS REPORT ' FS-STAT-RPT
               GO TO 900-ERROR
           END-IF.
           OPEN EXTEND JRNLFILE.
           IF  NOT JRNLFILE-OK
               DISPLAY 'ERROR IN OPEN GLJRNL JOURNAL ' FS-STAT-JRN
               GO TO 900-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO RPT-RUN-DATE-OU.
           WRITE RPT-REC FROM RPT-HEADER-01.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEADER-02.
           READ XREFFILE
               AT END MOVE '1' TO SW-END-XREF
           END-READ.
           READ PAYFILE
               AT END MOVE '1' TO SW-END-PAY
           END-READ.
           READ DENYFILE
               AT END MOVE '1' TO SW-END-DENY
           END-READ.
      *
      *One cross-reference row into the table - a file bigger than
      *the table is a setup error, not something to post around
       CARGAR-POLIZA.
           IF  WS-XREF-COUNT >= XREF-MAX
               DISPLAY 'PATPOLX HAS MORE THAN ' XREF-MAX ' ROWS'
               GO TO 900-ERROR
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           SET XREF-IDX TO WS-XREF-COUNT.
           MOVE PATX-PATIENT-NBR TO WS-XREF-PATIENT-NBR (XREF-IDX).
           MOVE PATX-POLICY-NO   TO WS-XREF-POLICY-NO (XREF-IDX).
           READ XREFFILE
               AT END MOVE '1' TO SW-END-XREF
           END-READ.
      *
      *One payment extract record - only claims HOSPEDIT fed are the
      *patient account's business; the rest are counted and passed
       PROCESAR-PAGO.
           IF  PAYX-FROM-HOSPEDIT
               ADD 1 TO WS-PAYMENTS-READ
               MOVE PAYX-POLICY-NO TO WS-POLICY-WANTED
               PERFORM BUSCAR-CUENTA
               IF  ACCOUNT-FOUND
                   PERFORM APLICAR-REMESA
               ELSE
                   MOVE PAY-EXTRACT-RECORD TO ERR-ITEM-IMAGE
                   PERFORM RECHAZAR-PARTIDA
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-FEED-SKIPPED
           END-IF.
           READ PAYFILE
               AT END MOVE '1' TO SW-END-PAY
           END-READ.
      *
      *One ODENIED line - a hospital claim's detail line is marked in
      *column 100 and starts with the policy number
       PROCESAR-DENEGACION.
           IF  DIN-FROM-HOSPEDIT AND DIN-POLICY-NO NUMERIC
               ADD 1 TO WS-DENIALS-READ
               MOVE DIN-POLICY-NUM TO WS-POLICY-WANTED
               PERFORM BUSCAR-CUENTA
               IF  ACCOUNT-FOUND
                   PERFORM APLICAR-DENEGACION
               ELSE
                   MOVE DENY-IN-REC TO ERR-ITEM-IMAGE
                   PERFORM RECHAZAR-PARTIDA
               END-IF
           END-IF.
           READ DENYFILE
               AT END MOVE '1' TO SW-END-DENY
           END-READ.
      *
      *Finds the patient a claim on WS-POLICY-WANTED belongs to. A
      *policy can cover several patients (a family policy); the one
      *whose account still has a claim pending with the insurer is
      *the one this remittance settles, otherwise the first account
      *on the cross-reference. Leaves the account in the buffer.
       BUSCAR-CUENTA.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           MOVE '0' TO SW-PENDING.
           MOVE '0' TO SW-FALLBACK.
           MOVE 0 TO WS-POLICY-ROWS.
           PERFORM REVISAR-FILA
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > WS-XREF-COUNT
                  OR PENDING-ACCOUNT-FOUND.
           IF  PENDING-ACCOUNT-FOUND
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               IF  FALLBACK-FOUND
                   MOVE WS-FALLBACK-PATIENT TO PAR-PATIENT-NBR
                   READ ARFILE
                       INVALID KEY
                           SET ACCOUNT-NOT-FOUND TO TRUE
                       NOT INVALID KEY
                           SET ACCOUNT-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.
      *
       REVISAR-FILA.
           IF  WS-XREF-POLICY-NO (XREF-IDX) = WS-POLICY-WANTED
               ADD 1 TO WS-POLICY-ROWS
               MOVE WS-XREF-PATIENT-NBR (XREF-IDX) TO PAR-PATIENT-NBR
               READ ARFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  NOT FALLBACK-FOUND
                           MOVE '1' TO SW-FALLBACK
                           MOVE PAR-PATIENT-NBR TO WS-FALLBACK-PATIENT
                       END-IF
                       IF  PAR-INS-PENDING > 0
                           MOVE '1' TO SW-PENDING
                       END-IF
               END-READ
           END-IF.
      *
       RECHAZAR-PARTIDA.
           ADD 1 TO WS-ITEMS-REJECTED.
           IF  WS-POLICY-ROWS = 0
               MOVE 'NO PATPOLX POLICY' TO ERR-REASON
           ELSE
               MOVE 'NO PATAR ACCOUNT' TO ERR-REASON
           END-IF.
           WRITE ERROR-REC.
      *
      *Posts an insurer payment: the open balance comes down by the
      *amount paid, aging oldest-first. What the insurer left unpaid
      *of the pending claim is now the patient's to pay. A payment
      *with nothing pending (an appeal paid after the denial moved
      *the claim to the patient) comes off the patient's share.
       APLICAR-REMESA.
           ADD 1 TO WS-PAYMENTS-POSTED.
           ADD PAYX-AMOUNT TO WS-CASH-POSTED.
           SUBTRACT PAYX-AMOUNT FROM PAR-BALANCE.
           MOVE PAYX-AMOUNT TO WS-PAY-REMAINING.
           PERFORM DRENAR-90.
           PERFORM DRENAR-60.
           PERFORM DRENAR-30.
           PERFORM DRENAR-CURRENT.
           MOVE 0 TO WS-TO-PATIENT.
           IF  PAR-INS-PENDING > 0
               IF  PAR-INS-PENDING > PAYX-AMOUNT
                   COMPUTE WS-TO-PATIENT =
                       PAR-INS-PENDING - PAYX-AMOUNT
               END-IF
               ADD WS-TO-PATIENT TO PAR-PATIENT-RESP
               MOVE 0 TO PAR-INS-PENDING
           ELSE
               SUBTRACT PAYX-AMOUNT FROM PAR-PATIENT-RESP
               IF  PAR-PATIENT-RESP < 0
                   MOVE 0 TO PAR-PATIENT-RESP
               END-IF
           END-IF.
           ADD WS-TO-PATIENT TO WS-MOVED-TO-PATIENT.
           SET PAR-NO-FOLLOWUP TO TRUE.
           MOVE SPACES TO PAR-DENIAL-REASON.
           MOVE WS-RUN-DATE TO PAR-LAST-ACTIVITY.
           REWRITE PATIENT-AR-REC.
           MOVE 'PAYMENT'         TO RPT-ITEM-OU.
           MOVE PAYX-POLICY-NO    TO RPT-POLICY-OU.
           MOVE PAYX-AMOUNT       TO RPT-PAID-OU.
           MOVE SPACES            TO RPT-FOLLOWUP-OU.
           PERFORM ESCRIBIR-DETALLE.
      *
      *Posts a denial: no cash moves, but the claim pending with the
      *insurer is now the patient's, and the account is flagged for
      *the billing office to rebill or to work as self-pay
       APLICAR-DENEGACION.
           MOVE 0 TO WS-TO-PATIENT.
           IF  PAR-INS-PENDING > 0
               MOVE PAR-INS-PENDING TO WS-TO-PATIENT
           END-IF.
           ADD WS-TO-PATIENT TO PAR-PATIENT-RESP.
           ADD WS-TO-PATIENT TO WS-MOVED-TO-PATIENT.
           MOVE 0 TO PAR-INS-PENDING.
           MOVE DIN-REASON-CODE TO PAR-DENIAL-REASON.
           IF  DIN-NO-COVERAGE-LEFT
               SET PAR-SELF-PAY-FOLLOWUP TO TRUE
               ADD 1 TO WS-DENIALS-SELF-PAY
               MOVE 'SELF-PAY FOLLOW-UP' TO RPT-FOLLOWUP-OU
           ELSE
               SET PAR-REBILL TO TRUE
               ADD 1 TO WS-DENIALS-REBILL
               MOVE 'REBILL INSURER'     TO RPT-FOLLOWUP-OU
           END-IF.
           MOVE WS-RUN-DATE TO PAR-LAST-ACTIVITY.
           REWRITE PATIENT-AR-REC.
           MOVE 'DENIAL'          TO RPT-ITEM-OU.
           MOVE DIN-POLICY-NUM    TO RPT-POLICY-OU.
           MOVE 0                 TO RPT-PAID-OU.
           PERFORM ESCRIBIR-DETALLE.
      *
       ESCRIBIR-DETALLE.
           MOVE PAR-PATIENT-NBR   TO RPT-PATIENT-OU.
           MOVE WS-TO-PATIENT     TO RPT-TO-PATIENT-OU.
           MOVE PAR-BALANCE       TO RPT-BALANCE-OU.
           MOVE PAR-DENIAL-REASON TO RPT-REASON-OU.
           WRITE RPT-REC FROM RPT-DETAIL.
      *
       DRENAR-90.
           IF  WS-PAY-REMAINING > 0
               IF  PAR-AGE-90 >= WS-PAY-REMAINING
                   SUBTRACT WS-PAY-REMAINING FROM PAR-AGE-90
                   MOVE 0 TO WS-PAY-REMAINING
               ELSE
                   SUBTRACT PAR-AGE-90 FROM WS-PAY-REMAINING
                   MOVE 0 TO PAR-AGE-90
               END-IF
           END-IF.
      *
       DRENAR-60.
           IF  WS-PAY-REMAINING > 0
               IF  PAR-AGE-60 >= WS-PAY-REMAINING
                   SUBTRACT WS-PAY-REMAINING FROM PAR-AGE-60
                   MOVE 0 TO WS-PAY-REMAINING
               ELSE
                   SUBTRACT PAR-AGE-60 FROM WS-PAY-REMAINING
                   MOVE 0 TO PAR-AGE-60
               END-IF
           END-IF.
      *
       DRENAR-30.
           IF  WS-PAY-REMAINING > 0
               IF  PAR-AGE-30 >= WS-PAY-REMAINING
                   SUBTRACT WS-PAY-REMAINING FROM PAR-AGE-30
                   MOVE 0 TO WS-PAY-REMAINING
               ELSE
                   SUBTRACT PAR-AGE-30 FROM WS-PAY-REMAINING
                   MOVE 0 TO PAR-AGE-30
               END-IF
           END-IF.
      *
       DRENAR-CURRENT.
           IF  WS-PAY-REMAINING > 0
               SUBTRACT WS-PAY-REMAINING FROM PAR-AGE-CURRENT
               MOVE 0 TO WS-PAY-REMAINING
           END-IF.
      *
       TERMINAR.
           PERFORM ESCRIBIR-TOTALES.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-PAYMENTS-READ     TO REC-KTR-OUT.
           DISPLAY 'Hospital Payments Read:  ' REC-KTR-OUT.
           MOVE WS-PAYMENTS-POSTED   TO REC-KTR-OUT.
           DISPLAY 'Payments Posted:         ' REC-KTR-OUT.
           MOVE WS-DENIALS-READ      TO REC-KTR-OUT.
           DISPLAY 'Hospital Denials Read:   ' REC-KTR-OUT.
           MOVE WS-DENIALS-REBILL    TO REC-KTR-OUT.
           DISPLAY 'Flagged For Rebill:      ' REC-KTR-OUT.
           MOVE WS-DENIALS-SELF-PAY  TO REC-KTR-OUT.
           DISPLAY 'Flagged For Self-Pay:    ' REC-KTR-OUT.
           MOVE WS-ITEMS-REJECTED    TO REC-KTR-OUT.
           DISPLAY 'Items Rejected:          ' REC-KTR-OUT.
           MOVE WS-OTHER-FEED-SKIPPED TO REC-KTR-OUT.
           DISPLAY 'Other-Feed Pays Skipped: ' REC-KTR-OUT.
           MOVE WS-CASH-POSTED       TO CASH-OUT.
           DISPLAY 'Insurer Cash Applied:    ' CASH-OUT.
           MOVE WS-MOVED-TO-PATIENT  TO CASH-OUT.
           DISPLAY 'Moved To Patient Resp:   ' CASH-OUT.
           PERFORM ESCRIBIR-DIARIO-GL.
           CLOSE XREFFILE PAYFILE DENYFILE ARFILE ERRFILE RPTFILE
                 JRNLFILE.
           MOVE 'CMPL'     TO RCT-CMND.
           MOVE 'PATARINS' TO RCT-PROGRAM-ID.
           MOVE ZERO       TO RCT-RUN-DATE.
           CALL 'GNSPRCTL' USING RCT-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF  RETURN-CODE NOT = 0
               DISPLAY 'WARNING - RUN-CONTROL NOT STAMPED: ' RCT-CMSG
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "END PROGR: PATARINS".
      *
       ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'INSURER PAYMENTS POSTED'     TO RPT-TOT-LABEL-OU.
           MOVE WS-PAYMENTS-POSTED            TO RPT-TOT-COUNT-OU.
           MOVE WS-CASH-POSTED                TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DENIALS FLAGGED FOR REBILL'  TO RPT-TOT-LABEL-OU.
           MOVE WS-DENIALS-REBILL             TO RPT-TOT-COUNT-OU.
           MOVE 0                             TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'DENIALS FLAGGED FOR SELF-PAY' TO RPT-TOT-LABEL-OU.
           MOVE WS-DENIALS-SELF-PAY           TO RPT-TOT-COUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'MOVED TO PATIENT RESPONSIBILITY'
                                              TO RPT-TOT-LABEL-OU.
           COMPUTE RPT-TOT-COUNT-OU =
               WS-PAYMENTS-POSTED + WS-DENIALS-REBILL
                                  + WS-DENIALS-SELF-PAY.
           MOVE WS-MOVED-TO-PATIENT           TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS REJECTED TO PATIERR'   TO RPT-TOT-LABEL-OU.
           MOVE WS-ITEMS-REJECTED             TO RPT-TOT-COUNT-OU.
           MOVE 0                             TO RPT-TOT-AMOUNT-OU.
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
      *
      *The run's insurer cash as one GL batch - Dr operating cash, Cr
      *the patient receivable - closed by its control trailer, which
      *goes out even on a run with nothing applied
       ESCRIBIR-DIARIO-GL.
           MOVE SPACES              TO JOURNAL-REC.
           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME         TO JRNL-BATCH-ID.
           MOVE 'PATARINS'          TO JRNL-SOURCE.
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
           SET JRNL-TRAILER         TO TRUE.
           MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO.
           MOVE 'PATARINS BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-REC.
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
