      *===============================================================*
      * CONSULTING CREDIT MEMOS AND INVOICE ADJUSTMENTS - TBLCRED
      *---------------------------------------------------------------*
      * POSTS APPROVED CREDIT MEMOS (CRMTRAN: INVOICE NUMBER, DATE,
      * REASON CODE, AMOUNT, APPROVER, MEMO TEXT) AGAINST THE TBLAR
      * INVOICE REGISTER - THE TBLCASH PATTERN FOR MONEY GIVEN BACK
      * INSTEAD OF MONEY RECEIVED. EACH CREDIT TAKES THE NEXT NUMBER
      * OFF THE INVNBR COUNTER, REDUCES THE INVOICE'S OPEN AMOUNT,
      * AND PRINTS A CREDIT-MEMO DOCUMENT TO TBLCRM FOR THE MAILSTRM
      * MAIL-HOUSE STREAM. REASON CODE CN WITH A ZERO AMOUNT CANCELS
      * WHATEVER IS STILL OPEN ON THE INVOICE.
      * THE SALES TAX BILLED ON THE INVOICE COMES BACK IN PROPORTION:
      * NEGATIVE TAXDTL ROWS BY STATE SO TBLTAX NETS THEM INTO THE
      * MONTH'S RETURNS. THE RUN'S CREDITS GO TO GLJRNL AS ONE BATCH
      * (DR CON-ALLW ALLOWANCES AND CON-STAX, CR CON-RCVB) AND ARE
      * LISTED BY REASON ON THE TBLADJ ADJUSTMENT REGISTER. CREDITS
      * NOT ON THE REGISTER, OVER THE OPEN AMOUNT OR WITH AN UNKNOWN
      * REASON GO TO THE TBLCRER EXCEPTION LISTING.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE  ASSIGN TO CRMTRAN
               FILE STATUS IS WS-CRED-FILE-STATUS.
           SELECT REG-FILE   ASSIGN TO TBLAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-INVOICE-NBR
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT NBR-FILE   ASSIGN TO INVNBR
               FILE STATUS IS WS-NBR-FILE-STATUS.
           SELECT TAXD-FILE  ASSIGN TO TAXDTL
               FILE STATUS IS WS-TAXD-FILE-STATUS.
           SELECT MEMO-FILE  ASSIGN TO TBLCRM.
           SELECT ADJ-FILE   ASSIGN TO TBLADJ.
           SELECT ERROR-FILE ASSIGN TO TBLCRER.
           SELECT JRNL-FILE  ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE RECORDING MODE F.
       01  CREDIT-RECORD                    PIC X(80).
       FD  REG-FILE RECORDING MODE F.
       01  REGISTER-RECORD.
           COPY TBLREGR.
       FD  NBR-FILE RECORDING MODE F.
       01  NBR-COUNTER-RECORD.
           05 NBR-NEXT-INVOICE              PIC 9(06).
           05 FILLER                        PIC X(74).
       FD  TAXD-FILE RECORDING MODE F.
       01  TAX-DETAIL-RECORD.
           COPY TBLTAXD.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-RECORD                      PIC X(100).
       FD  ADJ-FILE RECORDING MODE F.
       01  ADJ-RECORD                       PIC X(100).
       FD  ERROR-FILE RECORDING MODE F.
       01  ERROR-RECORD.
           05 ERR-CREDIT-IMAGE              PIC X(80).
           05 ERR-REASON                    PIC X(40).
      *
      * GENERAL-LEDGER JOURNAL - THE RUN'S CREDITS AS ONE BATCH,
      * APPENDED FOR GLPOST (SEE GLJRNLR)
       FD  JRNL-FILE RECORDING MODE F.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
       WORKING-STORAGE SECTION.
       77  WS-CRED-FILE-STATUS PIC X(02) VALUE SPACES.
                88 CRED-FILE-OK     VALUE '00'.
       77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
                88 REG-FILE-OK      VALUE '00'.
       77  WS-NBR-FILE-STATUS PIC X(02) VALUE SPACES.
                88 NBR-FILE-OK      VALUE '00'.
       77  WS-TAXD-FILE-STATUS PIC X(02) VALUE SPACES.
                88 TAXD-FILE-OK     VALUE '00'.
                88 TAXD-FILE-EOF    VALUE '10'.
       77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK     VALUE '00'.
       77  SW-END-OF-FILE    PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  SW-INV-FOUND      PIC X(01) VALUE 'N'.
                88 INV-FOUND     VALUE 'Y'.
       77  WS-CREDITS-READ   PIC S9(4) COMP VALUE 0.
       77  WS-CREDITS-POSTED PIC S9(4) COMP VALUE 0.
       77  WS-CREDITS-REJECTED PIC S9(4) COMP VALUE 0.
       77  WS-CREDIT-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-CREDIT-TAX-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-CREDIT-NET-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77  SW-TAX-ROW-KEPT   PIC X(01) VALUE 'N'.
                88 TAX-ROW-KEPT  VALUE 'Y'.
      *  The credit being worked - held here since every credit is
      *  loaded before any posts and CRMTRAN is closed by then
       01  WS-CREDIT-TRAN.
           05 CRT-INVOICE-NBR               PIC 9(06).
           05 CRT-DATE                      PIC 9(08).
           05 CRT-REASON                    PIC X(02).
           05 CRT-AMOUNT                    PIC 9(7)V99.
           05 CRT-APPROVED-BY               PIC X(08).
           05 CRT-MEMO-TEXT                 PIC X(40).
           05 FILLER                        PIC X(07).
       77  WS-RUN-DATE       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME       PIC X(08) VALUE SPACES.
       77  WS-MEMO-NBR       PIC 9(06) VALUE 0.
       77  WS-CREDIT-DATE    PIC 9(08) VALUE 0.
       77  WS-CREDIT-AMT     PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-CREDIT-TAX     PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-STATE-BASE     PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-STATE-TAX      PIC S9(9)V99 COMP-3 VALUE 0.
      *  The approved credits, loaded up front so the TAXDTL sweep
      *  knows which invoices' tax rows to keep
       77  CRD-MAX           PIC S9(4) COMP VALUE 200.
       77  WS-CRD-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-CRD-SUB        PIC S9(4) COMP VALUE 0.
       01  WS-CREDIT-TABLE.
           05 WS-CRD-ITEM OCCURS 200 TIMES.
                10 WS-CRD-IMAGE              PIC X(80).
                10 WS-CRD-INVOICE REDEFINES WS-CRD-IMAGE
                                             PIC X(06).
                10 WS-CRD-STATUS             PIC X(01).
                   88 CRD-POSTED                 VALUE 'P'.
                10 WS-CRD-MEMO-NBR           PIC 9(06).
                10 WS-CRD-CLIENT             PIC X(08).
                10 WS-CRD-PROJECT            PIC X(04).
                10 WS-CRD-POSTED-AMT         PIC S9(9)V99 COMP-3.
                10 WS-CRD-TAX-AMT            PIC S9(9)V99 COMP-3.
      *  The original invoices' tax rows by state, from TAXDTL
       77  TXH-MAX           PIC S9(4) COMP VALUE 500.
       77  WS-TXH-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-TXH-SUB        PIC S9(4) COMP VALUE 0.
       01  WS-TAX-HIST-TABLE.
           05 WS-TXH-ITEM OCCURS 500 TIMES.
                10 WS-TXH-INVOICE            PIC 9(06).
                10 WS-TXH-STATE              PIC X(02).
                10 WS-TXH-EXEMPT             PIC X(01).
                10 WS-TXH-RATE-PCT           PIC 9(02)V9(03).
                10 WS-TXH-BASE-AMT           PIC S9(09)V99 COMP-3.
                10 WS-TXH-TAX-AMT            PIC S9(07)V99 COMP-3.
      *  Reason codes a credit may be given for - the adjustment
      *  register lists the credits under them in this order
       01  WS-REASON-VALUES.
           05 FILLER  PIC X(30) VALUE 'DSDISPUTED HOURS OR SERVICES  '.
           05 FILLER  PIC X(30) VALUE 'RTRATE OR PRICING ERROR       '.
           05 FILLER  PIC X(30) VALUE 'BEBILLED WRONG CLIENT/PROJECT '.
           05 FILLER  PIC X(30) VALUE 'DUDUPLICATE INVOICE           '.
           05 FILLER  PIC X(30) VALUE 'GWGOODWILL CONCESSION         '.
           05 FILLER  PIC X(30) VALUE 'CNINVOICE CANCELLED           '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-RSN-ITEM OCCURS 6 TIMES.
                10 WS-RSN-CODE               PIC X(02).
                10 WS-RSN-DESC               PIC X(28).
       77  RSN-MAX           PIC S9(4) COMP VALUE 6.
       77  WS-RSN-SUB        PIC S9(4) COMP VALUE 0.
       77  WS-RSN-MATCH      PIC S9(4) COMP VALUE 0.
       77  WS-RSN-COUNT      PIC S9(4) COMP VALUE 0.
       77  WS-RSN-AMT        PIC S9(9)V99 COMP-3 VALUE 0.
      *  Mail-piece control records written ahead of each memo - the
      *  client's billing address comes off MAILSTRM's MAILADR
      *  cross-reference under the consulting-invoice document type
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
      *  Credit-memo document lines
       01  CRM-HEADER-LINE.
           05 FILLER                        PIC X(13)
                 VALUE 'CREDIT MEMO: '.
           05 CRM-NBR-OUT                   PIC 9(06).
           05 FILLER                        PIC X(08)
                 VALUE '  DATE: '.
           05 CRM-DATE-YYYY                 PIC X(04).
           05 FILLER                        PIC X VALUE '/'.
           05 CRM-DATE-MM                   PIC X(02).
           05 FILLER                        PIC X VALUE '/'.
           05 CRM-DATE-DD                   PIC X(02).
           05 FILLER                        PIC X(63) VALUE SPACES.
       01  CRM-CLIENT-LINE.
           05 FILLER                        PIC X(08)
                 VALUE 'CLIENT: '.
           05 CRM-CLIENT-OUT                PIC X(08).
           05 FILLER                        PIC X(11)
                 VALUE '  PROJECT: '.
           05 CRM-PROJECT-OUT               PIC X(04).
           05 FILLER                        PIC X(19)
                 VALUE '  AGAINST INVOICE: '.
           05 CRM-INVOICE-OUT               PIC 9(06).
           05 FILLER                        PIC X(44) VALUE SPACES.
       01  CRM-REASON-LINE.
           05 FILLER                        PIC X(08)
                 VALUE 'REASON: '.
           05 CRM-REASON-OUT                PIC X(28).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 CRM-MEMO-TEXT-OUT             PIC X(40).
           05 FILLER                        PIC X(22) VALUE SPACES.
       01  CRM-AMOUNT-LINE.
           05 CRM-AMT-LABEL                 PIC X(25).
           05 CRM-AMT-OUT                   PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(61) VALUE SPACES.
       01  CRM-BLANK-LINE                   PIC X(100) VALUE SPACES.
      *  Adjustment register lines
       01  ADJ-REASON-LINE.
           05 FILLER                        PIC X(07)
                 VALUE 'REASON '.
           05 ADJ-RSN-CODE-OUT              PIC X(02).
           05 FILLER                        PIC X(03) VALUE ' - '.
           05 ADJ-RSN-DESC-OUT              PIC X(28).
           05 FILLER                        PIC X(60) VALUE SPACES.
       01  ADJ-DETAIL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 ADJ-MEMO-OUT                  PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-INVOICE-OUT               PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-CLIENT-OUT                PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-PROJECT-OUT               PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-DATE-OUT                  PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-AMOUNT-OUT                PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-TAX-OUT                   PIC $$,$$$,$$9.99.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-APPROVER-OUT              PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 ADJ-MEMO-TEXT-OUT             PIC X(23).
       01  ADJ-TOTAL-LINE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 ADJ-TOT-LABEL                 PIC X(20).
           05 ADJ-TOT-COUNT-OUT             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(09)
                 VALUE ' CREDITS '.
           05 ADJ-TOT-AMOUNT-OUT            PIC $$$,$$$,$$9.99.
           05 FILLER                        PIC X(49) VALUE SPACES.
       01  WS-REPORT-LINE                   PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TBLCRED '
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-POST-ONE-CREDIT
               VARYING WS-CRD-SUB FROM 1 BY 1
               UNTIL WS-CRD-SUB > WS-CRD-COUNT.
           PERFORM 500-ADJUSTMENT-REGISTER.
           PERFORM 900-WRAP-UP
           GOBACK.
      *
       000-HOUSEKEEPING.
           OPEN INPUT CRED-FILE.
           IF NOT CRED-FILE-OK
              DISPLAY 'ERROR OPENING CRMTRAN, STATUS '
                      WS-CRED-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           READ CRED-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM 050-LOAD-ONE-CREDIT UNTIL END-OF-FILE.
           CLOSE CRED-FILE.
           PERFORM 060-LOAD-TAX-HISTORY.
           OPEN EXTEND TAXD-FILE.
           IF NOT TAXD-FILE-OK
              DISPLAY 'ERROR OPENING TAXDTL FOR APPEND, STATUS '
                      WS-TAXD-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O REG-FILE.
           IF NOT REG-FILE-OK
              DISPLAY 'ERROR OPENING TBLAR REGISTER, STATUS '
                      WS-REG-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O NBR-FILE.
           IF NOT NBR-FILE-OK
              DISPLAY 'ERROR OPENING INVNBR COUNTER, STATUS '
                      WS-NBR-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           READ NBR-FILE
              AT END
                 DISPLAY 'INVNBR COUNTER RECORD MISSING'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-READ.
           COMPUTE WS-MEMO-NBR = NBR-NEXT-INVOICE - 1.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FILE-OK
              DISPLAY 'ERROR OPENING GLJRNL JOURNAL, STATUS '
                      WS-JRNL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT MEMO-FILE ADJ-FILE.
      *
       050-LOAD-ONE-CREDIT.
           ADD 1 TO WS-CREDITS-READ.
           MOVE CREDIT-RECORD TO WS-CREDIT-TRAN.
           IF WS-CRD-COUNT < CRD-MAX
              ADD 1 TO WS-CRD-COUNT
              MOVE WS-CREDIT-TRAN TO WS-CRD-IMAGE (WS-CRD-COUNT)
              MOVE SPACE         TO WS-CRD-STATUS (WS-CRD-COUNT)
              MOVE 0             TO WS-CRD-MEMO-NBR (WS-CRD-COUNT)
                                    WS-CRD-POSTED-AMT (WS-CRD-COUNT)
                                    WS-CRD-TAX-AMT (WS-CRD-COUNT)
           ELSE
              MOVE 'CREDIT TABLE FULL - RESUBMIT NEXT RUN'
                TO WS-REJECT-REASON
              PERFORM 700-REJECT-CREDIT
           END-IF.
           READ CRED-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
      *  One pass of TAXDTL before this run appends to it, keeping
      *  the state rows of every invoice being credited. No TAXDTL
      *  yet means no invoice was ever taxed - nothing to reverse.
       060-LOAD-TAX-HISTORY.
           OPEN INPUT TAXD-FILE.
           IF NOT TAXD-FILE-OK
              DISPLAY 'WARNING - TAXDTL NOT AVAILABLE, STATUS '
                      WS-TAXD-FILE-STATUS
           ELSE
              PERFORM UNTIL TAXD-FILE-EOF
                 READ TAXD-FILE
                    AT END
                       MOVE '10' TO WS-TAXD-FILE-STATUS
                    NOT AT END
                       PERFORM 061-KEEP-TAX-ROW
                 END-READ
              END-PERFORM
              CLOSE TAXD-FILE
           END-IF.
      *
       061-KEEP-TAX-ROW.
           MOVE 'N' TO SW-TAX-ROW-KEPT.
           PERFORM 062-STORE-TAX-ROW
               VARYING WS-CRD-SUB FROM 1 BY 1
               UNTIL WS-CRD-SUB > WS-CRD-COUNT OR TAX-ROW-KEPT.
      *
       062-STORE-TAX-ROW.
           IF WS-CRD-INVOICE (WS-CRD-SUB) NOT = TX-INVOICE-NBR
              CONTINUE
           ELSE
              MOVE 'Y' TO SW-TAX-ROW-KEPT
              PERFORM 063-ADD-TAX-ROW
           END-IF.
      *
       063-ADD-TAX-ROW.
           IF WS-TXH-COUNT < TXH-MAX
              ADD 1 TO WS-TXH-COUNT
              MOVE TX-INVOICE-NBR TO WS-TXH-INVOICE (WS-TXH-COUNT)
              MOVE TX-STATE       TO WS-TXH-STATE (WS-TXH-COUNT)
              MOVE TX-EXEMPT      TO WS-TXH-EXEMPT (WS-TXH-COUNT)
              MOVE TX-RATE-PCT    TO WS-TXH-RATE-PCT (WS-TXH-COUNT)
              MOVE TX-BASE-AMT    TO WS-TXH-BASE-AMT (WS-TXH-COUNT)
              MOVE TX-TAX-AMT     TO WS-TXH-TAX-AMT (WS-TXH-COUNT)
           ELSE
              DISPLAY 'TAX HISTORY TABLE FULL - INVOICE '
                      TX-INVOICE-NBR ' TAX NOT REVERSED'
           END-IF.
      *
       200-POST-ONE-CREDIT.
           MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO WS-CREDIT-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-RSN-MATCH.
           PERFORM 210-CHECK-REASON
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > RSN-MAX OR WS-RSN-MATCH > 0.
           EVALUATE TRUE
               WHEN CRT-INVOICE-NBR NOT NUMERIC
                   MOVE 'INVOICE NUMBER NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN WS-RSN-MATCH = 0
                   MOVE 'REASON CODE NOT RECOGNIZED'
                     TO WS-REJECT-REASON
               WHEN CRT-AMOUNT NOT NUMERIC
                   MOVE 'CREDIT AMOUNT NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN CRT-AMOUNT = 0 AND CRT-REASON NOT = 'CN'
                   MOVE 'CREDIT AMOUNT ZERO' TO WS-REJECT-REASON
               WHEN CRT-APPROVED-BY = SPACES
                   MOVE 'NO APPROVER ON CREDIT' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 700-REJECT-CREDIT
           ELSE
              PERFORM 220-APPLY-TO-INVOICE
           END-IF.
      *
       210-CHECK-REASON.
           IF WS-RSN-CODE (WS-RSN-SUB) = CRT-REASON
              MOVE WS-RSN-SUB TO WS-RSN-MATCH
           END-IF.
      *
       220-APPLY-TO-INVOICE.
           MOVE 'Y' TO SW-INV-FOUND.
           MOVE CRT-INVOICE-NBR TO RG-INVOICE-NBR.
           READ REG-FILE
              INVALID KEY
                 MOVE 'N' TO SW-INV-FOUND
           END-READ.
           IF INV-FOUND
              IF CRT-AMOUNT = 0
                 MOVE RG-OPEN-AMOUNT TO WS-CREDIT-AMT
              ELSE
                 MOVE CRT-AMOUNT TO WS-CREDIT-AMT
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT INV-FOUND
                   MOVE 'INVOICE NOT ON REGISTER'
                     TO WS-REJECT-REASON
                   PERFORM 700-REJECT-CREDIT
               WHEN RG-OPEN-AMOUNT NOT > 0
                   MOVE 'INVOICE HAS NOTHING OPEN'
                     TO WS-REJECT-REASON
                   PERFORM 700-REJECT-CREDIT
               WHEN WS-CREDIT-AMT > RG-OPEN-AMOUNT
                   MOVE 'CREDIT OVER OPEN AMOUNT'
                     TO WS-REJECT-REASON
                   PERFORM 700-REJECT-CREDIT
               WHEN OTHER
                   PERFORM 300-POST-CREDIT
           END-EVALUATE.
      *
      *  The credit takes the next document number, hands back its
      *  share of each state's tax, and comes off the open amount.
       300-POST-CREDIT.
           ADD 1 TO WS-MEMO-NBR.
           IF CRT-DATE NUMERIC AND CRT-DATE > 0
              MOVE CRT-DATE TO WS-CREDIT-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-CREDIT-DATE
           END-IF.
           MOVE 0 TO WS-CREDIT-TAX.
           IF RG-AMOUNT > 0
              PERFORM 310-REVERSE-STATE-TAX
                  VARYING WS-TXH-SUB FROM 1 BY 1
                  UNTIL WS-TXH-SUB > WS-TXH-COUNT
           END-IF.
           SUBTRACT WS-CREDIT-AMT FROM RG-OPEN-AMOUNT.
           IF RG-CREDIT-AMOUNT NOT NUMERIC
              MOVE 0 TO RG-CREDIT-AMOUNT
           END-IF.
           ADD WS-CREDIT-AMT TO RG-CREDIT-AMOUNT.
           REWRITE REGISTER-RECORD.
           PERFORM 400-PRINT-CREDIT-MEMO.
           SET CRD-POSTED (WS-CRD-SUB) TO TRUE.
           MOVE WS-MEMO-NBR   TO WS-CRD-MEMO-NBR (WS-CRD-SUB).
           MOVE RG-CLIENT     TO WS-CRD-CLIENT (WS-CRD-SUB).
           MOVE RG-PROJECT    TO WS-CRD-PROJECT (WS-CRD-SUB).
           MOVE WS-CREDIT-AMT TO WS-CRD-POSTED-AMT (WS-CRD-SUB).
           MOVE WS-CREDIT-TAX TO WS-CRD-TAX-AMT (WS-CRD-SUB).
           ADD 1 TO WS-CREDITS-POSTED.
           ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL.
           ADD WS-CREDIT-TAX TO WS-CREDIT-TAX-TOTAL.
      *
      *  Each state's base and tax come back in the proportion the
      *  credit bears to the whole invoice.
       310-REVERSE-STATE-TAX.
           IF WS-TXH-INVOICE (WS-TXH-SUB) = RG-INVOICE-NBR
              COMPUTE WS-STATE-BASE ROUNDED =
                  WS-CREDIT-AMT * WS-TXH-BASE-AMT (WS-TXH-SUB)
                  / RG-AMOUNT
              COMPUTE WS-STATE-TAX ROUNDED =
                  WS-CREDIT-AMT * WS-TXH-TAX-AMT (WS-TXH-SUB)
                  / RG-AMOUNT
              MOVE SPACES         TO TAX-DETAIL-RECORD
              MOVE WS-MEMO-NBR    TO TX-INVOICE-NBR
              MOVE RG-CLIENT      TO TX-CLIENT
              MOVE RG-PROJECT     TO TX-PROJECT
              MOVE RG-BILL-PERIOD TO TX-BILL-PERIOD
              MOVE WS-CREDIT-DATE TO TX-INV-DATE
              MOVE WS-TXH-STATE (WS-TXH-SUB)    TO TX-STATE
              MOVE WS-TXH-EXEMPT (WS-TXH-SUB)   TO TX-EXEMPT
              MOVE WS-TXH-RATE-PCT (WS-TXH-SUB) TO TX-RATE-PCT
              COMPUTE TX-BASE-AMT = 0 - WS-STATE-BASE
              COMPUTE TX-TAX-AMT  = 0 - WS-STATE-TAX
              MOVE RG-INVOICE-NBR TO TX-CREDITED-INV
              WRITE TAX-DETAIL-RECORD
              ADD WS-STATE-TAX TO WS-CREDIT-TAX
           END-IF.
      *
      *  The memo goes out as a consulting-invoice mail piece keyed
      *  on the client, so it reaches the same billing address and
      *  shares an envelope with the client's invoices.
       400-PRINT-CREDIT-MEMO.
           SET MPC-CONSULT-INVOICE TO TRUE.
           MOVE RG-CLIENT TO MPC-PIECE-KEY.
           MOVE RG-CLIENT TO MPC-NAME.
           MOVE SPACES TO MPC-ADDR-1.
           MOVE SPACES TO MPC-ADDR-2.
           WRITE MEMO-RECORD FROM MPC-HEADER-REC.
           WRITE MEMO-RECORD FROM MPC-ADDRESS-REC.
           MOVE WS-MEMO-NBR           TO CRM-NBR-OUT.
           MOVE WS-CREDIT-DATE (1:4)  TO CRM-DATE-YYYY.
           MOVE WS-CREDIT-DATE (5:2)  TO CRM-DATE-MM.
           MOVE WS-CREDIT-DATE (7:2)  TO CRM-DATE-DD.
           WRITE MEMO-RECORD FROM CRM-HEADER-LINE.
           MOVE RG-CLIENT             TO CRM-CLIENT-OUT.
           MOVE RG-PROJECT            TO CRM-PROJECT-OUT.
           MOVE RG-INVOICE-NBR        TO CRM-INVOICE-OUT.
           WRITE MEMO-RECORD FROM CRM-CLIENT-LINE.
           MOVE WS-RSN-DESC (WS-RSN-MATCH) TO CRM-REASON-OUT.
           MOVE CRT-MEMO-TEXT         TO CRM-MEMO-TEXT-OUT.
           WRITE MEMO-RECORD FROM CRM-REASON-LINE.
           MOVE 'ORIGINAL INVOICE AMOUNT: ' TO CRM-AMT-LABEL.
           MOVE RG-AMOUNT             TO CRM-AMT-OUT.
           WRITE MEMO-RECORD FROM CRM-AMOUNT-LINE.
           IF WS-CREDIT-TAX > 0
              MOVE 'SALES TAX CREDITED:      ' TO CRM-AMT-LABEL
              MOVE WS-CREDIT-TAX      TO CRM-AMT-OUT
              WRITE MEMO-RECORD FROM CRM-AMOUNT-LINE
           END-IF.
           MOVE 'TOTAL CREDIT:            ' TO CRM-AMT-LABEL.
           MOVE WS-CREDIT-AMT         TO CRM-AMT-OUT.
           WRITE MEMO-RECORD FROM CRM-AMOUNT-LINE.
           MOVE 'BALANCE NOW DUE:         ' TO CRM-AMT-LABEL.
           MOVE RG-OPEN-AMOUNT        TO CRM-AMT-OUT.
           WRITE MEMO-RECORD FROM CRM-AMOUNT-LINE.
           WRITE MEMO-RECORD FROM CRM-BLANK-LINE.
      *
      *  The run's posted credits, grouped under their reason codes
      *  with a count and total per reason - where the revenue given
      *  back went.
       500-ADJUSTMENT-REGISTER.
           STRING 'CONSULTING CREDIT-MEMO ADJUSTMENT REGISTER - RUN '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM 090-WRITE-ADJ-LINE.
           MOVE '  MEMO  INVOICE CLIENT   PROJ DATE         CREDIT AMT  
      -    '     TAX AMT APPROVER MEMO' TO WS-REPORT-LINE.
           PERFORM 090-WRITE-ADJ-LINE.
           PERFORM 510-REGISTER-ONE-REASON
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > RSN-MAX.
           PERFORM 090-WRITE-ADJ-LINE.
           MOVE 'ALL REASONS         ' TO ADJ-TOT-LABEL.
           MOVE WS-CREDITS-POSTED      TO ADJ-TOT-COUNT-OUT.
           MOVE WS-CREDIT-TOTAL        TO ADJ-TOT-AMOUNT-OUT.
           MOVE ADJ-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 090-WRITE-ADJ-LINE.
      *
       090-WRITE-ADJ-LINE.
           MOVE WS-REPORT-LINE TO ADJ-RECORD.
           WRITE ADJ-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
      *
       510-REGISTER-ONE-REASON.
           MOVE 0 TO WS-RSN-COUNT WS-RSN-AMT.
           PERFORM 520-COUNT-REASON-CREDIT
               VARYING WS-CRD-SUB FROM 1 BY 1
               UNTIL WS-CRD-SUB > WS-CRD-COUNT.
           IF WS-RSN-COUNT > 0
              PERFORM 090-WRITE-ADJ-LINE
              MOVE WS-RSN-CODE (WS-RSN-SUB) TO ADJ-RSN-CODE-OUT
              MOVE WS-RSN-DESC (WS-RSN-SUB) TO ADJ-RSN-DESC-OUT
              MOVE ADJ-REASON-LINE TO WS-REPORT-LINE
              PERFORM 090-WRITE-ADJ-LINE
              PERFORM 530-LIST-REASON-CREDIT
                  VARYING WS-CRD-SUB FROM 1 BY 1
                  UNTIL WS-CRD-SUB > WS-CRD-COUNT
              MOVE 'REASON TOTAL        ' TO ADJ-TOT-LABEL
              MOVE WS-RSN-COUNT           TO ADJ-TOT-COUNT-OUT
              MOVE WS-RSN-AMT             TO ADJ-TOT-AMOUNT-OUT
              MOVE ADJ-TOTAL-LINE TO WS-REPORT-LINE
              PERFORM 090-WRITE-ADJ-LINE
           END-IF.
      *
       520-COUNT-REASON-CREDIT.
           MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO WS-CREDIT-TRAN.
           IF CRD-POSTED (WS-CRD-SUB) AND
              CRT-REASON = WS-RSN-CODE (WS-RSN-SUB)
              ADD 1 TO WS-RSN-COUNT
              ADD WS-CRD-POSTED-AMT (WS-CRD-SUB) TO WS-RSN-AMT
           END-IF.
      *
       530-LIST-REASON-CREDIT.
           MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO WS-CREDIT-TRAN.
           IF CRD-POSTED (WS-CRD-SUB) AND
              CRT-REASON = WS-RSN-CODE (WS-RSN-SUB)
              MOVE WS-CRD-MEMO-NBR (WS-CRD-SUB)   TO ADJ-MEMO-OUT
              MOVE CRT-INVOICE-NBR                TO ADJ-INVOICE-OUT
              MOVE WS-CRD-CLIENT (WS-CRD-SUB)     TO ADJ-CLIENT-OUT
              MOVE WS-CRD-PROJECT (WS-CRD-SUB)    TO ADJ-PROJECT-OUT
              IF CRT-DATE NUMERIC AND CRT-DATE > 0
                 MOVE CRT-DATE                    TO ADJ-DATE-OUT
              ELSE
                 MOVE WS-RUN-DATE                 TO ADJ-DATE-OUT
              END-IF
              MOVE WS-CRD-POSTED-AMT (WS-CRD-SUB) TO ADJ-AMOUNT-OUT
              MOVE WS-CRD-TAX-AMT (WS-CRD-SUB)    TO ADJ-TAX-OUT
              MOVE CRT-APPROVED-BY                TO ADJ-APPROVER-OUT
              MOVE CRT-MEMO-TEXT                  TO ADJ-MEMO-TEXT-OUT
              MOVE ADJ-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 090-WRITE-ADJ-LINE
           END-IF.
      *
       700-REJECT-CREDIT.
           ADD 1 TO WS-CREDITS-REJECTED.
           MOVE WS-CREDIT-TRAN   TO ERR-CREDIT-IMAGE.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           WRITE ERROR-RECORD.
           DISPLAY 'REJECTED CREDIT - ' WS-REJECT-REASON.
      *
      * THE RUN'S CREDITS AS ONE GL BATCH - DR THE ALLOWANCE FOR THE
      * FEES GIVEN BACK AND THE SALES TAX NO LONGER OWED, CR THE
      * CONSULTING RECEIVABLE - CLOSED BY ITS CONTROL TRAILER, WHICH
      * GOES OUT EVEN ON A RUN WITH NOTHING POSTED.
       800-WRITE-GL-JOURNAL.
           COMPUTE WS-CREDIT-NET-TOTAL =
               WS-CREDIT-TOTAL - WS-CREDIT-TAX-TOTAL.
           MOVE SPACES            TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE       TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME       TO JRNL-BATCH-ID.
           MOVE 'TBLCRED '        TO JRNL-SOURCE.
           MOVE WS-CREDITS-POSTED TO JRNL-ITEM-COUNT.
           IF WS-CREDIT-NET-TOTAL > 0
              SET JRNL-DEBIT      TO TRUE
              MOVE 'CON-ALLW'     TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING SALES ALLOWANCES' TO JRNL-ACCOUNT-DESC
              MOVE WS-CREDIT-NET-TOTAL TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-CREDIT-TAX-TOTAL > 0
              SET JRNL-DEBIT      TO TRUE
              MOVE 'CON-STAX'     TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING SALES TAX PAYABLE' TO JRNL-ACCOUNT-DESC
              MOVE WS-CREDIT-TAX-TOTAL TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           IF WS-CREDIT-TOTAL > 0
              SET JRNL-CREDIT     TO TRUE
              MOVE 'CON-RCVB'     TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING RECEIVABLE'       TO JRNL-ACCOUNT-DESC
              MOVE WS-CREDIT-TOTAL TO JRNL-AMOUNT
              WRITE JOURNAL-RECORD
           END-IF.
           SET JRNL-TRAILER       TO TRUE.
           MOVE 'CONTROL '        TO JRNL-ACCOUNT-NO.
           MOVE 'TBLCRED BATCH CONTROL'          TO JRNL-ACCOUNT-DESC.
           MOVE WS-CREDIT-TOTAL   TO JRNL-AMOUNT.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
            DISPLAY 'CREDITS READ:     ' WS-CREDITS-READ.
            DISPLAY 'CREDITS POSTED:   ' WS-CREDITS-POSTED.
            DISPLAY 'CREDITS REJECTED: ' WS-CREDITS-REJECTED.
            DISPLAY 'TOTAL CREDITED:   ' WS-CREDIT-TOTAL.
            DISPLAY 'TAX CREDITED:     ' WS-CREDIT-TAX-TOTAL.
            PERFORM 800-WRITE-GL-JOURNAL.
            COMPUTE NBR-NEXT-INVOICE = WS-MEMO-NBR + 1.
            REWRITE NBR-COUNTER-RECORD.
            CLOSE REG-FILE NBR-FILE TAXD-FILE MEMO-FILE ADJ-FILE
                  ERROR-FILE JRNL-FILE.
            DISPLAY 'End program TBLCRED'.
