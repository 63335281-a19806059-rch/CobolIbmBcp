      *================================================================*
      *   STUDENT ACCOUNT PAYMENT AND FINANCIAL-AID POSTING - STDPAY   *
      *----------------------------------------------------------------*
      *   POSTS THE BURSAR'S STDPAYT TRANSACTIONS TO THE STDACCT       *
      *   STUDENT ACCOUNT LEDGER TUITBILL CHARGES TUITION INTO:        *
      *     P - PAYMENT RECEIVED (CHECK, CARD, CASH)                   *
      *     S - SCHOLARSHIP OR GRANT AWARD CREDIT                      *
      *     L - STUDENT LOAN AWARD CREDIT                              *
      *     R - REFUND PAID BACK TO THE STUDENT                        *
      *   P, S AND L LOWER THE BALANCE; R RAISES IT BACK. THE ID IS    *
      *   CHECK-DIGIT VERIFIED (GNSPPVRF) AND MUST BE ON THE STDMSTR   *
      *   STUDENT MASTER. EVERY TRANSACTION, POSTED OR REJECTED,       *
      *   LISTS ON OSTDPAY; ANY REJECT SETS RC 4. THE RUN'S POSTINGS   *
      *   GO TO THE GLJRNL GENERAL-LEDGER JOURNAL AS ONE BATCH.        *
      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   15/10/2026 RCH - ORIGINAL VERSION                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STDPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN      ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MSTIN-STATUS.
           SELECT TRAN-FILE      ASSIGN TO UT-S-STDPAYT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCT-FILE      ASSIGN TO UT-S-STDACCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT POST-RPT-FILE  ASSIGN TO UT-S-OSTDPAY
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JRNL-FILE      ASSIGN TO UT-S-GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD-IN.
           COPY STDMSTR.
       FD  TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  PT-STUDENT-ID           PIC X(06).
           05  PT-TRAN-TYPE            PIC X(01).
               88  PT-PAYMENT              VALUE 'P'.
               88  PT-AID-SCHOLARSHIP      VALUE 'S'.
               88  PT-AID-LOAN             VALUE 'L'.
               88  PT-REFUND               VALUE 'R'.
               88  PT-VALID-TYPE           VALUES 'P' 'S' 'L' 'R'.
      *  Term the money is for - blank when it is not term-specific
           05  PT-TERM                 PIC X(05).
      *  Date received / awarded / refunded - zero takes the run date
           05  PT-EFF-DATE             PIC 9(08).
           05  PT-AMOUNT               PIC 9(7)V99.
      *  Check, award or loan number
           05  PT-REFERENCE            PIC X(12).
           05  PT-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(31).
      *  Student account ledger - appended to (see STDACCT)
       FD  ACCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCT-RECORD.
           COPY STDACCT.
       FD  POST-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  POST-LINE-OUT               PIC X(100).
      *  General-ledger journal (see GLJRNLR) - appended to, one
      *  batch per run, for GLPOST to post overnight
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-MASTER          PIC X VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  SW-END-OF-TRAN            PIC X VALUE 'N'.
               88  END-OF-TRAN                 VALUE 'Y'.
       77  WS-MSTIN-STATUS                PIC X(02) VALUE SPACES.
                88 MSTIN-FILE-OK                 VALUE '00'.
       77  WS-TRAN-STATUS                 PIC X(02) VALUE SPACES.
                88 TRAN-FILE-OK                  VALUE '00'.
       77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
                88 ACCT-FILE-OK                  VALUE '00'.
       77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK                  VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       77  WS-RUN-TIME                    PIC X(8) VALUE SPACES.
      *  Student IDs and names off the master, in ID order
       77  MASTER-MAX                     PIC S9(4) COMP VALUE 2000.
       77  WS-MST-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-MST-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-MST-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MST-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-MST-COUNT.
               10  WS-MST-ID               PIC 9(06).
               10  WS-MST-NAME             PIC X(20).
       01  WS-POST-COUNTERS.
           05  CTR-TRANS-READ              PIC S9(4) COMP VALUE 0.
           05  CTR-POSTED                  PIC S9(4) COMP VALUE 0.
           05  CTR-REJECTED                PIC S9(4) COMP VALUE 0.
       01  WS-POST-REASON                 PIC X(40) VALUE SPACES.
      *  Run totals by transaction type - P, S, L, R - for the
      *  report and the journal batch
       01  WS-TYPE-TOTALS.
           05  WS-TOT-PAYMENTS             PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-TOT-SCHOLARSHIPS         PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-TOT-LOANS                PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-TOT-REFUNDS              PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-TOT-BATCH                PIC S9(9)V99 COMP-3
                                            VALUE 0.
      *  Check-digit parameter area passed to GNSPPVRF
           COPY GNSWCVRF.
           COPY GNSWVVRF.
      *  Posting report lines
       01  POST-HEADER-LINE.
           05  FILLER                     PIC X(41) VALUE
               'STUDENT ACCOUNT PAYMENT/AID POSTING - RUN'.
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-DATE-OUT              PIC 9(8).
       01  POST-COLUMN-LINE.
           05  FILLER                     PIC X(43) VALUE
               'T ID     STUDENT NAME               AMOUNT '.
           05  FILLER                     PIC X(35) VALUE
               'RESULT    REFERENCE / REASON'.
       01  POST-DETAIL-LINE.
           05  POST-TYPE-OUT              PIC X(01).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-ID-OUT                PIC X(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-NAME-OUT              PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-RESULT-OUT            PIC X(09).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-REASON-OUT            PIC X(40).
       01  POST-TOTAL-LINE.
           05  POST-TOTAL-TEXT            PIC X(30).
           05  POST-TOTAL-COUNT-OUT       PIC ZZ,ZZ9.
       01  POST-AMOUNT-LINE.
           05  POST-AMOUNT-TEXT           PIC X(30).
           05  POST-TOTAL-AMT-OUT         PIC $$$,$$$,$$9.99.
      *
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'INIT PROG STDPAY...'.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-POST-ONE-TRANSACTION UNTIL END-OF-TRAN.
           PERFORM 850-WRITE-GL-JOURNAL.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT MASTER-IN.
           IF NOT MSTIN-FILE-OK
              DISPLAY 'STDMSTR OPEN FAILED, STATUS ' WS-MSTIN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 110-LOAD-ONE-MASTER UNTIL END-OF-MASTER.
           CLOSE MASTER-IN.
           OPEN INPUT TRAN-FILE.
           IF NOT TRAN-FILE-OK
              DISPLAY 'STDPAYT OPEN FAILED, STATUS ' WS-TRAN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND ACCT-FILE.
           IF NOT ACCT-FILE-OK
              DISPLAY 'STDACCT OPEN FAILED, STATUS ' WS-ACCT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FILE-OK
              DISPLAY 'GLJRNL OPEN FAILED, STATUS ' WS-JRNL-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT POST-RPT-FILE.
           MOVE WS-RUN-DATE TO POST-DATE-OUT.
           WRITE POST-LINE-OUT FROM POST-HEADER-LINE.
           WRITE POST-LINE-OUT FROM POST-COLUMN-LINE.
      *
       110-LOAD-ONE-MASTER.
           READ MASTER-IN
              AT END
                 SET END-OF-MASTER TO TRUE
              NOT AT END
                 IF WS-MST-COUNT >= MASTER-MAX
                    DISPLAY 'STDMSTR EXCEEDS ' MASTER-MAX
                            ' ROWS - RAISE MASTER-MAX'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-MST-COUNT
                 MOVE SM-STUDENT-ID   TO WS-MST-ID (WS-MST-COUNT)
                 MOVE SM-STUDENT-NAME TO WS-MST-NAME (WS-MST-COUNT)
           END-READ.
      *
       200-POST-ONE-TRANSACTION.
           READ TRAN-FILE
              AT END
                 SET END-OF-TRAN TO TRUE
              NOT AT END
                 ADD 1 TO CTR-TRANS-READ
                 PERFORM 210-EDIT-AND-POST
           END-READ.
      *
       210-EDIT-AND-POST.
           MOVE SPACES TO WS-POST-REASON.
           MOVE 0 TO WS-MST-MATCH.
           PERFORM 220-FIND-STUDENT.
           IF WS-POST-REASON = SPACES
              EVALUATE TRUE
                  WHEN NOT PT-VALID-TYPE
                      MOVE 'TYPE NOT P/S/L/R' TO WS-POST-REASON
                  WHEN PT-AMOUNT NOT NUMERIC
                      MOVE 'AMOUNT NOT NUMERIC' TO WS-POST-REASON
                  WHEN PT-AMOUNT = 0
                      MOVE 'AMOUNT IS ZERO' TO WS-POST-REASON
                  WHEN OTHER
                      PERFORM 300-POST-TO-ACCOUNT
              END-EVALUATE
           END-IF.
           MOVE PT-TRAN-TYPE  TO POST-TYPE-OUT.
           MOVE PT-STUDENT-ID TO POST-ID-OUT.
           IF WS-MST-MATCH > 0
              MOVE WS-MST-NAME (WS-MST-MATCH) TO POST-NAME-OUT
           ELSE
              MOVE SPACES TO POST-NAME-OUT
           END-IF.
           IF PT-AMOUNT NUMERIC
              MOVE PT-AMOUNT TO POST-AMOUNT-OUT
           ELSE
              MOVE 0 TO POST-AMOUNT-OUT
           END-IF.
           IF WS-POST-REASON NOT = SPACES
              ADD 1 TO CTR-REJECTED
              MOVE 'REJECTED'     TO POST-RESULT-OUT
              MOVE WS-POST-REASON TO POST-REASON-OUT
           ELSE
              MOVE 'POSTED'       TO POST-RESULT-OUT
              MOVE PT-REFERENCE   TO POST-REASON-OUT
           END-IF.
           WRITE POST-LINE-OUT FROM POST-DETAIL-LINE.
      *
      *  The transaction's ID must carry a good check digit and be
      *  on the master - a mis-keyed digit never credits another
      *  student's account
       220-FIND-STUDENT.
           IF PT-STUDENT-ID NOT NUMERIC
              MOVE 'STUDENT ID NOT NUMERIC' TO WS-POST-REASON
           ELSE
              MOVE VRF-VAL          TO VRF-CMND
              MOVE VRF-ZERO-S       TO VRF-ZERO
              MOVE 5                TO VRF-LMAX
              MOVE 'S'              TO VRF-SFDV
              MOVE VRF-SVRF-1       TO VRF-SVRF
              MOVE PT-STUDENT-ID    TO VRF-NUME
              MOVE PT-STUDENT-ID (6:1) TO VRF-DVRF
              CALL 'GNSPPVRF' USING VRF-VARI
                  RETURNING RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = 0
                 MOVE 0 TO RETURN-CODE
                 MOVE 'STUDENT ID CHECK DIGIT INVALID'
                   TO WS-POST-REASON
              ELSE
                 PERFORM 225-MATCH-MASTER-ROW
                     VARYING WS-MST-SUB FROM 1 BY 1
                     UNTIL WS-MST-SUB > WS-MST-COUNT
                        OR WS-MST-MATCH > 0
                 IF WS-MST-MATCH = 0
                    MOVE 'STUDENT ID NOT ON MASTER' TO WS-POST-REASON
                 END-IF
              END-IF
           END-IF.
      *
       225-MATCH-MASTER-ROW.
           IF WS-MST-ID (WS-MST-SUB) = PT-STUDENT-ID
              MOVE WS-MST-SUB TO WS-MST-MATCH
           END-IF.
      *
      *  One ledger row per transaction - money in and aid awarded
      *  post as credits (negative), a refund as a debit
       300-POST-TO-ACCOUNT.
           MOVE SPACES          TO ACCT-RECORD.
           MOVE PT-STUDENT-ID   TO SA-STUDENT-ID.
           MOVE PT-TERM         TO SA-TERM.
           MOVE PT-TRAN-TYPE    TO SA-TRAN-TYPE.
           IF PT-EFF-DATE NUMERIC AND PT-EFF-DATE > 0
              MOVE PT-EFF-DATE  TO SA-POST-DATE
           ELSE
              MOVE WS-RUN-DATE  TO SA-POST-DATE
           END-IF.
           IF PT-REFUND
              MOVE PT-AMOUNT    TO SA-AMOUNT
           ELSE
              COMPUTE SA-AMOUNT = 0 - PT-AMOUNT
           END-IF.
           MOVE PT-REFERENCE    TO SA-REFERENCE.
           MOVE 'STDPAY'        TO SA-SOURCE.
           MOVE PT-OPERATOR-ID  TO SA-OPERATOR-ID.
           WRITE ACCT-RECORD.
           ADD 1 TO CTR-POSTED.
           EVALUATE TRUE
               WHEN PT-PAYMENT
                   ADD PT-AMOUNT TO WS-TOT-PAYMENTS
               WHEN PT-AID-SCHOLARSHIP
                   ADD PT-AMOUNT TO WS-TOT-SCHOLARSHIPS
               WHEN PT-AID-LOAN
                   ADD PT-AMOUNT TO WS-TOT-LOANS
               WHEN PT-REFUND
                   ADD PT-AMOUNT TO WS-TOT-REFUNDS
           END-EVALUATE.
      *
      *  The run's postings as one journal batch, a debit and a
      *  credit line per type that moved: payments DR cash / CR
      *  tuition receivable; scholarships DR scholarship expense /
      *  CR receivable; loans DR loan proceeds due from the lender /
      *  CR receivable; refunds DR receivable / CR cash
       850-WRITE-GL-JOURNAL.
           MOVE SPACES          TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE     TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME     TO JRNL-BATCH-ID.
           MOVE 'STDPAY'        TO JRNL-SOURCE.
           MOVE CTR-POSTED      TO JRNL-ITEM-COUNT.
           IF WS-TOT-PAYMENTS > 0
              MOVE WS-TOT-PAYMENTS TO JRNL-AMOUNT
              SET JRNL-DEBIT    TO TRUE
              MOVE 'CASH-OPR'   TO JRNL-ACCOUNT-NO
              MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              PERFORM 855-CREDIT-RECEIVABLE
           END-IF.
           IF WS-TOT-SCHOLARSHIPS > 0
              MOVE WS-TOT-SCHOLARSHIPS TO JRNL-AMOUNT
              SET JRNL-DEBIT    TO TRUE
              MOVE 'TUI-SCHL'   TO JRNL-ACCOUNT-NO
              MOVE 'TUITION SCHOLARSHIP EXPENSE' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              PERFORM 855-CREDIT-RECEIVABLE
           END-IF.
           IF WS-TOT-LOANS > 0
              MOVE WS-TOT-LOANS TO JRNL-AMOUNT
              SET JRNL-DEBIT    TO TRUE
              MOVE 'TUI-LOAN'   TO JRNL-ACCOUNT-NO
              MOVE 'LOAN PROCEEDS DUE FROM LENDER' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              PERFORM 855-CREDIT-RECEIVABLE
           END-IF.
           IF WS-TOT-REFUNDS > 0
              MOVE WS-TOT-REFUNDS TO JRNL-AMOUNT
              SET JRNL-DEBIT    TO TRUE
              MOVE 'TUI-RCVB'   TO JRNL-ACCOUNT-NO
              MOVE 'TUITION RECEIVABLE' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              SET JRNL-CREDIT   TO TRUE
              MOVE 'CASH-OPR'   TO JRNL-ACCOUNT-NO
              MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
           END-IF.
           COMPUTE WS-TOT-BATCH = WS-TOT-PAYMENTS + WS-TOT-SCHOLARSHIPS
                                + WS-TOT-LOANS + WS-TOT-REFUNDS.
           MOVE WS-TOT-BATCH    TO JRNL-AMOUNT.
           SET JRNL-TRAILER     TO TRUE.
           MOVE 'CONTROL '      TO JRNL-ACCOUNT-NO.
           MOVE 'STDPAY BATCH CONTROL' TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-RECORD.
      *
       855-CREDIT-RECEIVABLE.
           SET JRNL-CREDIT      TO TRUE.
           MOVE 'TUI-RCVB'      TO JRNL-ACCOUNT-NO.
           MOVE 'TUITION RECEIVABLE' TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
           MOVE SPACES TO POST-LINE-OUT.
           WRITE POST-LINE-OUT.
           MOVE 'TRANSACTIONS READ:'        TO POST-TOTAL-TEXT.
           MOVE CTR-TRANS-READ              TO POST-TOTAL-COUNT-OUT.
           WRITE POST-LINE-OUT FROM POST-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:'    TO POST-TOTAL-TEXT.
           MOVE CTR-REJECTED                TO POST-TOTAL-COUNT-OUT.
           WRITE POST-LINE-OUT FROM POST-TOTAL-LINE.
           MOVE 'POSTED TO ACCOUNTS:'       TO POST-TOTAL-TEXT.
           MOVE CTR-POSTED                  TO POST-TOTAL-COUNT-OUT.
           WRITE POST-LINE-OUT FROM POST-TOTAL-LINE.
           MOVE 'PAYMENTS:'                 TO POST-AMOUNT-TEXT.
           MOVE WS-TOT-PAYMENTS             TO POST-TOTAL-AMT-OUT.
           WRITE POST-LINE-OUT FROM POST-AMOUNT-LINE.
           MOVE 'SCHOLARSHIP/GRANT AID:'    TO POST-AMOUNT-TEXT.
           MOVE WS-TOT-SCHOLARSHIPS         TO POST-TOTAL-AMT-OUT.
           WRITE POST-LINE-OUT FROM POST-AMOUNT-LINE.
           MOVE 'LOAN AID:'                 TO POST-AMOUNT-TEXT.
           MOVE WS-TOT-LOANS                TO POST-TOTAL-AMT-OUT.
           WRITE POST-LINE-OUT FROM POST-AMOUNT-LINE.
           MOVE 'REFUNDS:'                  TO POST-AMOUNT-TEXT.
           MOVE WS-TOT-REFUNDS              TO POST-TOTAL-AMT-OUT.
           WRITE POST-LINE-OUT FROM POST-AMOUNT-LINE.
           DISPLAY 'TRANSACTIONS READ:    ' CTR-TRANS-READ.
           DISPLAY 'POSTED:               ' CTR-POSTED.
           DISPLAY 'REJECTED:             ' CTR-REJECTED.
           DISPLAY 'END PROG STDPAY ...'.
           CLOSE TRAN-FILE ACCT-FILE JRNL-FILE POST-RPT-FILE.
           IF CTR-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
