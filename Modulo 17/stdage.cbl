      *================================================================*
      *   AGED STUDENT ACCOUNTS AND BURSAR HOLDS - STDAGE              *
      *----------------------------------------------------------------*
      *   SWEEPS THE STDACCT STUDENT ACCOUNT LEDGER AND REPORTS EACH   *
      *   STUDENT'S OPEN BALANCE AGED INTO CURRENT/30/60/90-PLUS       *
      *   BUCKETS (OSTDAGE). CHARGES AND REFUNDS AGE FROM THEIR OWN    *
      *   POSTING DATE; PAYMENTS, AID AND REVERSALS ARE APPLIED        *
      *   AGAINST THE OLDEST DEBT FIRST. A STUDENT WHOSE PAST-DUE      *
      *   BALANCE (OLDER THAN 30 DAYS) IS OVER THE HOLD THRESHOLD ON   *
      *   SYSIN (9 DIGITS, WHOLE DOLLARS) IS FLAGGED AND WRITTEN TO    *
      *   THE STDHOLD LIST, WHICH PROG172A READS TO REFUSE COURSE      *
      *   ADDS. NAMES COME OFF THE STDMSTR STUDENT MASTER.             *
      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   15/10/2026 RCH - ORIGINAL VERSION                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STDAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE      ASSIGN TO UT-S-STDACCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT MASTER-IN      ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MSTIN-STATUS.
           SELECT AGE-RPT-FILE   ASSIGN TO UT-S-OSTDAGE
                  ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE      ASSIGN TO UT-S-STDHOLD
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCT-RECORD.
           COPY STDACCT.
       FD  MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD-IN.
           COPY STDMSTR.
       FD  AGE-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AGE-LINE-OUT                PIC X(100).
       FD  HOLD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           COPY STDHOLD.
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-ACCT            PIC X VALUE 'N'.
               88  END-OF-ACCT                 VALUE 'Y'.
           05  SW-END-OF-MASTER          PIC X VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
       77  WS-ACCT-STATUS                 PIC X(02) VALUE SPACES.
                88 ACCT-FILE-OK                  VALUE '00'.
       77  WS-MSTIN-STATUS                PIC X(02) VALUE SPACES.
                88 MSTIN-FILE-OK                 VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       77  WS-AGE-DAYS                    PIC S9(5) COMP VALUE 0.
       77  WS-BUCKET-SUB                  PIC S9(4) COMP VALUE 0.
      *  Hold threshold off SYSIN - the VALUE only covers a bad card
       77  WS-HOLD-LIMIT-X                PIC X(09) VALUE SPACES.
       77  WS-HOLD-LIMIT                  PIC 9(09) VALUE 500.
      *  One row per student - the master's students first, in ID
      *  order, then any ledger ID the master does not carry
       77  ACCT-MAX                       PIC S9(4) COMP VALUE 2000.
       77  WS-AGT-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-AGT-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-AGT-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-AGING-TABLE.
           05  WS-AGT-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-AGT-COUNT.
               10  WS-AGT-ID               PIC 9(06).
               10  WS-AGT-NAME             PIC X(20).
      *  Debits (charges, refunds) by the bucket their date ages to
               10  WS-AGT-BUCKET OCCURS 4 TIMES
                                           PIC S9(9)V99 COMP-3.
      *  Credits (payments, aid, reversals) waiting to be applied
               10  WS-AGT-CREDITS          PIC S9(9)V99 COMP-3.
       01  WS-AGING-WORK.
           05  WS-AGE-BALANCE              PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-AGE-PAST-DUE             PIC S9(9)V99 COMP-3
                                            VALUE 0.
       01  WS-AGING-COUNTERS.
           05  CTR-ROWS-READ               PIC S9(7) COMP VALUE 0.
           05  CTR-ACCOUNTS-LISTED         PIC S9(4) COMP VALUE 0.
           05  CTR-HOLDS                   PIC S9(4) COMP VALUE 0.
           05  CTR-CREDIT-BALANCES         PIC S9(4) COMP VALUE 0.
       01  WS-AGING-TOTALS.
           05  WS-TOT-BUCKET OCCURS 4 TIMES
                                           PIC S9(9)V99 COMP-3.
           05  WS-TOT-BALANCE              PIC S9(9)V99 COMP-3.
      *  Report lines
       01  AGE-HEADER-LINE.
           05  FILLER                     PIC X(37) VALUE
               'AGED STUDENT ACCOUNTS - BURSAR - RUN '.
           05  AGE-DATE-OUT               PIC 9(8).
           05  FILLER                     PIC X(18) VALUE
               '  HOLD THRESHOLD: '.
           05  AGE-LIMIT-OUT              PIC $$$$,$$$,$$9.
       01  AGE-COLUMN-LINE.
           05  FILLER                     PIC X(29) VALUE
               ' ID     STUDENT NAME'.
           05  FILLER                     PIC X(44) VALUE
               '   CURRENT    30 DAYS    60 DAYS   90+ DAYS'.
           05  FILLER                     PIC X(24) VALUE
               '      BALANCE STATUS'.
       01  AGE-DETAIL-LINE.
           05  FILLER                     PIC X VALUE SPACE.
           05  AGE-ID-OUT                 PIC 9(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  AGE-NAME-OUT               PIC X(20).
           05  AGE-BUCKET-GROUP.
               10  AGE-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  FILLER             PIC X.
                   15  AGE-BUCKET-OUT     PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  AGE-BALANCE-OUT            PIC ZZZ,ZZ9.99CR.
           05  FILLER                     PIC X VALUE SPACE.
           05  AGE-FLAG-OUT               PIC X(12).
       01  AGE-TOTAL-LINE.
           05  AGE-TOTAL-TEXT             PIC X(30).
           05  AGE-TOTAL-COUNT-OUT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'INIT PROG STDAGE...'.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-AGE-ONE-POSTING UNTIL END-OF-ACCT.
           PERFORM 800-REPORT-ONE-STUDENT
               VARYING WS-AGT-SUB FROM 1 BY 1
               UNTIL WS-AGT-SUB > WS-AGT-COUNT.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HOLD-LIMIT-X FROM SYSIN.
           IF WS-HOLD-LIMIT-X NUMERIC
              MOVE WS-HOLD-LIMIT-X TO WS-HOLD-LIMIT
           ELSE
              DISPLAY 'HOLD THRESHOLD CARD NOT NUMERIC, USING '
                      WS-HOLD-LIMIT
           END-IF.
           MOVE 0 TO WS-TOT-BALANCE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                UNTIL WS-BUCKET-SUB > 4
              MOVE 0 TO WS-TOT-BUCKET (WS-BUCKET-SUB)
           END-PERFORM.
           OPEN INPUT MASTER-IN.
           IF NOT MSTIN-FILE-OK
              DISPLAY 'NO STDMSTR FILE - ACCOUNTS LISTED WITHOUT NAMES'
           ELSE
              PERFORM 110-LOAD-ONE-MASTER UNTIL END-OF-MASTER
              CLOSE MASTER-IN
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-FILE-OK
              DISPLAY 'STDACCT OPEN FAILED, STATUS ' WS-ACCT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AGE-RPT-FILE.
           OPEN OUTPUT HOLD-FILE.
           MOVE WS-RUN-DATE   TO AGE-DATE-OUT.
           MOVE WS-HOLD-LIMIT TO AGE-LIMIT-OUT.
           WRITE AGE-LINE-OUT FROM AGE-HEADER-LINE.
           WRITE AGE-LINE-OUT FROM AGE-COLUMN-LINE.
      *
       110-LOAD-ONE-MASTER.
           READ MASTER-IN
              AT END
                 SET END-OF-MASTER TO TRUE
              NOT AT END
                 IF WS-AGT-COUNT < ACCT-MAX
                    ADD 1 TO WS-AGT-COUNT
                    MOVE WS-AGT-COUNT TO WS-AGT-MATCH
                    PERFORM 120-CLEAR-ACCOUNT-ROW
                    MOVE SM-STUDENT-ID   TO WS-AGT-ID (WS-AGT-MATCH)
                    MOVE SM-STUDENT-NAME TO WS-AGT-NAME (WS-AGT-MATCH)
                 END-IF
           END-READ.
      *
       120-CLEAR-ACCOUNT-ROW.
           MOVE SPACES TO WS-AGT-NAME (WS-AGT-MATCH).
           MOVE 0 TO WS-AGT-CREDITS (WS-AGT-MATCH).
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                UNTIL WS-BUCKET-SUB > 4
              MOVE 0 TO WS-AGT-BUCKET (WS-AGT-MATCH, WS-BUCKET-SUB)
           END-PERFORM.
      *
      *  A debit lands in the bucket its own posting date ages to; a
      *  credit just accumulates until 810 applies it oldest-first
       200-AGE-ONE-POSTING.
           READ ACCT-FILE
              AT END
                 SET END-OF-ACCT TO TRUE
              NOT AT END
                 ADD 1 TO CTR-ROWS-READ
                 PERFORM 210-FIND-ACCOUNT
                 IF SA-AMOUNT < 0
                    SUBTRACT SA-AMOUNT
                        FROM WS-AGT-CREDITS (WS-AGT-MATCH)
                 ELSE
                    PERFORM 220-BUCKET-FOR-DATE
                    ADD SA-AMOUNT
                      TO WS-AGT-BUCKET (WS-AGT-MATCH, WS-BUCKET-SUB)
                 END-IF
           END-READ.
      *
       210-FIND-ACCOUNT.
           MOVE 0 TO WS-AGT-MATCH.
           PERFORM VARYING WS-AGT-SUB FROM 1 BY 1
                UNTIL WS-AGT-SUB > WS-AGT-COUNT
                   OR WS-AGT-MATCH > 0
              IF WS-AGT-ID (WS-AGT-SUB) = SA-STUDENT-ID
                 MOVE WS-AGT-SUB TO WS-AGT-MATCH
              END-IF
           END-PERFORM.
           IF WS-AGT-MATCH = 0
              IF WS-AGT-COUNT >= ACCT-MAX
                 DISPLAY 'STUDENT ACCOUNTS EXCEED ' ACCT-MAX
                         ' - RAISE ACCT-MAX'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-AGT-COUNT
              MOVE WS-AGT-COUNT TO WS-AGT-MATCH
              PERFORM 120-CLEAR-ACCOUNT-ROW
              MOVE SA-STUDENT-ID TO WS-AGT-ID (WS-AGT-MATCH)
              MOVE '** NOT ON STDMSTR' TO WS-AGT-NAME (WS-AGT-MATCH)
           END-IF.
      *
       220-BUCKET-FOR-DATE.
           IF SA-POST-DATE NOT NUMERIC OR SA-POST-DATE = 0
              MOVE 0 TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE (SA-POST-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
      *
      *  One line per student with anything open; a past-due balance
      *  over the threshold puts the student on the hold list
       800-REPORT-ONE-STUDENT.
           PERFORM 810-APPLY-CREDIT
               VARYING WS-BUCKET-SUB FROM 4 BY -1
               UNTIL WS-BUCKET-SUB < 1.
           COMPUTE WS-AGE-PAST-DUE =
               WS-AGT-BUCKET (WS-AGT-SUB, 2) +
               WS-AGT-BUCKET (WS-AGT-SUB, 3) +
               WS-AGT-BUCKET (WS-AGT-SUB, 4).
           COMPUTE WS-AGE-BALANCE = WS-AGE-PAST-DUE +
               WS-AGT-BUCKET (WS-AGT-SUB, 1) -
               WS-AGT-CREDITS (WS-AGT-SUB).
           IF WS-AGE-BALANCE NOT = 0
              ADD 1 TO CTR-ACCOUNTS-LISTED
              MOVE WS-AGT-ID (WS-AGT-SUB)   TO AGE-ID-OUT
              MOVE WS-AGT-NAME (WS-AGT-SUB) TO AGE-NAME-OUT
              PERFORM 820-MOVE-BUCKET
                  VARYING WS-BUCKET-SUB FROM 1 BY 1
                  UNTIL WS-BUCKET-SUB > 4
              MOVE WS-AGE-BALANCE TO AGE-BALANCE-OUT
              ADD WS-AGE-BALANCE  TO WS-TOT-BALANCE
              MOVE SPACES TO AGE-FLAG-OUT
              IF WS-AGE-BALANCE < 0
                 ADD 1 TO CTR-CREDIT-BALANCES
                 MOVE 'CREDIT BAL' TO AGE-FLAG-OUT
              END-IF
              IF WS-AGE-PAST-DUE > WS-HOLD-LIMIT
                 PERFORM 830-WRITE-HOLD
              END-IF
              WRITE AGE-LINE-OUT FROM AGE-DETAIL-LINE
           END-IF.
      *
      *  Credits pay off the oldest bucket first
       810-APPLY-CREDIT.
           IF WS-AGT-CREDITS (WS-AGT-SUB) > 0
              IF WS-AGT-CREDITS (WS-AGT-SUB) >=
                 WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
                 SUBTRACT WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
                     FROM WS-AGT-CREDITS (WS-AGT-SUB)
                 MOVE 0 TO WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
              ELSE
                 SUBTRACT WS-AGT-CREDITS (WS-AGT-SUB)
                     FROM WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
                 MOVE 0 TO WS-AGT-CREDITS (WS-AGT-SUB)
              END-IF
           END-IF.
      *
       820-MOVE-BUCKET.
           MOVE SPACE TO AGE-BUCKET-ENTRY (WS-BUCKET-SUB).
           MOVE WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
             TO AGE-BUCKET-OUT (WS-BUCKET-SUB).
           ADD WS-AGT-BUCKET (WS-AGT-SUB, WS-BUCKET-SUB)
             TO WS-TOT-BUCKET (WS-BUCKET-SUB).
      *
       830-WRITE-HOLD.
           ADD 1 TO CTR-HOLDS.
           MOVE '** HOLD' TO AGE-FLAG-OUT.
           MOVE SPACES                  TO HOLD-RECORD.
           MOVE WS-AGT-ID (WS-AGT-SUB)  TO SH-STUDENT-ID.
           MOVE WS-AGE-PAST-DUE         TO SH-PAST-DUE.
           MOVE WS-AGE-BALANCE          TO SH-BALANCE.
           MOVE WS-RUN-DATE             TO SH-AGE-DATE.
           WRITE HOLD-RECORD.
      *
       900-WRAP-UP.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE 'TOTALS' TO AGE-NAME-OUT.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                UNTIL WS-BUCKET-SUB > 4
              MOVE WS-TOT-BUCKET (WS-BUCKET-SUB)
                TO AGE-BUCKET-OUT (WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-TOT-BALANCE TO AGE-BALANCE-OUT.
           MOVE SPACES TO AGE-LINE-OUT.
           WRITE AGE-LINE-OUT.
           WRITE AGE-LINE-OUT FROM AGE-DETAIL-LINE.
           MOVE SPACES TO AGE-LINE-OUT.
           WRITE AGE-LINE-OUT.
           MOVE 'LEDGER ROWS READ:'         TO AGE-TOTAL-TEXT.
           MOVE CTR-ROWS-READ               TO AGE-TOTAL-COUNT-OUT.
           WRITE AGE-LINE-OUT FROM AGE-TOTAL-LINE.
           MOVE 'ACCOUNTS WITH A BALANCE:'  TO AGE-TOTAL-TEXT.
           MOVE CTR-ACCOUNTS-LISTED         TO AGE-TOTAL-COUNT-OUT.
           WRITE AGE-LINE-OUT FROM AGE-TOTAL-LINE.
           MOVE 'CREDIT BALANCES:'          TO AGE-TOTAL-TEXT.
           MOVE CTR-CREDIT-BALANCES         TO AGE-TOTAL-COUNT-OUT.
           WRITE AGE-LINE-OUT FROM AGE-TOTAL-LINE.
           MOVE 'STUDENTS ON BURSAR HOLD:'  TO AGE-TOTAL-TEXT.
           MOVE CTR-HOLDS                   TO AGE-TOTAL-COUNT-OUT.
           WRITE AGE-LINE-OUT FROM AGE-TOTAL-LINE.
           DISPLAY 'LEDGER ROWS READ:     ' CTR-ROWS-READ.
           DISPLAY 'ACCOUNTS LISTED:      ' CTR-ACCOUNTS-LISTED.
           DISPLAY 'BURSAR HOLDS:         ' CTR-HOLDS.
           DISPLAY 'END PROG STDAGE ...'.
           CLOSE ACCT-FILE AGE-RPT-FILE HOLD-FILE.
