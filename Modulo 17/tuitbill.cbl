      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   02/09/2026 RCH - ORIGINAL VERSION                            *
      *   15/10/2026 RCH - THE CUT'S CHANGE IN TERM TUITION GOES TO THE*
      *                    GLJRNL GENERAL-LEDGER JOURNAL AS ONE BATCH  *
      *   15/10/2026 RCH - MAIL-PIECE HEADER (MAILPCR) AHEAD OF EACH   *
      *                    STATEMENT FOR THE MAILSTRM MAIL-HOUSE STREAM*
      *   15/10/2026 RCH - STUDENTS KEYED ON THE PERMANENT STUDENT ID: *
      *                    ID ON THE STATEMENT AND AS THE MAIL-PIECE   *
      *                    KEY, ENVELOPE ADDRESS OFF THE STDMSTR       *
      *                    STUDENT MASTER, SNAPSHOT MATCHED ON THE ID  *
      *   15/10/2026 RCH - TUITION CHARGES POSTED TO THE STDACCT       *
      *                    STUDENT ACCOUNT LEDGER (THE DIFFERENCE FROM *
      *                    WHAT THE TERM HAS ALREADY CHARGED), WITH THE*
      *                    ACCOUNT BALANCE ON THE STATEMENT            *
      *   15/10/2026 RCH - GL BATCH BOOKED FROM THE NET STDACCT        *
      *                    POSTINGS SO TUI-RCVB TIES TO THE LEDGER     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TUITBILL.
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REV-FILE       ASSIGN TO UT-S-OTUITREV
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JRNL-FILE      ASSIGN TO UT-S-GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.
           SELECT STDMSTR-FILE   ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STDMSTR-STATUS.
           SELECT STDACCT-FILE   ASSIGN TO UT-S-STDACCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STDACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-RECORD.
           05  STUDENT-ID              PIC 9(06).
           05  STUDENT-NAME            PIC X(20).
           05  STUDENT-COURSES.
               10 STUDENT-COURSE-TAB OCCURS 6 TIMES.
                   15  COURSE-GRADE    PIC X(1).
                   15  COURSE-CREDITS  PIC 9(1).
                   15  COURSE-TERM     PIC X(5).
      *  Billing-term control record: the term billed, the per-credit
      *  rate, and the full-time band (threshold + flat rate)
       FD  TUITCTL-FILE
           05  TC-FULLTIME-CREDITS     PIC 9(2).
           05  TC-FLAT-RATE            PIC 9(7)V99.
           05  FILLER                  PIC X(57).
      *  Credit snapshot from the prior billing cut / for the next one.
      *  The student ID rides behind the original fields so a cut
      *  taken before the IDs existed (ID blank) still reads - its
      *  rows match on the name instead
       FD  SNAPIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  SI-STUDENT-NAME         PIC X(20).
           05  SI-TERM                 PIC X(5).
           05  SI-CREDITS              PIC 9(3).
           05  SI-STUDENT-ID           PIC X(06).
           05  FILLER                  PIC X(06).
       FD  SNAPOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  SO-STUDENT-NAME         PIC X(20).
           05  SO-TERM                 PIC X(5).
           05  SO-CREDITS              PIC 9(3).
           05  SO-STUDENT-ID           PIC 9(06).
           05  FILLER                  PIC X(06).
       FD  STMT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  REV-LINE-OUT                PIC X(80).
      *  General-ledger journal (see GLJRNLR) - appended to, one
      *  batch per billing cut, for GLPOST to post overnight
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
      *  Student master - the envelope address for each statement
       FD  STDMSTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STDMSTR-RECORD.
           COPY STDMSTR.
      *  Student account ledger (see STDACCT) - read for what each
      *  account already holds, then appended to with this cut's
      *  tuition charges
       FD  STDACCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STDACCT-RECORD.
           COPY STDACCT.
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
               88  END-OF-DATA                 VALUE 'Y'.
           05  SW-END-OF-SNAP            PIC X VALUE 'N'.
               88  END-OF-SNAP                 VALUE 'Y'.
           05  SW-END-OF-MASTER          PIC X VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  SW-END-OF-ACCT            PIC X VALUE 'N'.
               88  END-OF-ACCT                 VALUE 'Y'.
       77  WS-TUITCTL-STATUS              PIC X(02) VALUE SPACES.
                88 TUITCTL-FILE-OK               VALUE '00'.
       77  WS-SNAPIN-STATUS               PIC X(02) VALUE SPACES.
                88 SNAPIN-FILE-OK                VALUE '00'.
       77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK                  VALUE '00'.
       77  WS-STDMSTR-STATUS              PIC X(02) VALUE SPACES.
                88 STDMSTR-FILE-OK               VALUE '00'.
       77  WS-STDACCT-STATUS              PIC X(02) VALUE SPACES.
                88 STDACCT-FILE-OK               VALUE '00'.
      *  Control values - the VALUEs only cover a missing TUITCTL
       01  WS-TUITION-CONTROLS.
           05  WS-BILL-TERM                PIC X(5) VALUE SPACES.
                                            VALUE 0.
           05  WS-REVENUE-TOTAL            PIC S9(9)V99 COMP-3
                                            VALUE 0.
       01  WS-GL-JOURNAL-VARS.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-TIME                 PIC X(8) VALUE SPACES.
      *  Student account ledger postings - each student is charged
      *  the difference between this cut's tuition and what the
      *  ledger already holds as the term's tuition for them, so a
      *  re-run posts nothing and a drop posts a reversal
       01  WS-ACCOUNT-POSTING-VARS.
           05  WS-ACCT-CHARGE              PIC S9(7)V99 COMP-3
                                            VALUE 0.
           05  WS-ACCT-CHARGE-TOTAL        PIC S9(9)V99 COMP-3
                                            VALUE 0.
           05  WS-ACCT-KEY-ID              PIC 9(06) VALUE 0.
           05  CTR-ACCT-ROWS-READ          PIC S9(7) COMP VALUE 0.
           05  CTR-CHARGES-POSTED          PIC S9(4) COMP VALUE 0.
           05  WS-ACCT-REFERENCE.
               10  FILLER                  PIC X(04) VALUE 'CUT '.
               10  WS-ACCT-REF-DATE        PIC 9(08) VALUE 0.
      *  Per-student account totals off the ledger - the term's
      *  tuition charged so far and the whole balance
       77  ACCT-MAX                       PIC S9(4) COMP VALUE 2000.
       77  WS-ACT-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-ACT-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-ACT-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACT-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-ACT-COUNT.
               10  WS-ACT-ID               PIC 9(06).
               10  WS-ACT-TERM-CHARGED     PIC S9(7)V99 COMP-3.
               10  WS-ACT-BALANCE          PIC S9(9)V99 COMP-3.
      *  Prior-snapshot table for the changed-credits flag
       77  SNAP-MAX                       PIC S9(4) COMP VALUE 200.
       77  WS-SNAP-COUNT                  PIC S9(4) COMP VALUE 0.
           05  WS-SNAP-ITEM OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-SNAP-COUNT.
               10  WS-SNAP-NAME            PIC X(20).
               10  WS-SNAP-ID              PIC X(06).
               10  WS-SNAP-CREDITS         PIC 9(3).
      *  Student-master addresses by ID, in the master's ID order
       77  ADDR-MAX                       PIC S9(4) COMP VALUE 2000.
       77  WS-ADR-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-ADR-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-ADR-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-ADR-COUNT.
               10  WS-ADR-ID               PIC 9(06).
               10  WS-ADR-LINE-1           PIC X(30).
               10  WS-ADR-LINE-2           PIC X(30).
      *  Per-course revenue rollup for the term
       77  CRSREV-MAX                     PIC S9(4) COMP VALUE 100.
       77  WS-CRSREV-COUNT                PIC S9(4) COMP VALUE 0.
               10  WS-CRSREV-NBR           PIC X(7).
               10  WS-CRSREV-CREDITS       PIC S9(5) COMP.
               10  WS-CRSREV-DOLLARS       PIC S9(9)V99 COMP-3.
      *  Mail-piece control records written ahead of each statement -
      *  keyed on the student ID, with the address off STDMSTR (a
      *  student with no master address is left to MAILSTRM's
      *  MAILADR cross-reference)
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
      *  Statement / revenue lines
       01  STMT-HEADER-LINE.
           05  FILLER                     PIC X(20)
           05  FILLER                     PIC X(09)
               VALUE 'STUDENT: '.
           05  STMT-STUDENT-OUT           PIC X(20).
           05  FILLER                     PIC X(05)
               VALUE ' ID: '.
           05  STMT-ID-OUT                PIC 9(06).
       01  STMT-CREDIT-LINE.
           05  FILLER                     PIC X(18)
               VALUE 'ENROLLED CREDITS: '.
           05  FILLER                     PIC X(13)
               VALUE 'TUITION DUE: '.
           05  STMT-DUE-OUT               PIC $$$,$$9.99.
       01  STMT-BALANCE-LINE.
           05  FILLER                     PIC X(17)
               VALUE 'ACCOUNT BALANCE: '.
           05  STMT-BALANCE-OUT           PIC $$$$,$$9.99CR.
       01  STMT-CHANGED-LINE.
           05  FILLER                     PIC X(45) VALUE
               '** CREDITS CHANGED SINCE BILLING CUT - REBILL'.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-BILL-ONE-STUDENT UNTIL END-OF-DATA.
           PERFORM 800-WRITE-REVENUE-SUMMARY.
           PERFORM 850-WRITE-GL-JOURNAL.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT REV-FILE.
           OPEN OUTPUT SNAPOUT-FILE.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FILE-OK
              DISPLAY 'GLJRNL OPEN FAILED, STATUS ' WS-JRNL-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 110-LOAD-TUITION-CONTROLS.
           PERFORM 120-LOAD-PRIOR-SNAPSHOT.
           PERFORM 130-LOAD-STUDENT-ADDRESSES.
           PERFORM 140-LOAD-STUDENT-ACCOUNTS.
           READ STUDENT-FILE
              AT END SET END-OF-DATA TO TRUE
           END-READ.
                          ADD 1 TO WS-SNAP-COUNT
                          MOVE SI-STUDENT-NAME
                            TO WS-SNAP-NAME (WS-SNAP-COUNT)
                          MOVE SI-STUDENT-ID
                            TO WS-SNAP-ID (WS-SNAP-COUNT)
                          MOVE SI-CREDITS
                            TO WS-SNAP-CREDITS (WS-SNAP-COUNT)
                       END-IF
              CLOSE SNAPIN-FILE
           END-IF.
      *
      *  No student master just means every statement goes out for
      *  MAILSTRM to address off its cross-reference
       130-LOAD-STUDENT-ADDRESSES.
           OPEN INPUT STDMSTR-FILE.
           IF NOT STDMSTR-FILE-OK
              DISPLAY 'NO STDMSTR FILE - ADDRESSES LEFT TO MAILADR'
              SET END-OF-MASTER TO TRUE
           ELSE
              PERFORM UNTIL END-OF-MASTER
                           OR WS-ADR-COUNT >= ADDR-MAX
                 READ STDMSTR-FILE
                    AT END
                       SET END-OF-MASTER TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ADR-COUNT
                       MOVE SM-STUDENT-ID
                         TO WS-ADR-ID (WS-ADR-COUNT)
                       MOVE SM-ADDR-1
                         TO WS-ADR-LINE-1 (WS-ADR-COUNT)
                       MOVE SM-ADDR-2
                         TO WS-ADR-LINE-2 (WS-ADR-COUNT)
                 END-READ
              END-PERFORM
              CLOSE STDMSTR-FILE
           END-IF.
      *
      *  Every ledger row rolls into its student's balance, and the
      *  billing term's tuition rows into what the term has charged.
      *  The ledger is then reopened to take this cut's postings.
       140-LOAD-STUDENT-ACCOUNTS.
           OPEN INPUT STDACCT-FILE.
           IF NOT STDACCT-FILE-OK
              DISPLAY 'NO STDACCT LEDGER YET - ALL ACCOUNTS START AT 0'
           ELSE
              PERFORM UNTIL END-OF-ACCT
                 READ STDACCT-FILE
                    AT END
                       SET END-OF-ACCT TO TRUE
                    NOT AT END
                       ADD 1 TO CTR-ACCT-ROWS-READ
                       MOVE SA-STUDENT-ID TO WS-ACCT-KEY-ID
                       PERFORM 145-FIND-ACCOUNT
                       IF WS-ACT-MATCH > 0
                          ADD SA-AMOUNT
                            TO WS-ACT-BALANCE (WS-ACT-MATCH)
                          IF SA-TUITION-CHARGE AND
                             SA-TERM = WS-BILL-TERM
                             ADD SA-AMOUNT
                               TO WS-ACT-TERM-CHARGED (WS-ACT-MATCH)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STDACCT-FILE
           END-IF.
           OPEN EXTEND STDACCT-FILE.
           IF NOT STDACCT-FILE-OK
              DISPLAY 'STDACCT OPEN FAILED, STATUS ' WS-STDACCT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO WS-ACCT-REF-DATE.
      *
      *  The account row for WS-ACCT-KEY-ID, added at zero
      *  the first time the ID is seen
       145-FIND-ACCOUNT.
           MOVE 0 TO WS-ACT-MATCH.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                UNTIL WS-ACT-SUB > WS-ACT-COUNT
                   OR WS-ACT-MATCH > 0
              IF WS-ACT-ID (WS-ACT-SUB) = WS-ACCT-KEY-ID
                 MOVE WS-ACT-SUB TO WS-ACT-MATCH
              END-IF
           END-PERFORM.
           IF WS-ACT-MATCH = 0
              IF WS-ACT-COUNT < ACCT-MAX
                 ADD 1 TO WS-ACT-COUNT
                 MOVE WS-ACT-COUNT TO WS-ACT-MATCH
                 MOVE WS-ACCT-KEY-ID TO WS-ACT-ID (WS-ACT-MATCH)
                 MOVE 0 TO WS-ACT-TERM-CHARGED (WS-ACT-MATCH)
                 MOVE 0 TO WS-ACT-BALANCE (WS-ACT-MATCH)
              ELSE
                 DISPLAY 'STUDENT ACCOUNTS EXCEED ' ACCT-MAX
                         ' - RAISE ACCT-MAX'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
      *
      *  One statement per student: their billing-term credits at
      *  the per-credit rate, or the flat rate once the full-time
      *  band is reached. Each course's credits also roll into the
              END-IF
           END-PERFORM.
           IF WS-TERM-CREDITS = 0
              MOVE 0 TO WS-TUITION-DUE
              PERFORM 600-POST-TUITION-CHARGE
           ELSE
              ADD 1 TO CTR-BILLED
              IF WS-TERM-CREDITS >= WS-FULLTIME-CREDITS
                     WS-TERM-CREDITS * WS-PER-CREDIT-RATE
                 MOVE ' (PER-CREDIT RATE)'     TO STMT-BAND-OUT
              END-IF
              PERFORM 600-POST-TUITION-CHARGE
              PERFORM 400-WRITE-STATEMENT
              PERFORM 500-WRITE-SNAPSHOT
           END-IF.
           END-IF.
      *
       400-WRITE-STATEMENT.
           PERFORM 410-WRITE-MAIL-HEADER.
           MOVE WS-BILL-TERM   TO STMT-TERM-OUT.
           WRITE STMT-LINE-OUT FROM STMT-HEADER-LINE.
           MOVE STUDENT-NAME   TO STMT-STUDENT-OUT.
           MOVE STUDENT-ID     TO STMT-ID-OUT.
           WRITE STMT-LINE-OUT FROM STMT-STUDENT-LINE.
           MOVE WS-TERM-CREDITS TO STMT-CREDITS-OUT.
           WRITE STMT-LINE-OUT FROM STMT-CREDIT-LINE.
           MOVE WS-TUITION-DUE TO STMT-DUE-OUT.
           WRITE STMT-LINE-OUT FROM STMT-DUE-LINE.
           IF WS-ACT-MATCH > 0
              MOVE WS-ACT-BALANCE (WS-ACT-MATCH) TO STMT-BALANCE-OUT
              WRITE STMT-LINE-OUT FROM STMT-BALANCE-LINE
           END-IF.
      *  Credits that moved since the billing cut mean the earlier
      *  bill is stale - flag the statement for the bursar
           MOVE 0 TO WS-SNAP-MATCH.
           PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                UNTIL WS-SNAP-SUB > WS-SNAP-COUNT
                   OR WS-SNAP-MATCH > 0
              IF WS-SNAP-ID (WS-SNAP-SUB) NUMERIC
                 IF WS-SNAP-ID (WS-SNAP-SUB) = STUDENT-ID
                    MOVE WS-SNAP-SUB TO WS-SNAP-MATCH
                 END-IF
              ELSE
                 IF WS-SNAP-NAME (WS-SNAP-SUB) = STUDENT-NAME
                    MOVE WS-SNAP-SUB TO WS-SNAP-MATCH
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SNAP-MATCH > 0
           END-IF.
           MOVE SPACES TO STMT-LINE-OUT.
           WRITE STMT-LINE-OUT.
      *
       410-WRITE-MAIL-HEADER.
           SET MPC-TUITION-STMT TO TRUE.
           MOVE STUDENT-ID      TO MPC-PIECE-KEY.
           MOVE STUDENT-NAME    TO MPC-NAME.
           MOVE SPACES          TO MPC-ADDR-1.
           MOVE SPACES          TO MPC-ADDR-2.
           MOVE 0 TO WS-ADR-MATCH.
           PERFORM VARYING WS-ADR-SUB FROM 1 BY 1
                UNTIL WS-ADR-SUB > WS-ADR-COUNT
                   OR WS-ADR-MATCH > 0
              IF WS-ADR-ID (WS-ADR-SUB) = STUDENT-ID
                 MOVE WS-ADR-SUB TO WS-ADR-MATCH
              END-IF
           END-PERFORM.
           IF WS-ADR-MATCH > 0
              MOVE WS-ADR-LINE-1 (WS-ADR-MATCH) TO MPC-ADDR-1
              MOVE WS-ADR-LINE-2 (WS-ADR-MATCH) TO MPC-ADDR-2
           END-IF.
           WRITE STMT-LINE-OUT FROM MPC-HEADER-REC.
           WRITE STMT-LINE-OUT FROM MPC-ADDRESS-REC.
      *
       500-WRITE-SNAPSHOT.
           MOVE STUDENT-NAME    TO SO-STUDENT-NAME.
           MOVE STUDENT-ID      TO SO-STUDENT-ID.
           MOVE WS-BILL-TERM    TO SO-TERM.
           MOVE WS-TERM-CREDITS TO SO-CREDITS.
           WRITE SNAPOUT-RECORD.
      *
      *  Brings the student's account up to this cut's tuition for
      *  the term - one ledger row for the difference, none when the
      *  account already holds the right amount. A roster row with
      *  no ID has no account and is left to the bursar.
       600-POST-TUITION-CHARGE.
           MOVE 0 TO WS-ACT-MATCH.
           IF STUDENT-ID NOT NUMERIC OR STUDENT-ID = 0
              DISPLAY 'NO STUDENT ID - NOT POSTED: ' STUDENT-NAME
           ELSE
              MOVE STUDENT-ID TO WS-ACCT-KEY-ID
              PERFORM 145-FIND-ACCOUNT
              COMPUTE WS-ACCT-CHARGE = WS-TUITION-DUE -
                  WS-ACT-TERM-CHARGED (WS-ACT-MATCH)
              IF WS-ACCT-CHARGE NOT = 0
                 MOVE SPACES          TO STDACCT-RECORD
                 MOVE STUDENT-ID      TO SA-STUDENT-ID
                 MOVE WS-BILL-TERM    TO SA-TERM
                 SET SA-TUITION-CHARGE TO TRUE
                 MOVE WS-RUN-DATE     TO SA-POST-DATE
                 MOVE WS-ACCT-CHARGE  TO SA-AMOUNT
                 MOVE WS-ACCT-REFERENCE TO SA-REFERENCE
                 MOVE 'TUITBILL'      TO SA-SOURCE
                 WRITE STDACCT-RECORD
                 ADD WS-ACCT-CHARGE
                   TO WS-ACT-TERM-CHARGED (WS-ACT-MATCH)
                 ADD WS-ACCT-CHARGE TO WS-ACT-BALANCE (WS-ACT-MATCH)
                 ADD WS-ACCT-CHARGE TO WS-ACCT-CHARGE-TOTAL
                 ADD 1 TO CTR-CHARGES-POSTED
              END-IF
           END-IF.
      *
       800-WRITE-REVENUE-SUMMARY.
           MOVE WS-BILL-TERM TO REV-TERM-OUT.
           END-PERFORM.
           MOVE WS-REVENUE-TOTAL TO REV-TOTAL-OUT.
           WRITE REV-LINE-OUT FROM REV-TOTAL-LINE.
      *
      *  The cut's net STDACCT tuition postings as one journal batch,
      *  so the receivable always equals the ledger: a net charge
      *  raises the receivable against tuition revenue, a net
      *  reversal (drops since the last cut) reverses the two sides
       850-WRITE-GL-JOURNAL.
           MOVE SPACES          TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE     TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME     TO JRNL-BATCH-ID.
           MOVE 'TUITBILL'      TO JRNL-SOURCE.
           MOVE WS-ACCT-CHARGE-TOTAL TO JRNL-AMOUNT.
           MOVE CTR-CHARGES-POSTED TO JRNL-ITEM-COUNT.
           IF WS-ACCT-CHARGE-TOTAL > 0
              SET JRNL-DEBIT    TO TRUE
           ELSE
              SET JRNL-CREDIT   TO TRUE
           END-IF.
           IF WS-ACCT-CHARGE-TOTAL NOT = 0
              MOVE 'TUI-RCVB'   TO JRNL-ACCOUNT-NO
              MOVE 'TUITION RECEIVABLE' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              IF JRNL-DEBIT
                 SET JRNL-CREDIT TO TRUE
              ELSE
                 SET JRNL-DEBIT TO TRUE
              END-IF
              MOVE 'TUI-REVN'   TO JRNL-ACCOUNT-NO
              MOVE 'TUITION REVENUE' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
           END-IF.
           SET JRNL-TRAILER     TO TRUE.
           MOVE 'CONTROL '      TO JRNL-ACCOUNT-NO.
           MOVE 'TUITBILL BATCH CONTROL' TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
           DISPLAY 'STUDENTS READ:        ' CTR-STUDENTS.
           DISPLAY 'STATEMENTS BILLED:    ' CTR-BILLED.
           DISPLAY 'FULL-TIME FLAT RATE:  ' CTR-FLAT-RATE.
           DISPLAY 'CHANGED SINCE CUT:    ' CTR-CHANGED.
           DISPLAY 'LEDGER ROWS READ:     ' CTR-ACCT-ROWS-READ.
           DISPLAY 'ACCOUNT POSTINGS:     ' CTR-CHARGES-POSTED.
           MOVE WS-ACCT-CHARGE-TOTAL TO STMT-BALANCE-OUT.
           DISPLAY 'NET CHARGES POSTED:   ' STMT-BALANCE-OUT.
           DISPLAY 'END PROG TUITBILL ...'.
           CLOSE STUDENT-FILE STMT-FILE REV-FILE SNAPOUT-FILE
                 JRNL-FILE STDACCT-FILE.
