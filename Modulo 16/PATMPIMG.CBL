      *===============================================================
      *  MASTER PATIENT INDEX MAINTENANCE AND MERGE - PATMPIMG
      *---------------------------------------------------------------
      *  APPLIES THE REGISTRATION DESK'S MPITRAN TRANSACTIONS TO THE
      *  PATMPI MASTER PATIENT INDEX KSDS (SEE PATMPIR):
      *    'U' - UPDATE ONE NUMBER'S DATE OF BIRTH AND/OR PHONE.
      *    'M' - MERGE A DUPLICATE. THE RETIRED NUMBER'S STAYHIST
      *          READMISSION HISTORY, OOPACCUM OUT-OF-POCKET
      *          ACCUMULATOR AND PATAR A/R BALANCE ARE FOLDED INTO THE
      *          SURVIVING NUMBER'S RECORDS (OR RE-KEYED TO IT WHERE
      *          THE SURVIVOR HAS NONE), THE RETIRED NUMBER'S RECORDS
      *          ARE DELETED, AND ITS PATMPI ROW IS LEFT POINTING AT
      *          THE SURVIVOR SO HOSPEDIT POSTS ANY LATER STAY SENT
      *          UNDER IT TO THE SURVIVOR.
      *  A MERGE CARRIES THE REQUESTING OPERATOR AND A SECOND,
      *  APPROVING OPERATOR - THE REQUESTER CANNOT APPROVE THEIR OWN
      *  MERGE - AND BOTH ARE CHECKED AGAINST OPERAUTH (GNSPOAUT).
      *  A RETIRED NUMBER STILL PLACED WITH THE COLLECTION AGENCY
      *  (AN OPEN BADDEBT ROW) IS NOT MERGED - THE AGENCY REPORTS
      *  COLLECTIONS UNDER IT - UNTIL THE PLACEMENT IS CLOSED.
      *  EVERY RECORD CHANGED IS LOGGED TO THE MRGAUDIT AUDIT TRAIL
      *  WITH BOTH SIDES' FIGURES; REJECTED TRANSACTIONS GO TO MPIERR
      *  WITH THE REASON, AND AUTHORITY REFUSALS ALSO TO EXCPLOG.
      *---------------------------------------------------------------
      *  MODIFICATION HISTORY:
      *  15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATMPIMG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE
           ASSIGN TO MPITRAN
             FILE STATUS IS TRCODE.
           SELECT MPIFILE
           ASSIGN TO PATMPI
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MPI-PATIENT-NBR
             FILE STATUS IS MICODE.
           SELECT STAYFILE
           ASSIGN TO STAYHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SH-PATIENT-NBR
             FILE STATUS IS SHCODE.
           SELECT OOPFILE
           ASSIGN TO OOPACCUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OOP-PATIENT-NBR
             FILE STATUS IS OPCODE.
           SELECT PATARFILE
           ASSIGN TO PATAR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PAR-PATIENT-NBR
             FILE STATUS IS ARCODE.
           SELECT BDFILE
           ASSIGN TO BADDEBT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BD-PATIENT-NBR
             FILE STATUS IS BDCODE.
      *  Merge audit trail - one row per record a transaction changed
           SELECT AUDFILE
           ASSIGN TO MRGAUDIT
             FILE STATUS IS AUCODE.
           SELECT ERRFILE
           ASSIGN TO MPIERR
             FILE STATUS IS ERCODE.
      *  Shared daily processing-exceptions log (see EXCPREC)
           SELECT EXCPFILE
           ASSIGN TO EXCPLOG
             FILE STATUS IS EXCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MPI-TRAN-REC.
       01  MPI-TRAN-REC.
           05  MTR-ACTION          PIC X(01).
               88 MTR-UPDATE           VALUE 'U'.
               88 MTR-MERGE            VALUE 'M'.
           05  MTR-OPERATOR-ID     PIC X(08).
      *  SECOND OPERATOR APPROVING A MERGE - BLANK ON AN UPDATE
           05  MTR-APPROVER-ID     PIC X(08).
      *  THE NUMBER UPDATED, OR THE NUMBER A MERGE RETIRES
           05  MTR-PATIENT-NBR     PIC 9(05).
      *  THE NUMBER A MERGE KEEPS - ZERO ON AN UPDATE
           05  MTR-SURVIVOR-NBR    PIC 9(05).
      *  NEW DATE OF BIRTH (CCYYMMDD) AND PHONE - BLANK = UNCHANGED
           05  MTR-BIRTH-DATE-X    PIC X(08).
           05  MTR-BIRTH-DATE REDEFINES MTR-BIRTH-DATE-X
                                   PIC 9(08).
           05  MTR-PHONE           PIC X(10).
           05  FILLER              PIC X(35).
     **
       FD  MPIFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MPI-REC.
       01  MPI-REC.
           COPY PATMPIR.
     **
       FD  STAYFILE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAY-HIST-REC.
       01  STAY-HIST-REC.
           05  SH-PATIENT-NBR      PIC 9(05).
           05  SH-LAST-DISCH-DATE  PIC 9(08).
           05  SH-DIAG-CATEGORY    PIC X(12).
           05  SH-DISCHARGE-COUNT  PIC 9(05).
           05  SH-INTERIM-DAYS     PIC 9(03).
           05  SH-INTERIM-BILLED   PIC 9(07)V99.
           05  FILLER              PIC X(16).
     **
       FD  OOPFILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OOP-ACCUM-REC.
       01  OOP-ACCUM-REC.
           05  OOP-PATIENT-NBR     PIC 9(05).
           05  OOP-ACCUM-AMT       PIC 9(07)V99.
           05  OOP-LAST-UPDATE     PIC 9(08).
           05  OOP-LAST-RUN-AMT    PIC 9(07)V99.
           05  FILLER              PIC X(09).
     **
       FD  PATARFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATIENT-AR-REC.
       01  PATIENT-AR-REC.
           COPY PATARR.
     **
       FD  BDFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BAD-DEBT-REC.
       01  BAD-DEBT-REC.
           COPY PATBDR.
     **
       FD  AUDFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRG-AUDIT-REC.
       01  MRG-AUDIT-REC.
           05  MAU-RUN-DATE        PIC 9(08).
           05  MAU-OPERATOR-ID     PIC X(08).
           05  MAU-APPROVER-ID     PIC X(08).
           05  MAU-RETIRED-NBR     PIC 9(05).
           05  MAU-SURVIVOR-NBR    PIC 9(05).
      *  FILE CHANGED (STAYHIST/OOPACCUM/PATAR/PATMPI) AND WHAT WAS
      *  DONE TO IT (FOLDED, REKEYED, RETIRED, UPDATED)
           05  MAU-FILE-NAME       PIC X(08).
           05  MAU-ACTION          PIC X(08).
      *  THE FIGURE NAMED IN MAU-DETAIL - ON THE RETIRED NUMBER, ON
      *  THE SURVIVOR BEFORE THE MERGE, AND ON THE SURVIVOR AFTER.
      *  AN UPDATE ROW CARRIES THE DATE OF BIRTH (1-8) AND PHONE
      *  (10-19) IT REPLACED IN MAU-DETAIL INSTEAD
           05  MAU-RETIRED-AMT     PIC S9(7)V99.
           05  MAU-SURVIVOR-AMT    PIC S9(7)V99.
           05  MAU-RESULT-AMT      PIC S9(7)V99.
           05  MAU-DETAIL          PIC X(23).
     **
       FD  ERRFILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MPI-ERR-REC.
       01  MPI-ERR-REC.
           05  ERR-TRAN            PIC X(80).
           05  ERR-REASON          PIC X(40).
     **
       FD  EXCPFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCP-LOG-REC.
       01  EXCP-LOG-REC.
           COPY EXCPREC.
      *
       WORKING-STORAGE SECTION.
       77  TRCODE                      PIC X(02) VALUE SPACES.
           88 TRAN-FILE-OK                 VALUE '00'.
       77  MICODE                      PIC X(02) VALUE SPACES.
           88 MPI-FILE-OK                  VALUE '00'.
       77  SHCODE                      PIC X(02) VALUE SPACES.
           88 STAY-FILE-OK                 VALUE '00'.
       77  OPCODE                      PIC X(02) VALUE SPACES.
           88 OOP-FILE-OK                  VALUE '00'.
       77  ARCODE                      PIC X(02) VALUE SPACES.
           88 AR-FILE-OK                   VALUE '00'.
       77  BDCODE                      PIC X(02) VALUE SPACES.
           88 BD-FILE-OK                   VALUE '00'.
       77  AUCODE                      PIC X(02) VALUE SPACES.
           88 AUD-FILE-OK                  VALUE '00'.
       77  ERCODE                      PIC X(02) VALUE SPACES.
           88 ERR-FILE-OK                  VALUE '00'.
       77  EXCODE                      PIC X(02) VALUE SPACES.
           88 EXCP-FILE-OK                 VALUE '00'.
       77  WS-CURRENT-DATE-NUM         PIC 9(08) VALUE ZERO.
       77  WS-TRANS-READ               PIC S9(4) COMP VALUE 0.
       77  WS-UPDATES-APPLIED          PIC S9(4) COMP VALUE 0.
       77  WS-MERGES-APPLIED           PIC S9(4) COMP VALUE 0.
       77  WS-TRANS-REJECTED           PIC S9(4) COMP VALUE 0.
       77  WS-AUDIT-ROWS               PIC S9(4) COMP VALUE 0.
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-RETIRED-NBR              PIC 9(05) VALUE 0.
       77  WS-SURVIVOR-NBR             PIC 9(05) VALUE 0.
      *  The retired number's record of the file being folded, held
      *  while the survivor's is read into the FD area
       01  WS-RETIRED-MPI.
           05  RM-PATIENT-NBR          PIC 9(05).
           05  RM-PATIENT-NAME         PIC X(20).
           05  RM-PHONE                PIC X(10).
           05  RM-BIRTH-DATE           PIC 9(08).
           05  FILLER                  PIC X(37).
       01  WS-RETIRED-STAY.
           05  RS-PATIENT-NBR          PIC 9(05).
           05  RS-LAST-DISCH-DATE      PIC 9(08).
           05  RS-DIAG-CATEGORY        PIC X(12).
           05  RS-DISCHARGE-COUNT      PIC 9(05).
           05  RS-INTERIM-DAYS         PIC 9(03).
           05  RS-INTERIM-BILLED       PIC 9(07)V99.
           05  FILLER                  PIC X(16).
       01  WS-RETIRED-OOP.
           05  RO-PATIENT-NBR          PIC 9(05).
           05  RO-ACCUM-AMT            PIC 9(07)V99.
           05  RO-LAST-UPDATE          PIC 9(08).
           05  RO-LAST-RUN-AMT         PIC 9(07)V99.
           05  FILLER                  PIC X(09).
       01  WS-RETIRED-AR.
           05  RA-PATIENT-NBR          PIC 9(05).
           05  RA-BALANCE              PIC S9(7)V99.
           05  RA-PAYMENTS-CYCLE       PIC S9(7)V99.
           05  RA-AGE-CURRENT          PIC S9(7)V99.
           05  RA-AGE-30               PIC S9(7)V99.
           05  RA-AGE-60               PIC S9(7)V99.
           05  RA-AGE-90               PIC S9(7)V99.
           05  RA-PLAN-MONTHLY         PIC 9(5)V99.
           05  RA-LAST-ACTIVITY        PIC 9(08).
           05  RA-INS-PENDING          PIC S9(7)V99.
           05  RA-PATIENT-RESP         PIC S9(7)V99.
           05  RA-FOLLOWUP-FLAG        PIC X(01).
               88  RA-NO-FOLLOWUP          VALUE ' '.
           05  RA-DENIAL-REASON        PIC X(04).
           05  RA-COLLECTION-STATUS    PIC X(01).
               88  RA-WRITTEN-OFF          VALUE 'W'.
           05  RA-DELQ-CYCLES          PIC 9(02).
       77  MORE-RECORDS-SW             PIC X(1) VALUE 'S'.
           88 MORE-RECORDS     VALUE 'S'.
           88 NO-MORE-RECORDS  VALUE 'N'.
      *  Operator-authority parameter area passed to GNSPOAUT
           COPY GNSWVOAU.
      *
       PROCEDURE DIVISION.
           DISPLAY "Init prog PATMPIMG".
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           GOBACK.
      *
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM.
           OPEN INPUT TRANFILE.
           IF NOT TRAN-FILE-OK
              DISPLAY 'ERROR OPENING MPITRAN - FILE STATUS = ' TRCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN I-O MPIFILE.
           IF NOT MPI-FILE-OK
              DISPLAY 'ERROR OPENING PATMPI - FILE STATUS = ' MICODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN I-O STAYFILE.
           IF NOT STAY-FILE-OK
              DISPLAY 'ERROR OPENING STAYHIST - FILE STATUS = ' SHCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN I-O OOPFILE.
           IF NOT OOP-FILE-OK
              DISPLAY 'ERROR OPENING OOPACCUM - FILE STATUS = ' OPCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN I-O PATARFILE.
           IF NOT AR-FILE-OK
              DISPLAY 'ERROR OPENING PATAR - FILE STATUS = ' ARCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN INPUT BDFILE.
           IF NOT BD-FILE-OK
              DISPLAY 'ERROR OPENING BADDEBT - FILE STATUS = ' BDCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN EXTEND AUDFILE.
           IF NOT AUD-FILE-OK
              DISPLAY 'ERROR OPENING MRGAUDIT - FILE STATUS = ' AUCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN OUTPUT ERRFILE.
           IF NOT ERR-FILE-OK
              DISPLAY 'ERROR OPENING MPIERR - FILE STATUS = ' ERCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN EXTEND EXCPFILE.
           IF NOT EXCP-FILE-OK
              DISPLAY 'ERROR OPENING EXCPLOG - FILE STATUS = ' EXCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
           GO TO 000-EXIT.
       000-OPEN-ERROR.
           MOVE +12 TO RETURN-CODE.
           GOBACK.
       000-EXIT.
           EXIT.
      *
       100-MAINLINE.
           ADD +1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN MTR-UPDATE
                 PERFORM 300-UPDATE-PATIENT THRU 300-EXIT
              WHEN MTR-MERGE
                 PERFORM 400-MERGE-PATIENT THRU 400-EXIT
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 190-REJECT-TRAN THRU 190-EXIT
           END-IF.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
       100-EXIT.
           EXIT.
      *
       150-READ-NEXT.
           READ TRANFILE
              AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       150-EXIT.
           EXIT.
      *
      *  Ask GNSPOAUT whether OAU-OPERATOR may take OAU-ACTION here.
      *  A refusal is logged to EXCPLOG against the operator as well
      *  as rejecting the transaction.
       160-CHECK-AUTHORITY.
           MOVE 'PATMPIMG'          TO OAU-PROGRAM.
           MOVE ZERO                TO OAU-AMOUNT.
           CALL 'GNSPOAUT' USING OAU-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 0
              GO TO 160-EXIT
           END-IF.
           MOVE OAU-CMSG TO WS-REJECT-REASON.
           INITIALIZE EXCP-LOG-REC.
           MOVE 'REJECTED'          TO EXCP-RECORD-TYPE.
           MOVE 'PATMPIMG'          TO EXCP-SOURCE-PROGRAM.
           MOVE OAU-OPERATOR        TO EXCP-KEY-ID.
           MOVE 'OAUT'              TO EXCP-REASON-CODE.
           MOVE OAU-CMSG            TO EXCP-REASON-TEXT.
           MOVE WS-CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           WRITE EXCP-LOG-REC.
           MOVE 0 TO RETURN-CODE.
       160-EXIT.
           EXIT.
      *
       190-REJECT-TRAN.
           ADD +1 TO WS-TRANS-REJECTED.
           MOVE MPI-TRAN-REC     TO ERR-TRAN.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           WRITE MPI-ERR-REC.
           DISPLAY 'REJECTED ' MTR-ACTION ' ' MTR-PATIENT-NBR
                   ' - ' WS-REJECT-REASON.
       190-EXIT.
           EXIT.
      *
      *  One row of the merge audit trail - the caller has filled the
      *  file name, action, figures and detail
       195-WRITE-AUDIT.
           MOVE WS-CURRENT-DATE-NUM TO MAU-RUN-DATE.
           MOVE MTR-OPERATOR-ID     TO MAU-OPERATOR-ID.
           MOVE MTR-APPROVER-ID     TO MAU-APPROVER-ID.
           MOVE WS-RETIRED-NBR      TO MAU-RETIRED-NBR.
           MOVE WS-SURVIVOR-NBR     TO MAU-SURVIVOR-NBR.
           WRITE MRG-AUDIT-REC.
           ADD +1 TO WS-AUDIT-ROWS.
       195-EXIT.
           EXIT.
      *
      *  'U' - date of birth and/or phone for one active number
       300-UPDATE-PATIENT.
           MOVE MTR-OPERATOR-ID TO OAU-OPERATOR.
           MOVE 'U'             TO OAU-ACTION.
           PERFORM 160-CHECK-AUTHORITY THRU 160-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 300-EXIT
           END-IF.
           IF MTR-BIRTH-DATE-X NOT = SPACES
              IF MTR-BIRTH-DATE-X NOT NUMERIC
                 OR MTR-BIRTH-DATE > WS-CURRENT-DATE-NUM
                 OR MTR-BIRTH-DATE < 18500101
                 MOVE 'DATE OF BIRTH NOT A VALID CCYYMMDD'
                   TO WS-REJECT-REASON
                 GO TO 300-EXIT
              END-IF
           END-IF.
           IF MTR-BIRTH-DATE-X = SPACES AND MTR-PHONE = SPACES
              MOVE 'NOTHING TO UPDATE' TO WS-REJECT-REASON
              GO TO 300-EXIT
           END-IF.
           MOVE MTR-PATIENT-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
              INVALID KEY
                 MOVE 'PATIENT NBR NOT ON PATMPI' TO WS-REJECT-REASON
                 GO TO 300-EXIT
           END-READ.
           IF MPI-MERGED
              MOVE 'PATIENT NBR RETIRED BY A MERGE'
                TO WS-REJECT-REASON
              GO TO 300-EXIT
           END-IF.
           MOVE MTR-PATIENT-NBR TO WS-RETIRED-NBR.
           MOVE ZERO            TO WS-SURVIVOR-NBR.
      *  The audit row keeps the date of birth and phone it replaced
           INITIALIZE MRG-AUDIT-REC.
           MOVE 'PATMPI'        TO MAU-FILE-NAME.
           MOVE 'UPDATED'       TO MAU-ACTION.
           MOVE MPI-BIRTH-DATE  TO MAU-DETAIL (1:8).
           MOVE MPI-PHONE       TO MAU-DETAIL (10:10).
           IF MTR-BIRTH-DATE-X NOT = SPACES
              MOVE MTR-BIRTH-DATE TO MPI-BIRTH-DATE
           END-IF.
           IF MTR-PHONE NOT = SPACES
              MOVE MTR-PHONE      TO MPI-PHONE
           END-IF.
           REWRITE MPI-REC.
           PERFORM 195-WRITE-AUDIT THRU 195-EXIT.
           ADD +1 TO WS-UPDATES-APPLIED.
       300-EXIT.
           EXIT.
      *
      *  'M' - fold a duplicate number into its survivor
       400-MERGE-PATIENT.
           IF MTR-APPROVER-ID = SPACES
              MOVE 'APPROVER NOT GIVEN' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           IF MTR-APPROVER-ID = MTR-OPERATOR-ID
              MOVE 'REQUESTER CANNOT APPROVE OWN MERGE'
                TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           MOVE MTR-OPERATOR-ID TO OAU-OPERATOR.
           MOVE 'M'             TO OAU-ACTION.
           PERFORM 160-CHECK-AUTHORITY THRU 160-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 400-EXIT
           END-IF.
           MOVE MTR-APPROVER-ID TO OAU-OPERATOR.
           MOVE 'A'             TO OAU-ACTION.
           PERFORM 160-CHECK-AUTHORITY THRU 160-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 400-EXIT
           END-IF.
           MOVE MTR-PATIENT-NBR  TO WS-RETIRED-NBR.
           MOVE MTR-SURVIVOR-NBR TO WS-SURVIVOR-NBR.
           IF WS-RETIRED-NBR = WS-SURVIVOR-NBR
              MOVE 'RETIRED AND SURVIVING NBR ARE THE SAME'
                TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           MOVE WS-SURVIVOR-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
              INVALID KEY
                 MOVE 'SURVIVING NBR NOT ON PATMPI' TO WS-REJECT-REASON
                 GO TO 400-EXIT
           END-READ.
           IF MPI-MERGED
              MOVE 'SURVIVING NBR ALREADY RETIRED BY A MERGE'
                TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           MOVE WS-RETIRED-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
              INVALID KEY
                 MOVE 'RETIRED NBR NOT ON PATMPI' TO WS-REJECT-REASON
                 GO TO 400-EXIT
           END-READ.
           IF MPI-MERGED
              MOVE 'RETIRED NBR ALREADY MERGED' TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           MOVE WS-RETIRED-NBR TO BD-PATIENT-NBR.
           READ BDFILE
              INVALID KEY
                 MOVE SPACES TO BD-STATUS
           END-READ.
           IF BD-OPEN
              MOVE 'RETIRED NBR STILL PLACED WITH THE AGENCY'
                TO WS-REJECT-REASON
              GO TO 400-EXIT
           END-IF.
           DISPLAY 'MERGING PATIENT ' WS-RETIRED-NBR
                   ' INTO ' WS-SURVIVOR-NBR.
           PERFORM 410-FOLD-STAY-HISTORY THRU 410-EXIT.
           PERFORM 420-FOLD-OOP-ACCUM THRU 420-EXIT.
           PERFORM 430-FOLD-PATIENT-AR THRU 430-EXIT.
           PERFORM 440-RETIRE-NUMBER THRU 440-EXIT.
           ADD +1 TO WS-MERGES-APPLIED.
       400-EXIT.
           EXIT.
      *
      *  STAYHIST - the later discharge (and its category) wins so the
      *  readmission window runs from the person's true last stay;
      *  discharge counts and any open interim billing add together
       410-FOLD-STAY-HISTORY.
           MOVE WS-RETIRED-NBR TO SH-PATIENT-NBR.
           READ STAYFILE
              INVALID KEY
                 GO TO 410-EXIT
           END-READ.
           MOVE STAY-HIST-REC TO WS-RETIRED-STAY.
           DELETE STAYFILE.
           INITIALIZE MRG-AUDIT-REC.
           MOVE 'STAYHIST'         TO MAU-FILE-NAME.
           MOVE 'DISCHARGE COUNT'  TO MAU-DETAIL.
           MOVE RS-DISCHARGE-COUNT TO MAU-RETIRED-AMT.
           MOVE WS-SURVIVOR-NBR TO SH-PATIENT-NBR.
           READ STAYFILE
              INVALID KEY
                 MOVE WS-RETIRED-STAY TO STAY-HIST-REC
                 MOVE WS-SURVIVOR-NBR TO SH-PATIENT-NBR
                 WRITE STAY-HIST-REC
                 MOVE 'REKEYED'          TO MAU-ACTION
                 MOVE SH-DISCHARGE-COUNT TO MAU-RESULT-AMT
                 PERFORM 195-WRITE-AUDIT THRU 195-EXIT
                 GO TO 410-EXIT
           END-READ.
           MOVE SH-DISCHARGE-COUNT TO MAU-SURVIVOR-AMT.
           IF RS-LAST-DISCH-DATE > SH-LAST-DISCH-DATE
              MOVE RS-LAST-DISCH-DATE TO SH-LAST-DISCH-DATE
              MOVE RS-DIAG-CATEGORY   TO SH-DIAG-CATEGORY
           END-IF.
           ADD RS-DISCHARGE-COUNT TO SH-DISCHARGE-COUNT.
           ADD RS-INTERIM-DAYS    TO SH-INTERIM-DAYS.
           ADD RS-INTERIM-BILLED  TO SH-INTERIM-BILLED.
           REWRITE STAY-HIST-REC.
           MOVE 'FOLDED'           TO MAU-ACTION.
           MOVE SH-DISCHARGE-COUNT TO MAU-RESULT-AMT.
           PERFORM 195-WRITE-AUDIT THRU 195-EXIT.
       410-EXIT.
           EXIT.
      *
      *  OOPACCUM - the accumulators add; the later run date (and
      *  what that run contributed) is kept so OOPBKOUT can still
      *  back it out, both runs' amounts when it is the same date
       420-FOLD-OOP-ACCUM.
           MOVE WS-RETIRED-NBR TO OOP-PATIENT-NBR.
           READ OOPFILE
              INVALID KEY
                 GO TO 420-EXIT
           END-READ.
           MOVE OOP-ACCUM-REC TO WS-RETIRED-OOP.
           DELETE OOPFILE.
           INITIALIZE MRG-AUDIT-REC.
           MOVE 'OOPACCUM'         TO MAU-FILE-NAME.
           MOVE 'OUT-OF-POCKET ACCUM'  TO MAU-DETAIL.
           MOVE RO-ACCUM-AMT       TO MAU-RETIRED-AMT.
           MOVE WS-SURVIVOR-NBR TO OOP-PATIENT-NBR.
           READ OOPFILE
              INVALID KEY
                 MOVE WS-RETIRED-OOP  TO OOP-ACCUM-REC
                 MOVE WS-SURVIVOR-NBR TO OOP-PATIENT-NBR
                 WRITE OOP-ACCUM-REC
                 MOVE 'REKEYED'       TO MAU-ACTION
                 MOVE OOP-ACCUM-AMT   TO MAU-RESULT-AMT
                 PERFORM 195-WRITE-AUDIT THRU 195-EXIT
                 GO TO 420-EXIT
           END-READ.
           MOVE OOP-ACCUM-AMT TO MAU-SURVIVOR-AMT.
           ADD RO-ACCUM-AMT TO OOP-ACCUM-AMT.
           EVALUATE TRUE
              WHEN RO-LAST-UPDATE = OOP-LAST-UPDATE
                 ADD RO-LAST-RUN-AMT TO OOP-LAST-RUN-AMT
              WHEN RO-LAST-UPDATE > OOP-LAST-UPDATE
                 MOVE RO-LAST-UPDATE  TO OOP-LAST-UPDATE
                 MOVE RO-LAST-RUN-AMT TO OOP-LAST-RUN-AMT
           END-EVALUATE.
           REWRITE OOP-ACCUM-REC.
           MOVE 'FOLDED'           TO MAU-ACTION.
           MOVE OOP-ACCUM-AMT      TO MAU-RESULT-AMT.
           PERFORM 195-WRITE-AUDIT THRU 195-EXIT.
       420-EXIT.
           EXIT.
      *
      *  PATAR - balance, buckets and the insurer/patient split add;
      *  the survivor keeps its own payment plan and denial follow-up
      *  unless it has none; a written-off side keeps the account
      *  flagged so a later overpayment still reverses the write-off
       430-FOLD-PATIENT-AR.
           MOVE WS-RETIRED-NBR TO PAR-PATIENT-NBR.
           READ PATARFILE
              INVALID KEY
                 GO TO 430-EXIT
           END-READ.
           MOVE PATIENT-AR-REC TO WS-RETIRED-AR.
           DELETE PATARFILE.
           INITIALIZE MRG-AUDIT-REC.
           MOVE 'PATAR'            TO MAU-FILE-NAME.
           MOVE 'A/R BALANCE'      TO MAU-DETAIL.
           MOVE RA-BALANCE         TO MAU-RETIRED-AMT.
           MOVE WS-SURVIVOR-NBR TO PAR-PATIENT-NBR.
           READ PATARFILE
              INVALID KEY
                 MOVE WS-RETIRED-AR   TO PATIENT-AR-REC
                 MOVE WS-SURVIVOR-NBR TO PAR-PATIENT-NBR
                 WRITE PATIENT-AR-REC
                 MOVE 'REKEYED'       TO MAU-ACTION
                 MOVE PAR-BALANCE     TO MAU-RESULT-AMT
                 PERFORM 195-WRITE-AUDIT THRU 195-EXIT
                 GO TO 430-EXIT
           END-READ.
           MOVE PAR-BALANCE TO MAU-SURVIVOR-AMT.
           ADD RA-BALANCE        TO PAR-BALANCE.
           ADD RA-PAYMENTS-CYCLE TO PAR-PAYMENTS-CYCLE.
           ADD RA-AGE-CURRENT    TO PAR-AGE-CURRENT.
           ADD RA-AGE-30         TO PAR-AGE-30.
           ADD RA-AGE-60         TO PAR-AGE-60.
           ADD RA-AGE-90         TO PAR-AGE-90.
           ADD RA-INS-PENDING    TO PAR-INS-PENDING.
           ADD RA-PATIENT-RESP   TO PAR-PATIENT-RESP.
           IF PAR-PLAN-MONTHLY = 0
              MOVE RA-PLAN-MONTHLY TO PAR-PLAN-MONTHLY
           END-IF.
           IF PAR-NO-FOLLOWUP AND NOT RA-NO-FOLLOWUP
              MOVE RA-FOLLOWUP-FLAG TO PAR-FOLLOWUP-FLAG
              MOVE RA-DENIAL-REASON TO PAR-DENIAL-REASON
           END-IF.
           IF RA-WRITTEN-OFF
              SET PAR-WRITTEN-OFF TO TRUE
           END-IF.
           IF RA-DELQ-CYCLES > PAR-DELQ-CYCLES
              MOVE RA-DELQ-CYCLES TO PAR-DELQ-CYCLES
           END-IF.
           IF RA-LAST-ACTIVITY > PAR-LAST-ACTIVITY
              MOVE RA-LAST-ACTIVITY TO PAR-LAST-ACTIVITY
           END-IF.
           REWRITE PATIENT-AR-REC.
           MOVE 'FOLDED'           TO MAU-ACTION.
           MOVE PAR-BALANCE        TO MAU-RESULT-AMT.
           PERFORM 195-WRITE-AUDIT THRU 195-EXIT.
       430-EXIT.
           EXIT.
      *
      *  PATMPI - the survivor picks up a date of birth or phone it is
      *  missing, and the retired number is left pointing at it
       440-RETIRE-NUMBER.
           MOVE WS-RETIRED-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
           END-READ.
           MOVE MPI-REC TO WS-RETIRED-MPI.
           SET MPI-MERGED       TO TRUE.
           MOVE WS-SURVIVOR-NBR TO MPI-MERGED-INTO.
           MOVE WS-CURRENT-DATE-NUM TO MPI-MERGE-DATE.
           REWRITE MPI-REC.
           MOVE WS-SURVIVOR-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
           END-READ.
           IF MPI-BIRTH-DATE = 0
              MOVE RM-BIRTH-DATE TO MPI-BIRTH-DATE
           END-IF.
           IF MPI-PHONE = SPACES
              MOVE RM-PHONE      TO MPI-PHONE
           END-IF.
           REWRITE MPI-REC.
           INITIALIZE MRG-AUDIT-REC.
           MOVE 'PATMPI'           TO MAU-FILE-NAME.
           MOVE 'RETIRED'          TO MAU-ACTION.
           MOVE 'NUMBER RETIRED'   TO MAU-DETAIL.
           PERFORM 195-WRITE-AUDIT THRU 195-EXIT.
       440-EXIT.
           EXIT.
      *
       200-CLEANUP.
           DISPLAY 'TRANSACTIONS READ:  ' WS-TRANS-READ.
           DISPLAY 'UPDATES APPLIED:    ' WS-UPDATES-APPLIED.
           DISPLAY 'MERGES APPLIED:     ' WS-MERGES-APPLIED.
           DISPLAY 'REJECTED:           ' WS-TRANS-REJECTED.
           DISPLAY 'AUDIT ROWS WRITTEN: ' WS-AUDIT-ROWS.
           CLOSE TRANFILE, MPIFILE, STAYFILE, OOPFILE, PATARFILE,
                 BDFILE, AUDFILE, ERRFILE, EXCPFILE.
           IF WS-TRANS-REJECTED > 0
              MOVE +4 TO RETURN-CODE
           END-IF.
           DISPLAY "NORMAL END OF PROG PATMPIMG".
       200-EXIT.
           EXIT.
