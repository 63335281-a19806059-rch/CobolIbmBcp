      * PATH INSTEAD OF BEING HAND-EDITED TOTALS THAT SURFACE WRONG
      * ON TBLINV CLIENT INVOICES. BAD LINES GO TO TSERR WITH THE
      * REASON. RUN TBLMAINT ON THE GENERATED EMPTRAN AFTERWARD
      * (SEE TSPOST.JCL). THE TRANSACTIONS CARRY THE BATCH OPERATOR
      * ID 'TSPOST', WHICH OPERAUTH MUST GRANT TBLMAINT 'C' AUTHORITY.
      * EVERY POSTED LINE IS ALSO APPENDED TO TSACCPT (SEE TSACPTR)
      * FOR THE TSPAYX PAYROLL EXTRACT.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 02/09/2026 RCH - ORIGINAL VERSION
      * 15/10/2026 RCH - BATCH OPERATOR ID ON THE EMPTRAN TRANSACTIONS
      * 15/10/2026 RCH - PROJMSTR LAYOUT CARRIES THE CONTRACT BUDGET,
      *                  BUDGETED DAYS, END DATE AND PROJECT MANAGER
      * 15/10/2026 RCH - POSTED LINES APPENDED TO TSACCPT FOR PAYROLL
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSPOST.
               FILE STATUS IS WS-PROJ-FILE-STATUS.
           SELECT TRAN-OUT    ASSIGN TO EMPTRAN.
           SELECT ERROR-FILE  ASSIGN TO TSERR.
           SELECT ACCEPT-FILE ASSIGN TO TSACCPT
               FILE STATUS IS WS-ACPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN RECORDING MODE F.
           05 PROJM-NAME                    PIC X(20).
           05 PROJM-CLIENT                  PIC X(08).
           05 PROJM-ACTIVE                  PIC X(01).
           05 PROJM-BUDGET-AMT              PIC 9(07)V99.
           05 PROJM-BUDGET-DAYS             PIC 9(05).
           05 PROJM-END-DATE                PIC 9(08).
           05 PROJM-MANAGER                 PIC X(08).
           05 FILLER                        PIC X(17).
      *  TBLMAINT change transaction - the action byte followed by a
      *  full EMP-PROJECT-TABLE-I image and the operator id (same
      *  layout TBLMAINT reads)
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-RECORD.
           05 TRAN-ACTION                   PIC X(01).
           05 TRAN-DATA                     PIC X(80).
           05 TRAN-OPERATOR-ID              PIC X(08).
       FD  ERROR-FILE RECORDING MODE F.
       01  ERROR-RECORD.
           05 ERR-TS-IMAGE                  PIC X(80).
           05 ERR-REASON                    PIC X(40).
      *  The accepted lines payroll is paid from
       FD  ACCEPT-FILE RECORDING MODE F.
       01  ACCEPT-RECORD.
           COPY TSACPTR.
      *
       WORKING-STORAGE SECTION.
       77  TABLE-MAX         PIC S9(4) COMP VALUE 500.
       77  WS-LINES-REJECTED  PIC S9(4) COMP VALUE 0.
       77  WS-TRANS-WRITTEN   PIC S9(4) COMP VALUE 0.
       77  WS-REJECT-REASON   PIC X(40) VALUE SPACES.
       77  TS-BATCH-OPERATOR  PIC X(08) VALUE 'TSPOST'.
       77  WS-ACPT-FILE-STATUS PIC X(02) VALUE SPACES.
                88 ACPT-FILE-OK     VALUE '00'.
       77  WS-RUN-DATE        PIC 9(08) VALUE 0.
      *  Project master rows, for the per-line validation
       01  WS-PROJ-MASTER-TABLE.
           05 WS-PROJM-ITEM OCCURS 1 TO 100 TIMES
           OPEN INPUT  TS-FILE.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT ERROR-FILE.
           OPEN EXTEND ACCEPT-FILE.
           IF NOT ACPT-FILE-OK
              DISPLAY 'ERROR OPENING TSACCPT, STATUS '
                      WS-ACPT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-LOAD-PROJECT-MASTER.
           READ MASTER-IN
           AT END MOVE 'Y' TO SW-END-OF-FILE.
                   TO EMP-NBR-OT-HOURS (WS-MATCH-SUB)
                 MOVE 'Y' TO WS-ROW-TOUCHED (WS-MATCH-SUB)
                 ADD 1 TO WS-LINES-POSTED
                 PERFORM 400-WRITE-ACCEPTED-LINE
              END-IF
           END-IF.
           READ TS-FILE
                   MOVE PROJECT-INDEX TO WS-MATCH-SUB
                END-IF
           END-PERFORM.
      *
      *  The posted line, with the roster row's office and on-call
      *  flag, for payroll.
       400-WRITE-ACCEPTED-LINE.
           MOVE SPACES         TO ACCEPT-RECORD.
           MOVE TS-EMP-NAME    TO TA-EMP-NAME.
           MOVE TS-PROJECT     TO TA-PROJECT.
           MOVE TS-WEEK-ENDING TO TA-WEEK-ENDING.
           MOVE TS-DAYS        TO TA-DAYS.
           MOVE TS-OT-HOURS    TO TA-OT-HOURS.
           MOVE EMP-STATE-OFFICE (WS-MATCH-SUB) TO TA-STATE-OFFICE.
           MOVE EMP-ON-CALL (WS-MATCH-SUB)      TO TA-ON-CALL.
           MOVE WS-RUN-DATE    TO TA-POST-DATE.
           WRITE ACCEPT-RECORD.
      *
       700-REJECT-LINE.
           ADD 1 TO WS-LINES-REJECTED.
              UNTIL PROJECT-INDEX > WS-TABLE-COUNT
                IF WS-ROW-TOUCHED (PROJECT-INDEX) = 'Y'
                   MOVE 'C' TO TRAN-ACTION
                   MOVE TS-BATCH-OPERATOR TO TRAN-OPERATOR-ID
                   MOVE EMP-PROJECT-ITEM (PROJECT-INDEX)
                     TO TRAN-DATA
                   WRITE TRAN-RECORD
            DISPLAY 'LINES POSTED:          ' WS-LINES-POSTED.
            DISPLAY 'LINES REJECTED:        ' WS-LINES-REJECTED.
            DISPLAY 'CHANGE TRANS WRITTEN:  ' WS-TRANS-WRITTEN.
            CLOSE MASTER-IN TS-FILE TRAN-OUT ERROR-FILE ACCEPT-FILE.
            DISPLAY 'End program TSPOST'.
