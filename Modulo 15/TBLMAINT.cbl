      * OR UNMATCHED TRANSACTIONS TO EMPERR - SO A FAT-FINGERED
      * BILLING RATE IS CAUGHT IN AUDIT, NOT SIX WEEKS OF INVOICES.
      * TRANSACTIONS MATCH A MASTER ROW ON EMP-PROJECT + EMP-NAME.
      * THE OPERATOR ON EACH TRANSACTION MUST HOLD THE AUTHORITY FOR
      * ITS ACTION (AND THE DAY BILLING RATE) ON OPERAUTH; A REFUSAL
      * ALSO GOES TO THE SHARED EXCPLOG EXCEPTIONS LOG.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 22/08/2026 RCH - ORIGINAL VERSION
      * 15/10/2026 RCH - OPERATOR ID ON EMPTRAN CHECKED AGAINST THE
      *                  OPERAUTH AUTHORITY FILE (GNSPOAUT)
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMAINT.
           SELECT MASTER-OUT  ASSIGN TO EMPROJO.
           SELECT AUDIT-FILE  ASSIGN TO EMPAUDIT.
           SELECT ERROR-FILE  ASSIGN TO EMPERR.
           SELECT EXCP-FILE   ASSIGN TO EXCPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN RECORDING MODE F.
       01  MASTER-RECORD-I                  PIC X(80).
      *  One maintenance transaction: the action byte followed by a
      *  full EMP-PROJECT-TABLE-I image (the fields that apply) and
      *  the operator who keyed it (TSPOST stamps its own batch id)
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-RECORD.
           05 TRAN-ACTION                   PIC X(01).
              10 TRAN-LANGUAGE-CERT         PIC X(20).
              10 TRAN-ON-CALL               PIC X(01).
              10 FILLER                     PIC X(02).
           05 TRAN-OPERATOR-ID              PIC X(08).
       FD  MASTER-OUT RECORDING MODE F.
       01  MASTER-RECORD-O                  PIC X(80).
      *  Before/after audit trail - one line per applied transaction
           05 FILLER                        PIC X(11).
       FD  ERROR-FILE RECORDING MODE F.
       01  ERROR-RECORD.
           05 ERR-TRAN-IMAGE                PIC X(89).
           05 ERR-REASON                    PIC X(40).
      *  Shared daily processing-exceptions log (see EXCPREC)
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-LOG-RECORD.
           COPY EXCPREC.
      *
       WORKING-STORAGE SECTION.
       77  TABLE-MAX         PIC S9(4) COMP VALUE 500.
       77  WS-TRANS-READ     PIC S9(4) COMP VALUE 0.
       77  WS-TRANS-APPLIED  PIC S9(4) COMP VALUE 0.
       77  WS-TRANS-REJECTED PIC S9(4) COMP VALUE 0.
       77  WS-AUTH-REJECTED  PIC S9(4) COMP VALUE 0.
       77  WS-REJECT-REASON  PIC X(40) VALUE SPACES.
      *  Operator-authority parameter area passed to GNSPOAUT
           COPY GNSWVOAU.
      *  The master held in storage while transactions apply - same
      *  row layout TABLES01 loads from EMPROJ
       01  EMP-PROJECT-TABLE.
           OPEN OUTPUT MASTER-OUT.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT ERROR-FILE.
           OPEN EXTEND EXCP-FILE.
           READ MASTER-IN
           AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
      *
       100-APPLY-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ.
           PERFORM 150-CHECK-OPERATOR.
           IF WS-REJECT-REASON = SPACES
              PERFORM 200-EDIT-TRANSACTION
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 700-REJECT-TRANSACTION
           ELSE
           READ TRAN-FILE
           AT END MOVE 'Y' TO SW-END-OF-TRANS.
      *
      *  Nobody changes EMPROJ without the authority for the action
      *  on OPERAUTH; an add or change is also held to the operator's
      *  dollar limit on the day billing rate it sets.
       150-CHECK-OPERATOR.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRAN-VALID-ACTION
              MOVE 'TBLMAINT'       TO OAU-PROGRAM
              MOVE TRAN-OPERATOR-ID TO OAU-OPERATOR
              MOVE TRAN-ACTION      TO OAU-ACTION
              MOVE ZERO             TO OAU-AMOUNT
              IF NOT TRAN-DELETE AND
                 TRAN-PER-DAY-BILLING-RATE NUMERIC
                 MOVE TRAN-PER-DAY-BILLING-RATE TO OAU-AMOUNT
              END-IF
              CALL 'GNSPOAUT' USING OAU-VARI
                  RETURNING RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = 0
                 MOVE +0 TO RETURN-CODE
                 MOVE OAU-CMSG TO WS-REJECT-REASON
                 PERFORM 160-LOG-AUTHORITY-REJECT
              END-IF
           END-IF.
      *
       160-LOG-AUTHORITY-REJECT.
           ADD 1 TO WS-AUTH-REJECTED.
           INITIALIZE EXCP-LOG-RECORD.
           MOVE 'REJECTED'             TO EXCP-RECORD-TYPE.
           MOVE 'TBLMAINT'             TO EXCP-SOURCE-PROGRAM.
           MOVE TRAN-OPERATOR-ID       TO EXCP-KEY-ID.
           MOVE 'OAUT'                 TO EXCP-REASON-CODE.
           MOVE OAU-CMSG               TO EXCP-REASON-TEXT.
           MOVE WS-RUN-DATE-VARS (1:8) TO EXCP-RUN-DATE.
           WRITE EXCP-LOG-RECORD.
      *
      *  Field edits - the first failure wins and rides the error
      *  record out for the desk to correct and resubmit.
       200-EDIT-TRANSACTION.
            DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ.
            DISPLAY 'TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED.
            DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
            DISPLAY '  NOT AUTHORIZED:      ' WS-AUTH-REJECTED.
            DISPLAY 'MASTER ROWS WRITTEN:   ' WS-TABLE-COUNT.
            CLOSE MASTER-IN TRAN-FILE MASTER-OUT
                  AUDIT-FILE ERROR-FILE EXCP-FILE.
            DISPLAY 'End program TBLMAINT'.
