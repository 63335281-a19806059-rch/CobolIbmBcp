      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 02/09/2026 RCH - ORIGINAL VERSION
      * 15/10/2026 RCH - APPLIED CASH TO THE GLJRNL GL JOURNAL
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCASH.
               RECORD KEY IS RG-INVOICE-NBR
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT ERROR-FILE ASSIGN TO TBLCERR.
           SELECT JRNL-FILE  ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE RECORDING MODE F.
           05 ERR-REMIT-IMAGE               PIC X(80).
           05 ERR-REASON                    PIC X(40).
      *
      * GENERAL-LEDGER JOURNAL - THE RUN'S APPLIED CASH AS ONE BATCH,
      * APPENDED FOR GLPOST (SEE GLJRNLR)
       FD  JRNL-FILE RECORDING MODE F.
       01  JOURNAL-RECORD.
           COPY GLJRNLR.
       WORKING-STORAGE SECTION.
       77  WS-REMIT-FILE-STATUS PIC X(02) VALUE SPACES.
                88 REMIT-FILE-OK    VALUE '00'.
       77  WS-REG-FILE-STATUS PIC X(02) VALUE SPACES.
                88 REG-FILE-OK      VALUE '00'.
       77  WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
                88 JRNL-FILE-OK     VALUE '00'.
       77  SW-END-OF-FILE    PIC X(01) VALUE SPACES.
                88 END-OF-FILE   VALUE 'Y'.
       77  SW-INV-FOUND      PIC X(01) VALUE 'N'.
       77  WS-REMITS-REJECTED PIC S9(4) COMP VALUE 0.
       77  WS-CASH-POSTED    PIC S9(9)V99 COMP-3 VALUE 0.
       77  WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME       PIC X(08) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TBLCASH '
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FILE-OK
              DISPLAY 'ERROR OPENING GLJRNL JOURNAL, STATUS '
                      WS-JRNL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT ERROR-FILE.
           READ REMIT-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
           MOVE WS-REJECT-REASON TO ERR-REASON.
           WRITE ERROR-RECORD.
           DISPLAY 'REJECTED REMIT - ' WS-REJECT-REASON.
      *
      * THE RUN'S CASH AS ONE GL BATCH - DR OPERATING CASH, CR THE
      * CONSULTING RECEIVABLE - CLOSED BY ITS CONTROL TRAILER, WHICH
      * GOES OUT EVEN ON A RUN WITH NOTHING APPLIED.
       800-WRITE-GL-JOURNAL.
           MOVE SPACES           TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME      TO JRNL-BATCH-ID.
           MOVE 'TBLCASH '       TO JRNL-SOURCE.
           MOVE WS-CASH-POSTED   TO JRNL-AMOUNT.
           MOVE WS-REMITS-POSTED TO JRNL-ITEM-COUNT.
           IF WS-CASH-POSTED > 0
              SET JRNL-DEBIT     TO TRUE
              MOVE 'CASH-OPR'    TO JRNL-ACCOUNT-NO
              MOVE 'CASH - OPERATING ACCOUNT' TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
              SET JRNL-CREDIT    TO TRUE
              MOVE 'CON-RCVB'    TO JRNL-ACCOUNT-NO
              MOVE 'CONSULTING RECEIVABLE'    TO JRNL-ACCOUNT-DESC
              WRITE JOURNAL-RECORD
           END-IF.
           SET JRNL-TRAILER      TO TRUE.
           MOVE 'CONTROL '       TO JRNL-ACCOUNT-NO.
           MOVE 'TBLCASH BATCH CONTROL'       TO JRNL-ACCOUNT-DESC.
           WRITE JOURNAL-RECORD.
      *
       900-WRAP-UP.
            DISPLAY 'REMITTANCES READ:     ' WS-REMITS-READ.
            DISPLAY 'REMITTANCES POSTED:   ' WS-REMITS-POSTED.
            DISPLAY 'REMITTANCES REJECTED: ' WS-REMITS-REJECTED.
            DISPLAY 'CASH APPLIED:         ' WS-CASH-POSTED.
            PERFORM 800-WRITE-GL-JOURNAL.
            CLOSE REMIT-FILE REG-FILE ERROR-FILE JRNL-FILE.
            DISPLAY 'End program TBLCASH'.
