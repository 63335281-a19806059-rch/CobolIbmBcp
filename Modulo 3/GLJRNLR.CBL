      *================================================================*
      *        GLJRNLR - SHARED GENERAL-LEDGER JOURNAL RECORD.         *
      *        EVERY MONEY-MOVING PROGRAM IN THE SUITE APPENDS ITS     *
      *        RUN'S POSTINGS TO THE GLJRNL JOURNAL AS ONE BATCH -     *
      *        DEBIT AND CREDIT LINES AGAINST THE GLCOA CHART OF       *
      *        ACCOUNTS (SEE GLCOAR) CLOSED BY ONE 'T' CONTROL         *
      *        TRAILER - AND GLPOST VALIDATES AND POSTS THE BATCHES    *
      *        NIGHTLY TO THE GLLEDGR MONTH-TO-DATE LEDGER, WHICH      *
      *        CARRIES THIS SAME LAYOUT. CLAIMPRO'S OGLEXT AND         *
      *        IBNRRSV'S OIBNRGL ARE THIS LAYOUT WITH THE SOURCE       *
      *        LEFT BLANK - THE JOBS STAMP IT ON THE WAY IN.           *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE FILE.     *
      *================================================================*
      *  RUN DATE (CCYYMMDD) AND BATCH ID (TIME OF THE RUN) -
      *  WITH JRNL-SOURCE THEY IDENTIFY ONE POSTING BATCH
           05  JRNL-RUN-DATE                  PIC 9(08).
           05  JRNL-BATCH-ID                  PIC X(08).
      *  'D' DEBIT, 'C' CREDIT, 'T' BATCH CONTROL TRAILER
           05  JRNL-RECORD-TYPE               PIC X(01).
               88  JRNL-DEBIT                     VALUE 'D'.
               88  JRNL-CREDIT                    VALUE 'C'.
               88  JRNL-TRAILER                   VALUE 'T'.
      *  GLCOA ACCOUNT NUMBER ('CONTROL ' ON THE TRAILER)
           05  JRNL-ACCOUNT-NO                PIC X(08).
           05  JRNL-ACCOUNT-DESC              PIC X(30).
      *  LINE AMOUNT - ON THE TRAILER THE BATCH TOTAL, WHICH MUST
      *  EQUAL BOTH THE DEBITS AND THE CREDITS OF THE BATCH
           05  JRNL-AMOUNT                    PIC 9(11)V99.
      *  TRANSACTIONS BEHIND THE BATCH (TRAILER) OR THE LINE
           05  JRNL-ITEM-COUNT                PIC 9(08).
      *  PROGRAM-ID OF THE PROGRAM THAT WROTE THE BATCH
           05  JRNL-SOURCE                    PIC X(08).
      *  LEDGER PERIOD (CCYYMM) - BLANK ON THE JOURNAL, SET BY GLPOST
      *  WHEN THE BATCH POSTS TO GLLEDGR
           05  JRNL-POST-PERIOD               PIC X(06).
           05  FILLER                         PIC X(10).
