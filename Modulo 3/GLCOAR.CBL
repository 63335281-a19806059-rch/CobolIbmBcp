      *================================================================*
      *        GLCOAR - SHARED GENERAL-LEDGER CHART OF ACCOUNTS.       *
      *        ONE ROW PER ACCOUNT ON THE GLCOA CONTROL FILE, KEPT IN  *
      *        ACCOUNT ORDER BY GLCOALD. EVERY ACCOUNT A GLJRNL        *
      *        JOURNAL LINE NAMES (SEE GLJRNLR) MUST BE ON IT AND      *
      *        ACTIVE OR GLPOST REJECTS THE WHOLE BATCH; THE TRIAL     *
      *        BALANCE PRINTS IN ITS ORDER. COPY THIS UNDER THE        *
      *        01-LEVEL FD RECORD OF THE GLCOA FILE.                   *
      *================================================================*
           05  COA-ACCOUNT-NO                 PIC X(08).
           05  COA-ACCOUNT-DESC               PIC X(30).
      *  A ASSET, L LIABILITY, Q EQUITY, R REVENUE, E EXPENSE
           05  COA-ACCOUNT-TYPE               PIC X(01).
               88  COA-ASSET                      VALUE 'A'.
               88  COA-LIABILITY                  VALUE 'L'.
               88  COA-EQUITY                     VALUE 'Q'.
               88  COA-REVENUE                    VALUE 'R'.
               88  COA-EXPENSE                    VALUE 'E'.
               88  COA-VALID-TYPE                 VALUE 'A' 'L' 'Q'
                                                        'R' 'E'.
      *  A ACTIVE; I INACTIVE (KEPT FOR HISTORY, NO NEW POSTINGS)
           05  COA-STATUS                     PIC X(01).
               88  COA-ACTIVE                     VALUE 'A'.
               88  COA-INACTIVE                   VALUE 'I'.
           05  FILLER                         PIC X(40).
