      *================================================================*
      *        PATBDR - PATIENT BAD-DEBT RECORD OF THE BADDEBT KSDS   *
      *        (KEYED ON BD-PATIENT-NBR), ONE PER PATIENT WHOSE PATAR *
      *        ACCOUNT HAS EVER BEEN WRITTEN OFF. PATARAGE ADDS EACH  *
      *        WRITE-OFF (THE ACCOUNT GOES OUT TO THE COLLECTION      *
      *        AGENCY ON THE SAME RUN), PATARCOL POSTS WHAT THE       *
      *        AGENCY COLLECTS, AND PATARPST REVERSES THE WRITE-OFF   *
      *        WHEN THE PATIENT LATER PAYS US DIRECTLY. WHAT IS STILL *
      *        OUT AT THE AGENCY IS THE AMOUNT WRITTEN OFF LESS THE   *
      *        AGENCY'S GROSS COLLECTIONS AND THE REVERSALS. COPY     *
      *        THIS UNDER THE 01-LEVEL FD RECORD OF THE BADDEBT FILE. *
      *================================================================*
           05  BD-PATIENT-NBR                   PIC 9(05).
      *  DATE OF THE LATEST WRITE-OFF, CCYYMMDD
           05  BD-WRITEOFF-DATE                 PIC 9(08).
      *  EVERYTHING EVER WRITTEN OFF ON THE ACCOUNT
           05  BD-WRITEOFF-AMT                  PIC S9(7)V99.
      *  AGENCY COLLECTIONS, GROSS, AND THE AGENCY'S FEES OUT OF THEM
           05  BD-AGENCY-GROSS                  PIC S9(7)V99.
           05  BD-AGENCY-FEES                   PIC S9(7)V99.
      *  WRITE-OFF REVERSED BY PAYMENTS THE PATIENT MADE TO US
           05  BD-REVERSED-AMT                  PIC S9(7)V99.
      *  LAST WRITE-OFF/COLLECTION/REVERSAL DATE, CCYYMMDD
           05  BD-LAST-ACTIVITY                 PIC 9(08).
      *  'O' STILL PLACED WITH THE AGENCY, 'C' NOTHING LEFT OUT
           05  BD-STATUS                        PIC X(01).
               88  BD-OPEN                          VALUE 'O'.
               88  BD-CLOSED                        VALUE 'C'.
           05  FILLER                           PIC X(22).
