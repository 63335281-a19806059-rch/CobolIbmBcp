      *================================================================*
      *        PATBDHR - BAD-DEBT ACTIVITY RECORD OF THE BDHIST       *
      *        HISTORY. PATARAGE APPENDS ONE FOR EVERY ACCOUNT IT     *
      *        WRITES OFF AND PLACES WITH THE COLLECTION AGENCY,      *
      *        PATARCOL ONE FOR EVERY AGENCY COLLECTION IT POSTS, AND *
      *        PATARPST ONE FOR EVERY WRITE-OFF A PATIENT PAYMENT     *
      *        REVERSES. PATBDREG REPORTS THEM BY MONTH. COPY THIS    *
      *        UNDER THE 01-LEVEL FD RECORD OF THE BDHIST FILE.       *
      *================================================================*
      *  DATE OF THE ACTIVITY, CCYYMMDD
           05  BDH-ACTIVITY-DATE                PIC 9(08).
           05  BDH-PATIENT-NBR                  PIC 9(05).
      *  'W' WRITTEN OFF AND PLACED WITH THE AGENCY, 'A' AGENCY
      *  COLLECTION, 'R' WRITE-OFF REVERSED BY A PATIENT PAYMENT
           05  BDH-ACTIVITY-TYPE                PIC X(01).
               88  BDH-WRITEOFF                     VALUE 'W'.
               88  BDH-AGENCY-RECOVERY              VALUE 'A'.
               88  BDH-REVERSAL                     VALUE 'R'.
      *  AMOUNT WRITTEN OFF / COLLECTED GROSS / REVERSED, AND ON AN
      *  AGENCY COLLECTION THE AGENCY'S FEE AND THE NET REMITTED
           05  BDH-AMOUNT                       PIC S9(7)V99.
           05  BDH-AGENCY-FEE                   PIC S9(7)V99.
           05  BDH-NET-AMOUNT                   PIC S9(7)V99.
      *  PROGRAM-ID OF THE PROGRAM THAT WROTE THE ACTIVITY
           05  BDH-SOURCE                       PIC X(08).
           05  FILLER                           PIC X(31).
