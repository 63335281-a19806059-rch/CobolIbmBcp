      *================================================================*
      *        ESCHTRKR - UNCLAIMED-PROPERTY (ESCHEAT) TRACKING        *
      *        RECORD OF THE ESCHTRK KSDS, ONE PER STALE CHECK THAT    *
      *        HAS REACHED ITS STATE'S DORMANCY PERIOD, KEYED ON THE   *
      *        CHKREG CHECK NUMBER. ESCHEAT ADDS IT WHEN THE DUE-      *
      *        DILIGENCE LETTER GOES OUT AND MARKS IT ESCHEATED WHEN   *
      *        THE ANNUAL RUN REPORTS IT TO THE STATE.                 *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
      *  CHECK/ACH NUMBER, AS ON CHKREG
           05  ESH-CHECK-NO                     PIC 9(08).
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  ESH-POLICY-NO                    PIC 9(07).
      *  STATE WHOSE DORMANCY RULES APPLIED (PM-STATE-CODE)
           05  ESH-STATE-CODE                   PIC X(02).
      *  THE UNCASHED AMOUNT AND ITS ORIGINAL ISSUE DATE
           05  ESH-AMOUNT                       PIC 9(07)V99.
           05  ESH-ISSUE-DATE                   PIC 9(08).
      *  DATE THE DUE-DILIGENCE LETTER WAS SENT, CCYYMMDD
           05  ESH-LETTER-DATE                  PIC 9(08).
      *  'L' LETTER SENT, AWAITING REPLY - 'E' ESCHEATED
           05  ESH-STATUS                       PIC X(01).
               88  ESH-LETTER-SENT                  VALUE 'L'.
               88  ESH-ESCHEATED                    VALUE 'E'.
      *  DATE AND REPORT YEAR THE ITEM WAS TURNED OVER TO THE STATE
           05  ESH-ESCHEAT-DATE                 PIC 9(08).
           05  ESH-REPORT-YEAR                  PIC 9(04).
           05  FILLER                           PIC X(25).
