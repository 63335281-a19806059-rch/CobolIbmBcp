      *================================================================*
      *        COMDTLR - COMMISSION DETAIL RECORD. AGTCOMM WRITES ONE  *
      *        PER COMMISSION EARNED OR CHARGED BACK; THE AGTCOMM JOB  *
      *        SORTS THEM INTO AGENT ORDER FOR AGTSTMT, WHICH PRINTS   *
      *        EACH AGENT'S STATEMENT AND PAYABLE. COPY THIS UNDER THE *
      *        01-LEVEL FD RECORD OF THE DETAIL FILE.                  *
      *================================================================*
      *  AGENT PAID OR CHARGED - THE SORT KEY (COLUMNS 1-5)
           05  CD-AGENT-NO                      PIC 9(05).
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  CD-POLICY-NO                     PIC 9(07).
      *  'F' FIRST-YEAR, 'R' RENEWAL, 'C' CHARGEBACK - A FIRST-YEAR
      *  LAPSE, OR PREMIUM RETURNED UNPAID ON AN ACH DRAFT
           05  CD-COMM-TYPE                     PIC X(01).
               88  CD-FIRST-YEAR                    VALUE 'F'.
               88  CD-RENEWAL                       VALUE 'R'.
               88  CD-CHARGEBACK                    VALUE 'C'.
      *  REMITTANCE OR LAPSE DATE (POSTING DATE OF A RETURNED
      *  DRAFT), CCYYMMDD
           05  CD-EVENT-DATE                    PIC 9(08).
      *  PLAN TIER THE RATE WAS TAKEN FOR
           05  CD-POLICY-TYPE                   PIC 9(01).
      *  PREMIUM THE COMMISSION WAS EARNED ON, AND THE RATE USED -
      *  BOTH ZERO ON A LAPSE CHARGEBACK, THE PREMIUM RETURNED AND
      *  ITS RATE ON A RETURNED-DRAFT CHARGEBACK
           05  CD-PREMIUM                       PIC 9(07)V99.
           05  CD-RATE                          PIC 9V9(04).
      *  COMMISSION EARNED, OR THE AMOUNT CHARGED BACK
           05  CD-COMMISSION                    PIC 9(07)V99.
           05  FILLER                           PIC X(35).
