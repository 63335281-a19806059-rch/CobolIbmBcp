      *================================================================*
      *        AGTMSTRR - WRITING-AGENT MASTER RECORD OF THE AGTMSTR   *
      *        KSDS (KEYED ON AG-AGENT-NO). AGTMAINT IS THE ONLY       *
      *        PROGRAM THAT ADDS OR CHANGES IT; POLMAINT CHECKS THE    *
      *        WRITING AGENT ON A NEW POLICY AGAINST IT, AGTCOMM       *
      *        PRICES COMMISSIONS OFF ITS RATES AND AGTSTMT CARRIES    *
      *        ANY UNRECOVERED CHARGEBACK ON IT TO THE NEXT RUN.       *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
      *  AGENT NUMBER - PM-AGENT-NO ON THE POLICY MASTER
           05  AG-AGENT-NO                      PIC 9(05).
      *  AGENT (OR AGENCY) NAME AND MAILING ADDRESS FOR STATEMENTS
           05  AG-AGENT-NAME                    PIC X(26).
           05  AG-ADDRESS                       PIC X(30).
      *  'A' ACTIVE - MAY WRITE NEW BUSINESS, 'T' TERMINATED - STILL
      *  PAID ON THE BOOK ALREADY WRITTEN
           05  AG-STATUS                        PIC X(01).
               88  AG-ACTIVE                        VALUE 'A'.
               88  AG-TERMINATED                    VALUE 'T'.
      *  COMMISSION RATES BY PLAN TIER (PM-POLICY-TYPE 1-5) - FIRST
      *  POLICY YEAR AND RENEWAL YEARS, AS A FRACTION OF PREMIUM
           05  AG-RATE-TABLE.
               10  AG-TIER-RATES OCCURS 5 TIMES.
                   15  AG-FY-RATE               PIC 9V9(04).
                   15  AG-RN-RATE               PIC 9V9(04).
      *  CHARGEBACKS NOT YET RECOVERED FROM COMMISSION EARNED - NETTED
      *  AGAINST THE AGENT'S NEXT STATEMENT BY AGTSTMT
           05  AG-CB-BALANCE                    PIC 9(07)V99.
      *  DATE OF THE LAST COMMISSION STATEMENT, CCYYMMDD
           05  AG-LAST-STMT-DATE                PIC 9(08).
           05  FILLER                           PIC X(21).
