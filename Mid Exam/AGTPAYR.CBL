      *================================================================*
      *        AGTPAYR - AGENT COMMISSION PAYABLE RECORD. AGTSTMT      *
      *        WRITES ONE PER AGENT WITH A NET COMMISSION DUE FOR      *
      *        DISBURSEMENT. COPY THIS UNDER THE 01-LEVEL FD RECORD    *
      *        OF THE PAYABLE EXTRACT FILE.                            *
      *================================================================*
      *  AGENT NUMBER, NAME AND MAILING ADDRESS OFF AGTMSTR
           05  AGP-AGENT-NO                     PIC 9(05).
           05  AGP-PAYEE                        PIC X(26).
           05  AGP-ADDRESS                      PIC X(30).
      *  NET COMMISSION PAYABLE AFTER CHARGEBACKS
           05  AGP-AMOUNT                       PIC 9(07)V99.
      *  STATEMENT DATE, CCYYMMDD
           05  AGP-STMT-DATE                    PIC 9(08).
           05  FILLER                           PIC X(02).
