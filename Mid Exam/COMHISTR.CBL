      *================================================================*
      *        COMHISTR - PER-POLICY COMMISSION HISTORY RECORD OF THE  *
      *        COMMHIST KSDS (KEYED ON CH-POLICY-NO). AGTCOMM ADDS IT  *
      *        ON THE FIRST COMMISSION PAID ON A POLICY AND KEEPS THE  *
      *        FIRST-YEAR COMMISSION PAID AND ALREADY CHARGED BACK, SO *
      *        A FIRST-YEAR LAPSE RECOVERS EXACTLY WHAT WAS PAID AND   *
      *        NEVER MORE THAN ONCE. COPY THIS UNDER THE 01-LEVEL FD   *
      *        RECORD.                                                 *
      *================================================================*
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  CH-POLICY-NO                     PIC 9(07).
      *  AGENT FIRST PAID ON THE POLICY - ANY CHARGEBACK GOES TO THEM
           05  CH-AGENT-NO                      PIC 9(05).
      *  FIRST-YEAR PREMIUM COLLECTED AND COMMISSION PAID ON IT
           05  CH-FY-PREMIUM                    PIC 9(07)V99.
           05  CH-FY-COMMISSION                 PIC 9(07)V99.
      *  RENEWAL COMMISSION PAID TO DATE
           05  CH-RN-COMMISSION                 PIC 9(07)V99.
      *  FIRST-YEAR COMMISSION CHARGED BACK, AND WHEN
           05  CH-CHARGEBACK-AMT                PIC 9(07)V99.
           05  CH-CHARGEBACK-DATE               PIC 9(08).
      *  REMITTANCE DATE OF THE LAST COMMISSION PAID
           05  CH-LAST-PAY-DATE                 PIC 9(08).
           05  FILLER                           PIC X(16).
