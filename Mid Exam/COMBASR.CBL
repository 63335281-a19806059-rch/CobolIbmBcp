      *================================================================*
      *        COMBASR - COMMISSION BASIS RECORD. PREMPOST WRITES A    *
      *        'P' RECORD FOR EVERY REMITTANCE IT POSTS AND PREMLAPS   *
      *        AN 'L' RECORD FOR EVERY POLICY IT LAPSES; AGTCOMM READS *
      *        BOTH TO PAY COMMISSION ON COLLECTED PREMIUM AND TO      *
      *        CHARGE BACK FIRST-YEAR LAPSES. DRFRETN WRITES AN 'R'    *
      *        RECORD FOR EVERY PREMIUM DRAFT THE BANK RETURNS, AND    *
      *        AGTCOMM TAKES BACK THE COMMISSION PAID ON IT. COPY THIS *
      *        UNDER THE 01-LEVEL FD RECORD OF THE EXTRACT FILE.       *
      *================================================================*
      *  'P' PREMIUM POSTED, 'L' POLICY LAPSED, 'R' POSTED PREMIUM
      *  RETURNED UNPAID BY THE BANK (A REVERSED ACH DRAFT)
           05  CB-RECORD-TYPE                   PIC X(01).
               88  CB-PREMIUM-POSTED                VALUE 'P'.
               88  CB-POLICY-LAPSED                 VALUE 'L'.
               88  CB-PREMIUM-RETURNED              VALUE 'R'.
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  CB-POLICY-NO                     PIC 9(07).
      *  REMITTANCE DATE (PAY-DATE) OR LAPSE DATE, CCYYMMDD - ON A
      *  RETURN THE DATE THE RETURNED DRAFT WAS POSTED
           05  CB-EVENT-DATE                    PIC 9(08).
      *  PREMIUM POSTED OR RETURNED - ZERO ON A LAPSE
           05  CB-AMOUNT                        PIC 9(07)V99.
           05  FILLER                           PIC X(55).
