      *================================================================*
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  PAYX-POLICY-NO                   PIC 9(07).
      *  PAYEE - THE INSURED'S NAME OFF THE CLAIM RECORD, OR THE
      *  PROVIDER'S NAME (PV-PROVIDER-NAME) WHEN THE INSURED ASSIGNED
      *  BENEFITS TO THE TREATING PROVIDER
           05  PAYX-PAYEE                       PIC X(26).
      *  THE AMOUNT BEING DISBURSED (CLAIM-AMOUNT-PAID)
           05  PAYX-AMOUNT                      PIC 9(07)V99.
           05  PAYX-CHECK-NO                    PIC 9(08).
      *  'C' CHECK OR 'A' ACH, SET BY CHKASGN FROM THE CHKCTL DEFAULT
           05  PAYX-PAY-METHOD                  PIC X(01).
      *  'P' PAYS THE TREATING PROVIDER (PAYX-PROVIDER-NO, REMIT
      *  ADDRESS ON PRVMSTR); 'I' OR SPACE PAYS THE INSURED
           05  PAYX-PAYEE-TYPE                  PIC X(01).
               88  PAYX-PAY-PROVIDER                VALUE 'P'.
               88  PAYX-PAY-INSURED                 VALUE 'I' ' '.
           05  PAYX-PROVIDER-NO                 PIC 9(07).
      *  CLAIM-FEED-SOURCE OFF THE CLAIM - 'H' = HOSPEDIT'S HCLAIM
      *  FEED, POSTED BACK TO THE PATIENT ACCOUNT BY PATARINS
           05  PAYX-FEED-SOURCE                 PIC X(01).
               88  PAYX-FROM-HOSPEDIT               VALUE 'H'.
           05  FILLER                           PIC X(04).
