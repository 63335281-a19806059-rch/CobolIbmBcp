      *  ON THE CLAIM RECORD. PREMIUM BILLING (PREMBILL) PRICES THE
      *  ANNUAL PREMIUM OFF IT VIA THE PRMCTL CONTROL FILE
           05  PM-POLICY-TYPE                   PIC 9(01).
      *  STATE OF THE INSURED'S MAILING ADDRESS (POSTAL CODE) - THE
      *  STATE WHOSE UNCLAIMED-PROPERTY LAW GOVERNS A STALE CHECK
           05  PM-STATE-CODE                    PIC X(02).
      *  WRITING AGENT WHO SOLD THE POLICY (AGTMSTR) - AGTCOMM PAYS
      *  COMMISSION TO THIS AGENT ON THE PREMIUM COLLECTED
           05  PM-AGENT-NO                      PIC 9(05).
      *  EMPLOYER GROUP THE POLICY IS ENROLLED THROUGH (SPACES FOR
      *  INDIVIDUAL BUSINESS) - ENRLFEED RECONCILES THE GROUP'S
      *  ELIGIBILITY FILE AGAINST THE POLICIES CARRYING IT
           05  PM-GROUP-NO                      PIC X(06).
      *  HOW THE INSURED PAYS THE ANNUAL PREMIUM - PREMBILL INVOICES
      *  EACH INSTALLMENT ON THIS SCHEDULE FROM THE ANNIVERSARY MONTH,
      *  PRICED WITH THE MODAL FACTOR ON THE PRMCTL CONTROL FILE.
      *  SPACE (OLDER POLICIES) BILLS ANNUALLY
           05  PM-BILLING-MODE                  PIC X(01).
               88 PM-BILL-ANNUAL                   VALUE 'A' ' '.
               88 PM-BILL-SEMIANNUAL               VALUE 'S'.
               88 PM-BILL-QUARTERLY                VALUE 'Q'.
               88 PM-BILL-MONTHLY                  VALUE 'M'.
               88 PM-BILL-VALID-MODE               VALUE 'A' 'S'
                                                         'Q' 'M' ' '.
           05  FILLER                           PIC X(11).
