                  88 CLAIM-DISP-DENIED                VALUE 'D'.
      *
      *  WHY THE CLAIM WAS DENIED, WHEN IT WAS - SEE THE DENIAL-REASON
      *  TAXONOMY IN CLAIMPRO (INSF/OMAX/LAPS/NPOL/DUPL/PDEN/MTRM)
               10 CLAIM-DENIAL-REASON-CODE          PIC X(04).
      *
           05  CLAIM-MEMBER-DETAILS.
      *  CCYYMMDD - PROMPT-PAY TURNAROUND IS MEASURED FROM HERE TO
      *  CLAIM-PROCESS-DATE. ZERO ON FEEDS OLDER THAN THE STAMP
               10 CLAIM-RECEIPT-DATE                PIC 9(08).
      *  FEED THE CLAIM CAME IN ON: 'H' = HOSPEDIT'S HCLAIM FEED OF
      *  INSURED STAYS, SPACE = THE REGIONAL INTAKE FEEDS
               10 CLAIM-FEED-SOURCE                 PIC X(01).
                  88 CLAIM-FROM-HOSPEDIT               VALUE 'H'.
               10 FILLER                            PIC X(01).
      *
           05  CLAIM-SERVICE-DETAILS.
      *
      *  FIRST DATE OF SERVICE ON THE CLAIM, CCYYMMDD - CLAIMPRO DENIES
      *  A CLAIM FOR A MEMBER WHOSE MBRMSTR COVERAGE ENDED BEFORE IT.
      *  ZERO ON FEEDS OLDER THAN THE FIELD (NOT CHECKED)
               10 CLAIM-SERVICE-DATE                PIC 9(08).
      *
      *  ACCIDENT / THIRD-PARTY LIABILITY INDICATOR FROM INTAKE: 'A'
      *  AUTO, 'W' WORKPLACE, 'O' OTHER LIABLE PARTY. CLAIMPRO OPENS
      *  A SUBROGATION CASE (SUBCASER) WHEN ONE OF THESE IS PAID.
      *  SPACE OR 'N' = NO THIRD PARTY INVOLVED
               10 CLAIM-ACCIDENT-IND                PIC X(01).
                  88 CLAIM-ACCIDENT-CLAIM              VALUE 'A' 'W'
                                                             'O'.
                  88 CLAIM-ACCIDENT-NONE               VALUE 'N' ' '.
               10 FILLER                            PIC X(01).
      *
           05  CLAIM-PROVIDER-DETAILS.
      *
      *  TREATING PROVIDER (SEE PRVMSTRR) - CLMINTAK REJECTS A NUMBER
      *  NOT ON THE PROVIDER MASTER. ZERO = NONE GIVEN (OLD FEEDS,
      *  MEMBER-SUBMITTED CLAIMS); NO REMITTANCE ADVICE IS PRODUCED
               10 CLAIM-PROVIDER-NO                 PIC 9(07).
      *
      *  ASSIGNMENT OF BENEFITS: 'Y' = THE INSURED ASSIGNED PAYMENT TO
      *  THE PROVIDER, SO CLAIMPRO'S PAYMENT EXTRACT CARRIES THE
      *  PROVIDER AS PAYEE. SPACE OR 'N' = PAY THE INSURED
               10 CLAIM-ASSIGN-IND                  PIC X(01).
                  88 CLAIM-BENEFITS-ASSIGNED           VALUE 'Y'.
                  88 CLAIM-BENEFITS-NOT-ASSIGNED       VALUE 'N' ' '.
               10 FILLER                            PIC X(02).
******************************* Bottom of Data ********************************
