      *================================================================*
      *        RMTDTLR - PROVIDER REMITTANCE DETAIL RECORD. CLAIMPRO  *
      *        WRITES ONE TO ORMTDTL FOR EVERY CLAIM NAMING A         *
      *        TREATING PROVIDER THAT IT PAYS, DENIES, REVERSES OR    *
      *        ADJUSTS; REMITADV.JCL SORTS THEM BY PROVIDER AND       *
      *        REMITADV PRINTS ONE REMITTANCE ADVICE PER PROVIDER     *
      *        PER RUN. COPY THIS UNDER THE 01-LEVEL FD RECORD.       *
      *================================================================*
      *  TREATING PROVIDER (PV-PROVIDER-NO) - THE SORT/BREAK KEY
           05  RMT-PROVIDER-NO                  PIC 9(07).
      *  THE CLAIM: POLICY, COVERED MEMBER AND FIRST DATE OF SERVICE
           05  RMT-POLICY-NO                    PIC 9(07).
           05  RMT-MEMBER-NO                    PIC 9(02).
           05  RMT-SERVICE-DATE                 PIC 9(08).
      *  WHAT THIS RUN DID WITH THE CLAIM: 'P' PAID, 'D' DENIED,
      *  'R' REVERSED, 'A' ADJUSTED (THE ORIGINAL BACKED OUT - THE
      *  CORRECTED CLAIM FOLLOWS AS ITS OWN 'P' OR 'D' LINE)
           05  RMT-DISPOSITION                  PIC X(01).
               88  RMT-PAID                         VALUE 'P'.
               88  RMT-DENIED                       VALUE 'D'.
               88  RMT-REVERSED                     VALUE 'R'.
               88  RMT-ADJUSTED                     VALUE 'A'.
      *  BILLED (SUM OF THE SERVICE-LINE CHARGES, ELSE CLAIM-AMOUNT)
      *  AND PAID - ON 'R'/'A' THE PAID AMOUNT
      *  IS THE ONE BEING TAKEN BACK
           05  RMT-BILLED-AMOUNT                PIC 9(07)V99.
           05  RMT-PAID-AMOUNT                  PIC 9(07)V99.
      *  WHO THE PAYMENT WENT TO: 'P' THE PROVIDER (BENEFITS
      *  ASSIGNED), 'I' THE INSURED, SPACE WHEN NOTHING WAS PAID
           05  RMT-PAYEE-TYPE                   PIC X(01).
               88  RMT-PAID-TO-PROVIDER             VALUE 'P'.
               88  RMT-PAID-TO-INSURED              VALUE 'I'.
      *  DENIAL-REASON CODE ON A DENIED CLAIM (SEE CLAIMREC)
           05  RMT-DENIAL-REASON                PIC X(04).
           05  RMT-PROCESS-DATE                 PIC 9(08).
           05  RMT-RUN-ID                       PIC X(08).
      *  PAID CLAIM PRICED ON SERVICE LINES: BILLED LESS THE FEE-
      *  SCHEDULE ALLOWED AMOUNT, WHICH THE PROVIDER WRITES OFF
           05  RMT-WRITE-OFF                    PIC 9(07)V99.
           05  FILLER                           PIC X(07).
