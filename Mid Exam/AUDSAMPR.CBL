      *================================================================*
      *        AUDSAMPR - CLAIMS QUALITY-AUDIT SAMPLE RECORD OF THE   *
      *        AUDSAMP KSDS (KEYED ON AS-SAMPLE-KEY). CLMAUDS WRITES  *
      *        ONE PER CLAIM DRAWN INTO THE WEEKLY SAMPLE, CLMAUDF    *
      *        RECORDS THE AUDITOR'S FINDING ON IT, AND CLMAUDR       *
      *        SWEEPS IT FOR THE MONTHLY ACCURACY SCORECARD.          *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                *
      *================================================================*
      *  SAMPLE ID - THE WEEK-ENDING DATE THE SAMPLE WAS DRAWN FOR AND
      *  THE CLAIM'S SEQUENCE WITHIN THAT WEEK'S SAMPLE
           05  AS-SAMPLE-KEY.
               10  AS-WEEK-END-DATE             PIC 9(08).
               10  AS-SAMPLE-SEQ                PIC 9(04).
      *  STRATUM THE CLAIM WAS DRAWN FROM - PLAN TIER (POLICY-TYPE)
      *  AND DOLLAR CLASS - WITH THE STRATUM'S CLAIM COUNT FOR THE
      *  WEEK AND HOW MANY OF THEM WERE SAMPLED, SO THE SCORECARD CAN
      *  WEIGHT EACH FINDING BACK UP TO THE WHOLE BOOK
           05  AS-POLICY-TYPE                   PIC 9(01).
           05  AS-DOLLAR-CLASS                  PIC X(01).
               88  AS-HIGH-DOLLAR                   VALUE 'H'.
               88  AS-ROUTINE                       VALUE 'R'.
           05  AS-STRATUM-POPULATION            PIC 9(07).
           05  AS-STRATUM-SAMPLED               PIC 9(03).
      *  THE CLAIM AS CLAIMPRO ADJUDICATED IT (SEE ADJCLMR)
           05  AS-POLICY-NO                     PIC 9(07).
           05  AS-MEMBER-NO                     PIC 9(02).
           05  AS-PROVIDER-NO                   PIC 9(07).
           05  AS-SERVICE-DATE                  PIC 9(08).
           05  AS-PROCESS-DATE                  PIC 9(08).
           05  AS-RUN-ID                        PIC X(08).
           05  AS-DISPOSITION                   PIC X(01).
               88  AS-CLAIM-PAID                    VALUE 'P'.
               88  AS-CLAIM-DENIED                  VALUE 'D'.
           05  AS-DENIAL-REASON                 PIC X(04).
           05  AS-BILLED-AMOUNT                 PIC 9(07)V99.
           05  AS-PAID-AMOUNT                   PIC 9(07)V99.
      *  AUDIT STATUS: 'O' DRAWN, AWAITING THE AUDITOR; 'A' AUDITED
           05  AS-AUDIT-STATUS                  PIC X(01).
               88  AS-AUDIT-OPEN                    VALUE 'O'.
               88  AS-AUDIT-DONE                    VALUE 'A'.
      *  THE AUDITOR'S FINDING (CLMAUDF) - WHO AND WHEN, WHAT THE
      *  CLAIM SHOULD HAVE PAID, THE RESULTING PAYMENT ERROR ('O'
      *  OVERPAID, 'U' UNDERPAID, 'N' NONE) AND ANY PROCEDURAL ERROR
      *  CODE (SEE AUDERRT; SPACES = NONE)
           05  AS-AUDITOR-ID                    PIC X(08).
           05  AS-AUDIT-DATE                    PIC 9(08).
           05  AS-CORRECT-PAID                  PIC 9(07)V99.
           05  AS-PAY-ERROR-AMOUNT              PIC 9(07)V99.
           05  AS-PAY-ERROR-TYPE                PIC X(01).
               88  AS-OVERPAID                      VALUE 'O'.
               88  AS-UNDERPAID                     VALUE 'U'.
               88  AS-NO-PAY-ERROR                  VALUE 'N'.
           05  AS-PROC-ERROR-CODE               PIC X(04).
               88  AS-NO-PROC-ERROR                 VALUE SPACES.
           05  AS-FINDING-NOTE                  PIC X(40).
           05  FILLER                           PIC X(33).
