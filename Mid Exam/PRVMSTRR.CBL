      *================================================================*
      *        PRVMSTRR - TREATING-PROVIDER MASTER RECORD OF THE       *
      *        PRVMSTR KSDS (KEYED ON PV-PROVIDER-NO). PRVMAINT IS THE *
      *        ONLY PROGRAM THAT ADDS OR CHANGES IT; CLMINTAK CHECKS   *
      *        CLAIM-PROVIDER-NO AGAINST IT, CLAIMPRO PAYS ASSIGNED    *
      *        CLAIMS TO PV-PROVIDER-NAME AND REMITADV ADDRESSES THE   *
      *        PROVIDER'S REMITTANCE ADVICE FROM IT.                   *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
      *  PROVIDER NUMBER - CLAIM-PROVIDER-NO ON THE CLAIM
           05  PV-PROVIDER-NO                   PIC 9(07).
      *  PRACTICE OR FACILITY NAME - THE PAYEE ON AN ASSIGNED CLAIM
           05  PV-PROVIDER-NAME                 PIC X(26).
      *  FEDERAL TAX ID (EIN/SSN) THE PAYMENTS ARE REPORTED UNDER
           05  PV-TAX-ID                        PIC 9(09).
      *  REMITTANCE ADDRESS - WHERE CHECKS AND ADVICES ARE MAILED
           05  PV-REMIT-ADDRESS                 PIC X(30).
           05  PV-REMIT-CITY                    PIC X(20).
           05  PV-REMIT-STATE                   PIC X(02).
           05  PV-REMIT-ZIP                     PIC X(09).
      *  'I' IN-NETWORK (CONTRACTED), 'O' OUT-OF-NETWORK
           05  PV-NETWORK-STATUS                PIC X(01).
               88  PV-IN-NETWORK                    VALUE 'I'.
               88  PV-OUT-OF-NETWORK                VALUE 'O'.
      *  'A' ACTIVE, 'T' TERMINATED - NO NEW CLAIMS MAY BE ASSIGNED TO
      *  IT, CLAIMS ALREADY ON FILE STILL PAY AND STILL REMIT
           05  PV-STATUS                        PIC X(01).
               88  PV-ACTIVE                        VALUE 'A'.
               88  PV-TERMINATED                    VALUE 'T'.
      *  DATE OF THE LAST REMITTANCE ADVICE, CCYYMMDD
           05  PV-LAST-REMIT-DATE               PIC 9(08).
           05  FILLER                           PIC X(37).
