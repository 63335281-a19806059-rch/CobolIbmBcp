      *        EACH STATEMENT'S AMOUNT DUE AS A CHARGE, PATARPST      *
      *        APPLIES THE LOCKBOX PAYMENTS (AGING DRAINS OLDEST      *
      *        FIRST), AND PATARAGE ROLLS THE CYCLE AGING, HONORS     *
      *        PAYMENT PLANS AND LISTS DELINQUENTS. PATARINS POSTS    *
      *        THE INSURER'S PAYMENTS AND DENIALS ON HOSPEDIT-FED     *
      *        CLAIMS BACK ONTO THE ACCOUNT. PATARAGE ALSO WRITES OFF *
      *        LONG-DELINQUENT ACCOUNTS TO BAD DEBT AND PLACES THEM   *
      *        WITH THE COLLECTION AGENCY (SEE PATBDR). COPY THIS     *
      *        UNDER THE 01-LEVEL FD RECORD OF THE PATAR FILE.        *
      *================================================================*
           05  PAR-PATIENT-NBR                  PIC 9(05).
      *  OPEN BALANCE AND CASH APPLIED THIS CYCLE
           05  PAR-PLAN-MONTHLY                 PIC 9(5)V99.
      *  LAST CHARGE/PAYMENT/CYCLE ACTIVITY DATE, CCYYMMDD
           05  PAR-LAST-ACTIVITY                PIC 9(08).
      *  THE BALANCE SPLIT BY WHO OWES IT - THE PART BILLED TO THE
      *  INSURER ON HCLAIM AND NOT YET PAID OR DENIED, AND THE PART
      *  THE PATIENT OWES. PATARINS MOVES THE UNPAID REST OF A
      *  SETTLED OR DENIED CLAIM FROM THE FIRST TO THE SECOND
           05  PAR-INS-PENDING                  PIC S9(7)V99.
           05  PAR-PATIENT-RESP                 PIC S9(7)V99.
      *  FOLLOW-UP OWED ON THE LAST DENIED INSURER CLAIM, AND THE
      *  CLAIMPRO DENIAL REASON CODE BEHIND IT
           05  PAR-FOLLOWUP-FLAG                PIC X(01).
               88  PAR-NO-FOLLOWUP                  VALUE ' '.
               88  PAR-REBILL                       VALUE 'R'.
               88  PAR-SELF-PAY-FOLLOWUP            VALUE 'S'.
           05  PAR-DENIAL-REASON                PIC X(04).
      *  'W' ONCE PATARAGE HAS WRITTEN THE ACCOUNT OFF AND PLACED IT
      *  WITH THE AGENCY - A LATER PAYMENT BEYOND THE OPEN BALANCE
      *  REVERSES THE WRITE-OFF INSTEAD OF LEAVING A CREDIT BALANCE
           05  PAR-COLLECTION-STATUS            PIC X(01).
               88  PAR-NOT-PLACED                   VALUE ' '.
               88  PAR-WRITTEN-OFF                  VALUE 'W'.
      *  CONSECUTIVE MONTH-END CYCLES THE ACCOUNT HAS BEEN DELINQUENT
      *  WITH NOTHING PAID - PATARAGE WRITES IT OFF AT THE AGE SET ON
      *  ITS CONTROL CARD
           05  PAR-DELQ-CYCLES                  PIC 9(02).
