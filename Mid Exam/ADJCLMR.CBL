      *================================================================*
      *        ADJCLMR - ADJUDICATED-CLAIM HISTORY RECORD. CLAIMPRO   *
      *        APPENDS ONE TO ADJCLMS FOR EVERY CLAIM IT PAYS OR      *
      *        DENIES (FIRST PASS, PEND RELEASE OR APPEAL), CARRYING  *
      *        THE CLAIM AS ADJUDICATED WITH ITS AUDIT-TRAIL STAMPS.  *
      *        THE CLMAUDS WEEKLY QUALITY SAMPLE IS DRAWN FROM IT.    *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                *
      *================================================================*
      *  THE CLAIM (CLAIMREC LAYOUT) AFTER ADJUDICATION - PROCESS
      *  DATE, RUN ID, DISPOSITION AND DENIAL REASON STAMPED, AND
      *  CLAIM-AMOUNT HOLDING THE ALLOWED AMOUNT ON A CLAIM PRICED
      *  ON SERVICE LINES
           05  ADJ-CLAIM-IMAGE                  PIC X(140).
      *  BILLED (SUM OF THE SERVICE-LINE CHARGES, ELSE CLAIM-AMOUNT),
      *  THE PROVIDER WRITE-OFF ON A LINE-PRICED PAID CLAIM, AND WHAT
      *  THE SECONDARY POLICY PAID UNDER COORDINATION OF BENEFITS
           05  ADJ-BILLED-AMOUNT                PIC 9(07)V99.
           05  ADJ-WRITE-OFF                    PIC 9(07)V99.
           05  ADJ-SECONDARY-PAID               PIC 9(07)V99.
           05  FILLER                           PIC X(13).
