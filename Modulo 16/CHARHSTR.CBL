      *================================================================*
      *        CHARHSTR - CHARITY-CARE HISTORY RECORD. HOSPEDIT       *
      *        APPENDS ONE TO THE CHARHIST FILE FOR EVERY DISCHARGED  *
      *        STAY BILLED WITH A FINANCIAL-ASSISTANCE DISCOUNT, AND  *
      *        CHARMRPT REPORTS A MONTH OF THEM FOR THE COMMUNITY-    *
      *        BENEFIT FILING. COPY THIS UNDER THE 01-LEVEL FD        *
      *        RECORD OF THE CHARHIST FILE.                           *
      *================================================================*
      *  HOSPEDIT RUN (STATEMENT) DATE, CCYYMMDD
           05  CH-RUN-DATE                      PIC 9(08).
           05  CH-PATIENT-NBR                   PIC 9(05).
           05  CH-ADMIT-DATE                    PIC 9(08).
      *  'S' SELF-PAY OR UNINSURED STAY, 'I' INSURED STAY (ONLY THE
      *  PATIENT'S OWN SHARE WAS DISCOUNTED)
           05  CH-PAY-CLASS                     PIC X(01).
               88  CH-SELF-PAY                      VALUE 'S'.
               88  CH-INSURED                       VALUE 'I'.
      *  THE APPROVED FINASST APPLICATION BEHIND THE DISCOUNT
           05  CH-HOUSEHOLD-SIZE                PIC 9(02).
           05  CH-ANNUAL-INCOME                 PIC 9(07)V99.
      *  INCOME AS A PERCENT OF THE POVERTY GUIDELINE, AND THE
      *  SLIDING-SCALE DISCOUNT PERCENT IT EARNED
           05  CH-FPL-PCT                       PIC 9(03).
           05  CH-DISCOUNT-PCT                  PIC 9(03).
      *  PATIENT'S SHARE BEFORE THE DISCOUNT, THE DISCOUNT GIVEN AND
      *  THE AMOUNT LEFT DUE (BEFORE ANY INTERIM BILLINGS NET OFF)
           05  CH-PATIENT-CHARGES               PIC S9(7)V99.
           05  CH-DISCOUNT-AMT                  PIC S9(7)V99.
           05  CH-AMOUNT-DUE                    PIC S9(7)V99.
           05  FILLER                           PIC X(14).
