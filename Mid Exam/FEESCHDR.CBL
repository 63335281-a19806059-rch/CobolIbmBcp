      *================================================================*
      *        FEESCHDR - PROCEDURE FEE-SCHEDULE RECORD OF THE FEESCHD *
      *        KSDS (KEYED ON FE-FEE-KEY). ONE ROW PER PROCEDURE, PLAN *
      *        TIER AND EFFECTIVE DATE - A NEW RATE IS A NEW ROW, SO   *
      *        OLD SERVICE DATES KEEP PRICING AT THE RATE IN FORCE     *
      *        WHEN THE SERVICE WAS GIVEN. LOADED BY FEELOAD.JCL;      *
      *        CLAIMPRO PRICES EVERY SERVICE LINE (SEE SVCLINER) AT    *
      *        THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE    *
      *        DATE OF SERVICE. COPY THIS UNDER THE 01-LEVEL FD RECORD.*
      *================================================================*
           05  FE-FEE-KEY.
               10  FE-PROCEDURE-CODE            PIC X(05).
      *  PLAN TIER - POLICY-TYPE ON THE CLAIM (1-5)
               10  FE-PLAN-TIER                 PIC 9(01).
               10  FE-EFFECTIVE-DATE            PIC 9(08).
      *  ALLOWED AMOUNT PER UNIT OF SERVICE
           05  FE-ALLOWED-PER-UNIT              PIC 9(05)V99.
           05  FE-DESCRIPTION                   PIC X(30).
           05  FILLER                           PIC X(29).
