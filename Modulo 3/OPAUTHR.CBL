      *================================================================*
      *        OPAUTHR - OPERATOR-AUTHORITY FILE RECORD LAYOUT         *
      *        (PROD.SECURITY.OPERAUTH, 80 BYTES, LOADED BY            *
      *        OPAUTHLD.JCL). ONE ROW PER OPERATOR, PROGRAM AND        *
      *        ACTION THE OPERATOR MAY TAKE THERE. READ BY GNSPOAUT    *
      *        FOR THE MAINTENANCE PROGRAMS AND BY THE OPAUTHRV        *
      *        ACCESS-REVIEW REPORT.                                   *
      *================================================================*
      *  OPERATOR ID AS CARRIED ON THE TRANSACTIONS
           05  OPA-OPERATOR-ID            PIC X(08).
      *  PROGRAM-ID OF THE MAINTENANCE PROGRAM
           05  OPA-PROGRAM                PIC X(08).
      *  ACTION CODE THE ROW ALLOWS, '*' = EVERY ACTION OF THE
      *  PROGRAM WITHOUT A ROW OF ITS OWN
           05  OPA-ACTION                 PIC X(01).
               88  OPA-ANY-ACTION             VALUE '*'.
      *  LARGEST AMOUNT THE OPERATOR MAY POST OR SET WITH THE
      *  ACTION - IGNORED FOR AN ACTION THAT CARRIES NO AMOUNT
           05  OPA-DOLLAR-LIMIT           PIC 9(07)V99.
           05  OPA-OPERATOR-NAME          PIC X(24).
      *  WHO GRANTED THE AUTHORITY AND WHEN (CCYYMMDD) - IT IS NOT
      *  IN FORCE BEFORE THE GRANTED DATE
           05  OPA-GRANTED-BY             PIC X(08).
           05  OPA-GRANTED-DATE           PIC 9(08).
      *  LAST DAY THE AUTHORITY IS IN FORCE, ZERO = UNTIL REVOKED
           05  OPA-EXPIRY-DATE            PIC 9(08).
           05  FILLER                     PIC X(06).
