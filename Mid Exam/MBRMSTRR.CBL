      *        ALONGSIDE THE POLICY-LEVEL FAMILY AGGREGATE ON         *
      *        CLMHIST. MAINTAINED BY MBRMAINT; THE YTD FIELD IS      *
      *        RESET BY CLMYREND WHEN THE POLICY'S BENEFIT YEAR       *
      *        ROLLS. EACH MEMBER ALSO CARRIES A BIRTH DATE AND THE   *
      *        DATE COVERAGE ENDS (ZERO WHILE OPEN), SET BY MBRMAINT, *
      *        ENRLFEED OR THE MBRAGOUT DEPENDENT AGE-OUT SWEEP.      *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE MBRMSTR  *
      *        FILE.                                                  *
      *================================================================*
           05  MB-KEY.
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
      *  DEDUCTIBLE THIS MEMBER HAS PAID THIS BENEFIT YEAR, BUILT UP
      *  CLAIM BY CLAIM BY CLAIMPRO'S HISTORY ACCUMULATION
           05  MB-DEDUCT-PAID-YTD               PIC 9(07)V99.
      *  MEMBER DATE OF BIRTH (CCYYMMDD) - DRIVES THE DEPENDENT
      *  AGE-OUT SWEEP (MBRAGOUT). RECORDS WRITTEN BEFORE THE FIELD
      *  EXISTED CARRY SPACES HERE, SO TEST NUMERIC BEFORE USE
           05  MB-BIRTH-DATE                    PIC 9(08).
      *  LAST DAY OF COVERAGE (CCYYMMDD); ZERO WHILE COVERAGE IS
      *  OPEN. CLAIMPRO DENIES A CLAIM SERVED AFTER THIS DATE
           05  MB-TERM-DATE                     PIC 9(08).
      *  DATE MBRAGOUT SENT THE ADVANCE AGE-OUT NOTICE LETTER;
      *  ZERO UNTIL ONE HAS GONE OUT
           05  MB-AGEOUT-NOTICE-DATE            PIC 9(08).
           05  FILLER                           PIC X(12).
