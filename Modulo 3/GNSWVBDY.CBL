      *================================================================*
      *        GNSWVBDY - BUSINESS-DAY PARAMETER AREA PASSED TO/FROM  *
      *        GNSPBDAY. A BUSINESS DAY IS A MONDAY-FRIDAY THAT IS    *
      *        NOT ON THE HOLCAL HOLIDAY CALENDAR. USE IT WHEREVER A  *
      *        RULE IS WRITTEN IN BUSINESS DAYS (PROMPT-PAY) OR A     *
      *        DUE DATE MUST NOT FALL ON A WEEKEND OR BANK HOLIDAY.   *
      *================================================================*
       01  BDY-VARI.
      *  COMMAND: 'ADDB' ADD BDY-DAYS BUSINESS DAYS TO BDY-FROM-DATE
      *  (NEGATIVE COUNTS BACK) GIVING BDY-TO-DATE; 'BTWN' BUSINESS
      *  DAYS AFTER BDY-FROM-DATE UP TO AND INCLUDING BDY-TO-DATE
      *  GIVING BDY-DAYS (NEGATIVE WHEN TO IS EARLIER); 'NEXT' THE
      *  FIRST BUSINESS DAY ON OR AFTER BDY-FROM-DATE GIVING
      *  BDY-TO-DATE
           05  BDY-CMND                   PIC X(04).
      *  CCYYMMDD DATES - BDY-TO-DATE IS AN INPUT FOR 'BTWN' ONLY
           05  BDY-FROM-DATE              PIC 9(08).
           05  BDY-TO-DATE                PIC 9(08).
      *  BUSINESS-DAY COUNT - INPUT FOR 'ADDB', RESULT OF 'BTWN'
           05  BDY-DAYS                   PIC S9(05).
      *  RESULT TEXT GNSPBDAY RETURNS ALONGSIDE RETURN-CODE
      *  (0 = OK; 4 = ANSWERED, BUT ON WEEKENDS ONLY FOR DATES THE
      *  HOLIDAY CALENDAR DOES NOT COVER; 8 = BAD DATE OR COMMAND)
           05  BDY-CMSG                   PIC X(40).
