      *================================================================*
      *        TSACPTR - ACCEPTED-TIMESHEET RECORD OF THE TSACCPT     *
      *        FILE. TSPOST APPENDS ONE FOR EVERY TIMESHT LINE IT     *
      *        POSTS TO EMPROJ, WITH THE ROSTER ROW'S STATE OFFICE    *
      *        AND ON-CALL FLAG, SO PAYROLL IS PAID FROM THE SAME     *
      *        HOURS THE CLIENTS ARE BILLED FOR. TSPAYX BUILDS THE    *
      *        PAY-PERIOD PAYROLL EXTRACT FROM THEM. COPY THIS UNDER  *
      *        THE 01-LEVEL FD RECORD OF THE TSACCPT FILE.            *
      *================================================================*
           05  TA-EMP-NAME                      PIC X(15).
           05  TA-PROJECT                       PIC X(04).
      *  WEEK-ENDING DATE OF THE TIMESHEET, CCYYMMDD - DECIDES THE
      *  PAY PERIOD THE LINE IS PAID IN
           05  TA-WEEK-ENDING                   PIC 9(08).
           05  TA-DAYS                          PIC 9(03).
           05  TA-OT-HOURS                      PIC 9(03).
           05  TA-STATE-OFFICE                  PIC X(02).
           05  TA-ON-CALL                       PIC X(01).
      *  DATE TSPOST ACCEPTED THE LINE
           05  TA-POST-DATE                     PIC 9(08).
           05  FILLER                           PIC X(36).
