      *================================================================*
      *        STDHOLD - BURSAR REGISTRATION-HOLD ROW (40 BYTES). ONE  *
      *        ROW PER STUDENT WHOSE PAST-DUE ACCOUNT BALANCE IS OVER  *
      *        THE HOLD THRESHOLD, REBUILT BY EVERY STDAGE RUN.        *
      *        PROG172A REFUSES A COURSE ADD FOR ANY STUDENT ON IT;    *
      *        DROPS STILL GO THROUGH. COPY UNDER AN 01.               *
      *================================================================*
           05  SH-STUDENT-ID              PIC 9(06).
      *  BALANCE MORE THAN 30 DAYS OLD, AND THE WHOLE BALANCE
           05  SH-PAST-DUE                PIC S9(7)V99.
           05  SH-BALANCE                 PIC S9(7)V99.
      *  STDAGE RUN THE HOLD WAS SET ON (CCYYMMDD)
           05  SH-AGE-DATE                PIC 9(08).
           05  FILLER                     PIC X(08).
