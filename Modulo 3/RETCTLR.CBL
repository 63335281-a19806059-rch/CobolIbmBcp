      *================================================================*
      *        RETCTLR - RECORD-RETENTION SCHEDULE. ONE ROW OF THE     *
      *        PROD.RETAIN.RETCTL CONTROL FILE (80 BYTES, LOADED BY    *
      *        RETCTLD.JCL) FOR EACH DATASET AND RECORD TYPE THE       *
      *        RETPURGE PURGE AGES: WHERE IN THE RECORD ITS TYPE, ITS  *
      *        DATE AND ITS KEY ARE, HOW MANY MONTHS IT IS KEPT AND    *
      *        WHAT HAPPENS TO IT AFTER THAT. A RECORD WHOSE TYPE HAS  *
      *        NO ROW (AND NO '*' ROW) IS KEPT. POSITIONS ARE 1-BASED  *
      *        IN THE DATASET'S OWN RECORD. COPY THIS UNDER THE        *
      *        01-LEVEL FD RECORD OF THE FILE.                         *
      *================================================================*
      *  THE DATASET, AS TAGGED IN FRONT OF ITS RECORDS BY THE JCL
           05  RTC-DATASET-ID                 PIC X(08).
      *  THE RECORD TYPE THE ROW COVERS, OR '*' FOR EVERY TYPE NOT
      *  GIVEN A ROW OF ITS OWN
           05  RTC-RECORD-TYPE                PIC X(08).
               88  RTC-ANY-TYPE                   VALUE '*'.
      *  WHERE THE RECORD TYPE IS (LENGTH 0 = THE DATASET HAS NONE)
           05  RTC-TYPE-POS                   PIC 9(03).
           05  RTC-TYPE-LEN                   PIC 9(02).
      *  WHERE THE DATE THE RECORD IS AGED ON IS, AND ITS FORM:
      *  'D' CCYYMMDD, 'Y' CCYY ONLY (AGED FROM THE END OF THE YEAR)
           05  RTC-DATE-POS                   PIC 9(03).
           05  RTC-DATE-FORM                  PIC X(01).
               88  RTC-DATE-CCYYMMDD              VALUE 'D'.
               88  RTC-DATE-CCYY                  VALUE 'Y'.
      *  THE KEY A LEGAL HOLD NAMES (SEE RETHLDR) - THE SECOND ONE
      *  IS CHECKED TOO WHEN ITS POSITION IS NOT ZERO
           05  RTC-KEY-POS                    PIC 9(03).
           05  RTC-KEY-LEN                    PIC 9(02).
           05  RTC-KEY2-POS                   PIC 9(03).
      *  RETENTION PERIOD - A RECORD OLDER THAN THIS MANY MONTHS
      *  BEFORE THE RUN DATE IS PAST IT
           05  RTC-RETAIN-MONTHS              PIC 9(03).
      *  'D' DESTROY; 'O' COPY TO THE OFF-SITE FILE, THEN REMOVE
           05  RTC-ACTION                     PIC X(01).
               88  RTC-DESTROY                    VALUE 'D'.
               88  RTC-OFFSITE                    VALUE 'O'.
           05  RTC-DESCRIPTION                PIC X(30).
           05  FILLER                         PIC X(13).
