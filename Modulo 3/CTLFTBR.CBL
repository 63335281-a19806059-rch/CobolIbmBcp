      *================================================================*
      *        CTLFTBR - THE CONTROL FILES UNDER CHANGE CONTROL, FOR   *
      *        CTLCHGM AND CTLPROM WORKING-STORAGE: FILE ID, RECORD    *
      *        LENGTH, LENGTH OF THE KEY AT THE FRONT OF THE ROW (0 =  *
      *        A SINGLE-ROW FILE) AND DESCRIPTION. A FILE ADDED HERE   *
      *        ALSO NEEDS ITS EDIT IN CTLCHGM AND ITS COPY STEPS IN    *
      *        CTLCHGM.JCL AND CTLPROM.JCL.                            *
      *================================================================*
       01  CTL-FILE-VALUES.
           05  FILLER                  PIC X(44)
                  VALUE 'RATECTL 020001CLAIMPRO PLAN-TIER RATES      '.
           05  FILLER                  PIC X(44)
                  VALUE 'PRMCTL  020001PREMBILL PREMIUM/MODE FACTORS '.
           05  FILLER                  PIC X(44)
                  VALUE 'FAVRATE 080010FAVRFP INSTRUMENT BASE COSTS  '.
           05  FILLER                  PIC X(44)
                  VALUE 'INSTYPE 014003HOSPEDIT INSURANCE TYPES      '.
           05  FILLER                  PIC X(44)
                  VALUE 'TUITCTL 080000TUITBILL TUITION RATES        '.
       01  CTL-FILE-TABLE REDEFINES CTL-FILE-VALUES.
           05  CTL-FILE-ITEM OCCURS 5 TIMES
                   INDEXED BY CTL-IDX.
               10  CTL-FILE-ID             PIC X(08).
               10  CTL-FILE-RECLEN         PIC 9(03).
               10  CTL-FILE-KEYLEN         PIC 9(03).
               10  CTL-FILE-DESC           PIC X(30).
