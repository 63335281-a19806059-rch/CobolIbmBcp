      *================================================================*
      *        PATMPIR - MASTER PATIENT INDEX RECORD OF THE PATMPI    *
      *        KSDS (KEYED ON MPI-PATIENT-NBR), ONE PER PATIENT       *
      *        NUMBER EVER BILLED. HOSPEDIT REGISTERS EACH NEW NUMBER *
      *        OFF HOSPIN AND KEEPS ITS NAME AND PHONE CURRENT,       *
      *        PATMPIMG APPLIES REGISTRATION-DESK UPDATES (DATE OF    *
      *        BIRTH) AND APPROVED DUPLICATE MERGES, AND PATMPIDP     *
      *        LISTS THE DUPLICATE CANDIDATES WEEKLY. A NUMBER        *
      *        RETIRED BY A MERGE STAYS ON FILE POINTING AT ITS       *
      *        SURVIVOR, AND HOSPEDIT POSTS ANY LATER STAY SENT UNDER *
      *        IT TO THE SURVIVOR. COPY THIS UNDER THE 01-LEVEL FD    *
      *        RECORD OF THE PATMPI FILE.                             *
      *================================================================*
           05  MPI-PATIENT-NBR                  PIC 9(05).
           05  MPI-PATIENT-NAME.
               10  MPI-LAST-NAME                PIC X(10).
               10  MPI-FIRST-NAME               PIC X(10).
           05  MPI-PHONE                        PIC X(10).
      *  DATE OF BIRTH, CCYYMMDD - ZERO UNTIL THE REGISTRATION DESK
      *  SUPPLIES IT
           05  MPI-BIRTH-DATE                   PIC 9(08).
      *  'A' ACTIVE; 'M' RETIRED BY A MERGE INTO MPI-MERGED-INTO
           05  MPI-STATUS                       PIC X(01).
               88  MPI-ACTIVE                       VALUE 'A'.
               88  MPI-MERGED                       VALUE 'M'.
           05  MPI-MERGED-INTO                  PIC 9(05).
           05  MPI-MERGE-DATE                   PIC 9(08).
      *  FIRST AND LATEST HOSPEDIT RUN DATES THE NUMBER CAME IN ON
           05  MPI-FIRST-SEEN                   PIC 9(08).
           05  MPI-LAST-SEEN                    PIC 9(08).
           05  FILLER                           PIC X(07).
