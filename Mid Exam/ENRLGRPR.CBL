      *================================================================*
      *        ENRLGRPR - EMPLOYER-GROUP ELIGIBILITY FILE RECORD.      *
      *        EACH GROUP SENDS A HEADER ('H'), ONE DETAIL ('D') PER   *
      *        COVERED MEMBER IN POLICY/MEMBER SEQUENCE, AND A         *
      *        TRAILER ('T') CARRYING THE DETAIL COUNT. A FULL-FILE    *
      *        REPLACEMENT ('F' ON THE HEADER) LISTS EVERY MEMBER THE  *
      *        GROUP STILL COVERS; A CHANGE FILE ('C') CARRIES ONLY    *
      *        THE ADDS, CHANGES AND TERMINATIONS. ENRLFEED EDITS IT   *
      *        AGAINST POLMSTR/MBRMSTR AND GENERATES POLTRAN/MBRTRAN.  *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE GROUP     *
      *        FILE.                                                   *
      *================================================================*
           05  EG-RECORD-TYPE                   PIC X(01).
               88 EG-HEADER                        VALUE 'H'.
               88 EG-DETAIL                        VALUE 'D'.
               88 EG-TRAILER                       VALUE 'T'.
      *  EMPLOYER GROUP NUMBER - THE SAME ON EVERY RECORD OF A GROUP
           05  EG-GROUP-NO                      PIC X(06).
           05  EG-RECORD-DATA                   PIC X(113).
      *  HEADER - FILE TYPE, THE DATE COVERAGE RUNS THROUGH FOR ANY
      *  MEMBER THE FILE DROPS, AND THE GROUP'S WRITING AGENT
           05  EG-HEADER-DATA REDEFINES EG-RECORD-DATA.
               10  EG-FILE-TYPE                 PIC X(01).
                   88 EG-FULL-FILE                 VALUE 'F'.
                   88 EG-CHANGE-FILE               VALUE 'C'.
               10  EG-AS-OF-DATE                PIC 9(08).
               10  EG-AGENT-NO                  PIC 9(05).
               10  EG-GROUP-NAME                PIC X(30).
               10  FILLER                       PIC X(69).
      *  DETAIL - ONE COVERED MEMBER. THE ACTION IS ONLY READ ON A
      *  CHANGE FILE ('A' ADD, 'C' CHANGE, 'T' TERMINATE); ON A FULL
      *  FILE THE MEMBER'S PRESENCE IS WHAT COUNTS
           05  EG-DETAIL-DATA REDEFINES EG-RECORD-DATA.
               10  EG-ACTION                    PIC X(01).
                   88 EG-ACTION-ADD                VALUE 'A'.
                   88 EG-ACTION-CHANGE             VALUE 'C'.
                   88 EG-ACTION-TERM               VALUE 'T'.
               10  EG-KEY.
                   15  EG-POLICY-NO             PIC 9(07).
                   15  EG-MEMBER-NO             PIC 9(02).
               10  EG-RELATIONSHIP              PIC X(01).
               10  EG-LAST-NAME                 PIC X(15).
               10  EG-FIRST-NAME                PIC X(10).
               10  EG-EFFECTIVE-DATE            PIC 9(08).
               10  EG-TERM-DATE                 PIC 9(08).
               10  EG-POLICY-TYPE               PIC 9(01).
               10  EG-ADDRESS                   PIC X(30).
               10  EG-STATE-CODE                PIC X(02).
      *  MEMBER DATE OF BIRTH (CCYYMMDD) - OPTIONAL, CARRIED TO
      *  MBRMSTR FOR THE DEPENDENT AGE-OUT SWEEP
               10  EG-BIRTH-DATE                PIC 9(08).
               10  FILLER                       PIC X(20).
      *  TRAILER - NUMBER OF DETAIL RECORDS THE GROUP SENT
           05  EG-TRAILER-DATA REDEFINES EG-RECORD-DATA.
               10  EG-DETAIL-COUNT              PIC 9(07).
               10  FILLER                       PIC X(106).
