      *================================================================*
      *        SUBCASER - SUBROGATION / THIRD-PARTY LIABILITY CASE    *
      *        RECORD OF THE SUBCASE KSDS (KEYED ON POLICY NUMBER     *
      *        PLUS THE DATE THE CASE OPENED). CLAIMPRO OPENS A CASE  *
      *        FOR EVERY PAID CLAIM CARRYING AN ACCIDENT INDICATOR    *
      *        (A SECOND ONE FOR THE SAME POLICY THE SAME DAY GROWS   *
      *        THAT CASE), SUBPOST POSTS THE SETTLEMENTS THE LIABLE   *
      *        PARTY OR ITS CARRIER SENDS BACK AND CLOSES THE CASE,   *
      *        SUBAGE REPORTS THE OPEN AGING FOR THE RECOVERY UNIT.   *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE SUBCASE  *
      *        FILE.                                                  *
      *================================================================*
           05  SB-CASE-KEY.
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
               10  SB-POLICY-NO                 PIC 9(07).
      *  DATE CLAIMPRO OPENED THE CASE, CCYYMMDD (AGING MEASURES
      *  FROM HERE)
               10  SB-OPEN-DATE                 PIC 9(08).
      *  COVERED MEMBER THE ACCIDENT CLAIM WAS FOR (ZERO = POLICY)
           05  SB-MEMBER-NO                     PIC 9(02).
      *  CLAIM-ACCIDENT-IND OFF THE CLAIM: 'A' AUTO, 'W' WORKPLACE,
      *  'O' OTHER LIABLE PARTY
           05  SB-ACCIDENT-IND                  PIC X(01).
           05  SB-CASE-STATUS                   PIC X(01).
               88 SB-CASE-OPEN                     VALUE 'O'.
               88 SB-CASE-CLOSED                   VALUE 'C'.
      *  PAID CLAIMS ROLLED INTO THE CASE AND WHAT WE PAID ON THEM -
      *  THE MOST THE RECOVERY UNIT CAN CLAIM BACK
           05  SB-CLAIM-COUNT                   PIC 9(03).
           05  SB-PAID-AMOUNT                   PIC 9(07)V99.
      *  SETTLEMENT DOLLARS POSTED BY SUBPOST TO DATE
           05  SB-RECOVERED-AMOUNT              PIC 9(07)V99.
      *  LAST ACTIVITY AGAINST THE CASE AND, ONCE CLOSED, THE CLOSE
      *  DATE, CCYYMMDD
           05  SB-LAST-ACTIVITY-DATE            PIC 9(08).
           05  SB-CLOSE-DATE                    PIC 9(08).
      *  WHY THE CASE CLOSED: FULL (RECOVERED IN FULL), SETL (FINAL
      *  SETTLEMENT FOR LESS), WOFF (WRITTEN OFF, NOTHING MORE DUE)
           05  SB-CLOSE-REASON                  PIC X(04).
               88 SB-CLOSED-FULL                   VALUE 'FULL'.
               88 SB-CLOSED-SETTLED                VALUE 'SETL'.
               88 SB-CLOSED-WRITTEN-OFF            VALUE 'WOFF'.
      *  THE RUN THAT LAST TOUCHED THE CASE
           05  SB-LAST-RUN-ID                   PIC X(08).
           05  FILLER                           PIC X(12).
