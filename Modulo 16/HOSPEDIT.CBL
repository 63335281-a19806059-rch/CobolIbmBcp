      *                   THE NIGHTLY JOB SEQUENCE
      *  02/09/2026 RCH - SELF-PAY STAYS PRICE WITHOUT COPAY/
      *                   DEDUCTIBLE AND SKIP THE OOPACCUM POSTING
      *  15/10/2026 RCH - HCLAIM FEED WIDENED 120 -> 130; THE STAY'S
      *                   ADMIT DATE GOES OUT AS CLAIM-SERVICE-DATE
      *  15/10/2026 RCH - HCLAIM FEED WIDENED 130 -> 140 (TREATING
      *                   PROVIDER / ASSIGNMENT, LEFT ZERO/BLANK)
      *  15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH STATEMENT FOR
      *                   THE MAILSTRM MAIL-HOUSE STREAM (MAILPCR)
      *  15/10/2026 RCH - FLAG HCLAIM RECORDS AS FROM HOSPEDIT; CLAIMS
      *                   FED, PATAR CHARGES POSTED AND OPEN-STAY
      *                   AMOUNT DUE ON RUNSTATS FOR NITEBAL
      *  15/10/2026 RCH - CASE-RATE CONTRACT PRICING (CASERATE) BY PLAN
      *                   TYPE AND DIAG CATEGORY; CONTRACTUAL ALLOWANCE
      *                   PER STAY AND BY CATEGORY ON ALLOWRPT
      *  15/10/2026 RCH - PATAR 80 -> 100: CARRY THE AMOUNT BILLED TO
      *                   THE INSURER ON HCLAIM AS PAR-INS-PENDING,
      *                   THE REST AS PATIENT RESPONSIBILITY
      *  15/10/2026 RCH - CHARITY-CARE SLIDING-SCALE DISCOUNT OFF THE
      *                   FINASST APPLICATIONS AND FPLSCALE POVERTY-
      *                   GUIDELINE TABLE; DISCOUNTED STAYS TO CHARHIST
      *  15/10/2026 RCH - MASTER PATIENT INDEX (PATMPI): NEW NUMBERS
      *                   REGISTERED, NAME/PHONE KEPT CURRENT, A NUMBER
      *                   RETIRED BY A PATMPIMG MERGE POSTS TO ITS
      *                   SURVIVOR
      *  15/10/2026 RCH - SCHEDULED ADMISSIONS (SCHADM, BOOKED BY
      *                   BEDRESV): ARRIVALS MATCHED TO THEIR BOOKING,
      *                   STAYS IN A BED RESERVED FOR SOMEONE ELSE
      *                   FLAGGED, NO-SHOWS RELEASED
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOSPEDIT.
             ACCESS MODE IS RANDOM
             RECORD KEY IS OOP-PATIENT-NBR
             FILE STATUS IS OPCODE.
      *  Managed-care case-rate contracts - by plan type and DIAGCTL
      *  category, the fixed case rate the payer pays an inpatient
      *  stay, plus the outlier threshold and add-on percentage
           SELECT CASEFILE
           ASSIGN TO CASERATE
             FILE STATUS IS CRCODE.
      *  Contractual allowance report - the contract's expected
      *  payment against the stay's charges, per stay and by category
           SELECT ALLOWFILE
           ASSIGN TO ALLOWRPT
             FILE STATUS IS ALCODE.
      *  Financial-assistance applications - one per patient per
      *  application, with the counselor's decision and the dates
      *  the approval covers
           SELECT FAFILE
           ASSIGN TO FINASST
             FILE STATUS IS FACODE.
      *  Charity-care sliding scale - the poverty guideline and the
      *  discount percent earned at each percent of it
           SELECT SCALEFILE
           ASSIGN TO FPLSCALE
             FILE STATUS IS FSCODE.
      *  Charity-care history - one record per discounted discharge,
      *  appended run after run for the monthly CHARMRPT report
           SELECT CHARFILE
           ASSIGN TO CHARHIST
             FILE STATUS IS CHCODE.
      *  Master patient index (KSDS) - every patient number billed,
      *  with the number a duplicate merge folded it into
           SELECT MPIFILE
           ASSIGN TO PATMPI
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MPI-PATIENT-NBR
             FILE STATUS IS MICODE.
      *  Scheduled admissions (KSDS) - elective stays booked ahead
      *  by BEDRESV, each holding a bed for its planned span
           SELECT SCHFILE
           ASSIGN TO SCHADM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SA-RESV-KEY
             FILE STATUS IS SACODE.
123456*
       DATA DIVISION.
       FILE SECTION.
           05  FILLER              PIC X(19).
     **
       FD  CLAIMFEED
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-FEED-REC.
       01  CLAIM-FEED-REC               PIC X(140).
     **
       FD  STMTFILE
           RECORD CONTAINS 80 CHARACTERS
           05  CHGM-UNIT-PRICE     PIC 9(05)V99.
     **
       FD  PATARFILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATIENT-AR-REC.
      *  EXACTLY THIS MUCH INSTEAD OF GUESSING
           05  OOP-LAST-RUN-AMT    PIC 9(07)V99.
           05  FILLER              PIC X(09).
     **
       FD  CASEFILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASERATE-REC.
       01  CASERATE-REC.
           05  CASE-INS-TYPE       PIC X(03).
           05  CASE-CATEGORY       PIC X(12).
           05  CASE-RATE-AMT       PIC 9(07)V99.
      *  TOTAL CHARGES ABOVE WHICH THE OUTLIER ADD-ON STARTS (ZERO =
      *  THE CONTRACT PAYS NO OUTLIER)
           05  CASE-OUTLIER-THRESH PIC 9(07)V99.
      *  PERCENT OF THE CHARGES OVER THE THRESHOLD PAID ON TOP
           05  CASE-OUTLIER-PCT    PIC 9(03).
           05  FILLER              PIC X(04).
     **
       FD  ALLOWFILE
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALLOW-REC.
       01  ALLOW-REC                    PIC X(133).
     **
       FD  FAFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FINASST-REC.
       01  FINASST-REC.
           05  FA-PATIENT-NBR      PIC 9(05).
      *  'A' APPROVED, 'P' PENDING, 'D' DENIED - ONLY AN APPROVED
      *  APPLICATION EARNS A DISCOUNT
           05  FA-STATUS           PIC X(01).
           05  FA-HOUSEHOLD-SIZE   PIC 9(02).
           05  FA-ANNUAL-INCOME    PIC 9(07)V99.
           05  FA-APPLY-DATE       PIC 9(08).
      *  STAYS ADMITTED FROM THE EFFECTIVE DATE THROUGH THE EXPIRE
      *  DATE ARE COVERED (EXPIRE ZERO = NO END DATE)
           05  FA-EFFECTIVE-DATE   PIC 9(08).
           05  FA-EXPIRE-DATE      PIC 9(08).
           05  FA-COUNSELOR-ID     PIC X(08).
           05  FILLER              PIC X(31).
     **
       FD  SCALEFILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FPLSCALE-REC.
       01  FPLSCALE-REC.
      *  'G' THE POVERTY GUIDELINE (ONE ROW), 'T' A DISCOUNT TIER -
      *  TIERS IN ASCENDING ORDER OF THEIR PERCENT OF THE GUIDELINE
           05  SCL-REC-TYPE        PIC X(01).
               88 SCL-GUIDELINE-ROW    VALUE 'G'.
               88 SCL-TIER-ROW         VALUE 'T'.
           05  SCL-GUIDELINE-DATA.
      *  ANNUAL GUIDELINE FOR A HOUSEHOLD OF ONE, AND WHAT EACH
      *  ADDITIONAL MEMBER ADDS TO IT
               10  SCL-GUIDE-BASE      PIC 9(07)V99.
               10  SCL-GUIDE-PER-PERSON PIC 9(07)V99.
               10  SCL-GUIDE-YEAR      PIC 9(04).
               10  FILLER              PIC X(17).
           05  SCL-TIER-DATA REDEFINES SCL-GUIDELINE-DATA.
      *  INCOME UP TO THIS PERCENT OF THE GUIDELINE EARNS THIS
      *  PERCENT OFF THE PATIENT'S SHARE
               10  SCL-TIER-MAX-PCT    PIC 9(03).
               10  SCL-TIER-DISC-PCT   PIC 9(03).
               10  FILLER              PIC X(33).
     **
       FD  CHARFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHAR-HIST-REC.
       01  CHAR-HIST-REC.
           COPY CHARHSTR.
     **
       FD  MPIFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MPI-REC.
       01  MPI-REC.
           COPY PATMPIR.
     **
       FD  SCHFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCH-ADM-REC.
       01  SCH-ADM-REC.
           COPY SCHADMR.
     **
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           88 PATAR-REC-FOUND              VALUE 'Y'.
           88 PATAR-REC-NOT-FOUND          VALUE 'N'.
       77  WS-AR-CHARGE                PIC S9(7)V99 VALUE 0.
      *  What 140 billed the insurer for the stay - the part of the
      *  A/R charge PATAR holds as pending insurer payment
       77  WS-INS-BILLED               PIC S9(7)V99 VALUE 0.
       77  WS-AR-CHARGES-POSTED        PIC S9(4) COMP VALUE 0.
      *  Money totals NITEBAL ties the night's PATSTMT statements to:
      *  what went to PATAR, and what an open stay's statement showed
      *  as due without posting (it bills through the interim cycle)
       77  WS-AR-POSTED-AMT            PIC S9(9)V99 VALUE 0.
       77  WS-OPEN-STAY-DUE-AMT        PIC S9(9)V99 VALUE 0.
       77  XFCODE2                     PIC X(02) VALUE SPACES.
           88 XFER-FILE-OK                 VALUE '00'.
           88 NO-MORE-XFERS                VALUE '10'.
               10  WS-DIAG-LOS-MAX     PIC 9(03).
               10  WS-DIAG-CLAIMS      PIC S9(4) COMP.
               10  WS-DIAG-DOLLARS     PIC S9(7)V99 COMP-3.
      *  Case-rate priced stays in the category - their charges, the
      *  contract's expected payment and the allowance written down
               10  WS-DIAG-CASE-STAYS  PIC S9(4) COMP.
               10  WS-DIAG-CASE-CHARGES  PIC S9(9)V99 COMP-3.
               10  WS-DIAG-CASE-EXPECTED PIC S9(9)V99 COMP-3.
               10  WS-DIAG-CASE-ALLOW    PIC S9(9)V99 COMP-3.
      *  Upper bound on how many rows CASERATE may carry
       77  CASE-MAX                    PIC S9(4) COMP VALUE 200.
       77  WS-CASE-COUNT               PIC S9(4) COMP VALUE 0.
       77  CRCODE                      PIC X(02) VALUE SPACES.
           88 CASE-FILE-OK                 VALUE '00'.
           88 NO-MORE-CASES                VALUE '10'.
       77  ALCODE                      PIC X(02) VALUE SPACES.
           88 ALLOW-FILE-OK                VALUE '00'.
      *  Upper bounds on how many rows FINASST and the FPLSCALE tiers
      *  may carry
       77  FA-MAX                      PIC S9(4) COMP VALUE 500.
       77  WS-FA-COUNT                 PIC S9(4) COMP VALUE 0.
       77  TIER-MAX                    PIC S9(4) COMP VALUE 20.
       77  WS-TIER-COUNT               PIC S9(4) COMP VALUE 0.
       77  FACODE                      PIC X(02) VALUE SPACES.
           88 FA-FILE-OK                   VALUE '00'.
           88 NO-MORE-FA                   VALUE '10'.
       77  FSCODE                      PIC X(02) VALUE SPACES.
           88 SCALE-FILE-OK                VALUE '00'.
           88 NO-MORE-SCALE                VALUE '10'.
       77  CHCODE                      PIC X(02) VALUE SPACES.
           88 CHAR-FILE-OK                 VALUE '00'.
       77  MICODE                      PIC X(02) VALUE SPACES.
           88 MPI-FILE-OK                  VALUE '00'.
      *  Master-patient-index state for the claim in hand - the
      *  number HOSPIN sent, before any merge redirect
       77  WS-MPI-SENT-NBR             PIC 9(05) VALUE 0.
       77  WS-MPI-HOPS                 PIC S9(4) COMP VALUE 0.
       77  WS-MPI-REGISTERED           PIC S9(4) COMP VALUE 0.
       77  WS-MPI-REDIRECTED           PIC S9(4) COMP VALUE 0.
       77  SACODE                      PIC X(02) VALUE SPACES.
           88 SCH-FILE-OK                  VALUE '00'.
       77  WS-SCH-EOF-SW               PIC X(01) VALUE 'N'.
           88 NO-MORE-SCHADM               VALUE 'Y'.
      *  Reservations still holding a bed, loaded from SCHADM. An
      *  arrival matches its booking when it comes in within
      *  SCH-WINDOW days of the planned admit date; a booking still
      *  unclaimed SCH-NOSHOW-DAYS after its planned date is a no-show
       77  SCH-MAX                     PIC S9(4) COMP VALUE 3000.
       77  SCH-WINDOW                  PIC S9(4) COMP VALUE 3.
       77  SCH-NOSHOW-DAYS             PIC S9(4) COMP VALUE 1.
       77  WS-SCH-COUNT                PIC S9(4) COMP VALUE 0.
       77  WS-SCH-SUB                  PIC S9(4) COMP VALUE 0.
       77  WS-MATCHED-SCH-SUB          PIC S9(4) COMP VALUE 0.
       77  WS-SCH-SPAN-TO-INT          PIC S9(8) COMP VALUE 0.
       77  WS-TODAY-INT                PIC S9(8) COMP VALUE 0.
       77  WS-SCH-ARRIVED              PIC S9(4) COMP VALUE 0.
       77  WS-SCH-BED-CHANGED          PIC S9(4) COMP VALUE 0.
       77  WS-SCH-CONFLICTS            PIC S9(4) COMP VALUE 0.
       77  WS-SCH-NOSHOWS              PIC S9(4) COMP VALUE 0.
       01  WS-SCH-TABLE.
           05  WS-SCH-ITEM OCCURS 3000 TIMES.
               10  WS-SCH-PATIENT      PIC 9(05).
               10  WS-SCH-PLAN-ADMIT   PIC 9(08).
               10  WS-SCH-BED          PIC 9(04).
               10  WS-SCH-FROM-INT     PIC S9(8) COMP.
               10  WS-SCH-TO-INT       PIC S9(8) COMP.
               10  WS-SCH-ACTIVE-SW    PIC X(01).
                   88 SCH-ACTIVE           VALUE 'Y'.
      *  The poverty guideline off FPLSCALE's 'G' row
       77  WS-GUIDE-BASE               PIC 9(07)V99 VALUE 0.
       77  WS-GUIDE-PER-PERSON         PIC 9(07)V99 VALUE 0.
      *  This patient's approved application, if any, and what it
      *  earns - set by 146 for 145's interim and 147's final bill
       77  WS-MATCHED-FA-IDX           PIC S9(4) COMP VALUE 0.
       77  WS-FA-GUIDELINE             PIC 9(08)V99 VALUE 0.
       77  WS-FPL-PCT                  PIC 9(03) VALUE 0.
       77  WS-CHARITY-PCT              PIC 9(03) VALUE 0.
       77  WS-CHARITY-BASE             PIC S9(7)V99 VALUE 0.
       77  WS-CHARITY-AMT              PIC S9(7)V99 VALUE 0.
       77  WS-CHARITY-STAYS            PIC S9(4) COMP VALUE 0.
       77  WS-CHARITY-INTERIMS         PIC S9(4) COMP VALUE 0.
       77  WS-CHARITY-AMT-TOT          PIC S9(9)V99 VALUE 0.
      *  Financial-assistance applications, loaded from FINASST
       01  WS-FA-TABLE.
           05  WS-FA-ITEM OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-FA-COUNT
                           INDEXED BY FA-IDX.
               10  WS-FA-PATIENT-NBR   PIC 9(05).
               10  WS-FA-STATUS        PIC X(01).
                   88 WS-FA-APPROVED       VALUE 'A'.
               10  WS-FA-HOUSEHOLD     PIC 9(02).
               10  WS-FA-INCOME        PIC 9(07)V99.
               10  WS-FA-EFFECTIVE     PIC 9(08).
               10  WS-FA-EXPIRE        PIC 9(08).
      *  Sliding-scale tiers, loaded from FPLSCALE in file order
       01  WS-TIER-TABLE.
           05  WS-TIER-ITEM OCCURS 1 TO 20 TIMES
                             DEPENDING ON WS-TIER-COUNT
                             INDEXED BY TIER-IDX.
               10  WS-TIER-MAX-PCT     PIC 9(03).
               10  WS-TIER-DISC-PCT    PIC 9(03).
      *  This stay's contract pricing - the per-diem charges the case
      *  rate is measured against, the outlier add-on, the expected
      *  payment and the allowance (charges less expected payment)
       77  WS-CASE-CHARGES             PIC S9(7)V99 VALUE 0.
       77  WS-CASE-OUTLIER             PIC S9(7)V99 VALUE 0.
       77  WS-CASE-EXPECTED            PIC S9(7)V99 VALUE 0.
       77  WS-CASE-ALLOWANCE           PIC S9(7)V99 VALUE 0.
       77  WS-CASE-PRICED-STAYS        PIC S9(4) COMP VALUE 0.
       77  WS-CASE-NO-CONTRACT         PIC S9(4) COMP VALUE 0.
       77  WS-CASE-CHARGES-TOT         PIC S9(9)V99 VALUE 0.
       77  WS-CASE-EXPECTED-TOT        PIC S9(9)V99 VALUE 0.
       77  WS-CASE-ALLOWANCE-TOT       PIC S9(9)V99 VALUE 0.
      *  Case-rate contract table, loaded from CASERATE at
      *  000-HOUSEKEEPING
       01  WS-CASE-TABLE.
           05  WS-CASE-ITEM OCCURS 1 TO 200 TIMES
                             DEPENDING ON WS-CASE-COUNT
                             INDEXED BY CASE-IDX.
               10  WS-CASE-INS-TYPE    PIC X(03).
               10  WS-CASE-CATEGORY    PIC X(12).
               10  WS-CASE-RATE        PIC 9(07)V99.
               10  WS-CASE-OUTL-THRESH PIC 9(07)V99.
               10  WS-CASE-OUTL-PCT    PIC 9(03).
      *  Upper bound on how many providers PCPMSTR may carry
       77  PCP-MAX                     PIC S9(4) COMP VALUE 200.
       77  WS-PCP-COUNT                PIC S9(4) COMP VALUE 0.
           05  FILLER                  PIC X(01) VALUE '-'.
           05  LOS-MAX-OUT             PIC ZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.
      *  Contractual allowance report lines for ALLOWRPT - the run
      *  heading, one line per case-rate stay and one per category
       01  WS-ALLOW-HEADER.
           05  FILLER                  PIC X(40)
                  VALUE "Contractual Allowance - Case-Rate Stays".
           05  ALLOW-HDR-DATE-OUT      PIC 9(08).
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  WS-ALLOW-DETAIL-REC.
           05  FILLER                  PIC X(09)
                  VALUE "Patient: ".
           05  ALLOW-PATIENT-OUT       PIC 9(05).
           05  FILLER                  PIC X(06) VALUE " Plan:".
           05  ALLOW-PLAN-OUT          PIC X(03).
           05  FILLER                  PIC X(05) VALUE " Cat:".
           05  ALLOW-CAT-OUT           PIC X(12).
           05  FILLER                  PIC X(06) VALUE " Days:".
           05  ALLOW-DAYS-OUT          PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE " Chg:".
           05  ALLOW-CHARGES-OUT       PIC $,$$$,$99.99.
           05  FILLER                  PIC X(06) VALUE " Outl:".
           05  ALLOW-OUTLIER-OUT       PIC $$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE " Exp:".
           05  ALLOW-EXPECTED-OUT      PIC $,$$$,$99.99.
           05  FILLER                  PIC X(07) VALUE " Allow:".
           05  ALLOW-ALLOWANCE-OUT     PIC $,$$$,$99.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ALLOW-NOTE-OUT          PIC X(12).
       01  WS-ALLOW-SUMMARY-REC.
           05  FILLER                  PIC X(15)
                  VALUE "Allowance cat: ".
           05  ALLOW-SUM-CAT-OUT       PIC X(12).
           05  FILLER                  PIC X(07) VALUE " Stays:".
           05  ALLOW-SUM-STAYS-OUT     PIC ZZZ9.
           05  FILLER                  PIC X(09) VALUE " Charges:".
           05  ALLOW-SUM-CHARGES-OUT   PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE " Expected:".
           05  ALLOW-SUM-EXPECTED-OUT  PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE " Allowance:".
           05  ALLOW-SUM-ALLOW-OUT     PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *  Mail-piece control records written ahead of each statement -
      *  PATSTMT feeds MAILSTRM, and the patient's address comes off
      *  the MAILADR cross-reference there, so none is carried here
       01  WS-MAIL-PIECE.
           COPY MAILPCR.
      *  Patient statement lines - what the member actually gets in
      *  the mail: gross charges, the plan's share, their copay and
      *  deductible, the out-of-network surcharge when it applies,
               10  STMT-OON-PCT        PIC ZZ9.
               10  FILLER              PIC X(04) VALUE ' PCT'.
               10  FILLER              PIC X(47) VALUE SPACES.
           05  STMT-CHARITY-LINE.
               10  FILLER              PIC X(20)
                      VALUE 'LESS FINANCIAL AID'.
               10  STMT-CHARITY-PCT    PIC ZZ9.
               10  FILLER              PIC X(05) VALUE ' PCT '.
               10  STMT-CHARITY-AMT    PIC $,$$$,$99.99.
               10  FILLER              PIC X(40) VALUE SPACES.
           05  STMT-INTERIM-LINE.
               10  FILLER              PIC X(28)
                      VALUE 'LESS INTERIM BILLINGS'.
              DISPLAY WS-FS-MESSAGE
              GO TO 900-FILE-ERROR
           END-IF.
           OPEN OUTPUT ALLOWFILE.
           IF NOT ALLOW-FILE-OK
              DISPLAY 'ERROR OPENING ALLOWRPT - FILE STATUS = ' ALCODE
              MOVE ALCODE TO WS-FS-CODE
              PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
              DISPLAY WS-FS-MESSAGE
              GO TO 900-FILE-ERROR
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO ALLOW-HDR-DATE-OUT.
           WRITE ALLOW-REC FROM WS-ALLOW-HEADER.
           OPEN EXTEND CHARFILE.
           IF NOT CHAR-FILE-OK
              DISPLAY 'ERROR OPENING CHARHIST - FILE STATUS = ' CHCODE
              MOVE CHCODE TO WS-FS-CODE
              PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
              DISPLAY WS-FS-MESSAGE
              GO TO 900-FILE-ERROR
           END-IF.
      *  The master patient index is created on its first-ever run,
      *  the same first-open handling OOPACCUM gets
           OPEN I-O MPIFILE.
           IF MICODE = '35'
              OPEN OUTPUT MPIFILE
              CLOSE MPIFILE
              OPEN I-O MPIFILE
           END-IF.
           IF NOT MPI-FILE-OK
              DISPLAY 'ERROR OPENING PATMPI - FILE STATUS = ' MICODE
              MOVE MICODE TO WS-FS-CODE
              PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
              DISPLAY WS-FS-MESSAGE
              GO TO 900-FILE-ERROR
           END-IF.
      *  Scheduled admissions - BEDRESV normally creates the file; a
      *  shop that has never booked ahead gets an empty one here
           OPEN I-O SCHFILE.
           IF SACODE = '35'
              OPEN OUTPUT SCHFILE
              CLOSE SCHFILE
              OPEN I-O SCHFILE
           END-IF.
           IF NOT SCH-FILE-OK
              DISPLAY 'ERROR OPENING SCHADM - FILE STATUS = ' SACODE
              MOVE SACODE TO WS-FS-CODE
              PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
              DISPLAY WS-FS-MESSAGE
              GO TO 900-FILE-ERROR
           END-IF.
      *  A shop without POLMSTR on the DD runs with the eligibility
      *  check suspended, exactly as before this check existed
           OPEN INPUT POLMSTR.
           PERFORM 080-LOAD-PCP-MASTER THRU 080-EXIT.
           PERFORM 090-LOAD-DIAG-GROUPS THRU 090-EXIT.
           PERFORM 095-LOAD-PATIENT-XREF THRU 095-EXIT.
           PERFORM 096-LOAD-CASE-RATES THRU 096-EXIT.
           PERFORM 091-LOAD-FIN-ASSIST THRU 091-EXIT.
           PERFORM 093-LOAD-SLIDING-SCALE THRU 093-EXIT.
           PERFORM 098-LOAD-PREAUTHS THRU 098-EXIT.
           PERFORM 072-LOAD-CHARGE-MASTER THRU 072-EXIT.
           PERFORM 074-LOAD-CHARGE-DETAIL THRU 074-EXIT.
           PERFORM 099-LOAD-TRANSFERS THRU 099-EXIT.
           PERFORM 076-LOAD-RESERVATIONS THRU 076-EXIT.
       000-EXIT.
           EXIT.
      *
                   TO WS-DIAG-LOS-MAX (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-CLAIMS (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-DOLLARS (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-CASE-STAYS (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-CASE-CHARGES (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-CASE-EXPECTED (WS-DIAG-COUNT)
                 MOVE 0 TO WS-DIAG-CASE-ALLOW (WS-DIAG-COUNT)
              END-READ
           END-PERFORM.
           CLOSE DIAGFILE.
       095-EXIT.
           EXIT.
      *
      *  Loads the managed-care case-rate contracts - one row per plan
      *  type and diagnosis category the payer pays a fixed case rate
      *  for. A missing CASERATE leaves the table empty: stays still
      *  bill per diem, and ALLOWRPT lists them with no contract rate.
       096-LOAD-CASE-RATES.
           OPEN INPUT CASEFILE.
           IF NOT CASE-FILE-OK
              DISPLAY 'WARNING - CASERATE NOT AVAILABLE, STATUS '
                      CRCODE
              GO TO 096-EXIT
           END-IF.
           PERFORM 097-READ-CASE-RATE THRU 097-EXIT
              UNTIL NO-MORE-CASES OR WS-CASE-COUNT >= CASE-MAX.
           IF NOT NO-MORE-CASES
              DISPLAY 'WARNING - CASERATE EXCEEDS CASE-MAX OF '
                       CASE-MAX
              DISPLAY 'REMAINING ROWS WERE NOT LOADED'
           END-IF.
           CLOSE CASEFILE.
       096-EXIT.
           EXIT.
      *
       097-READ-CASE-RATE.
           READ CASEFILE
              AT END
                 MOVE '10' TO CRCODE
                 GO TO 097-EXIT
           END-READ.
           ADD 1 TO WS-CASE-COUNT.
           MOVE CASE-INS-TYPE
             TO WS-CASE-INS-TYPE (WS-CASE-COUNT).
           MOVE CASE-CATEGORY
             TO WS-CASE-CATEGORY (WS-CASE-COUNT).
           MOVE CASE-RATE-AMT
             TO WS-CASE-RATE (WS-CASE-COUNT).
           MOVE CASE-OUTLIER-THRESH
             TO WS-CASE-OUTL-THRESH (WS-CASE-COUNT).
           MOVE CASE-OUTLIER-PCT
             TO WS-CASE-OUTL-PCT (WS-CASE-COUNT).
       097-EXIT.
           EXIT.
      *
      *  Loads the financial counselors' assistance applications.
      *  A missing FINASST just means nobody gets a charity-care
      *  discount tonight - every stay bills its full share.
       091-LOAD-FIN-ASSIST.
           OPEN INPUT FAFILE.
           IF NOT FA-FILE-OK
              DISPLAY 'WARNING - FINASST NOT AVAILABLE, STATUS '
                      FACODE
              GO TO 091-EXIT
           END-IF.
           PERFORM 092-READ-FIN-ASSIST THRU 092-EXIT
              UNTIL NO-MORE-FA OR WS-FA-COUNT >= FA-MAX.
           IF NOT NO-MORE-FA
              DISPLAY 'WARNING - FINASST EXCEEDS FA-MAX OF '
                       FA-MAX
              DISPLAY 'REMAINING ROWS WERE NOT LOADED'
           END-IF.
           CLOSE FAFILE.
       091-EXIT.
           EXIT.
      *
       092-READ-FIN-ASSIST.
           READ FAFILE
              AT END
                 MOVE '10' TO FACODE
                 GO TO 092-EXIT
           END-READ.
           ADD 1 TO WS-FA-COUNT.
           MOVE FA-PATIENT-NBR
             TO WS-FA-PATIENT-NBR (WS-FA-COUNT).
           MOVE FA-STATUS
             TO WS-FA-STATUS (WS-FA-COUNT).
           MOVE FA-HOUSEHOLD-SIZE
             TO WS-FA-HOUSEHOLD (WS-FA-COUNT).
           MOVE FA-ANNUAL-INCOME
             TO WS-FA-INCOME (WS-FA-COUNT).
           MOVE FA-EFFECTIVE-DATE
             TO WS-FA-EFFECTIVE (WS-FA-COUNT).
           MOVE FA-EXPIRE-DATE
             TO WS-FA-EXPIRE (WS-FA-COUNT).
       092-EXIT.
           EXIT.
      *
      *  Loads the sliding scale - the poverty guideline row and the
      *  discount tiers. Without a guideline or any tier there is no
      *  scale to measure an application against, so no discount.
       093-LOAD-SLIDING-SCALE.
           OPEN INPUT SCALEFILE.
           IF NOT SCALE-FILE-OK
              DISPLAY 'WARNING - FPLSCALE NOT AVAILABLE, STATUS '
                      FSCODE
              GO TO 093-EXIT
           END-IF.
           PERFORM 094-READ-SCALE-ROW THRU 094-EXIT
              UNTIL NO-MORE-SCALE.
           CLOSE SCALEFILE.
           IF WS-GUIDE-BASE = 0 OR WS-TIER-COUNT = 0
              DISPLAY 'WARNING - FPLSCALE HAS NO GUIDELINE OR NO TIERS'
              DISPLAY 'CHARITY-CARE DISCOUNTS SUSPENDED'
              MOVE 0 TO WS-TIER-COUNT
           END-IF.
       093-EXIT.
           EXIT.
      *
       094-READ-SCALE-ROW.
           READ SCALEFILE
              AT END
                 MOVE '10' TO FSCODE
                 GO TO 094-EXIT
           END-READ.
           IF SCL-GUIDELINE-ROW
              MOVE SCL-GUIDE-BASE       TO WS-GUIDE-BASE
              MOVE SCL-GUIDE-PER-PERSON TO WS-GUIDE-PER-PERSON
              GO TO 094-EXIT
           END-IF.
           IF NOT SCL-TIER-ROW
              GO TO 094-EXIT
           END-IF.
           IF WS-TIER-COUNT >= TIER-MAX
              DISPLAY 'WARNING - FPLSCALE TIER IGNORED, TIER-MAX OF '
                       TIER-MAX
              GO TO 094-EXIT
           END-IF.
           ADD 1 TO WS-TIER-COUNT.
           MOVE SCL-TIER-MAX-PCT
             TO WS-TIER-MAX-PCT (WS-TIER-COUNT).
           MOVE SCL-TIER-DISC-PCT
             TO WS-TIER-DISC-PCT (WS-TIER-COUNT).
       094-EXIT.
           EXIT.
      *
      *  Loads the scheduled admissions still holding a bed, for the
      *  arrival check in 137 and the no-show release in 240
       076-LOAD-RESERVATIONS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
           END-COMPUTE.
           MOVE LOW-VALUES TO SA-RESV-KEY.
           START SCHFILE KEY NOT < SA-RESV-KEY
              INVALID KEY
                 GO TO 076-EXIT
           END-START.
           PERFORM 077-READ-RESERVATION THRU 077-EXIT
              UNTIL NO-MORE-SCHADM.
           DISPLAY 'SCHEDULED ADMISSIONS HOLDING BEDS: ' WS-SCH-COUNT.
       076-EXIT.
           EXIT.
      *
       077-READ-RESERVATION.
           READ SCHFILE NEXT RECORD
              AT END
                 SET NO-MORE-SCHADM TO TRUE
                 GO TO 077-EXIT
           END-READ.
           IF NOT SA-RESERVED
              GO TO 077-EXIT
           END-IF.
           IF WS-SCH-COUNT >= SCH-MAX
              DISPLAY 'WARNING - SCHADM TABLE FULL AT ' SCH-MAX
                      ', LATER BOOKINGS NOT CHECKED'
              SET NO-MORE-SCHADM TO TRUE
              GO TO 077-EXIT
           END-IF.
           ADD 1 TO WS-SCH-COUNT.
           MOVE SA-PATIENT-NBR TO WS-SCH-PATIENT (WS-SCH-COUNT).
           MOVE SA-PLAN-ADMIT  TO WS-SCH-PLAN-ADMIT (WS-SCH-COUNT).
           MOVE SA-BED-NBR     TO WS-SCH-BED (WS-SCH-COUNT).
           COMPUTE WS-SCH-FROM-INT (WS-SCH-COUNT) =
               FUNCTION INTEGER-OF-DATE (SA-PLAN-ADMIT)
           END-COMPUTE.
           COMPUTE WS-SCH-TO-INT (WS-SCH-COUNT) =
               WS-SCH-FROM-INT (WS-SCH-COUNT) + SA-EXPECTED-LOS
           END-COMPUTE.
           MOVE 'Y' TO WS-SCH-ACTIVE-SW (WS-SCH-COUNT).
       077-EXIT.
           EXIT.
      *
      *  Loads the preauthorization control file - one row per
      *  patient whose extended stay a reviewer has authorized.
       098-LOAD-PREAUTHS.
           DISPLAY "MAINLINE".
           DISPLAY WS-INPUT-REC.
           PERFORM 105-VALIDATE-PATIENT-NBR THRU 105-EXIT.
           PERFORM 106-RESOLVE-MASTER-INDEX THRU 106-EXIT.
           PERFORM 120-VALIDATE-PROVIDER THRU 120-EXIT.
           PERFORM 108-VALIDATE-STAY-DATES THRU 108-EXIT.
           IF BAD-STAY-DATE
           END-COMPUTE
           PERFORM 110-PRICE-ACCOMMODATION THRU 110-EXIT
           PERFORM 136-CHECK-DOUBLE-BOOKING THRU 136-EXIT
           PERFORM 137-CHECK-RESERVATION THRU 137-EXIT
           PERFORM 138-ACCUM-OCCUPANCY THRU 138-EXIT
           PERFORM 135-PRICE-ANCILLARY-CHARGES THRU 135-EXIT
           PERFORM 130-GROUP-DIAGNOSIS THRU 130-EXIT
      *  ineligible open stay must interim-bill as self-pay too,
      *  not only reprice at discharge
           PERFORM 141-CHECK-ELIGIBILITY THRU 141-EXIT
           PERFORM 132-PRICE-CASE-RATE THRU 132-EXIT
           PERFORM 146-FIND-CHARITY-DISCOUNT THRU 146-EXIT
           PERFORM 145-INTERIM-BILLING THRU 145-EXIT
      *  Factor the patient's own COPAY and DEDUCTIBLE into what they
      *  actually owe out of pocket, on top of the coinsurance share.
           WRITE RPT-REC FROM WS-OUTPUT-REC.
           ADD +1 TO RECORDS-WRITTEN.
           PERFORM 140-WRITE-CLAIM-FEED THRU 140-EXIT.
           PERFORM 147-APPLY-CHARITY-CARE THRU 147-EXIT.
           PERFORM 150-WRITE-PATIENT-STATEMENT THRU 150-EXIT.
       100-READ-NEXT.
           READ INFILE INTO WS-INPUT-REC
       105-EXIT.
           EXIT.
      *
      *  Master patient index. A number a duplicate merge retired
      *  (PATMPIMG) is followed to its surviving number - through
      *  any chain of merges - and the whole stay posts under the
      *  survivor, so STAYHIST, OOPACCUM and PATAR keep one record
      *  per person; PATPOLX and FINASST rows still on the sent
      *  number keep matching. A number never seen before is
      *  registered; name and phone are refreshed off the latest
      *  stay.
       106-RESOLVE-MASTER-INDEX.
           MOVE PATIENT-NBR TO WS-MPI-SENT-NBR.
           MOVE 0 TO WS-MPI-HOPS.
           MOVE PATIENT-NBR TO MPI-PATIENT-NBR.
           READ MPIFILE
              INVALID KEY
                 PERFORM 107-REGISTER-PATIENT THRU 107-EXIT
                 GO TO 106-EXIT
           END-READ.
           PERFORM 109-FOLLOW-MERGE THRU 109-EXIT
               UNTIL NOT MPI-MERGED OR WS-MPI-HOPS > 9.
           IF MPI-MERGED
              DISPLAY 'WARNING: PATMPI MERGE CHAIN TOO LONG FOR '
                      WS-MPI-SENT-NBR
              GO TO 106-EXIT
           END-IF.
           IF PATIENT-NBR NOT = WS-MPI-SENT-NBR
              ADD +1 TO WS-MPI-REDIRECTED
              DISPLAY 'PATIENT NBR ' WS-MPI-SENT-NBR
                      ' POSTS TO SURVIVING NBR ' PATIENT-NBR
           END-IF.
           IF LAST-NAME NOT = SPACES
              MOVE LAST-NAME     TO MPI-LAST-NAME
              MOVE FIRST-NAME    TO MPI-FIRST-NAME
           END-IF.
           IF PATIENT-PHONE NOT = SPACES
              MOVE PATIENT-PHONE TO MPI-PHONE
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO MPI-LAST-SEEN.
           REWRITE MPI-REC.
       106-EXIT.
           EXIT.
      *
       107-REGISTER-PATIENT.
           MOVE SPACES TO MPI-REC.
           INITIALIZE MPI-REC.
           MOVE PATIENT-NBR         TO MPI-PATIENT-NBR.
           MOVE LAST-NAME           TO MPI-LAST-NAME.
           MOVE FIRST-NAME          TO MPI-FIRST-NAME.
           MOVE PATIENT-PHONE       TO MPI-PHONE.
           SET MPI-ACTIVE           TO TRUE.
           MOVE WS-CURRENT-DATE-NUM TO MPI-FIRST-SEEN.
           MOVE WS-CURRENT-DATE-NUM TO MPI-LAST-SEEN.
           WRITE MPI-REC.
           IF MPI-FILE-OK
              ADD +1 TO WS-MPI-REGISTERED
           ELSE
              DISPLAY 'WARNING: PATMPI REGISTRATION FAILED FOR '
                      PATIENT-NBR ' - FILE STATUS = ' MICODE
           END-IF.
       107-EXIT.
           EXIT.
      *
      *  One step along a merge chain - a survivor missing from the
      *  index stops the chain at the last number found
       109-FOLLOW-MERGE.
           ADD +1 TO WS-MPI-HOPS.
           MOVE MPI-MERGED-INTO TO MPI-PATIENT-NBR.
           READ MPIFILE
              INVALID KEY
                 DISPLAY 'WARNING: SURVIVING NBR ' MPI-PATIENT-NBR
                         ' NOT ON PATMPI'
                 MOVE PATIENT-NBR TO MPI-PATIENT-NBR
                 READ MPIFILE
                 END-READ
                 SET MPI-ACTIVE TO TRUE
                 GO TO 109-EXIT
           END-READ.
           MOVE MPI-PATIENT-NBR TO PATIENT-NBR.
       109-EXIT.
           EXIT.
      *
      *  A month of 13 or a day of 40 in DATE-ADMIT (or DATE-
      *  DISCHARGE) used to abend the whole nightly run inside
      *  FUNCTION INTEGER-OF-DATE. Both dates now go through the
                 AT END
                    CONTINUE
                 WHEN WS-XREF-PATIENT-NBR (XREF-IDX) = PATIENT-NBR
                   OR WS-XREF-PATIENT-NBR (XREF-IDX) = WS-MPI-SENT-NBR
                    SET WS-MATCHED-XREF-IDX TO XREF-IDX
              END-SEARCH
           END-IF.
                  + COPAY + DEDUCTIBLE
              END-COMPUTE
           END-IF.
      *  An approved financial-assistance patient's interim share
      *  takes the same sliding-scale discount the final bill will
           MOVE 0 TO WS-CHARITY-AMT.
           IF WS-CHARITY-PCT > 0
              COMPUTE WS-CHARITY-AMT ROUNDED =
                  WS-INTERIM-SHARE * WS-CHARITY-PCT / 100
              END-COMPUTE
              SUBTRACT WS-CHARITY-AMT FROM WS-INTERIM-SHARE
              ADD +1 TO WS-CHARITY-INTERIMS
           END-IF.
           PERFORM 152-WRITE-MAIL-HEADER THRU 152-EXIT.
           WRITE STMT-REC FROM STMT-RULE-LINE.
           MOVE SPACES TO STMT-REC.
           MOVE 'INTERIM STATEMENT - STAY IN PROGRESS' TO STMT-REC.
           MOVE WS-UNBILLED-DAYS   TO STMT-STAY-DAYS.
           MOVE WS-INTERIM-CHARGE  TO STMT-ACCOM-AMT.
           WRITE STMT-REC FROM STMT-ACCOM-LINE.
           IF WS-CHARITY-AMT > 0
              MOVE WS-CHARITY-PCT  TO STMT-CHARITY-PCT
              MOVE WS-CHARITY-AMT  TO STMT-CHARITY-AMT
              WRITE STMT-REC FROM STMT-CHARITY-LINE
           END-IF.
           MOVE WS-INTERIM-SHARE   TO STMT-TOTAL-AMT.
           WRITE STMT-REC FROM STMT-TOTAL-LINE.
           ADD +1 TO WS-INTERIM-STMTS.
           MOVE WS-INTERIM-SHARE  TO WS-AR-CHARGE.
           MOVE 0 TO WS-INS-BILLED.
           PERFORM 155-POST-PATIENT-AR THRU 155-EXIT.
           ADD WS-UNBILLED-DAYS   TO SH-INTERIM-DAYS.
           ADD WS-INTERIM-SHARE   TO SH-INTERIM-BILLED.
       145-EXIT.
           EXIT.
      *
      *  Finds the patient's approved financial-assistance
      *  application covering the admission date, measures the
      *  household's income against the poverty guideline for its
      *  size, and takes the discount percent of the first tier
      *  that percent falls within. No application, or income above
      *  every tier, leaves WS-CHARITY-PCT at zero.
       146-FIND-CHARITY-DISCOUNT.
           MOVE 0 TO WS-CHARITY-PCT.
           MOVE 0 TO WS-FPL-PCT.
           MOVE 0 TO WS-MATCHED-FA-IDX.
           IF WS-FA-COUNT = 0 OR WS-TIER-COUNT = 0
              GO TO 146-EXIT
           END-IF.
           SET FA-IDX TO 1.
           SEARCH WS-FA-ITEM
              AT END
                 CONTINUE
              WHEN (WS-FA-PATIENT-NBR (FA-IDX) = PATIENT-NBR OR
                    WS-FA-PATIENT-NBR (FA-IDX) = WS-MPI-SENT-NBR)
               AND WS-FA-APPROVED (FA-IDX)
               AND WS-FA-EFFECTIVE (FA-IDX) NOT > WS-ADMIT-DATE-NUM
               AND (WS-FA-EXPIRE (FA-IDX) = 0 OR
                    WS-FA-EXPIRE (FA-IDX) NOT < WS-ADMIT-DATE-NUM)
                 SET WS-MATCHED-FA-IDX TO FA-IDX
           END-SEARCH.
           IF WS-MATCHED-FA-IDX = 0
              GO TO 146-EXIT
           END-IF.
           SET FA-IDX TO WS-MATCHED-FA-IDX.
           IF WS-FA-HOUSEHOLD (FA-IDX) > 1
              COMPUTE WS-FA-GUIDELINE = WS-GUIDE-BASE +
                  WS-GUIDE-PER-PERSON * (WS-FA-HOUSEHOLD (FA-IDX) - 1)
              END-COMPUTE
           ELSE
              MOVE WS-GUIDE-BASE TO WS-FA-GUIDELINE
           END-IF.
           COMPUTE WS-FPL-PCT =
               WS-FA-INCOME (FA-IDX) * 100 / WS-FA-GUIDELINE
               ON SIZE ERROR
                  MOVE 999 TO WS-FPL-PCT
           END-COMPUTE.
           SET TIER-IDX TO 1.
           SEARCH WS-TIER-ITEM
              AT END
                 CONTINUE
              WHEN WS-FPL-PCT NOT > WS-TIER-MAX-PCT (TIER-IDX)
                 MOVE WS-TIER-DISC-PCT (TIER-IDX) TO WS-CHARITY-PCT
           END-SEARCH.
           IF WS-CHARITY-PCT > 100
              MOVE 100 TO WS-CHARITY-PCT
           END-IF.
       146-EXIT.
           EXIT.
      *
      *  Takes the charity-care discount off the patient's own share
      *  before the statement and the A/R posting see the amount due.
      *  On an insured stay the part billed to the insurer on HCLAIM
      *  is not the patient's to discount; a self-pay or uninsured
      *  stay's whole amount is. A discharged stay's discount is
      *  logged to CHARHIST - an open stay's statement shows it, but
      *  the stay rides the feed again and is logged at discharge.
       147-APPLY-CHARITY-CARE.
           MOVE 0 TO WS-CHARITY-AMT.
           IF WS-CHARITY-PCT = 0
              GO TO 147-EXIT
           END-IF.
           MOVE SPACES TO CHAR-HIST-REC.
           INITIALIZE CHAR-HIST-REC.
           SET CH-SELF-PAY TO TRUE.
           MOVE PAT-TOTAL-AMT-NET TO WS-CHARITY-BASE.
           IF NOT SELF-PAY-STAY AND WS-XREF-COUNT > 0
              SET XREF-IDX TO 1
              SEARCH WS-XREF-ITEM
                 AT END
                    CONTINUE
                 WHEN WS-XREF-PATIENT-NBR (XREF-IDX) = PATIENT-NBR
                   OR WS-XREF-PATIENT-NBR (XREF-IDX) = WS-MPI-SENT-NBR
                    SET CH-INSURED TO TRUE
                    SUBTRACT PATIENT-TOT-AMT FROM WS-CHARITY-BASE
              END-SEARCH
           END-IF.
           IF WS-CHARITY-BASE NOT > 0
              GO TO 147-EXIT
           END-IF.
           COMPUTE WS-CHARITY-AMT ROUNDED =
               WS-CHARITY-BASE * WS-CHARITY-PCT / 100
           END-COMPUTE.
           SUBTRACT WS-CHARITY-AMT FROM PAT-TOTAL-AMT-NET.
           IF DATE-DISCHARGE = SPACES OR DATE-DISCHARGE = LOW-VALUES
              GO TO 147-EXIT
           END-IF.
           SET FA-IDX TO WS-MATCHED-FA-IDX.
           MOVE WS-CURRENT-DATE-NUM     TO CH-RUN-DATE.
           MOVE PATIENT-NBR             TO CH-PATIENT-NBR.
           MOVE WS-ADMIT-DATE-NUM       TO CH-ADMIT-DATE.
           MOVE WS-FA-HOUSEHOLD (FA-IDX) TO CH-HOUSEHOLD-SIZE.
           MOVE WS-FA-INCOME (FA-IDX)   TO CH-ANNUAL-INCOME.
           MOVE WS-FPL-PCT              TO CH-FPL-PCT.
           MOVE WS-CHARITY-PCT          TO CH-DISCOUNT-PCT.
           MOVE WS-CHARITY-BASE         TO CH-PATIENT-CHARGES.
           MOVE WS-CHARITY-AMT          TO CH-DISCOUNT-AMT.
           COMPUTE CH-AMOUNT-DUE = WS-CHARITY-BASE - WS-CHARITY-AMT.
           WRITE CHAR-HIST-REC.
           ADD +1 TO WS-CHARITY-STAYS.
           ADD WS-CHARITY-AMT TO WS-CHARITY-AMT-TOT.
       147-EXIT.
           EXIT.
      *
      *  Two active stays claiming the same bed for the same night is
      *  a billing dispute waiting to happen - the overlap goes to
      *  ERRFILE and the shared exceptions log, and the stay still
       136-EXIT.
           EXIT.
      *
      *  A scheduled admission arriving - the patient's booking whose
      *  planned admit date is within SCH-WINDOW days of the actual
      *  admit is marked arrived (with the bed actually used, which
      *  frees the reserved one if admitting put them elsewhere).
      *  Then any other patient's booking holding this bed over a
      *  night of this stay is flagged - the clash BEDRESV was meant
      *  to prevent, now caused by a walk-in or an overstay.
       137-CHECK-RESERVATION.
           IF WS-SCH-COUNT = 0
              GO TO 137-EXIT
           END-IF.
           MOVE 0 TO WS-MATCHED-SCH-SUB.
           PERFORM 144-MATCH-ARRIVAL THRU 144-EXIT
              VARYING WS-SCH-SUB FROM 1 BY 1
                UNTIL WS-SCH-SUB > WS-SCH-COUNT
                   OR WS-MATCHED-SCH-SUB > 0.
           IF WS-MATCHED-SCH-SUB > 0
              PERFORM 148-MARK-ARRIVED THRU 148-EXIT
           END-IF.
           COMPUTE WS-SCH-SPAN-TO-INT = WS-THIS-TO-INT
           END-COMPUTE.
           IF WS-SCH-SPAN-TO-INT NOT > WS-THIS-FROM-INT
              COMPUTE WS-SCH-SPAN-TO-INT = WS-THIS-FROM-INT + 1
              END-COMPUTE
           END-IF.
           PERFORM 149-CHECK-BED-CONFLICT THRU 149-EXIT
              VARYING WS-SCH-SUB FROM 1 BY 1
                UNTIL WS-SCH-SUB > WS-SCH-COUNT.
       137-EXIT.
           EXIT.
      *
       144-MATCH-ARRIVAL.
           IF NOT SCH-ACTIVE (WS-SCH-SUB)
              GO TO 144-EXIT
           END-IF.
           IF WS-SCH-PATIENT (WS-SCH-SUB) NOT = PATIENT-NBR AND
              WS-SCH-PATIENT (WS-SCH-SUB) NOT = WS-MPI-SENT-NBR
              GO TO 144-EXIT
           END-IF.
           IF WS-SCH-FROM-INT (WS-SCH-SUB) <
                 WS-THIS-FROM-INT - SCH-WINDOW OR
              WS-SCH-FROM-INT (WS-SCH-SUB) >
                 WS-THIS-FROM-INT + SCH-WINDOW
              GO TO 144-EXIT
           END-IF.
           MOVE WS-SCH-SUB TO WS-MATCHED-SCH-SUB.
       144-EXIT.
           EXIT.
      *
       148-MARK-ARRIVED.
           MOVE 'N' TO WS-SCH-ACTIVE-SW (WS-MATCHED-SCH-SUB).
           MOVE WS-SCH-PATIENT (WS-MATCHED-SCH-SUB)
             TO SA-PATIENT-NBR.
           MOVE WS-SCH-PLAN-ADMIT (WS-MATCHED-SCH-SUB)
             TO SA-PLAN-ADMIT.
           READ SCHFILE
              INVALID KEY
                 DISPLAY 'WARNING - SCHADM BOOKING GONE FOR PATIENT '
                         SA-PATIENT-NBR
                 GO TO 148-EXIT
           END-READ.
           SET SA-ARRIVED          TO TRUE.
           MOVE WS-CURRENT-DATE-NUM TO SA-STATUS-DATE.
           MOVE WS-ADMIT-DATE-NUM  TO SA-ARRIVE-DATE.
           MOVE BED-IDENTITY       TO SA-ARRIVE-BED.
           REWRITE SCH-ADM-REC.
           ADD +1 TO WS-SCH-ARRIVED.
           IF BED-IDENTITY NOT = SA-BED-NBR
              ADD +1 TO WS-SCH-BED-CHANGED
              DISPLAY 'SCHEDULED PATIENT ' PATIENT-NBR
                      ' ARRIVED IN BED ' BED-IDENTITY
                      ', RESERVED BED ' SA-BED-NBR ' RELEASED'
           END-IF.
       148-EXIT.
           EXIT.
      *
       149-CHECK-BED-CONFLICT.
           IF NOT SCH-ACTIVE (WS-SCH-SUB)
              GO TO 149-EXIT
           END-IF.
           IF WS-SCH-BED (WS-SCH-SUB) NOT = BED-IDENTITY
              GO TO 149-EXIT
           END-IF.
           IF WS-THIS-FROM-INT < WS-SCH-TO-INT (WS-SCH-SUB) AND
              WS-SCH-FROM-INT (WS-SCH-SUB) < WS-SCH-SPAN-TO-INT
              ADD +1 TO WS-SCH-CONFLICTS
              MOVE PATIENT-NBR        TO WS-EXCP-KEY-ID
              MOVE 'BEDR'             TO WS-EXCP-REASON-CODE
              MOVE 'BED RESERVED FOR A SCHEDULED ADMISSION'
                                      TO WS-EXCP-REASON-TEXT
              PERFORM 250-WRITE-EXCEPTION THRU 250-EXIT
              DISPLAY 'BED ' BED-IDENTITY ' OF PATIENT ' PATIENT-NBR
                      ' IS RESERVED FOR PATIENT '
                      WS-SCH-PATIENT (WS-SCH-SUB) ' FROM '
                      WS-SCH-PLAN-ADMIT (WS-SCH-SUB)
           END-IF.
       149-EXIT.
           EXIT.
      *
      *  Counts the nights of this stay that fall inside the report
      *  month against the matched bed and its class.
       138-ACCUM-OCCUPANCY.
       130-EXIT.
           EXIT.
      *
      *  Prices a discharged, insured inpatient stay the way its
      *  managed-care contract pays it: the case rate for the stay's
      *  plan type and diagnosis category, plus the outlier percent
      *  of any charges over the contract's outlier threshold. The
      *  stay's per-diem charges (accommodation plus ancillary) less
      *  that expected payment is the contractual allowance finance
      *  writes down - listed per stay on ALLOWRPT and rolled up by
      *  category at 200-CLEANUP. An open stay waits for discharge,
      *  the same as the HCLAIM feed, so no stay is written down
      *  twice.
       132-PRICE-CASE-RATE.
           IF DATE-DISCHARGE = SPACES OR DATE-DISCHARGE = LOW-VALUES
              GO TO 132-EXIT
           END-IF.
           IF NOT INPATIENT OR SELF-PAY-STAY
              GO TO 132-EXIT
           END-IF.
           MOVE 0 TO WS-MATCHED-XREF-IDX.
           IF WS-XREF-COUNT > 0
              SET XREF-IDX TO 1
              SEARCH WS-XREF-ITEM
                 AT END
                    CONTINUE
                 WHEN WS-XREF-PATIENT-NBR (XREF-IDX) = PATIENT-NBR
                   OR WS-XREF-PATIENT-NBR (XREF-IDX) = WS-MPI-SENT-NBR
                    SET WS-MATCHED-XREF-IDX TO XREF-IDX
              END-SEARCH
           END-IF.
           IF WS-MATCHED-XREF-IDX = 0
              GO TO 132-EXIT
           END-IF.
           COMPUTE WS-CASE-CHARGES =
               WS-ACCOM-CHARGE + WS-ANCIL-CHARGE
           END-COMPUTE.
           MOVE 0                  TO WS-CASE-OUTLIER.
           MOVE 0                  TO WS-CASE-EXPECTED.
           MOVE 0                  TO WS-CASE-ALLOWANCE.
           MOVE SPACES             TO ALLOW-NOTE-OUT.
           MOVE PATIENT-NBR        TO ALLOW-PATIENT-OUT.
           MOVE INS-TYPE           TO ALLOW-PLAN-OUT.
           MOVE WS-STAY-LTH-CALC   TO ALLOW-DAYS-OUT.
           IF WS-MATCHED-DIAG-IDX = 0
              MOVE 'UNGROUPED'     TO ALLOW-CAT-OUT
              GO TO 132-NO-CONTRACT
           END-IF.
           SET DIAG-IDX TO WS-MATCHED-DIAG-IDX.
           MOVE WS-DIAG-CATEGORY (DIAG-IDX) TO ALLOW-CAT-OUT.
           IF WS-CASE-COUNT = 0
              GO TO 132-NO-CONTRACT
           END-IF.
           SET CASE-IDX TO 1.
           SEARCH WS-CASE-ITEM
              AT END
                 GO TO 132-NO-CONTRACT
              WHEN WS-CASE-INS-TYPE (CASE-IDX) = INS-TYPE AND
                   WS-CASE-CATEGORY (CASE-IDX) =
                   WS-DIAG-CATEGORY (DIAG-IDX)
                 CONTINUE
           END-SEARCH.
           IF WS-CASE-OUTL-THRESH (CASE-IDX) > 0 AND
              WS-CASE-CHARGES > WS-CASE-OUTL-THRESH (CASE-IDX)
              COMPUTE WS-CASE-OUTLIER ROUNDED =
                  (WS-CASE-CHARGES - WS-CASE-OUTL-THRESH (CASE-IDX))
                  * WS-CASE-OUTL-PCT (CASE-IDX) / 100
              END-COMPUTE
              MOVE 'OUTLIER'       TO ALLOW-NOTE-OUT
           END-IF.
           COMPUTE WS-CASE-EXPECTED =
               WS-CASE-RATE (CASE-IDX) + WS-CASE-OUTLIER
           END-COMPUTE.
           COMPUTE WS-CASE-ALLOWANCE =
               WS-CASE-CHARGES - WS-CASE-EXPECTED
           END-COMPUTE.
           ADD +1 TO WS-CASE-PRICED-STAYS.
           ADD +1                TO WS-DIAG-CASE-STAYS (DIAG-IDX).
           ADD WS-CASE-CHARGES   TO WS-DIAG-CASE-CHARGES (DIAG-IDX).
           ADD WS-CASE-EXPECTED  TO WS-DIAG-CASE-EXPECTED (DIAG-IDX).
           ADD WS-CASE-ALLOWANCE TO WS-DIAG-CASE-ALLOW (DIAG-IDX).
           ADD WS-CASE-CHARGES   TO WS-CASE-CHARGES-TOT.
           ADD WS-CASE-EXPECTED  TO WS-CASE-EXPECTED-TOT.
           ADD WS-CASE-ALLOWANCE TO WS-CASE-ALLOWANCE-TOT.
           GO TO 132-WRITE-DETAIL.
      *  No contract row for the plan type and category - the stay is
      *  listed so contracting can add one, but nothing is written
      *  down for it
       132-NO-CONTRACT.
           ADD +1 TO WS-CASE-NO-CONTRACT.
           MOVE 'NO CONTRACT'      TO ALLOW-NOTE-OUT.
       132-WRITE-DETAIL.
           MOVE WS-CASE-CHARGES    TO ALLOW-CHARGES-OUT.
           MOVE WS-CASE-OUTLIER    TO ALLOW-OUTLIER-OUT.
           MOVE WS-CASE-EXPECTED   TO ALLOW-EXPECTED-OUT.
           MOVE WS-CASE-ALLOWANCE  TO ALLOW-ALLOWANCE-OUT.
           WRITE ALLOW-REC FROM WS-ALLOW-DETAIL-REC.
       132-EXIT.
           EXIT.
      *
      *  Builds the ICLAIM-format claim record for an insured
      *  patient's stay - policy fields off the PATPOLX row, claim
      *  amount from PATIENT-TOT-AMT - so the stay flows into that
      *  with duplicate suspects. Patients with no cross-reference
      *  row are self-pay: counted, not fed.
       140-WRITE-CLAIM-FEED.
           MOVE 0 TO WS-INS-BILLED.
           IF DATE-DISCHARGE = SPACES OR DATE-DISCHARGE = LOW-VALUES
              GO TO 140-EXIT
           END-IF.
                 AT END
                    CONTINUE
                 WHEN WS-XREF-PATIENT-NBR (XREF-IDX) = PATIENT-NBR
                   OR WS-XREF-PATIENT-NBR (XREF-IDX) = WS-MPI-SENT-NBR
                    SET WS-MATCHED-XREF-IDX TO XREF-IDX
              END-SEARCH
           END-IF.
           MOVE 'O'                            TO CLAIM-TRANS-TYPE.
           MOVE ZERO            TO CLAIM-SECONDARY-POLICY-NO.
           MOVE ZERO            TO CLAIM-SECONDARY-POLICY-TYPE.
           MOVE WS-ADMIT-DATE-NUM TO CLAIM-SERVICE-DATE.
           SET CLAIM-FROM-HOSPEDIT TO TRUE.
           MOVE CLAIM-RECORD-WS TO CLAIM-FEED-REC.
           WRITE CLAIM-FEED-REC.
           ADD +1 TO WS-CLAIMS-FED.
           MOVE PATIENT-TOT-AMT TO WS-INS-BILLED.
       140-EXIT.
           EXIT.
      *
      *  copay and deductible applied, the out-of-network surcharge
      *  when IN-OUT-NETWORK is 'O', and the amount due.
       150-WRITE-PATIENT-STATEMENT.
           PERFORM 152-WRITE-MAIL-HEADER THRU 152-EXIT.
           WRITE STMT-REC FROM STMT-RULE-LINE.
           MOVE WS-DATE            TO STMT-DATE-OUT.
           WRITE STMT-REC FROM STMT-TITLE-LINE.
              MOVE WS-OON-PENALTY-PCT TO STMT-OON-PCT
              WRITE STMT-REC FROM STMT-OON-LINE
           END-IF.
           IF WS-CHARITY-AMT > 0
              MOVE WS-CHARITY-PCT  TO STMT-CHARITY-PCT
              MOVE WS-CHARITY-AMT  TO STMT-CHARITY-AMT
              WRITE STMT-REC FROM STMT-CHARITY-LINE
           END-IF.
      *  The final statement at discharge nets off what the interim
      *  statements already billed during the stay
           IF WS-PRIOR-INTERIM-BILLED > 0
                 MOVE PAT-TOTAL-AMT-NET TO WS-AR-CHARGE
              END-IF
              PERFORM 155-POST-PATIENT-AR THRU 155-EXIT
           ELSE
              IF WS-PRIOR-INTERIM-BILLED > 0
                 ADD WS-FINAL-DUE TO WS-OPEN-STAY-DUE-AMT
              ELSE
                 ADD PAT-TOTAL-AMT-NET TO WS-OPEN-STAY-DUE-AMT
              END-IF
           END-IF.
       150-EXIT.
           EXIT.
      *
      *  Starts a statement - interim or final - as a mail piece
      *  keyed on the patient number. The address is left blank for
      *  MAILPREP to take off the MAILADR cross-reference.
       152-WRITE-MAIL-HEADER.
           SET MPC-PATIENT-STMT    TO TRUE.
           MOVE PATIENT-NBR        TO MPC-PIECE-KEY.
           MOVE SPACES             TO MPC-NAME.
           STRING FIRST-NAME DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  LAST-NAME  DELIMITED BY SPACE
                  INTO MPC-NAME
           END-STRING.
           MOVE SPACES             TO MPC-ADDR-1.
           MOVE SPACES             TO MPC-ADDR-2.
           WRITE STMT-REC FROM MPC-HEADER-REC.
           WRITE STMT-REC FROM MPC-ADDRESS-REC.
       152-EXIT.
           EXIT.
      *
      *  Posts WS-AR-CHARGE to the patient's PATAR balance: the open
      *  balance and the current aging bucket both grow by the
      *  charge. A first-time patient gets a fresh record.
      *  Whatever of the stay went to the insurer on HCLAIM is held
      *  as pending insurer payment until PATARINS posts the remit;
      *  the rest is the patient's. A final bill netted down by the
      *  interim cycle moves the difference out of the patient's
      *  share, which the interim bills carried in full.
       155-POST-PATIENT-AR.
           IF WS-AR-CHARGE NOT > 0 AND WS-INS-BILLED NOT > 0
              GO TO 155-EXIT
           END-IF.
           SET PATAR-REC-FOUND TO TRUE.
           END-READ.
           ADD WS-AR-CHARGE TO PAR-BALANCE.
           ADD WS-AR-CHARGE TO PAR-AGE-CURRENT.
           ADD WS-INS-BILLED TO PAR-INS-PENDING.
           COMPUTE PAR-PATIENT-RESP =
               PAR-PATIENT-RESP + WS-AR-CHARGE - WS-INS-BILLED.
           IF PAR-PATIENT-RESP < 0
              MOVE 0 TO PAR-PATIENT-RESP
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO PAR-LAST-ACTIVITY.
           IF PATAR-REC-FOUND
              REWRITE PATIENT-AR-REC
           ELSE
              WRITE PATIENT-AR-REC
           END-IF.
           IF WS-AR-CHARGE > 0
              ADD +1 TO WS-AR-CHARGES-POSTED
              ADD WS-AR-CHARGE TO WS-AR-POSTED-AMT
           END-IF.
       155-EXIT.
           EXIT.
      *
           DISPLAY 'UNAUTHORIZED LONG STAYS ' WS-UNAUTH-STAYS.
           DISPLAY 'SELF-PAY (NO XREF):     ' WS-NO-XREF-CTR.
           PERFORM 220-WRITE-OCCUPANCY-REPORT THRU 220-EXIT.
           PERFORM 230-WRITE-ALLOWANCE-SUMMARY THRU 230-EXIT.
           DISPLAY 'CASE-RATE STAYS PRICED: ' WS-CASE-PRICED-STAYS.
           DISPLAY 'NO CONTRACT RATE:       ' WS-CASE-NO-CONTRACT.
           DISPLAY 'DOUBLE-BOOKED STAYS:    ' WS-DOUBLE-BOOKED.
      *  Readmission summary by prior diagnosis category
           PERFORM VARYING WS-READM-SUB FROM 1 BY 1
           DISPLAY 'SELF-PAY (INELIGIBLE):  ' WS-SELFPAY-STAYS.
           DISPLAY 'TRANSFERRED STAYS:      ' WS-TRANSFERRED-STAYS.
           DISPLAY 'A/R CHARGES POSTED:     ' WS-AR-CHARGES-POSTED.
           DISPLAY 'CHARITY-CARE DISCHARGES:' WS-CHARITY-STAYS.
           DISPLAY 'CHARITY-CARE INTERIMS:  ' WS-CHARITY-INTERIMS.
           DISPLAY 'CHARITY-CARE DISCOUNT:  ' WS-CHARITY-AMT-TOT.
           DISPLAY 'PATMPI NEW REGISTRANTS: ' WS-MPI-REGISTERED.
           DISPLAY 'MERGED NBRS REDIRECTED: ' WS-MPI-REDIRECTED.
           PERFORM 240-RELEASE-NO-SHOWS THRU 240-EXIT
              VARYING WS-SCH-SUB FROM 1 BY 1
                UNTIL WS-SCH-SUB > WS-SCH-COUNT.
           DISPLAY 'SCHEDULED ARRIVALS:     ' WS-SCH-ARRIVED.
           DISPLAY ' IN ANOTHER BED:        ' WS-SCH-BED-CHANGED.
           DISPLAY 'RESERVED-BED CLASHES:   ' WS-SCH-CONFLICTS.
           DISPLAY 'NO-SHOWS RELEASED:      ' WS-SCH-NOSHOWS.
           CLOSE OUTFILE, RPTFILE, ERRFILE, INFILE, INSTYPE, EXCPLOG,
                 LOSFILE, CLAIMFEED, STMTFILE, OOPFILE, PENDFILE,
                 OCCFILE, STAYFILE, READMFILE, SPFILE, PATARFILE,
                 ALLOWFILE, CHARFILE, MPIFILE, SCHFILE.
           IF POLMSTR-AVAILABLE
              CLOSE POLMSTR
           END-IF.
       220-EXIT.
           EXIT.
      *
      *  Contractual allowance by diagnosis category, then the run's
      *  total - the figure finance books the write-down from.
       230-WRITE-ALLOWANCE-SUMMARY.
           IF WS-CASE-COUNT = 0
              MOVE SPACES TO ALLOW-REC
              MOVE 'CASERATE NOT LOADED - NO CONTRACT RATES APPLIED'
                TO ALLOW-REC
              WRITE ALLOW-REC
           END-IF.
           PERFORM 231-WRITE-ALLOWANCE-CATEGORY THRU 231-EXIT
              VARYING DIAG-IDX FROM 1 BY 1
              UNTIL DIAG-IDX > WS-DIAG-COUNT.
           MOVE 'RUN TOTAL'             TO ALLOW-SUM-CAT-OUT.
           MOVE WS-CASE-PRICED-STAYS    TO ALLOW-SUM-STAYS-OUT.
           MOVE WS-CASE-CHARGES-TOT     TO ALLOW-SUM-CHARGES-OUT.
           MOVE WS-CASE-EXPECTED-TOT    TO ALLOW-SUM-EXPECTED-OUT.
           MOVE WS-CASE-ALLOWANCE-TOT   TO ALLOW-SUM-ALLOW-OUT.
           WRITE ALLOW-REC FROM WS-ALLOW-SUMMARY-REC.
       230-EXIT.
           EXIT.
      *
       231-WRITE-ALLOWANCE-CATEGORY.
           IF WS-DIAG-CASE-STAYS (DIAG-IDX) = 0
              GO TO 231-EXIT
           END-IF.
           MOVE WS-DIAG-CATEGORY (DIAG-IDX)   TO ALLOW-SUM-CAT-OUT.
           MOVE WS-DIAG-CASE-STAYS (DIAG-IDX) TO ALLOW-SUM-STAYS-OUT.
           MOVE WS-DIAG-CASE-CHARGES (DIAG-IDX)
             TO ALLOW-SUM-CHARGES-OUT.
           MOVE WS-DIAG-CASE-EXPECTED (DIAG-IDX)
             TO ALLOW-SUM-EXPECTED-OUT.
           MOVE WS-DIAG-CASE-ALLOW (DIAG-IDX)
             TO ALLOW-SUM-ALLOW-OUT.
           WRITE ALLOW-REC FROM WS-ALLOW-SUMMARY-REC.
       231-EXIT.
           EXIT.
      *
      *  Appends this run's summary counts to the shared RUNSTATS
      *  history so the RUNTREND report can flag a short HOSPIN feed
      *  the morning it happens.
           MOVE RECORDS-WRITTEN     TO RUNS-RECORDS-OUT.
           MOVE ERROR-RECS          TO RUNS-ERROR-COUNT.
           MOVE RETURN-CODE         TO RUNS-RETURN-CODE.
      *  Control totals for the NITEBAL end-of-night balancing
           MOVE WS-CLAIMS-FED        TO RUNS-CONTROL-COUNT.
           MOVE WS-AR-POSTED-AMT     TO RUNS-CONTROL-AMOUNT.
           MOVE WS-OPEN-STAY-DUE-AMT TO RUNS-CONTROL-AMOUNT-2.
           WRITE RUN-STAT-RECORD.
           CLOSE RUNSTATS.
       210-EXIT.
           EXIT.
      *
      *  A booking whose patient has not come in SCH-NOSHOW-DAYS after
      *  the planned admit date gives its bed back for rebooking
       240-RELEASE-NO-SHOWS.
           IF NOT SCH-ACTIVE (WS-SCH-SUB)
              GO TO 240-EXIT
           END-IF.
           IF WS-SCH-FROM-INT (WS-SCH-SUB) + SCH-NOSHOW-DAYS
                 NOT < WS-TODAY-INT
              GO TO 240-EXIT
           END-IF.
           MOVE WS-SCH-PATIENT (WS-SCH-SUB)    TO SA-PATIENT-NBR.
           MOVE WS-SCH-PLAN-ADMIT (WS-SCH-SUB) TO SA-PLAN-ADMIT.
           READ SCHFILE
              INVALID KEY
                 GO TO 240-EXIT
           END-READ.
           SET SA-NO-SHOW TO TRUE.
           MOVE WS-CURRENT-DATE-NUM TO SA-STATUS-DATE.
           REWRITE SCH-ADM-REC.
           MOVE 'N' TO WS-SCH-ACTIVE-SW (WS-SCH-SUB).
           ADD +1 TO WS-SCH-NOSHOWS.
           DISPLAY 'NO-SHOW RELEASED: PATIENT ' SA-PATIENT-NBR
                   ' PLANNED ' SA-PLAN-ADMIT ' BED ' SA-BED-NBR.
       240-EXIT.
           EXIT.
      *
      *  Logs one claim to the shared daily processing-exceptions log
      *  (see EXCPREC) - every caller fills WS-EXCP-WORK-VARS first.
       250-WRITE-EXCEPTION.
