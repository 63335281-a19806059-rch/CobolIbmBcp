000019*                  ON EVERY LOADED CLAIM FOR PROMPT-PAY TRACKING=*
000019* 02/09/2026 RCH - RECORD START/COMPLETION ON RUNCTL VIA      =*
000019*                  GNSPRCTL; REQUIRE HOSPEDIT COMPLETE FIRST    =*
000019* 15/10/2026 RCH - WIDENED 120 -> 130; EDIT CLAIM-SERVICE-DATE  =*
000019*                  WHEN PRESENT, SPACES DEFAULT TO ZERO         =*
000019* 15/10/2026 RCH - EDIT THE ACCIDENT/THIRD-PARTY INDICATOR    =*
000019*                  (A/W/O, N OR SPACE = NONE)                   =*
000019* 15/10/2026 RCH - WIDENED 130 -> 140; EDIT TREATING PROVIDER  =*
000019*                  AGAINST PRVMSTR AND THE BENEFIT ASSIGNMENT   =*
000019* 15/10/2026 RCH - EDIT AND LOAD THE CLAIMS' SERVICE LINES      =*
000019*                  (RAWLINES -> LNLOAD, BAD LINES TO LNCORR)    =*
000019* 15/10/2026 RCH - APPEND RUN SUMMARY TO RUNSTATS (RUNSTREC)    =*
000019*                  WITH THE HOSPEDIT (HCLAIM) CLAIMS LOADED FOR =*
000019*                  THE NITEBAL END-OF-NIGHT BALANCING           =*
000019* 15/10/2026 RCH - STAMP EACH LOADED SERVICE LINE WITH ITS      =*
000019*                  CLAIM'S RECEIPT DATE (SL-RECEIPT-DATE)       =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000029*    *
000030            SELECT CORRFILE  ASSIGN TO CLMCORR
000031               FILE STATUS  IS FS-STAT-CORR.
000031*    *
000031            SELECT PRVMSTR   ASSIGN TO PRVMSTR
000031               ORGANIZATION IS INDEXED
000031               ACCESS MODE  IS RANDOM
000031               RECORD KEY   IS PV-PROVIDER-NO
000031               FILE STATUS  IS FS-STAT-PV.
000031*    *
000031* Service lines (see SVCLINER) for the claims above, edited and
000031* loaded after them - a line only loads with its claim
000031            SELECT RAWLINE   ASSIGN TO RAWLINES
000031               FILE STATUS  IS FS-STAT-RLN.
000031*    *
000031            SELECT LINELOAD  ASSIGN TO LNLOAD
000031               FILE STATUS  IS FS-STAT-LLD.
000031*    *
000031            SELECT LINECORR  ASSIGN TO LNCORR
000031               FILE STATUS  IS FS-STAT-LCR.
000031*    *
000031            SELECT RUNSTATS  ASSIGN TO RUNSTATS
000031               FILE STATUS  IS FS-STAT-RUNS.
000032        DATA DIVISION.
000033        FILE SECTION.
000034        FD  RAWFILE
000035            RECORDING MODE IS F
000036            RECORD CONTAINS 140 CHARACTERS
000037            BLOCK CONTAINS 0 RECORDS
000038            DATA RECORD IS RAW-CLAIM-RECORD.
000039        01  RAW-CLAIM-RECORD                     PIC X(140).
000040        FD  LOADFILE
000041            RECORDING MODE IS F
000042            RECORD CONTAINS 140 CHARACTERS
000043            BLOCK CONTAINS 0 RECORDS
000044            DATA RECORD IS LOAD-CLAIM-RECORD.
000045        01  LOAD-CLAIM-RECORD                    PIC X(140).
000046        FD  CORRFILE
000047            RECORDING MODE IS F
000048            RECORD CONTAINS 180 CHARACTERS
000049            BLOCK CONTAINS 0 RECORDS
000050            DATA RECORD IS CORRECTION-RECORD.
000051        01  CORRECTION-RECORD.
000052            05  CORR-CLAIM-RECORD                PIC X(140).
000053            05  CORR-REASON                      PIC X(40).
000053*
000053        FD  PRVMSTR
000053            RECORD CONTAINS 150 CHARACTERS
000053            DATA RECORD IS PROVIDER-MASTER-RECORD.
000053        01  PROVIDER-MASTER-RECORD.
000053            COPY PRVMSTRR.
000053*
000053        FD  RAWLINE
000053            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000053            BLOCK CONTAINS 0 RECORDS
000053            DATA RECORD IS SERVICE-LINE-RECORD.
000053        01  SERVICE-LINE-RECORD.
000053            COPY SVCLINER.
000053        FD  LINELOAD
000053            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000053            BLOCK CONTAINS 0 RECORDS
000053            DATA RECORD IS LOAD-LINE-RECORD.
000053        01  LOAD-LINE-RECORD                     PIC X(80).
000053        FD  LINECORR
000053            RECORDING MODE IS F
000053            RECORD CONTAINS 120 CHARACTERS
000053            BLOCK CONTAINS 0 RECORDS
000053            DATA RECORD IS LINE-CORRECTION-RECORD.
000053        01  LINE-CORRECTION-RECORD.
000053            05  LCORR-LINE-RECORD                PIC X(80).
000053            05  LCORR-REASON                     PIC X(40).
000053        FD  RUNSTATS
000053            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000053            BLOCK CONTAINS 0 RECORDS
000053            DATA RECORD IS RUN-STAT-RECORD.
000053        01  RUN-STAT-RECORD.
000053            COPY RUNSTREC.
000054*
000055        WORKING-STORAGE SECTION.
000056*Working Variables
000060          05  WS-RECORDS-REJECTED     PIC S9(8) COMP SYNC VALUE 0.
000061          05  WS-TRAILERS-DROPPED     PIC S9(8) COMP SYNC VALUE 0.
000062            05  WS-HASH-TOTAL           PIC 9(09)V99 VALUE 0.
000062          05  WS-LINES-READ           PIC S9(8) COMP SYNC VALUE 0.
000062          05  WS-LINES-LOADED         PIC S9(8) COMP SYNC VALUE 0.
000062          05  WS-LINES-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000062          05  WS-HOSP-LOADED          PIC S9(8) COMP SYNC VALUE 0.
000063*Switches Variables & File Status
000064        01  SW-SWITCHE-VARS.
000065            05  SW-END-FILE                     PIC X VALUE '0'.
000073                88 LOADFILE-OK                     VALUE '00'.
000074            05  FS-STAT-CORR                    PIC X(02).
000075                88 CORRFILE-OK                     VALUE '00'.
000075            05  FS-STAT-PV                      PIC X(02).
000075                88 PRVMSTR-OK                      VALUE '00'.
000075            05  SW-LINES-EOF                    PIC X VALUE '0'.
000075                88 LINES-EOF                       VALUE '1'.
000075            05  FS-STAT-RLN                     PIC X(02).
000075                88 RAWLINE-OK                      VALUE '00'.
000075            05  FS-STAT-LLD                     PIC X(02).
000075                88 LINELOAD-OK                     VALUE '00'.
000075            05  FS-STAT-LCR                     PIC X(02).
000075                88 LINECORR-OK                     VALUE '00'.
000075            05  FS-STAT-RUNS                    PIC X(02).
000075                88 RUNSFILE-OK                     VALUE '00'.
000076        01  WS-EDIT-REASON                 PIC X(40) VALUE SPACES.
000076*  Policy numbers already loaded this run - the ICLAIM KSDS can
000076*  hold one record per key, so a second claim for the same
000078        01  WS-EDIT-VARS.
000079            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000079            05  DATE-VARS                  PIC X(15).
000079            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000079*Date-Validation Variables - GNSPPDTV confirms the service date
000079*is a real calendar date
000079            COPY GNSWVDTV.
000080* CLAIM RECORD
000081         COPY CLAIMREC.
000082*
000087                88 IS-TRAILER-RECORD           VALUE 9999999.
000088            05  TRAILER-EXPECTED-COUNT       PIC 9(08).
000089            05  TRAILER-HASH-TOTAL           PIC 9(09)V99.
000090            05  FILLER                       PIC X(114).
000090*Run-Control Variables - GNSPRCTL records this program's start
000090*and completion on the RUNCTL file and refuses the start when
000090*a predecessor has not completed for the business date
000092        PROCEDURE DIVISION.
000093            PERFORM 100-OPEN-FILES
000094            PERFORM 200-EDIT-ONE-CLAIM UNTIL END-FILE
000094            PERFORM 270-READ-LINE
000094            PERFORM 250-EDIT-ONE-LINE UNTIL LINES-EOF
000095            PERFORM 300-TERMINAR
000096            GOBACK.
000097*
000098        100-OPEN-FILES.
000099            DISPLAY "Init CLMINTAK.."
000099            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000099            MOVE DATE-VARS (1:8)       TO WS-CURRENT-DATE-NUM
000099            MOVE 'STRT'     TO RCT-CMND
000099            MOVE 'CLMINTAK' TO RCT-PROGRAM-ID
000099            MOVE ZERO       TO RCT-RUN-DATE
000112               DISPLAY 'ERROR IN OPEN CORRECTION FILE '
000113               DISPLAY 'FILE STATUS = ' FS-STAT-CORR
000114               GO TO 900-ERROR.
000114            OPEN INPUT PRVMSTR
000114            IF NOT PRVMSTR-OK
000114               DISPLAY 'ERROR IN OPEN PROVIDER MASTER FILE '
000114               DISPLAY 'FILE STATUS = ' FS-STAT-PV
000114               GO TO 900-ERROR.
000114            OPEN INPUT RAWLINE
000114            IF NOT RAWLINE-OK
000114               DISPLAY 'ERROR IN OPEN RAW SERVICE LINE FILE '
000114               DISPLAY 'FILE STATUS = ' FS-STAT-RLN
000114               GO TO 900-ERROR.
000114            OPEN OUTPUT LINELOAD
000114            IF NOT LINELOAD-OK
000114               DISPLAY 'ERROR IN OPEN SERVICE LINE LOAD FILE '
000114               DISPLAY 'FILE STATUS = ' FS-STAT-LLD
000114               GO TO 900-ERROR.
000114            OPEN OUTPUT LINECORR
000114            IF NOT LINECORR-OK
000114               DISPLAY 'ERROR IN OPEN LINE CORRECTION FILE '
000114               DISPLAY 'FILE STATUS = ' FS-STAT-LCR
000114               GO TO 900-ERROR.
000115            PERFORM 240-READ-RECORD
000116            CONTINUE.
000117*
000127               IF EDIT-OK
000128                  ADD 1 TO WS-RECORDS-LOADED
000129                  ADD INSURED-POLICY-NO TO WS-HASH-TOTAL
000129                  IF CLAIM-FROM-HOSPEDIT
000129                     ADD 1 TO WS-HOSP-LOADED
000129                  END-IF
000129* Old-format regional feeds leave the member number blank -
000129* default it to zero so CLAIMPRO's member lookup stays numeric
000129                  IF CLAIM-MEMBER-NO NOT NUMERIC
000129                     MOVE ZERO TO CLAIM-MEMBER-NO
000129                  END-IF
000129                  IF CLAIM-SERVICE-DATE NOT NUMERIC
000129                     MOVE ZERO TO CLAIM-SERVICE-DATE
000129                  END-IF
000129                  IF CLAIM-PROVIDER-NO NOT NUMERIC
000129                     MOVE ZERO TO CLAIM-PROVIDER-NO
000129                  END-IF
000129* The intake run date is the claim's official receipt date -
000129* the prompt-pay clock starts here, not at adjudication
000129                  MOVE DATE-VARS (1:8) TO CLAIM-RECEIPT-DATE
000172                WHEN POLICY-YEAR < 1990 OR POLICY-YEAR > 2099
000173                    MOVE 'BENEFIT DATE YEAR OUT OF RANGE'
000174                      TO WS-EDIT-REASON
000174* The service date is optional - older regional feeds send it
000174* blank - but one that is there must be a date already past
000174                WHEN CLAIM-SERVICE-DATE NOT NUMERIC AND
000174                     CLAIM-SERVICE-DETAILS (1:8) NOT = SPACES
000174                    MOVE 'SERVICE DATE NOT NUMERIC'
000174                      TO WS-EDIT-REASON
000174                WHEN CLAIM-SERVICE-DATE NUMERIC AND
000174                     CLAIM-SERVICE-DATE > WS-CURRENT-DATE-NUM
000174                    MOVE 'SERVICE DATE AFTER RECEIPT DATE'
000174                      TO WS-EDIT-REASON
000174* Accident claims feed the subrogation cases CLAIMPRO opens
000174                WHEN NOT CLAIM-ACCIDENT-CLAIM AND
000174                     NOT CLAIM-ACCIDENT-NONE
000174                    MOVE 'ACCIDENT INDICATOR NOT A/W/O/N'
000174                      TO WS-EDIT-REASON
000174* The provider is optional too (member-submitted claims carry
000174* none), but benefits can only be assigned to a named provider
000174                WHEN CLAIM-PROVIDER-NO NOT NUMERIC AND
000174                     CLAIM-PROVIDER-DETAILS (1:7) NOT = SPACES
000174                    MOVE 'PROVIDER NUMBER NOT NUMERIC'
000174                      TO WS-EDIT-REASON
000174                WHEN NOT CLAIM-BENEFITS-ASSIGNED AND
000174                     NOT CLAIM-BENEFITS-NOT-ASSIGNED
000174                    MOVE 'ASSIGNMENT INDICATOR NOT Y/N'
000174                      TO WS-EDIT-REASON
000174                WHEN CLAIM-BENEFITS-ASSIGNED AND
000174                     (CLAIM-PROVIDER-NO NOT NUMERIC OR
000174                      CLAIM-PROVIDER-NO = ZERO)
000174                    MOVE 'BENEFITS ASSIGNED BUT NO PROVIDER'
000174                      TO WS-EDIT-REASON
000175                WHEN OTHER
000176                    CONTINUE
000177            END-EVALUATE
000177            IF WS-EDIT-REASON = SPACES AND
000177               CLAIM-SERVICE-DATE NUMERIC AND
000177               CLAIM-SERVICE-DATE NOT = ZERO
000177               MOVE CLAIM-SERVICE-DATE TO DTV-DATE-NUM
000177               CALL 'GNSPPDTV' USING DTV-VARI
000177                   RETURNING RETURN-CODE
000177               END-CALL
000177               IF RETURN-CODE NOT = 0
000177                  MOVE +0 TO RETURN-CODE
000177                  MOVE DTV-CMSG TO WS-EDIT-REASON
000177               END-IF
000177            END-IF
000177            IF WS-EDIT-REASON = SPACES AND
000177               CLAIM-PROVIDER-NO NUMERIC AND
000177               CLAIM-PROVIDER-NO NOT = ZERO
000177               PERFORM 215-CHECK-PROVIDER
000177            END-IF
000178            IF WS-EDIT-REASON NOT = SPACES
000179               SET EDIT-FAILED TO TRUE
000180            END-IF
000181            CONTINUE.
000182*
000182* A named provider must be on PRVMSTR. A terminated provider
000182* may still bill for care already given, but may not take a
000182* new assignment of benefits - that claim pays the insured.
000182        215-CHECK-PROVIDER.
000182            MOVE CLAIM-PROVIDER-NO TO PV-PROVIDER-NO
000182            READ PRVMSTR
000182               INVALID KEY
000182                  MOVE 'PROVIDER NOT ON PROVIDER MASTER'
000182                    TO WS-EDIT-REASON
000182               NOT INVALID KEY
000182                  IF CLAIM-BENEFITS-ASSIGNED AND PV-TERMINATED
000182                     MOVE 'ASSIGNED PROVIDER IS TERMINATED'
000182                       TO WS-EDIT-REASON
000182                  END-IF
000182            END-READ
000182            CONTINUE.
000182*
000182* The ICLAIM KSDS keeps one record per policy number - a second
000182* claim for the same policy in this load would be collapsed by
000182* the REPRO and break CLAIMPRO's control-total reconciliation,
000188            END-READ
000189            CONTINUE.
000190*
000190* Service lines edit after every claim has been seen, so each
000190* line can be matched to a claim that made this load. Clean
000190* lines go to LNLOAD with CLAIMPRO's pricing fields cleared and
000190* the receipt date their claim was stamped with, so CLAIMPRO can
000190* tell them from an earlier claim's lines left on CLMLINE; bad
000190* ones to LNCORR with the reason, like the claims.
000190        250-EDIT-ONE-LINE.
000190            ADD 1 TO WS-LINES-READ
000190            PERFORM 255-FIELD-EDIT-LINE
000190            IF WS-EDIT-REASON = SPACES
000190               ADD 1 TO WS-LINES-LOADED
000190               MOVE ZERO   TO SL-ALLOWED-AMOUNT
000190                              SL-WRITE-OFF-AMOUNT
000190                              SL-PRICED-DATE
000190               MOVE SPACE  TO SL-PRICING-IND
000190               MOVE DATE-VARS (1:8) TO SL-RECEIPT-DATE
000190               MOVE SERVICE-LINE-RECORD TO LOAD-LINE-RECORD
000190               WRITE LOAD-LINE-RECORD
000190            ELSE
000190               ADD 1 TO WS-LINES-REJECTED
000190               MOVE SERVICE-LINE-RECORD TO LCORR-LINE-RECORD
000190               MOVE WS-EDIT-REASON      TO LCORR-REASON
000190               WRITE LINE-CORRECTION-RECORD
000190            END-IF
000190            PERFORM 270-READ-LINE
000190            CONTINUE.
000190*
000190        255-FIELD-EDIT-LINE.
000190            MOVE SPACES TO WS-EDIT-REASON
000190            IF SERVICE-LINE-RECORD (15:8) = SPACES
000190               MOVE ZERO TO SL-SERVICE-DATE
000190            END-IF
000190            EVALUATE TRUE
000190                WHEN SL-CLAIM-KEY NOT NUMERIC
000190                    MOVE 'LINE POLICY NUMBER NOT NUMERIC'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-LINE-NO NOT NUMERIC
000190                    MOVE 'LINE NUMBER NOT NUMERIC'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-LINE-NO < 1 OR SL-LINE-NO > 20
000190                    MOVE 'LINE NUMBER NOT 01-20'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-PROCEDURE-CODE = SPACES
000190                    MOVE 'PROCEDURE CODE MISSING'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-UNITS NOT NUMERIC
000190                    MOVE 'UNITS NOT NUMERIC'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-UNITS = ZERO
000190                    MOVE 'UNITS ZERO'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-BILLED-CHARGE NOT NUMERIC
000190                    MOVE 'LINE CHARGE NOT NUMERIC'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-BILLED-CHARGE = ZERO
000190                    MOVE 'LINE CHARGE ZERO'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-SERVICE-DATE NOT NUMERIC
000190                    MOVE 'LINE SERVICE DATE NOT NUMERIC'
000190                      TO WS-EDIT-REASON
000190                WHEN SL-SERVICE-DATE > WS-CURRENT-DATE-NUM
000190                    MOVE 'LINE SERVICE DATE AFTER RECEIPT DATE'
000190                      TO WS-EDIT-REASON
000190                WHEN OTHER
000190                    CONTINUE
000190            END-EVALUATE
000190            IF WS-EDIT-REASON = SPACES AND
000190               SL-SERVICE-DATE NOT = ZERO
000190               MOVE SL-SERVICE-DATE TO DTV-DATE-NUM
000190               CALL 'GNSPPDTV' USING DTV-VARI
000190                   RETURNING RETURN-CODE
000190               END-CALL
000190               IF RETURN-CODE NOT = 0
000190                  MOVE +0 TO RETURN-CODE
000190                  MOVE DTV-CMSG TO WS-EDIT-REASON
000190               END-IF
000190            END-IF
000190            IF WS-EDIT-REASON = SPACES
000190               PERFORM 260-CHECK-LINE-CLAIM
000190            END-IF
000190            CONTINUE.
000190*
000190* The line's claim must have loaded this run - a line for a
000190* rejected claim goes back with it. Past the end of a full
000190* seen-key table the claim cannot be confirmed, so it loads.
000190        260-CHECK-LINE-CLAIM.
000190            MOVE 'N' TO SW-SEEN-KEY
000190            PERFORM 265-MATCH-SEEN-CLAIM
000190               VARYING WS-SEEN-SUB FROM 1 BY 1
000190               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR SEEN-KEY
000190            IF NOT SEEN-KEY AND WS-SEEN-COUNT < SEEN-MAX
000190               MOVE 'NO CLAIM LOADED FOR THIS LINE'
000190                 TO WS-EDIT-REASON
000190            END-IF
000190            CONTINUE.
000190*
000190        265-MATCH-SEEN-CLAIM.
000190            IF WS-SEEN-POLICY-NO (WS-SEEN-SUB) = SL-CLAIM-KEY
000190               SET SEEN-KEY TO TRUE
000190            END-IF
000190            CONTINUE.
000190*
000190        270-READ-LINE.
000190            READ RAWLINE
000190               AT END MOVE '1' TO SW-LINES-EOF
000190            END-READ
000190            CONTINUE.
000190*
000191* Appends the rebuilt trailer carrying the count and policy-no
000192* hash of the records that actually made the load, so CLAIMPRO's
000193* control-total reconciliation covers the edited feed.
000209            DISPLAY 'Claims Rejected:    ' REC-KTR-OUT
000210            MOVE WS-TRAILERS-DROPPED TO REC-KTR-OUT
000211            DISPLAY 'Region Trailers:    ' REC-KTR-OUT
000211            MOVE WS-LINES-READ       TO REC-KTR-OUT
000211            DISPLAY 'Lines Read:         ' REC-KTR-OUT
000211            MOVE WS-LINES-LOADED     TO REC-KTR-OUT
000211            DISPLAY 'Lines Loaded:       ' REC-KTR-OUT
000211            MOVE WS-LINES-REJECTED   TO REC-KTR-OUT
000211            DISPLAY 'Lines Rejected:     ' REC-KTR-OUT
000212            CLOSE RAWFILE LOADFILE CORRFILE PRVMSTR
000212                  RAWLINE LINELOAD LINECORR
000212            PERFORM 310-WRITE-RUN-STATS
000213            MOVE 'CMPL'     TO RCT-CMND
000213            MOVE 'CLMINTAK' TO RCT-PROGRAM-ID
000213            MOVE ZERO       TO RCT-RUN-DATE
000213            END-IF
000213            DISPLAY "END PROGR: CLMINTAK"
000214            CONTINUE.
000214*
000214* Appends the run's summary to the shared RUNSTATS history -
000214* the HOSPEDIT claims loaded are NITEBAL's control count for
000214* the HCLAIM feed HOSPEDIT reported writing.
000214        310-WRITE-RUN-STATS.
000214            OPEN EXTEND RUNSTATS
000214            IF NOT RUNSFILE-OK
000214               DISPLAY 'WARNING - RUNSTATS NOT AVAILABLE, STATUS '
000214                       FS-STAT-RUNS
000214            ELSE
000214               INITIALIZE RUN-STAT-RECORD
000214               MOVE 'CLMINTAK'          TO RUNS-PROGRAM-ID
000214               MOVE DATE-VARS (1:8)     TO RUNS-RUN-DATE
000214               MOVE WS-RECORDS-READ     TO RUNS-RECORDS-IN
000214               MOVE WS-RECORDS-LOADED   TO RUNS-RECORDS-OUT
000214               MOVE WS-RECORDS-REJECTED TO RUNS-ERROR-COUNT
000214               MOVE RETURN-CODE         TO RUNS-RETURN-CODE
000214               MOVE WS-HOSP-LOADED      TO RUNS-CONTROL-COUNT
000214               WRITE RUN-STAT-RECORD
000214               CLOSE RUNSTATS
000214            END-IF
000214            CONTINUE.
000215*
000216        900-ERROR.
000217            MOVE +12 TO RETURN-CODE
