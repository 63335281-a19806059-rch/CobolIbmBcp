000019* 02/09/2026 RCH - STAMP APPEAL OUTCOMES BACK ON ICLAIM AND     =*
000019*                  REJECT RESUBMITTED APPEALS; PARTITIONS SKIP  =*
000019*                  THE PEND-RELEASE CYCLE                       =*
000019* 15/10/2026 RCH - DENY A CLAIM WHOSE MEMBER'S MBRMSTR COVERAGE =*
000019*                  ENDED BEFORE THE SERVICE DATE (MTRM); ICLAIM =*
000019*                  130, PEND SUSPENSE 150, CHECKPOINT 420 BYTES =*
000019* 15/10/2026 RCH - OPEN A SUBCASE SUBROGATION CASE FOR EVERY    =*
000019*                  PAID ACCIDENT CLAIM; CHECKPOINT 428 BYTES    =*
000019* 15/10/2026 RCH - PAY ASSIGNED CLAIMS TO THE TREATING PROVIDER =*
000019*                  OFF PRVMSTR; REMITTANCE DETAIL (ORMTDTL) PER =*
000019*                  PROVIDER CLAIM PAID, DENIED OR CORRECTED;    =*
000019*                  ICLAIM 140, PEND 160, CHECKPOINT 444 BYTES   =*
000019* 15/10/2026 RCH - PRICE CLAIM SERVICE LINES (CLMLINE) AT THE   =*
000019*                  LESSER OF BILLED AND THE FEESCHD FEE         =*
000019*                  SCHEDULE; DEDUCTIBLE AND COINSURANCE ON THE  =*
000019*                  ALLOWED TOTAL, THE REST A PROVIDER WRITE-OFF =*
000019*                  ON THE EOB/REMIT; CHECKPOINT 481 BYTES       =*
000019* 15/10/2026 RCH - APPEND EVERY PAID OR DENIED CLAIM, AS        =*
000019*                  ADJUDICATED, TO THE ADJCLMS HISTORY FOR THE  =*
000019*                  CLMAUDS WEEKLY QUALITY-AUDIT SAMPLE          =*
000019* 15/10/2026 RCH - PROMPT-PAY TURNAROUND COUNTED IN BUSINESS    =*
000019*                  DAYS (GNSPBDAY, HOLCAL HOLIDAY CALENDAR)     =*
000019* 15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH EOB LETTER   =*
000019*                  FOR THE MAILSTRM MAIL-HOUSE STREAM (MAILPCR) =*
000019* 15/10/2026 RCH - CLAIMS PAID AND PAID TOTAL ON RUNSTATS FOR   =*
000019*                  THE NITEBAL END-OF-NIGHT BALANCING           =*
000019* 15/10/2026 RCH - RUN DATE ON EVERY CLMJRNL ENTRY, 100 -> 120  =*
000019*                  BYTES, FOR THE RETPURGE RETENTION PURGE      =*
000019* 15/10/2026 RCH - CARRY THE CLAIM FEED SOURCE ON OPAYEXT AND IN=*
000019*                  COL 100 OF ODENIED FOR THE PATARINS POSTING  =*
000019* 15/10/2026 RCH - PRICE ONLY THE SERVICE LINES STAMPED WITH    =*
000019*                  THE CLAIM'S RECEIPT DATE - AN EARLIER CLAIM'S=*
000019*                  LINES LEFT ON CLMLINE ARE SKIPPED            =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000055               RECORD KEY   IS OV-POLICY-NO
000055               FILE STATUS  IS FS-STAT-OVP.
000055*    *
000055* Subrogation cases (KSDS, see SUBCASER) - one opened for every
000055* paid claim carrying an accident indicator, worked from there
000055* by the recovery unit through SUBPOST.
000055            SELECT SUBCASE   ASSIGN TO SUBCASE
000055               ORGANIZATION IS INDEXED
000055               ACCESS MODE  IS RANDOM
000055               RECORD KEY   IS SB-CASE-KEY
000055               FILE STATUS  IS FS-STAT-SUB.
000055*    *
000055* Treating-provider master (KSDS, see PRVMSTRR) - the payee
000055* name on a claim whose benefits were assigned to the provider
000055            SELECT PRVMSTR   ASSIGN TO PRVMSTR
000055               ORGANIZATION IS INDEXED
000055               ACCESS MODE  IS RANDOM
000055               RECORD KEY   IS PV-PROVIDER-NO
000055               FILE STATUS  IS FS-STAT-PRV.
000055*    *
000055* Provider remittance detail - one record per claim naming a
000055* provider that this run pays, denies, reverses or adjusts (see
000055* RMTDTLR); REMITADV sorts them into one advice per provider.
000055            SELECT RMTFILE   ASSIGN TO ORMTDTL
000055               FILE STATUS  IS FS-STAT-RMT.
000055*    *
000055* Adjudicated-claim history (MOD, see ADJCLMR) - every claim this
000055* run pays or denies, as adjudicated; the quality unit's weekly
000055* CLMAUDS audit sample is drawn from it.
000055            SELECT ADJFILE   ASSIGN TO ADJCLMS
000055               FILE STATUS  IS FS-STAT-ADJ.
000055*    *
000055* Claim service lines (KSDS, see SVCLINER) - loaded by CLMINTAK
000055* with the claims; each line is priced here and stamped back.
000055            SELECT CLMLINE   ASSIGN TO CLMLINE
000055               ORGANIZATION IS INDEXED
000055               ACCESS MODE  IS DYNAMIC
000055               RECORD KEY   IS SL-LINE-KEY
000055               FILE STATUS  IS FS-STAT-SVL.
000055*    *
000055* Procedure fee schedule (KSDS, see FEESCHDR) - allowed amount
000055* per unit by procedure, plan tier and effective date
000055            SELECT FEESCHD   ASSIGN TO FEESCHD
000055               ORGANIZATION IS INDEXED
000055               ACCESS MODE  IS DYNAMIC
000055               RECORD KEY   IS FE-FEE-KEY
000055               FILE STATUS  IS FS-STAT-FEE.
000055*    *
000055* Prompt-pay turnaround cycle - per-run report of days from
000055* CLAIM-RECEIPT-DATE to disposition on OTURNRND (over-limit
000055* claims listed individually), one summary record appended to
000058        FD INFILE
000059            RECORDING MODE IS F
000060            BLOCK CONTAINS 0 RECORDS
000061            RECORD CONTAINS 140 CHARACTERS
000062            DATA RECORD IS CLAIM-RECORD.
000063        01  CLAIM-RECORD.
000064            05  CLAIM-RECORD-KEY                 PIC 9(07).
000065            05  FILLER                           PIC X(133).
000066        FD OUTFILE
000067            RECORDING MODE IS F
000068            RECORD CONTAINS 133 CHARACTERS
000077        01  DENY-REPORT                          PIC X(100).
000078        FD  CHKFILE
000079            RECORDING MODE IS F
000080            RECORD CONTAINS 481 CHARACTERS
000081            BLOCK CONTAINS 0 RECORDS
000082            DATA RECORD IS CHECKPOINT-RECORD.
000083        01  CHECKPOINT-RECORD.
000086            05  CHKPT-CLAIM-DUPLICATE             PIC 9(08).
000086            05  CHKPT-GL-TYPE-AMT OCCURS 6 TIMES  PIC 9(11)V99.
000086            05  CHKPT-GL-PAID-TOTAL               PIC 9(11)V99.
000086            05  CHKPT-DENIAL-CTR OCCURS 7 TIMES   PIC 9(08).
000086            05  CHKPT-POLICY-DENIED-CTR           PIC 9(08).
000086            05  CHKPT-CLAIM-COB                   PIC 9(08).
000086            05  CHKPT-PEND-RELEASED               PIC 9(08).
000086            05  CHKPT-OVP-OPENED                  PIC 9(08).
000086            05  CHKPT-OVP-OFFSET-CTR              PIC 9(08).
000086            05  CHKPT-OVP-OFFSET-AMT              PIC 9(11)V99.
000086            05  CHKPT-SUB-OPENED                  PIC 9(08).
000086            05  CHKPT-REMIT-DETAILS               PIC 9(08).
000086            05  CHKPT-PAY-TO-PROVIDER             PIC 9(08).
000086            05  CHKPT-SVC-CLAIMS                  PIC 9(08).
000086            05  CHKPT-SVC-LINES                   PIC 9(08).
000086            05  CHKPT-SVC-NO-FEE                  PIC 9(08).
000086            05  CHKPT-SVC-WRITE-OFF               PIC 9(11)V99.
000087        FD  CLAIMHIST
000088            RECORDING MODE IS F
000089            RECORD CONTAINS 68 CHARACTERS
000121*  duplicate instead of paying again. Zero keeps the default.
000121            05  REVIEW-DUP-WINDOW-DAYS           PIC 9(03).
000121*  Statutory prompt-pay day limit - a claim disposed more than
000121*  this many business days after its receipt date lists on
000121*  the turnaround report. Zero keeps the default.
000121            05  REVIEW-PROMPT-PAY-DAYS           PIC 9(03).
000121*  SLA day limit for pended claims - a claim pended longer
000128* the SLA escalation measure from the first pend, not the last
000128        FD  PENDFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 160 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS PEND-CLAIM-RECORD.
000128        01  PEND-CLAIM-RECORD.
000128            05  PEND-CLAIM-IMAGE                 PIC X(140).
000128            05  PEND-FIRST-DATE                  PIC 9(08).
000128            05  PEND-QUEUE-ID                    PIC X(08).
000128            05  FILLER                           PIC X(04).
000128*
000128        FD  PENDINFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 160 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS PENDIN-CLAIM-RECORD.
000128        01  PENDIN-CLAIM-RECORD.
000128            05  PENDIN-CLAIM-IMAGE               PIC X(140).
000128            05  PENDIN-FIRST-DATE                PIC 9(08).
000128            05  PENDIN-QUEUE-ID                  PIC X(08).
000128            05  FILLER                           PIC X(04).
000128        01  PAY-EXTRACT-RECORD.
000128            COPY PAYEXTR.
000128*
000128        FD  PRVMSTR
000128            RECORD CONTAINS 150 CHARACTERS
000128            DATA RECORD IS PROVIDER-MASTER-RECORD.
000128        01  PROVIDER-MASTER-RECORD.
000128            COPY PRVMSTRR.
000128*
000128        FD  RMTFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 80 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS REMIT-DETAIL-RECORD.
000128        01  REMIT-DETAIL-RECORD.
000128            COPY RMTDTLR.
000128*
000128        FD  ADJFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 180 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS ADJUDICATED-CLAIM-RECORD.
000128        01  ADJUDICATED-CLAIM-RECORD.
000128            COPY ADJCLMR.
000128*
000128        FD  CLMLINE
000128            RECORD CONTAINS 80 CHARACTERS
000128            DATA RECORD IS SERVICE-LINE-RECORD.
000128        01  SERVICE-LINE-RECORD.
000128            COPY SVCLINER.
000128*
000128        FD  FEESCHD
000128            RECORD CONTAINS 80 CHARACTERS
000128            DATA RECORD IS FEE-SCHEDULE-RECORD.
000128        01  FEE-SCHEDULE-RECORD.
000128            COPY FEESCHDR.
000128*
000128        FD  PROPFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 20 CHARACTERS
000128*
000128        FD  JRNFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 120 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS JOURNAL-RECORD.
000128        01  JOURNAL-RECORD.
000128        01  OVERPAYMENT-RECORD.
000128            COPY OVPBALR.
000128*
000128        FD  SUBCASE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 80 CHARACTERS
000128            BLOCK CONTAINS 0 RECORDS
000128            DATA RECORD IS SUBROGATION-RECORD.
000128        01  SUBROGATION-RECORD.
000128            COPY SUBCASER.
000128*
000128        FD  TURNFILE
000128            RECORDING MODE IS F
000128            RECORD CONTAINS 100 CHARACTERS
000154                VALUE 'DUPLSUSPECTED DUPLICATE CLAIM'.
000154            05  FILLER PIC X(34)
000154                VALUE 'PDENDENIED BY REVIEWER'.
000154            05  FILLER PIC X(34)
000154                VALUE 'MTRMMEMBER COVERAGE ENDED'.
000154        01  WS-DENIAL-TABLE REDEFINES WS-DENIAL-TABLE-VALUES.
000154            05  WS-DENIAL-ENTRY OCCURS 7 TIMES
000154                                 INDEXED BY DNL-IDX.
000154                10  WS-DENIAL-CODE          PIC X(04).
000154                10  WS-DENIAL-TEXT          PIC X(30).
000154        01  WS-DENIAL-COUNTS.
000154            05  WS-DENIAL-CTR OCCURS 7 TIMES
000154                               PIC S9(8) COMP VALUE 0.
000154        01  WS-DENIAL-SUB                  PIC S9(4) COMP VALUE 0.
000155*Pend-aging work fields - the first-pend date and queue ride
000155            05  WS-OVP-OFFSET-CTR       PIC 9(08) VALUE ZERO.
000155            05  WS-OVP-OFFSET-AMT       PIC 9(11)V99 VALUE ZERO.
000155            05  WS-OVP-THIS-OFFSET      PIC 9(9)V99 VALUE ZERO.
000155*Subrogation work fields - cases opened (or grown) off paid
000155*accident claims for the recovery unit
000155        01  WS-SUB-VARS.
000155            05  WS-SUB-OPENED           PIC 9(08) VALUE ZERO.
000155*Provider payee / remittance work fields - who 219 paid, and
000155*what 262 reports to the provider for the claim
000155        01  WS-RMT-VARS.
000155            05  WS-REMIT-DETAILS        PIC 9(08) VALUE ZERO.
000155            05  WS-PAY-TO-PROVIDER      PIC 9(08) VALUE ZERO.
000155            05  WS-RMT-DISPOSITION      PIC X(01) VALUE SPACE.
000155            05  WS-RMT-PAYEE-TYPE       PIC X(01) VALUE SPACE.
000155*Service-line pricing work fields - the claim's lines as 226
000155*priced them (billed, allowed, write-off), the first 20 kept
000155*for the EOB and denial listing, and the run totals
000155        01  WS-SVC-VARS.
000155            05  WS-SVC-CLAIMS           PIC 9(08) VALUE ZERO.
000155            05  WS-SVC-LINES            PIC 9(08) VALUE ZERO.
000155            05  WS-SVC-NO-FEE           PIC 9(08) VALUE ZERO.
000155            05  WS-SVC-WRITE-OFF-RUN    PIC 9(11)V99 VALUE ZERO.
000155            05  WS-SVC-LINE-COUNT       PIC 9(03) VALUE ZERO.
000155            05  WS-SVC-STORED           PIC 9(03) VALUE ZERO.
000155            05  WS-SVC-BILLED-TOTAL     PIC 9(07)V99 VALUE ZERO.
000155            05  WS-SVC-LINE-BILLED      PIC 9(07)V99 VALUE ZERO.
000155            05  WS-SVC-ALLOWED-TOTAL    PIC 9(07)V99 VALUE ZERO.
000155            05  WS-SVC-WRITE-OFF        PIC 9(07)V99 VALUE ZERO.
000155            05  WS-SVC-FEE-ALLOWED      PIC 9(09)V99 VALUE ZERO.
000155            05  WS-SVC-FEE-RATE         PIC 9(05)V99 VALUE ZERO.
000155            05  WS-SVC-PRICE-DATE       PIC 9(08) VALUE ZERO.
000155            05  WS-SVC-PRICED-TEXT      PIC X(12) VALUE SPACES.
000155            05  WS-SVC-ENTRY OCCURS 20 TIMES INDEXED BY SVC-IDX.
000155                10  WS-SVC-ENT-LINE-NO  PIC 9(02).
000155                10  WS-SVC-ENT-PROC     PIC X(05).
000155                10  WS-SVC-ENT-UNITS    PIC 9(03).
000155                10  WS-SVC-ENT-BILLED   PIC 9(07)V99.
000155                10  WS-SVC-ENT-ALLOWED  PIC 9(07)V99.
000155                10  WS-SVC-ENT-IND      PIC X(01).
000155*Prompt-pay turnaround accumulators - business days from
000155*receipt to disposition, bucketed for the OTURNRND summary.
000155*The limit comes off REVWCTL; the VALUE covers a missing
000155*control file.
000155        01  WS-TURN-VARS.
000155            05  WS-PROMPT-DAYS          PIC 9(03) VALUE 30.
000155            05  WS-TURN-DAYS            PIC S9(05) VALUE ZERO.
000155            05  WS-APPEALS-UPHELD       PIC S9(8) COMP VALUE 0.
000155            05  WS-APPEALS-REJECTED     PIC S9(8) COMP VALUE 0.
000155            05  WS-APPEAL-SUB           PIC S9(4) COMP VALUE 0.
000155            05  WS-APPEAL-OVER-CTR OCCURS 7 TIMES
000155                                    PIC S9(8) COMP VALUE 0.
000155            05  WS-APPEAL-UPHELD-CTR OCCURS 7 TIMES
000155                                    PIC S9(8) COMP VALUE 0.
000155*Per-member deductible work fields - the family aggregate cap
000155*is the per-member deductible times the plan's family factor
000155        01  WS-EOB-VARS.
000155            05  WS-EOB-ADDRESS          PIC X(30) VALUE SPACES.
000155            05  WS-EOB-COINS-AMT        PIC 9(9)V99 VALUE ZERO.
000155*Mail-piece control records written ahead of each EOB letter -
000155*MAILPREP splits the letters into mail pieces on them
000155        01  WS-MAIL-PIECE.
000155            COPY MAILPCR.
000155*Policy-master validation result - 206-VALIDATE-POLICY-MASTER
000155*fills these for 207-DENY-INVALID-POLICY to log
000155        01  WS-POLICY-DENY-VARS.
000198            05  SW-OVP-FOUND                    PIC X VALUE 'N'.
000198                88 OVP-FOUND                         VALUE 'Y'.
000198                88 OVP-NOT-FOUND                     VALUE 'N'.
000198            05  FS-STAT-SUB                     PIC X(02).
000198                88 CLAIMSUB-OK                       VALUE '00'.
000198            05  SW-SUB-FOUND                    PIC X VALUE 'N'.
000198                88 SUB-FOUND                         VALUE 'Y'.
000198                88 SUB-NOT-FOUND                     VALUE 'N'.
000198            05  FS-STAT-PRV                     PIC X(02).
000198                88 CLAIMPRV-OK                       VALUE '00'.
000198            05  FS-STAT-RMT                     PIC X(02).
000198                88 CLAIMRMT-OK                       VALUE '00'.
000198            05  FS-STAT-ADJ                     PIC X(02).
000198                88 CLAIMADJ-OK                       VALUE '00'.
000198            05  FS-STAT-SVL                     PIC X(02).
000198                88 CLAIMSVL-OK                       VALUE '00'.
000198            05  FS-STAT-FEE                     PIC X(02).
000198                88 CLAIMFEE-OK                       VALUE '00'.
000198            05  SW-SVC-LINE-END                 PIC X VALUE 'N'.
000198                88 SVC-LINES-DONE                    VALUE 'Y'.
000198                88 SVC-LINES-MORE                    VALUE 'N'.
000198            05  SW-SVC-LINE-MINE                PIC X VALUE 'N'.
000198                88 SVC-LINE-OF-CLAIM                 VALUE 'Y'.
000198                88 SVC-LINE-STALE                    VALUE 'N'.
000198            05  SW-FEE-SCAN                     PIC X VALUE 'N'.
000198                88 FEE-SCAN-DONE                     VALUE 'Y'.
000198                88 FEE-SCAN-MORE                     VALUE 'N'.
000198            05  SW-FEE-FOUND                    PIC X VALUE 'N'.
000198                88 FEE-FOUND                         VALUE 'Y'.
000198                88 FEE-NOT-FOUND                     VALUE 'N'.
000198            05  FS-STAT-TURN                    PIC X(02).
000198                88 CLAIMTURN-OK                      VALUE '00'.
000198            05  FS-STAT-TSTAT                   PIC X(02).
000210*is a real calendar date before FUNCTION INTEGER-OF-DATE gets
000210*it (an impossible date in that arithmetic abends the run)
000210            COPY GNSWVDTV.
000210*Business-Day Variables - GNSPBDAY counts the prompt-pay days
000210*the way the statute does: weekends and HOLCAL holidays out
000210            COPY GNSWVBDY.
000210*Run-Control Variables - GNSPRCTL records the batch run's start
000210*and completion on RUNCTL and refuses the start while CLMINTAK
000210*has not completed for the business date
000219                88 IS-TRAILER-RECORD           VALUE 9999999.
000220            05  TRAILER-EXPECTED-COUNT       PIC 9(08).
000221            05  TRAILER-HASH-TOTAL           PIC 9(09)V99.
000222            05  FILLER                       PIC X(114).
000223*Control-Total Reconciliation Variables
000224        01  WS-CTL-VARS.
000225            05  WS-EXPECTED-COUNT           PIC 9(08) VALUE 0.
000354                05  DENY-REASON-CODE-OU    PIC X(04).
000354                05  FILLER            PIC X VALUE SPACE.
000354                05  DENY-REASON-TEXT-OU    PIC X(30).
000354                05  FILLER            PIC X VALUE SPACE.
000354                05  DENY-FEED-SOURCE-OU    PIC X(01).
000354            02  DENY-SVC-LINE.
000354                05  FILLER            PIC X(11) VALUE SPACES.
000354                05  FILLER            PIC X(05) VALUE 'LINE '.
000354                05  DENY-SVC-LINE-NO-OU    PIC 9(02).
000354                05  FILLER            PIC X(02) VALUE SPACES.
000354                05  DENY-SVC-PROC-OU       PIC X(05).
000354                05  FILLER            PIC X(02) VALUE SPACES.
000354                05  DENY-SVC-UNITS-OU      PIC ZZ9.
000354                05  FILLER            PIC X(02) VALUE SPACES.
000354                05  DENY-SVC-BILLED-OU     PIC $,$$$,$$$.99.
000354                05  FILLER            PIC X VALUE SPACE.
000354                05  DENY-SVC-ALLOWED-OU    PIC $,$$$,$$$.99.
000354                05  FILLER            PIC X VALUE SPACE.
000354                05  DENY-SVC-PRICED-OU     PIC X(12).
000355            02  DENY-SUMMARY-HEADER.
000355                05  FILLER            PIC X VALUE SPACE.
000355                05  FILLER            PIC X(30)
000394            02  TURN-HEADER-02.
000394                05  FILLER            PIC X VALUE SPACE.
000394                05  FILLER            PIC X(40)
000394                VALUE 'CLAIMS OVER THE BUSINESS-DAY LIMIT:'.
000394            02  TURN-HEADER-03.
000394                05  FILLER            PIC X VALUE SPACE.
000394                05  FILLER            PIC X(10) VALUE 'POLICY'.
000394                05  FILLER            PIC X(10) VALUE 'RECEIVED'.
000394                05  FILLER            PIC X(10) VALUE 'DISPOSED'.
000394                05  FILLER            PIC X(08) VALUE 'BUS DAYS'.
000394            02  TURN-VIOL-RECORD.
000394                05  FILLER            PIC X VALUE SPACE.
000394                05  TURN-POLICY-NO-OU      PIC 9(07).
000394            02  TURN-AVG-RECORD.
000394                05  FILLER            PIC X VALUE SPACE.
000394                05  FILLER            PIC X(26)
000394                    VALUE 'AVG BUSINESS DAYS TO DISP'.
000394                05  TURN-AVG-OU            PIC ZZZZ9.9.
000394*
000394        01  WS-APPEAL-LINES.
000394                    VALUE ' CLAIM STATUS: '.
000394                05  EOB-STATUS-OU     PIC X(09).
000394                05  EOB-STATUS-REASON-OU    PIC X(30).
000394            02  EOB-SVC-HEADER.
000394                05  FILLER            PIC X(35)
000394                    VALUE '   LINE PROC   UNITS       BILLED'.
000394                05  FILLER            PIC X(27)
000394                    VALUE '     ALLOWED  PRICED AT'.
000394            02  EOB-SVC-DETAIL.
000394                05  FILLER            PIC X(04) VALUE SPACES.
000394                05  EOB-SVC-LINE-NO-OU     PIC 9(02).
000394                05  FILLER            PIC X(02) VALUE SPACES.
000394                05  EOB-SVC-PROC-OU        PIC X(05).
000394                05  FILLER            PIC X(03) VALUE SPACES.
000394                05  EOB-SVC-UNITS-OU       PIC ZZ9.
000394                05  FILLER            PIC X(02) VALUE SPACES.
000394                05  EOB-SVC-BILLED-OU      PIC $,$$$,$$$.99.
000394                05  FILLER            PIC X(02) VALUE SPACES.
000394                05  EOB-SVC-ALLOWED-OU     PIC $,$$$,$$$.99.
000394                05  FILLER            PIC X(02) VALUE SPACES.
000394                05  EOB-SVC-PRICED-OU      PIC X(12).
000394            02  EOB-SVC-NOTE.
000394                05  FILLER            PIC X(60) VALUE
000394                    ' THE PROVIDER WRITE-OFF IS NOT YOURS TO PAY'.
000394*
000395        PROCEDURE DIVISION.
000396            ACCEPT WS-RUN-CARD FROM SYSIN
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000440            OPEN INPUT PRVMSTR
000440            IF NOT CLAIMPRV-OK
000440               DISPLAY 'ERROR IN OPEN PROVIDER MASTER FILE '
000440               DISPLAY 'FILE STATUS = ' FS-STAT-PRV
000440               MOVE FS-STAT-PRV TO WS-FS-CODE
000440               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000440            OPEN INPUT FEESCHD
000440            IF NOT CLAIMFEE-OK
000440               DISPLAY 'ERROR IN OPEN FEE SCHEDULE FILE '
000440               DISPLAY 'FILE STATUS = ' FS-STAT-FEE
000440               MOVE FS-STAT-FEE TO WS-FS-CODE
000440               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000440            IF RESTART-RUN
000440               OPEN EXTEND GLFILE
000440            ELSE
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000440            IF RESTART-RUN
000440               OPEN EXTEND RMTFILE
000440            ELSE
000440               OPEN OUTPUT RMTFILE
000440            END-IF
000440            IF NOT CLAIMRMT-OK
000440               DISPLAY 'ERROR IN OPEN OUTPUT REMITTANCE DETAIL '
000440               DISPLAY 'FILE STATUS = ' FS-STAT-RMT
000440               MOVE FS-STAT-RMT TO WS-FS-CODE
000440               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000440* The adjudicated-claim history accumulates night over night
000440* (DISP=MOD) - a restart simply appends behind what it holds
000440            OPEN EXTEND ADJFILE
000440            IF NOT CLAIMADJ-OK
000440               DISPLAY 'ERROR IN OPEN ADJUDICATED CLAIM HISTORY '
000440               DISPLAY 'FILE STATUS = ' FS-STAT-ADJ
000440               MOVE FS-STAT-ADJ TO WS-FS-CODE
000440               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000440               DISPLAY WS-FS-MESSAGE
000440               GO TO 900-ERROR.
000440*
000441            OPEN OUTPUT EXCPLOG
000441            IF NOT CLAIMEXCP-OK
000441               DISPLAY 'ERROR IN OPEN OUTPUT EXCEPTIONS LOG '
000471                     MOVE CHKPT-GL-PAID-TOTAL
000471                                             TO WS-GL-PAID-TOTAL
000471                     PERFORM VARYING WS-DENIAL-SUB FROM 1 BY 1
000471                        UNTIL WS-DENIAL-SUB > 7
000471                        MOVE CHKPT-DENIAL-CTR (WS-DENIAL-SUB)
000471                          TO WS-DENIAL-CTR (WS-DENIAL-SUB)
000471                     END-PERFORM
000471                                            TO WS-OVP-OFFSET-CTR
000471                     MOVE CHKPT-OVP-OFFSET-AMT
000471                                            TO WS-OVP-OFFSET-AMT
000471                     MOVE CHKPT-SUB-OPENED  TO WS-SUB-OPENED
000471                     MOVE CHKPT-REMIT-DETAILS
000471                                            TO WS-REMIT-DETAILS
000471                     MOVE CHKPT-PAY-TO-PROVIDER
000471                                            TO WS-PAY-TO-PROVIDER
000471                     MOVE CHKPT-SVC-CLAIMS  TO WS-SVC-CLAIMS
000471                     MOVE CHKPT-SVC-LINES   TO WS-SVC-LINES
000471                     MOVE CHKPT-SVC-NO-FEE  TO WS-SVC-NO-FEE
000471                     MOVE CHKPT-SVC-WRITE-OFF
000471                                          TO WS-SVC-WRITE-OFF-RUN
000472               END-READ
000473               CLOSE CHKFILE
000474            ELSE
000503               DISPLAY WS-FS-MESSAGE
000503               GO TO 900-ERROR
000503            END-IF
000503* The subrogation case file gets the same first-run
000503* establishment
000503            OPEN I-O SUBCASE
000503            IF FS-STAT-SUB = '35'
000503               OPEN OUTPUT SUBCASE
000503               CLOSE SUBCASE
000503               OPEN I-O SUBCASE
000503            END-IF
000503            IF NOT CLAIMSUB-OK
000503               DISPLAY 'ERROR IN OPEN SUBROGATION CASE FILE '
000503               DISPLAY 'FILE STATUS = ' FS-STAT-SUB
000503               MOVE FS-STAT-SUB TO WS-FS-CODE
000503               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000503               DISPLAY WS-FS-MESSAGE
000503               GO TO 900-ERROR
000503            END-IF
000503* The member file gets the same first-run establishment
000503            OPEN I-O MBRFILE
000503            IF FS-STAT-MBR = '35'
000503               DISPLAY WS-FS-MESSAGE
000503               GO TO 900-ERROR
000503            END-IF
000503* The service-line file gets the same first-run establishment
000503            OPEN I-O CLMLINE
000503            IF FS-STAT-SVL = '35'
000503               OPEN OUTPUT CLMLINE
000503               CLOSE CLMLINE
000503               OPEN I-O CLMLINE
000503            END-IF
000503            IF NOT CLAIMSVL-OK
000503               DISPLAY 'ERROR IN OPEN SERVICE LINE FILE '
000503               DISPLAY 'FILE STATUS = ' FS-STAT-SVL
000503               MOVE FS-STAT-SVL TO WS-FS-CODE
000503               PERFORM 901-DECODE-FILE-STATUS THRU 901-EXIT
000503               DISPLAY WS-FS-MESSAGE
000503               GO TO 900-ERROR
000503            END-IF
000504            CONTINUE.
000505*
000506* Loads the plan-tier deductible percentage and max coverage limit
000551               PERFORM 279-CARRY-PEND-FORWARD
000551            ELSE
000551               PERFORM 217-GET-EOB-ADDRESS
000551               PERFORM 226-PRICE-SERVICE-LINES
000551               IF WS-PEND-DISP-ACTION = 'A'
000551                  ADD 1 TO WS-PEND-RELEASED
000551                  DISPLAY 'PENDED CLAIM RELEASED BY REVIEWER '
000551                  PERFORM 250-WRITE-EXCEPTION THRU 250-EXIT
000551               ELSE
000551                  PERFORM 206-VALIDATE-POLICY-MASTER
000551                  PERFORM 226-PRICE-SERVICE-LINES
000551                  IF POLICY-NOT-VALID AND NOT APP-OVR-FORCE-PAY
000551                     MOVE WS-POLICY-DENY-CODE
000551                       TO WS-DENIAL-REASON-CODE
000551                     PERFORM 272-PRICE-APPEALED-CLAIM
000551                  END-IF
000551* The outcome and audit-trail stamps persist on ICLAIM - this
000551* is what makes the resubmission guard above hold up. ICLAIM
000551* keeps the billed amount; the allowed one is on the lines.
000551                  MOVE WS-SVC-BILLED-TOTAL TO CLAIM-AMOUNT
000551                  MOVE CLAIM-RECORD-WS TO CLAIM-RECORD
000551                  REWRITE CLAIM-RECORD
000551               END-IF
000551            ADD CLAIM-AMOUNT-PAID TO WS-GL-PAID-TOTAL
000551            PERFORM 218-ADJUDICATE-SECONDARY
000551            PERFORM 219-WRITE-PAYMENT-EXTRACT
000551            IF CLAIM-ACCIDENT-CLAIM
000551               PERFORM 224-OPEN-SUBROGATION-CASE
000551            END-IF
000551            PERFORM 230-WRITE-REPORT
000551            PERFORM 250-UPDATE-CLAIM-HISTORY
000551            CONTINUE.
000551            WRITE APPEAL-REPORT FROM APPEAL-HEADER-02
000551            PERFORM 346-WRITE-APPEAL-REASON-LINE
000551               VARYING WS-APPEAL-SUB FROM 1 BY 1
000551               UNTIL WS-APPEAL-SUB > 7
000551            MOVE SPACES             TO APPEAL-REASON-CODE-OU
000551            MOVE 'ALL REASONS'      TO APPEAL-REASON-TEXT-OU
000551            MOVE WS-APPEALS-UPHELD  TO APPEAL-UPHELD-OU
000599            END-IF
000600            DISPLAY 'POLICY NUMBER ... ' INSURED-POLICY-NO
000600            PERFORM 206-VALIDATE-POLICY-MASTER
000600            PERFORM 226-PRICE-SERVICE-LINES
000600            IF POLICY-NOT-VALID
000600               PERFORM 207-DENY-INVALID-POLICY
000600            ELSE
000614* Checks the claim's policy number against the POLMSTR policy
000614* master. A policy that is not on the master, or is on it but
000614* lapsed or cancelled, fails validation and the claim is denied
000614* by 207-DENY-INVALID-POLICY with the specific reason. An active
000614* policy still fails when the claim's member was terminated on
000614* MBRMSTR before the date of service.
000614        206-VALIDATE-POLICY-MASTER.
000614            SET POLICY-VALID TO TRUE
000614            MOVE INSURED-POLICY-NO TO PM-POLICY-NO
000614                                TO WS-POLICY-DENY-TEXT
000614                  END-IF
000614            END-READ
000614            IF POLICY-VALID
000614               PERFORM 203-CHECK-MEMBER-COVERAGE
000614            END-IF
000614            CONTINUE.
000614*
000614* A claim that names a member and carries a date of service is
000614* checked against the member's MBRMSTR coverage end date (set by
000614* MBRMAINT, ENRLFEED or the MBRAGOUT dependent age-out sweep).
000614* Coverage runs through the term date, so only a service date
000614* after it denies. No member, no service date (an old-format
000614* feed), a member not on file or an open term date all pass -
000614* 204-READ-MEMBER-RECORD logs the unknown member later.
000614        203-CHECK-MEMBER-COVERAGE.
000614            IF CLAIM-MEMBER-NO NUMERIC AND CLAIM-MEMBER-NO > 0
000614               AND CLAIM-SERVICE-DATE NUMERIC
000614               AND CLAIM-SERVICE-DATE > 0
000614               MOVE INSURED-POLICY-NO TO MB-POLICY-NO
000614               MOVE CLAIM-MEMBER-NO   TO MB-MEMBER-NO
000614               READ MBRFILE
000614                  INVALID KEY
000614                     CONTINUE
000614                  NOT INVALID KEY
000614                     IF MB-TERM-DATE NUMERIC
000614                        AND MB-TERM-DATE > 0
000614                        AND MB-TERM-DATE < CLAIM-SERVICE-DATE
000614                        SET POLICY-NOT-VALID TO TRUE
000614                        MOVE 'MTRM' TO WS-POLICY-DENY-CODE
000614                        MOVE 'MEMBER TERMINATED BEFORE SERVICE'
000614                                   TO WS-POLICY-DENY-TEXT
000614                     END-IF
000614               END-READ
000614            END-IF
000614            CONTINUE.
000614*
000614* Denies a claim that failed policy-master validation: it goes
000614            END-IF
000614            WRITE CLAIM-REPORT         FROM  DETAIL-RECORD
000614            ADD 1 TO WS-NUM-LINES
000614* The provider hears about the take-back on its next advice
000614            IF CLAIM-TRANS-REVERSAL
000614               MOVE 'R' TO WS-RMT-DISPOSITION
000614            ELSE
000614               MOVE 'A' TO WS-RMT-DISPOSITION
000614            END-IF
000614            IF CLAIM-BENEFITS-ASSIGNED
000614               MOVE 'P' TO WS-RMT-PAYEE-TYPE
000614            ELSE
000614               MOVE 'I' TO WS-RMT-PAYEE-TYPE
000614            END-IF
000614            PERFORM 262-WRITE-REMIT-DETAIL
000614            CONTINUE.
000614*
000614* Flags a suspected resend of a claim already adjudicated for
000614* zero for the CHKASGN step to assign from the CHKCTL counter -
000614* the disbursement system reads the numbered extract, so the
000614* paid amounts are never re-keyed by hand again.
000614* When the insured assigned benefits the provider is the payee;
000614* a provider gone from PRVMSTR since intake falls back to the
000614* insured rather than holding the payment.
000614        219-WRITE-PAYMENT-EXTRACT.
000614            ADD 1 TO WS-PAY-EXTRACTED
000614            MOVE SPACES            TO PAY-EXTRACT-RECORD
000614            MOVE INSURED-POLICY-NO TO PAYX-POLICY-NO
000614            MOVE SPACES            TO PAYX-PAYEE
000614            SET PAYX-PAY-INSURED   TO TRUE
000614            MOVE ZERO              TO PAYX-PROVIDER-NO
000614            IF CLAIM-BENEFITS-ASSIGNED
000614               MOVE CLAIM-PROVIDER-NO TO PV-PROVIDER-NO
000614               READ PRVMSTR
000614                  INVALID KEY
000614                     DISPLAY 'ASSIGNED PROVIDER NOT ON PRVMSTR '
000614                             CLAIM-PROVIDER-NO
000614                             ' - PAYING INSURED ON POLICY '
000614                             INSURED-POLICY-NO
000614                  NOT INVALID KEY
000614                     MOVE 'P'               TO PAYX-PAYEE-TYPE
000614                     MOVE PV-PROVIDER-NO    TO PAYX-PROVIDER-NO
000614                     MOVE PV-PROVIDER-NAME  TO PAYX-PAYEE
000614                     ADD 1 TO WS-PAY-TO-PROVIDER
000614               END-READ
000614            END-IF
000614            IF PAYX-PAY-INSURED
000614               STRING INSURED-FIRST-NAME DELIMITED BY SIZE
000614                      ' '                DELIMITED BY SIZE
000614                      INSURED-LAST-NAME  DELIMITED BY SIZE
000614                      INTO PAYX-PAYEE
000614               END-STRING
000614            END-IF
000614            MOVE PAYX-PAYEE-TYPE   TO WS-RMT-PAYEE-TYPE
000614            MOVE CLAIM-AMOUNT-PAID TO PAYX-AMOUNT
000614            MOVE WS-BATCH-RUN-ID   TO PAYX-RUN-ID
000614            MOVE CLAIM-PROCESS-DATE TO PAYX-PROCESS-DATE
000614            MOVE ZERO              TO PAYX-CHECK-NO
000614            MOVE SPACE             TO PAYX-PAY-METHOD
000614            MOVE CLAIM-FEED-SOURCE TO PAYX-FEED-SOURCE
000614            WRITE PAY-EXTRACT-RECORD
000614            CONTINUE.
000614*
000614                    CLAIM-AMOUNT-PAID
000614            CONTINUE.
000614*
000614* Opens a SUBCASE subrogation case for a paid accident claim so
000614* the recovery unit can pursue the liable party. A second paid
000614* accident claim on the same policy the same day rolls into
000614* the case already opened today.
000614        224-OPEN-SUBROGATION-CASE.
000614            SET SUB-FOUND TO TRUE
000614            MOVE INSURED-POLICY-NO TO SB-POLICY-NO
000614            MOVE DATE-VARS (1:8)   TO SB-OPEN-DATE
000614            READ SUBCASE
000614               INVALID KEY
000614                  SET SUB-NOT-FOUND TO TRUE
000614                  INITIALIZE SUBROGATION-RECORD
000614                  MOVE INSURED-POLICY-NO  TO SB-POLICY-NO
000614                  MOVE DATE-VARS (1:8)    TO SB-OPEN-DATE
000614                  MOVE CLAIM-MEMBER-NO    TO SB-MEMBER-NO
000614                  MOVE CLAIM-ACCIDENT-IND TO SB-ACCIDENT-IND
000614                  SET SB-CASE-OPEN        TO TRUE
000614            END-READ
000614            ADD 1                 TO SB-CLAIM-COUNT
000614            ADD CLAIM-AMOUNT-PAID TO SB-PAID-AMOUNT
000614            MOVE DATE-VARS (1:8)  TO SB-LAST-ACTIVITY-DATE
000614            MOVE WS-BATCH-RUN-ID  TO SB-LAST-RUN-ID
000614            IF SUB-FOUND
000614               REWRITE SUBROGATION-RECORD
000614            ELSE
000614               WRITE SUBROGATION-RECORD
000614               ADD 1 TO WS-SUB-OPENED
000614            END-IF
000614            IF NOT CLAIMSUB-OK
000614               DISPLAY 'SUBROGATION CASE NOT WRITTEN, POLICY '
000614                       INSURED-POLICY-NO ' STATUS ' FS-STAT-SUB
000614            END-IF
000614            CONTINUE.
000614*
000614* Prices the claim's service lines off CLMLINE: each line at the
000614* lesser of its billed charge and the fee schedule's allowed
000614* amount for its procedure, plan tier and date of service. The
000614* allowed total becomes CLAIM-AMOUNT, so the deductible and
000614* coinsurance work on what the plan allows; the difference is
000614* the provider's write-off. A claim with no lines on file
000614* adjudicates on its CLAIM-AMOUNT exactly as it always has.
000614        226-PRICE-SERVICE-LINES.
000614            MOVE ZERO TO WS-SVC-LINE-COUNT WS-SVC-STORED
000614                         WS-SVC-LINE-BILLED WS-SVC-ALLOWED-TOTAL
000614                         WS-SVC-WRITE-OFF
000614            MOVE CLAIM-AMOUNT TO WS-SVC-BILLED-TOTAL
000614            SET SVC-LINES-MORE TO TRUE
000614            MOVE INSURED-POLICY-NO TO SL-CLAIM-KEY
000614            MOVE ZERO              TO SL-LINE-NO
000614            START CLMLINE KEY IS NOT LESS THAN SL-LINE-KEY
000614               INVALID KEY
000614                  SET SVC-LINES-DONE TO TRUE
000614            END-START
000614            IF SVC-LINES-MORE
000614               PERFORM 228-READ-NEXT-SVC-LINE
000614            END-IF
000614            PERFORM 227-PRICE-ONE-SVC-LINE UNTIL SVC-LINES-DONE
000614            IF WS-SVC-LINE-COUNT > 0
000614               ADD 1 TO WS-SVC-CLAIMS
000614               MOVE WS-SVC-LINE-BILLED   TO WS-SVC-BILLED-TOTAL
000614               MOVE WS-SVC-ALLOWED-TOTAL TO CLAIM-AMOUNT
000614            END-IF
000614            CONTINUE.
000614*
000614        227-PRICE-ONE-SVC-LINE.
000614            ADD 1 TO WS-SVC-LINE-COUNT
000614            ADD 1 TO WS-SVC-LINES
000614            PERFORM 229-LOOKUP-FEE-SCHEDULE
000614            IF FEE-FOUND
000614               COMPUTE WS-SVC-FEE-ALLOWED ROUNDED =
000614                   WS-SVC-FEE-RATE * SL-UNITS
000614               IF WS-SVC-FEE-ALLOWED < SL-BILLED-CHARGE
000614                  MOVE WS-SVC-FEE-ALLOWED TO SL-ALLOWED-AMOUNT
000614                  SET SL-PRICED-AT-FEE    TO TRUE
000614               ELSE
000614                  MOVE SL-BILLED-CHARGE   TO SL-ALLOWED-AMOUNT
000614                  SET SL-PRICED-AT-BILLED TO TRUE
000614               END-IF
000614            ELSE
000614* No fee on file for the procedure - the line prices at billed
000614* and goes on the exceptions log for the fee schedule to catch up
000614               MOVE SL-BILLED-CHARGE      TO SL-ALLOWED-AMOUNT
000614               SET SL-NO-FEE-SCHEDULE     TO TRUE
000614               ADD 1 TO WS-SVC-NO-FEE
000614               MOVE INSURED-POLICY-NO     TO WS-EXCP-KEY-ID
000614               MOVE 'NFEE'                TO WS-EXCP-REASON-CODE
000614               MOVE SPACES                TO WS-EXCP-REASON-TEXT
000614               STRING 'NO FEE SCHEDULE FOR PROCEDURE '
000614                                          DELIMITED BY SIZE
000614                      SL-PROCEDURE-CODE   DELIMITED BY SIZE
000614                      INTO WS-EXCP-REASON-TEXT
000614               END-STRING
000614               PERFORM 250-WRITE-EXCEPTION THRU 250-EXIT
000614            END-IF
000614            COMPUTE SL-WRITE-OFF-AMOUNT =
000614                SL-BILLED-CHARGE - SL-ALLOWED-AMOUNT
000614            MOVE DATE-VARS (1:8) TO SL-PRICED-DATE
000614            REWRITE SERVICE-LINE-RECORD
000614            IF NOT CLAIMSVL-OK
000614               DISPLAY 'SERVICE LINE NOT REWRITTEN, POLICY '
000614                       SL-CLAIM-KEY ' LINE ' SL-LINE-NO
000614                       ' STATUS ' FS-STAT-SVL
000614            END-IF
000614            ADD SL-BILLED-CHARGE    TO WS-SVC-LINE-BILLED
000614            ADD SL-ALLOWED-AMOUNT   TO WS-SVC-ALLOWED-TOTAL
000614            ADD SL-WRITE-OFF-AMOUNT TO WS-SVC-WRITE-OFF
000614            IF WS-SVC-STORED < 20
000614               ADD 1 TO WS-SVC-STORED
000614               SET SVC-IDX TO WS-SVC-STORED
000614               MOVE SL-LINE-NO
000614                 TO WS-SVC-ENT-LINE-NO (SVC-IDX)
000614               MOVE SL-PROCEDURE-CODE
000614                 TO WS-SVC-ENT-PROC (SVC-IDX)
000614               MOVE SL-UNITS
000614                 TO WS-SVC-ENT-UNITS (SVC-IDX)
000614               MOVE SL-BILLED-CHARGE
000614                 TO WS-SVC-ENT-BILLED (SVC-IDX)
000614               MOVE SL-ALLOWED-AMOUNT
000614                 TO WS-SVC-ENT-ALLOWED (SVC-IDX)
000614               MOVE SL-PRICING-IND
000614                 TO WS-SVC-ENT-IND (SVC-IDX)
000614            END-IF
000614            PERFORM 228-READ-NEXT-SVC-LINE
000614            CONTINUE.
000614*
000614* Next line of this claim in key order; the claim's lines end
000614* where the next policy's begin. CLMLINE is keyed on the policy,
000614* so an earlier claim's higher-numbered lines can still sit there
000614* - only lines stamped with this claim's receipt date are priced
000614        228-READ-NEXT-SVC-LINE.
000614            SET SVC-LINE-STALE TO TRUE
000614            PERFORM 234-READ-ONE-SVC-LINE
000614               UNTIL SVC-LINES-DONE OR SVC-LINE-OF-CLAIM
000614            CONTINUE.
000614*
000614* A claim fed before CLMINTAK stamped its receipt date keeps every
000614* line on the policy, as it always has
000614        234-READ-ONE-SVC-LINE.
000614            READ CLMLINE NEXT RECORD
000614               AT END
000614                  SET SVC-LINES-DONE TO TRUE
000614               NOT AT END
000614                  EVALUATE TRUE
000614                      WHEN SL-CLAIM-KEY NOT = INSURED-POLICY-NO
000614                          SET SVC-LINES-DONE TO TRUE
000614                      WHEN CLAIM-RECEIPT-DATE NOT NUMERIC
000614                          SET SVC-LINE-OF-CLAIM TO TRUE
000614                      WHEN CLAIM-RECEIPT-DATE = ZERO
000614                          SET SVC-LINE-OF-CLAIM TO TRUE
000614                      WHEN SL-RECEIPT-DATE NOT NUMERIC
000614                          CONTINUE
000614                      WHEN SL-RECEIPT-DATE = CLAIM-RECEIPT-DATE
000614                          SET SVC-LINE-OF-CLAIM TO TRUE
000614                      WHEN OTHER
000614                          CONTINUE
000614                  END-EVALUATE
000614            END-READ
000614            CONTINUE.
000614*
000614* The fee in force on the date of service: the row for this
000614* procedure and plan tier with the latest effective date not
000614* after it. A line with no date of its own takes the claim's.
000614        229-LOOKUP-FEE-SCHEDULE.
000614            SET FEE-NOT-FOUND TO TRUE
000614            MOVE ZERO TO WS-SVC-FEE-RATE
000614            IF SL-SERVICE-DATE NUMERIC AND SL-SERVICE-DATE > ZERO
000614               MOVE SL-SERVICE-DATE      TO WS-SVC-PRICE-DATE
000614            ELSE
000614               IF CLAIM-SERVICE-DATE NUMERIC AND
000614                  CLAIM-SERVICE-DATE > ZERO
000614                  MOVE CLAIM-SERVICE-DATE TO WS-SVC-PRICE-DATE
000614               ELSE
000614                  MOVE WS-CURRENT-DATE-NUM TO WS-SVC-PRICE-DATE
000614               END-IF
000614            END-IF
000614            MOVE SL-PROCEDURE-CODE TO FE-PROCEDURE-CODE
000614            MOVE POLICY-TYPE       TO FE-PLAN-TIER
000614            MOVE ZERO              TO FE-EFFECTIVE-DATE
000614            SET FEE-SCAN-MORE TO TRUE
000614            START FEESCHD KEY IS NOT LESS THAN FE-FEE-KEY
000614               INVALID KEY
000614                  SET FEE-SCAN-DONE TO TRUE
000614            END-START
000614            PERFORM 233-SCAN-FEE-ROW UNTIL FEE-SCAN-DONE
000614            CONTINUE.
000614*
000614        233-SCAN-FEE-ROW.
000614            READ FEESCHD NEXT RECORD
000614               AT END
000614                  SET FEE-SCAN-DONE TO TRUE
000614               NOT AT END
000614                  IF FE-PROCEDURE-CODE NOT = SL-PROCEDURE-CODE OR
000614                     FE-PLAN-TIER NOT = POLICY-TYPE OR
000614                     FE-EFFECTIVE-DATE > WS-SVC-PRICE-DATE
000614                     SET FEE-SCAN-DONE TO TRUE
000614                  ELSE
000614                     SET FEE-FOUND TO TRUE
000614                     MOVE FE-ALLOWED-PER-UNIT TO WS-SVC-FEE-RATE
000614                  END-IF
000614            END-READ
000614            CONTINUE.
000614*
000614* Nets an open overpayment balance off the claim about to pay:
000614* the insured owes us, so the payment shrinks by the smaller
000614* of the two and the receivable is relieved the same amount.
000667                ADD CLAIM-AMOUNT-PAID TO WS-GL-PAID-TOTAL
000667                PERFORM 218-ADJUDICATE-SECONDARY
000667                PERFORM 219-WRITE-PAYMENT-EXTRACT
000667* A third party may owe us this one - hand it to recovery
000667                IF CLAIM-ACCIDENT-CLAIM
000667                   PERFORM 224-OPEN-SUBROGATION-CASE
000667                END-IF
000668                PERFORM 230-WRITE-REPORT
000669            ELSE
000670                ADD 1 TO WS-CLAIM-DENIED
000722            CONTINUE.
000723*
000723* Measures this disposition against the prompt-pay clock that
000723* started at intake (CLAIM-RECEIPT-DATE). The statute counts
000723* business days, so GNSPBDAY measures the turnaround in them.
000723* Over the statutory limit, the claim lists individually on
000723* the turnaround report; every measured claim feeds the day
000723* buckets and the run average. Claims from feeds older than
000723* the receipt stamp are counted apart, not guessed at.
000723        253-TRACK-TURNAROUND.
000723            IF CLAIM-RECEIPT-DATE NUMERIC AND
000723               CLAIM-RECEIPT-DATE > 0
000723                  MOVE +0 TO RETURN-CODE
000723                  ADD 1 TO WS-TURN-NO-RECEIPT
000723               ELSE
000723                  MOVE 'BTWN'             TO BDY-CMND
000723                  MOVE CLAIM-RECEIPT-DATE TO BDY-FROM-DATE
000723                  MOVE CLAIM-PROCESS-DATE TO BDY-TO-DATE
000723                  CALL 'GNSPBDAY' USING BDY-VARI
000723                      RETURNING RETURN-CODE
000723                  END-CALL
000723                  IF RETURN-CODE > 4
000723                     MOVE ZERO TO WS-TURN-DAYS
000723                  ELSE
000723                     MOVE BDY-DAYS TO WS-TURN-DAYS
000723                  END-IF
000723                  MOVE +0 TO RETURN-CODE
000723                  IF WS-TURN-DAYS < 0
000723                     MOVE ZERO TO WS-TURN-DAYS
000723                  END-IF
000723            MOVE WS-JRNL-SEQUENCE   TO JRNL-SEQUENCE
000723            MOVE WS-JRNL-ACTION     TO JRNL-ACTION
000723            MOVE WS-COUNT-RECS      TO JRNL-COUNT-RECS
000723            MOVE WS-CURRENT-DATE-NUM TO JRNL-RUN-DATE
000723            MOVE HIST-POLICY-NO     TO JRNL-POLICY-NO
000723            IF JRNL-ACTION-REWRITE
000723               MOVE WS-HIST-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
000767                   INSURED-LAST-NAME  DELIMITED BY SIZE
000768                   INTO DENY-INSURED-NAME-OU
000769            END-STRING
000770            MOVE WS-SVC-BILLED-TOTAL       TO DENY-CLAIM-AMOUNT-OU
000771            MOVE CLAIM-AMOUNT-PAID          TO DENY-CLAIM-PAID-OU
000771            MOVE WS-DENIAL-REASON-CODE TO CLAIM-DENIAL-REASON-CODE
000771            MOVE WS-DENIAL-REASON-CODE      TO DENY-REASON-CODE-OU
000771            MOVE SPACES                     TO DENY-REASON-TEXT-OU
000771            MOVE CLAIM-FEED-SOURCE          TO DENY-FEED-SOURCE-OU
000771            PERFORM 237-COUNT-DENIAL-REASON
000772            IF  WS-DENY-NUM-LINES > 60 THEN
000773                PERFORM 236-WRITE-DENIED-TITLES
000774            END-IF
000775            WRITE DENY-REPORT         FROM  DENY-DETAIL-RECORD
000776            ADD 1 TO WS-DENY-NUM-LINES
000776            PERFORM 238-WRITE-DENIED-SVC-LINE
000776               VARYING SVC-IDX FROM 1 BY 1
000776               UNTIL SVC-IDX > WS-SVC-STORED
000776            PERFORM 260-WRITE-EOB-LETTER
000777            CONTINUE.
000777*
000777* Each service line of the denied claim under its detail line
000777        238-WRITE-DENIED-SVC-LINE.
000777            MOVE WS-SVC-ENT-LINE-NO (SVC-IDX)
000777              TO DENY-SVC-LINE-NO-OU
000777            MOVE WS-SVC-ENT-PROC (SVC-IDX)    TO DENY-SVC-PROC-OU
000777            MOVE WS-SVC-ENT-UNITS (SVC-IDX)   TO DENY-SVC-UNITS-OU
000777            MOVE WS-SVC-ENT-BILLED (SVC-IDX)
000777              TO DENY-SVC-BILLED-OU
000777            MOVE WS-SVC-ENT-ALLOWED (SVC-IDX)
000777              TO DENY-SVC-ALLOWED-OU
000777            PERFORM 239-SET-SVC-PRICED-TEXT
000777            MOVE WS-SVC-PRICED-TEXT
000777              TO DENY-SVC-PRICED-OU
000777            IF  WS-DENY-NUM-LINES > 60 THEN
000777                PERFORM 236-WRITE-DENIED-TITLES
000777            END-IF
000777            WRITE DENY-REPORT         FROM  DENY-SVC-LINE
000777            ADD 1 TO WS-DENY-NUM-LINES
000777            CONTINUE.
000777*
000777        239-SET-SVC-PRICED-TEXT.
000777            EVALUATE WS-SVC-ENT-IND (SVC-IDX)
000777                WHEN 'F'
000777                    MOVE 'FEE SCHEDULE' TO WS-SVC-PRICED-TEXT
000777                WHEN 'B'
000777                    MOVE 'BILLED'       TO WS-SVC-PRICED-TEXT
000777                WHEN OTHER
000777                    MOVE 'NO FEE SCHED' TO WS-SVC-PRICED-TEXT
000777            END-EVALUATE
000777            CONTINUE.
000778*
000779        236-WRITE-DENIED-TITLES.
000780            WRITE DENY-REPORT     FROM  DENY-HEADER-01
000785* something to mail when a claim pays short.
000785        260-WRITE-EOB-LETTER.
000785            ADD 1 TO WS-EOB-LETTERS
000785            PERFORM 265-WRITE-EOB-MAIL-HEADER
000785            WRITE EOB-REPORT FROM EOB-SEPARATOR
000785            MOVE DATE-VARS (1:4)   TO EOB-DATE-YEAR
000785            MOVE DATE-VARS (5:2)   TO EOB-DATE-MONTH
000785            END-IF
000785            MOVE 'CLAIM AMOUNT SUBMITTED..........'
000785              TO EOB-AMT-LABEL
000785            MOVE WS-SVC-BILLED-TOTAL TO EOB-AMT-OU
000785            PERFORM 261-WRITE-EOB-AMOUNT-LINE
000785* A claim priced on its service lines shows each line, what the
000785* fee schedule allowed and what the provider writes off
000785            IF WS-SVC-LINE-COUNT > 0
000785               WRITE EOB-REPORT FROM EOB-SVC-HEADER
000785               PERFORM 263-WRITE-EOB-SVC-LINE
000785                  VARYING SVC-IDX FROM 1 BY 1
000785                  UNTIL SVC-IDX > WS-SVC-STORED
000785               MOVE 'PROVIDER WRITE-OFF..............'
000785                 TO EOB-AMT-LABEL
000785               MOVE WS-SVC-WRITE-OFF  TO EOB-AMT-OU
000785               PERFORM 261-WRITE-EOB-AMOUNT-LINE
000785               MOVE 'ALLOWED AMOUNT..................'
000785                 TO EOB-AMT-LABEL
000785               MOVE CLAIM-AMOUNT      TO EOB-AMT-OU
000785               PERFORM 261-WRITE-EOB-AMOUNT-LINE
000785               IF CLAIM-DISP-PAID
000785                  ADD WS-SVC-WRITE-OFF TO WS-SVC-WRITE-OFF-RUN
000785               END-IF
000785            END-IF
000785            MOVE 'DEDUCTIBLE APPLIED..............'
000785              TO EOB-AMT-LABEL
000785            MOVE WS-DEDUCT-REMAINING TO EOB-AMT-OU
000785                                   TO EOB-STATUS-REASON-OU
000785            END-IF
000785            WRITE EOB-REPORT FROM EOB-STATUS-LINE
000785            IF WS-SVC-WRITE-OFF > ZERO
000785               WRITE EOB-REPORT FROM EOB-SVC-NOTE
000785            END-IF
000785            MOVE SPACES TO EOB-REPORT
000785            WRITE EOB-REPORT
000785* Every claim the member gets a letter for, the provider sees on
000785* its remittance advice too
000785            IF CLAIM-DISP-PAID
000785               MOVE 'P' TO WS-RMT-DISPOSITION
000785            ELSE
000785               MOVE 'D'   TO WS-RMT-DISPOSITION
000785               MOVE SPACE TO WS-RMT-PAYEE-TYPE
000785            END-IF
000785            PERFORM 262-WRITE-REMIT-DETAIL
000785            PERFORM 264-WRITE-ADJUDICATED-CLAIM
000785            CONTINUE.
000785*
000785* The policy with no POLMSTR address goes out with none, so
000785* MAILPREP can take it off the MAILADR cross-reference or hold it.
000785        265-WRITE-EOB-MAIL-HEADER.
000785            SET MPC-EOB-LETTER     TO TRUE
000785            MOVE INSURED-POLICY-NO TO MPC-PIECE-KEY
000785            MOVE SPACES            TO MPC-NAME
000785            STRING INSURED-FIRST-NAME DELIMITED BY SIZE
000785                   ' '                DELIMITED BY SIZE
000785                   INSURED-LAST-NAME  DELIMITED BY SIZE
000785                   INTO MPC-NAME
000785            END-STRING
000785            IF WS-EOB-ADDRESS = 'ADDRESS NOT ON FILE'
000785               MOVE SPACES         TO MPC-ADDR-1
000785            ELSE
000785               MOVE WS-EOB-ADDRESS TO MPC-ADDR-1
000785            END-IF
000785            MOVE SPACES            TO MPC-ADDR-2
000785            WRITE EOB-REPORT FROM MPC-HEADER-REC
000785            WRITE EOB-REPORT FROM MPC-ADDRESS-REC
000785            CONTINUE.
000785*
000785        261-WRITE-EOB-AMOUNT-LINE.
000785            WRITE EOB-REPORT FROM EOB-AMOUNT-LINE
000785            CONTINUE.
000785*
000785        263-WRITE-EOB-SVC-LINE.
000785            MOVE WS-SVC-ENT-LINE-NO (SVC-IDX)
000785              TO EOB-SVC-LINE-NO-OU
000785            MOVE WS-SVC-ENT-PROC (SVC-IDX)    TO EOB-SVC-PROC-OU
000785            MOVE WS-SVC-ENT-UNITS (SVC-IDX)   TO EOB-SVC-UNITS-OU
000785            MOVE WS-SVC-ENT-BILLED (SVC-IDX)  TO EOB-SVC-BILLED-OU
000785            MOVE WS-SVC-ENT-ALLOWED (SVC-IDX)
000785              TO EOB-SVC-ALLOWED-OU
000785            PERFORM 239-SET-SVC-PRICED-TEXT
000785            MOVE WS-SVC-PRICED-TEXT           TO EOB-SVC-PRICED-OU
000785            WRITE EOB-REPORT FROM EOB-SVC-DETAIL
000785            CONTINUE.
000785*
000785* One remittance detail for a claim naming a treating provider;
000785* a claim with no provider (member-submitted, old feeds) has no
000785* one to remit to. Caller sets WS-RMT-DISPOSITION and, when
000785* money moved, WS-RMT-PAYEE-TYPE.
000785        262-WRITE-REMIT-DETAIL.
000785            IF CLAIM-PROVIDER-NO NUMERIC AND
000785               CLAIM-PROVIDER-NO > ZERO
000785               MOVE SPACES              TO REMIT-DETAIL-RECORD
000785               MOVE CLAIM-PROVIDER-NO   TO RMT-PROVIDER-NO
000785               MOVE INSURED-POLICY-NO   TO RMT-POLICY-NO
000785               MOVE CLAIM-MEMBER-NO     TO RMT-MEMBER-NO
000785               MOVE CLAIM-SERVICE-DATE  TO RMT-SERVICE-DATE
000785               MOVE WS-RMT-DISPOSITION  TO RMT-DISPOSITION
000785               MOVE WS-SVC-BILLED-TOTAL TO RMT-BILLED-AMOUNT
000785               MOVE CLAIM-AMOUNT-PAID   TO RMT-PAID-AMOUNT
000785               MOVE ZERO                TO RMT-WRITE-OFF
000785               IF RMT-PAID
000785                  MOVE WS-SVC-WRITE-OFF TO RMT-WRITE-OFF
000785               END-IF
000785               MOVE WS-RMT-PAYEE-TYPE   TO RMT-PAYEE-TYPE
000785               IF RMT-DENIED
000785                  MOVE CLAIM-DENIAL-REASON-CODE
000785                                        TO RMT-DENIAL-REASON
000785               END-IF
000785               MOVE DATE-VARS (1:8)     TO RMT-PROCESS-DATE
000785               MOVE WS-BATCH-RUN-ID     TO RMT-RUN-ID
000785               WRITE REMIT-DETAIL-RECORD
000785               ADD 1 TO WS-REMIT-DETAILS
000785            END-IF
000785            MOVE SPACE TO WS-RMT-DISPOSITION
000785            MOVE SPACE TO WS-RMT-PAYEE-TYPE
000785            CONTINUE.
000785*
000785* Every claim paid or denied - first pass, pend release or appeal
000785* - goes on the adjudicated-claim history just as the EOB shows
000785* it, for the quality unit's weekly audit sample (CLMAUDS)
000785        264-WRITE-ADJUDICATED-CLAIM.
000785            MOVE SPACES                TO ADJUDICATED-CLAIM-RECORD
000785            MOVE CLAIM-RECORD-WS       TO ADJ-CLAIM-IMAGE
000785            MOVE WS-SVC-BILLED-TOTAL   TO ADJ-BILLED-AMOUNT
000785            MOVE ZERO                  TO ADJ-WRITE-OFF
000785            IF CLAIM-DISP-PAID
000785               MOVE WS-SVC-WRITE-OFF   TO ADJ-WRITE-OFF
000785            END-IF
000785            MOVE WS-COB-SECONDARY-PAID TO ADJ-SECONDARY-PAID
000785            WRITE ADJUDICATED-CLAIM-RECORD
000785            CONTINUE.
000785*
000786* Routes a claim over the manual-review threshold to the
000787* high-dollar exception report instead of auto-paying/denying it.
000788        215-WRITE-HIDOLLAR-REPORT.
000850            END-PERFORM
000850            MOVE WS-GL-PAID-TOTAL   TO CHKPT-GL-PAID-TOTAL
000850            PERFORM VARYING WS-DENIAL-SUB FROM 1 BY 1
000850               UNTIL WS-DENIAL-SUB > 7
000850               MOVE WS-DENIAL-CTR (WS-DENIAL-SUB)
000850                 TO CHKPT-DENIAL-CTR (WS-DENIAL-SUB)
000850            END-PERFORM
000850            MOVE WS-OVP-OPENED      TO CHKPT-OVP-OPENED
000850            MOVE WS-OVP-OFFSET-CTR  TO CHKPT-OVP-OFFSET-CTR
000850            MOVE WS-OVP-OFFSET-AMT  TO CHKPT-OVP-OFFSET-AMT
000850            MOVE WS-SUB-OPENED      TO CHKPT-SUB-OPENED
000850            MOVE WS-REMIT-DETAILS   TO CHKPT-REMIT-DETAILS
000850            MOVE WS-PAY-TO-PROVIDER TO CHKPT-PAY-TO-PROVIDER
000850            MOVE WS-SVC-CLAIMS      TO CHKPT-SVC-CLAIMS
000850            MOVE WS-SVC-LINES       TO CHKPT-SVC-LINES
000850            MOVE WS-SVC-NO-FEE      TO CHKPT-SVC-NO-FEE
000850            MOVE WS-SVC-WRITE-OFF-RUN TO CHKPT-SVC-WRITE-OFF
000851            CLOSE CHKFILE
000852            OPEN OUTPUT CHKFILE
000853            WRITE CHECKPOINT-RECORD
000869            DISPLAY 'Overpymts Opened    ' REC-KTR-OUT
000869            MOVE WS-OVP-OFFSET-CTR        TO REC-KTR-OUT
000869            DISPLAY 'Overpymt Offsets    ' REC-KTR-OUT
000869            MOVE WS-SUB-OPENED            TO REC-KTR-OUT
000869            DISPLAY 'Subrogation Opened  ' REC-KTR-OUT
000869            MOVE WS-PAY-TO-PROVIDER       TO REC-KTR-OUT
000869            DISPLAY 'Paid To Provider    ' REC-KTR-OUT
000869            MOVE WS-REMIT-DETAILS         TO REC-KTR-OUT
000869            DISPLAY 'Remittance Details  ' REC-KTR-OUT
000869            MOVE WS-PEND-ESCALATED        TO REC-KTR-OUT
000869            DISPLAY 'Pends Over SLA      ' REC-KTR-OUT
000869            MOVE WS-SVC-CLAIMS            TO REC-KTR-OUT
000869            DISPLAY 'Claims Line-Priced  ' REC-KTR-OUT
000869            MOVE WS-SVC-LINES             TO REC-KTR-OUT
000869            DISPLAY 'Service Lines Priced' REC-KTR-OUT
000869            MOVE WS-SVC-NO-FEE            TO REC-KTR-OUT
000869            DISPLAY 'Lines With No Fee   ' REC-KTR-OUT
000869            DISPLAY 'Provider Write-Off  ' WS-SVC-WRITE-OFF-RUN
000870            PERFORM 310-WRITE-RENEWAL-REPORT
000870            PERFORM 320-WRITE-GL-EXTRACT
000870            PERFORM 340-WRITE-DENIAL-SUMMARY
000917            WRITE DENY-REPORT FROM DENY-SUMMARY-HEADER
000917            PERFORM 341-WRITE-DENIAL-SUMMARY-LINE
000917               VARYING WS-DENIAL-SUB FROM 1 BY 1
000917               UNTIL WS-DENIAL-SUB > 7
000917            CONTINUE.
000917*
000917        341-WRITE-DENIAL-SUMMARY-LINE.
000917        348-WRITE-TURNAROUND-SUMMARY.
000917            MOVE SPACES TO TURN-REPORT
000917            WRITE TURN-REPORT
000917            MOVE 'DISPOSED IN 0-5 BUS DAYS' TO TURN-SUM-LABEL-OU
000917            MOVE WS-TURN-BUCKET (1)       TO TURN-SUM-COUNT-OU
000917            WRITE TURN-REPORT FROM TURN-SUM-RECORD
000917            MOVE 'DISPOSED IN 6-10 BUS DAYS' TO TURN-SUM-LABEL-OU
000917            MOVE WS-TURN-BUCKET (2)       TO TURN-SUM-COUNT-OU
000917            WRITE TURN-REPORT FROM TURN-SUM-RECORD
000917            MOVE 'DISPOSED 11-20 BUS DAYS' TO TURN-SUM-LABEL-OU
000917            MOVE WS-TURN-BUCKET (3)       TO TURN-SUM-COUNT-OU
000917            WRITE TURN-REPORT FROM TURN-SUM-RECORD
000917            MOVE 'DISPOSED 21-30 BUS DAYS' TO TURN-SUM-LABEL-OU
000917            MOVE WS-TURN-BUCKET (4)       TO TURN-SUM-COUNT-OU
000917            WRITE TURN-REPORT FROM TURN-SUM-RECORD
000917            MOVE 'DISPOSED OVER 30 BUS DAYS' TO TURN-SUM-LABEL-OU
000917            MOVE WS-TURN-BUCKET (5)       TO TURN-SUM-COUNT-OU
000917            WRITE TURN-REPORT FROM TURN-SUM-RECORD
000917            MOVE 'OVER STATUTORY LIMIT'   TO TURN-SUM-LABEL-OU
000917* Appends this run's summary counts to the shared RUNSTATS
000917* history so the RUNTREND report can flag a short feed the
000917* morning it happens instead of when a member complains.
000917* The paid count and total are NITEBAL's control totals for
000917* the OGLEXT debits and the OPAYEXT payment extract.
000917        330-WRITE-RUN-STATS.
000917            OPEN EXTEND RUNSTATS
000917            IF NOT CLAIMRUNS-OK
000917                   WS-CLAIM-PAID + WS-CLAIM-DENIED
000917               MOVE WS-INVALID-POLICY-CTR TO RUNS-ERROR-COUNT
000917               MOVE RETURN-CODE         TO RUNS-RETURN-CODE
000917               MOVE WS-CLAIM-PAID       TO RUNS-CONTROL-COUNT
000917               MOVE WS-GL-PAID-TOTAL    TO RUNS-CONTROL-AMOUNT
000917               WRITE RUN-STAT-RECORD
000917               CLOSE RUNSTATS
000917            END-IF
