000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. STOPLOSS.
000003*===============================================================*
000004* STOP-LOSS REINSURANCE RECOVERY BILLING                       =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* MONTHLY SWEEP OF BENEFIT-YEAR PAID CLAIMS AGAINST THE SPECIFIC=*
000009* STOP-LOSS TREATY. EVERY CLMARCH ROW (CLOSED YEARS) AND EVERY  =*
000010* CLMHIST ROW (OPEN YEAR) WHOSE PAID CLAIMS PASS THE ATTACHMENT =*
000011* POINT FOR ITS POLICY-TYPE ON THE RINCTL TREATY CONTROL FILE   =*
000012* IS MEASURED FOR EXCESS. THE FIRST EXCESS DOLLARS OF EACH TIER =*
000013* AND BENEFIT YEAR ARE RETAINED UP TO THE AGGREGATE CORRIDOR;   =*
000014* THE REST IS RECOVERABLE AT THE TREATY REIMBURSEMENT PERCENT.  =*
000015* THE INCREASE (OR DECREASE) OVER WHAT WAS ALREADY BILLED GOES  =*
000016* OUT ON THE ORINCLM RECOVERY CLAIM FILE AND THE OBORDRX        =*
000017* BORDEREAU, AND IS CARRIED ON THE REINAR RECEIVABLE KSDS (SEE  =*
000018* REINARR). REMITTANCES FROM THE REINSURER (RINRCPT) ARE POSTED =*
000019* TO REINAR FIRST; BAD OR UNMATCHED ONES RIDE OUT ON RINPERR.   =*
000020* THE BORDEREAU CLOSES WITH EVERY RECEIVABLE STILL OPEN.        =*
000021* RUN DATE COMES IN ON SYSIN (CCYYMMDD); BLANK = TODAY.         =*
000022*---------------------------------------------------------------*
000023* MODIFICATION HISTORY:                                        =*
000024* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000025*===============================================================*
000026        ENVIRONMENT DIVISION.
000027        INPUT-OUTPUT SECTION.
000028        FILE-CONTROL.
000029            SELECT TREATYFILE ASSIGN TO RINCTL
000030               FILE STATUS  IS FS-STAT-CTL.
000031*    *
000032            SELECT RCPTFILE  ASSIGN TO RINRCPT
000033               FILE STATUS  IS FS-STAT-RCPT.
000034*    *
000035            SELECT REINAR    ASSIGN TO REINAR
000036               ORGANIZATION IS INDEXED
000037               ACCESS MODE  IS DYNAMIC
000038               RECORD KEY   IS RI-KEY
000039               FILE STATUS  IS FS-STAT-RAR.
000040*    *
000041            SELECT ARCHFILE  ASSIGN TO CLMARCH
000042               ORGANIZATION IS INDEXED
000043               ACCESS MODE  IS SEQUENTIAL
000044               RECORD KEY   IS ARCH-KEY
000045               FILE STATUS  IS FS-STAT-ARCH.
000046*    *
000047            SELECT CLAIMHIST ASSIGN TO CLMHIST
000048               ORGANIZATION IS INDEXED
000049               ACCESS MODE  IS SEQUENTIAL
000050               RECORD KEY   IS HIST-POLICY-NO
000051               FILE STATUS  IS FS-STAT-HIST.
000052*    *
000053            SELECT RCLMFILE  ASSIGN TO ORINCLM
000054               FILE STATUS  IS FS-STAT-RCLM.
000055*    *
000056            SELECT BORDFILE  ASSIGN TO OBORDRX
000057               FILE STATUS  IS FS-STAT-BORD.
000058*    *
000059            SELECT ERRFILE   ASSIGN TO RINPERR
000060               FILE STATUS  IS FS-STAT-ERR.
000061        DATA DIVISION.
000062        FILE SECTION.
000063* One treaty term row per POLICY-TYPE
000064        FD  TREATYFILE
000065            RECORDING MODE IS F
000066            RECORD CONTAINS 80 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000068            DATA RECORD IS TREATY-RECORD.
000069        01  TREATY-RECORD.
000070            05  RIC-POLICY-TYPE                  PIC 9(01).
000071            05  RIC-TREATY-ID                    PIC X(08).
000072*  Specific attachment point - paid claims per policy per
000073*  benefit year above this are excess
000074            05  RIC-ATTACH-POINT                 PIC 9(09)V99.
000075*  Aggregate corridor - excess dollars per tier per benefit
000076*  year we retain before the reinsurer pays anything
000077            05  RIC-CORRIDOR-AMT                 PIC 9(09)V99.
000078*  Share of the recoverable excess the reinsurer reimburses
000079            05  RIC-REIMB-PCT                    PIC 9V999.
000080            05  FILLER                           PIC X(45).
000081* One remittance from the reinsurer
000082        FD  RCPTFILE
000083            RECORDING MODE IS F
000084            RECORD CONTAINS 80 CHARACTERS
000085            BLOCK CONTAINS 0 RECORDS
000086            DATA RECORD IS RCPT-RECORD.
000087        01  RCPT-RECORD.
000088            05  RCPT-POLICY-NO                   PIC 9(07).
000089            05  RCPT-BENEFIT-YEAR                PIC 9(04).
000090            05  RCPT-DATE                        PIC 9(08).
000091            05  RCPT-AMOUNT                      PIC 9(09)V99.
000092            05  FILLER                           PIC X(50).
000093        FD  REINAR
000094            RECORDING MODE IS F
000095            RECORD CONTAINS 80 CHARACTERS
000096            BLOCK CONTAINS 0 RECORDS
000097            DATA RECORD IS REIN-AR-RECORD.
000098        01  REIN-AR-RECORD.
000099            COPY REINARR.
000100        FD  ARCHFILE
000101            RECORDING MODE IS F
000102            RECORD CONTAINS 80 CHARACTERS
000103            BLOCK CONTAINS 0 RECORDS
000104            DATA RECORD IS ARCHIVE-RECORD.
000105        01  ARCHIVE-RECORD.
000106            05  ARCH-KEY.
000107                10  ARCH-POLICY-NO               PIC 9(07).
000108                10  ARCH-BENEFIT-YEAR            PIC 9(04).
000109            05  ARCH-CLAIM-COUNT                 PIC 9(05).
000110            05  ARCH-CLAIM-PAID-COUNT            PIC 9(05).
000111            05  ARCH-CLAIM-DENIED-COUNT          PIC 9(05).
000112            05  ARCH-YTD-CLAIM-AMOUNT            PIC 9(09)V99.
000113            05  ARCH-DEDUCT-PAID-YTD             PIC 9(07)V99.
000114            05  ARCH-POLICY-TYPE                 PIC 9(01).
000115            05  ARCH-LAST-CLAIM-DATE             PIC 9(08).
000116            05  ARCH-BENEFIT-DATE                PIC 9(08).
000117            05  FILLER                           PIC X(17).
000118        FD  CLAIMHIST
000119            RECORDING MODE IS F
000120            RECORD CONTAINS 68 CHARACTERS
000121            BLOCK CONTAINS 0 RECORDS
000122            DATA RECORD IS CLAIM-HIST-RECORD.
000123        01  CLAIM-HIST-RECORD.
000124            COPY CLMHISTR.
000125* Recovery claim to the reinsurer - one per policy-year billed
000126        FD  RCLMFILE
000127            RECORDING MODE IS F
000128            RECORD CONTAINS 80 CHARACTERS
000129            BLOCK CONTAINS 0 RECORDS
000130            DATA RECORD IS RECOVERY-CLAIM-RECORD.
000131        01  RECOVERY-CLAIM-RECORD.
000132            05  RCL-TREATY-ID                    PIC X(08).
000133            05  RCL-POLICY-NO                    PIC 9(07).
000134            05  RCL-BENEFIT-YEAR                 PIC 9(04).
000135            05  RCL-POLICY-TYPE                  PIC 9(01).
000136            05  RCL-PAID-CLAIMS                  PIC 9(09)V99.
000137            05  RCL-ATTACH-POINT                 PIC 9(09)V99.
000138*  This billing (negative when paid claims came back down)
000139            05  RCL-RECOVERY-AMT                 PIC S9(09)V99.
000140            05  RCL-CUM-RECOVERY                 PIC S9(09)V99.
000141            05  RCL-BILL-DATE                    PIC 9(08).
000142*  'A' = closed year from CLMARCH, 'H' = open year on CLMHIST
000143            05  RCL-SOURCE                       PIC X(01).
000144            05  FILLER                           PIC X(07).
000145        FD  BORDFILE
000146            RECORDING MODE IS F
000147            RECORD CONTAINS 133 CHARACTERS
000148            BLOCK CONTAINS 0 RECORDS
000149            DATA RECORD IS BORD-REPORT.
000150        01  BORD-REPORT                          PIC X(133).
000151        FD  ERRFILE
000152            RECORDING MODE IS F
000153            RECORD CONTAINS 120 CHARACTERS
000154            BLOCK CONTAINS 0 RECORDS
000155            DATA RECORD IS ERROR-RECORD.
000156        01  ERROR-RECORD.
000157            05  ERR-RCPT-IMAGE                   PIC X(80).
000158            05  ERR-REASON                       PIC X(40).
000159*
000160        WORKING-STORAGE SECTION.
000161*Working Variables
000162        01  WS-CONTADORES.
000163          05  WS-RECEIPTS-READ        PIC S9(8) COMP SYNC VALUE 0.
000164          05  WS-RECEIPTS-POSTED      PIC S9(8) COMP SYNC VALUE 0.
000165          05  WS-RECEIPTS-REJECTED    PIC S9(8) COMP SYNC VALUE 0.
000166          05  WS-ARCH-READ            PIC S9(8) COMP SYNC VALUE 0.
000167          05  WS-HIST-READ            PIC S9(8) COMP SYNC VALUE 0.
000168          05  WS-NO-TREATY            PIC S9(8) COMP SYNC VALUE 0.
000169          05  WS-OVER-ATTACH          PIC S9(8) COMP SYNC VALUE 0.
000170          05  WS-CLAIMS-BILLED        PIC S9(8) COMP SYNC VALUE 0.
000171          05  WS-OPEN-ITEMS           PIC S9(8) COMP SYNC VALUE 0.
000172          05  WS-BORD-NUM-LINES       PIC S9(4) COMP VALUE 61.
000173*Run date - SYSIN override or today
000174        01  WS-RUN-DATE-IN                 PIC X(08) VALUE SPACES.
000175        01  WS-RUN-DATE-NUM                PIC 9(08) VALUE ZERO.
000176*One policy-year being measured against the treaty
000177        01  WS-CALC-VARS.
000178            05  WS-POLICY-NO               PIC 9(07) VALUE ZERO.
000179            05  WS-BENEFIT-YEAR            PIC 9(04) VALUE ZERO.
000180            05  WS-POLICY-TYPE             PIC 9(01) VALUE ZERO.
000181            05  WS-PAID-AMOUNT             PIC 9(09)V99 VALUE 0.
000182            05  WS-SOURCE                  PIC X(01) VALUE SPACE.
000183            05  WS-EXCESS-AMT              PIC 9(09)V99 VALUE 0.
000184            05  WS-CORRIDOR-LEFT           PIC 9(09)V99 VALUE 0.
000185            05  WS-RETAINED-AMT            PIC 9(09)V99 VALUE 0.
000186            05  WS-RECOVERABLE-AMT         PIC S9(09)V99 VALUE 0.
000187            05  WS-BILL-AMT                PIC S9(09)V99 VALUE 0.
000188            05  WS-APPLIED-AMT             PIC 9(09)V99 VALUE 0.
000189            05  WS-EXCESS-RCPT-AMT         PIC 9(09)V99 VALUE 0.
000190            05  WS-BILLED-TOTAL            PIC S9(11)V99 VALUE 0.
000191            05  WS-COLLECTED-TOTAL         PIC 9(11)V99 VALUE 0.
000192            05  WS-OPEN-TOTAL              PIC S9(11)V99 VALUE 0.
000193*Treaty terms loaded from RINCTL - one row per POLICY-TYPE
000194        77  WS-TREATY-COUNT         PIC S9(4) COMP VALUE 0.
000195        77  WS-TREATY-SUB           PIC S9(4) COMP VALUE 0.
000196        77  WS-TREATY-HIT           PIC S9(4) COMP VALUE 0.
000197        01  WS-TREATY-TABLE.
000198            05  WS-TREATY-ENTRY OCCURS 10 TIMES.
000199                10  WS-TRT-POLICY-TYPE     PIC 9(01).
000200                10  WS-TRT-TREATY-ID       PIC X(08).
000201                10  WS-TRT-ATTACH-POINT    PIC 9(09)V99.
000202                10  WS-TRT-CORRIDOR-AMT    PIC 9(09)V99.
000203                10  WS-TRT-REIMB-PCT       PIC 9V999.
000204*Aggregate corridor consumed so far, per tier and benefit year
000205        77  CORRIDOR-MAX            PIC S9(4) COMP VALUE 200.
000206        77  WS-CORR-COUNT           PIC S9(4) COMP VALUE 0.
000207        77  WS-CORR-SUB             PIC S9(4) COMP VALUE 0.
000208        77  WS-CORR-HIT             PIC S9(4) COMP VALUE 0.
000209        01  WS-CORRIDOR-TABLE.
000210            05  WS-CORR-ENTRY OCCURS 200 TIMES.
000211                10  WS-CORR-POLICY-TYPE    PIC 9(01).
000212                10  WS-CORR-BENEFIT-YEAR   PIC 9(04).
000213                10  WS-CORR-CONSUMED       PIC 9(09)V99.
000214*Switches Variables & File Status
000215        01  SW-SWITCHE-VARS.
000216            05  SW-END-CTL                      PIC X VALUE '0'.
000217                88 END-CTL                         VALUE '1'.
000218            05  SW-END-RCPT                     PIC X VALUE '0'.
000219                88 END-RCPT                        VALUE '1'.
000220            05  SW-END-ARCH                     PIC X VALUE '0'.
000221                88 END-ARCH                        VALUE '1'.
000222            05  SW-END-HIST                     PIC X VALUE '0'.
000223                88 END-HIST                        VALUE '1'.
000224            05  SW-END-RAR                      PIC X VALUE '0'.
000225                88 END-RAR                         VALUE '1'.
000226            05  SW-RAR-FOUND                    PIC X VALUE 'Y'.
000227                88 RAR-FOUND                       VALUE 'Y'.
000228                88 RAR-NOT-FOUND                   VALUE 'N'.
000229            05  FS-STAT-CTL                     PIC X(02).
000230                88 TREATYFILE-OK                   VALUE '00'.
000231            05  FS-STAT-RCPT                    PIC X(02).
000232                88 RCPTFILE-OK                     VALUE '00'.
000233            05  FS-STAT-RAR                     PIC X(02).
000234                88 REINAR-OK                       VALUE '00'.
000235            05  FS-STAT-ARCH                    PIC X(02).
000236                88 CLAIMARCH-OK                    VALUE '00'.
000237            05  FS-STAT-HIST                    PIC X(02).
000238                88 CLAIMHIST-OK                    VALUE '00'.
000239            05  FS-STAT-RCLM                    PIC X(02).
000240                88 RCLMFILE-OK                     VALUE '00'.
000241            05  FS-STAT-BORD                    PIC X(02).
000242                88 BORDFILE-OK                     VALUE '00'.
000243            05  FS-STAT-ERR                     PIC X(02).
000244                88 ERRFILE-OK                      VALUE '00'.
000245        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000246*Editing Variables
000247        01  WS-EDIT-VARS.
000248            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000249            05  DATE-VARS                  PIC X(15).
000250*Date-Validation Variables
000251            COPY GNSWVDTV.
000252*Bordereau lines
000253        01  WS-BORD-LINES.
000254            02  BORD-HEADER-01.
000255                05  FILLER            PIC X VALUE SPACE.
000256                05  FILLER            PIC X(50)
000257                VALUE 'Stop-Loss Reinsurance Recovery Bordereau'.
000258                05  FILLER            PIC X(10) VALUE 'RUN DATE '.
000259                05  BORD-RUN-DATE-OU       PIC 9(08).
000260            02  BORD-HEADER-02.
000261                05  FILLER            PIC X VALUE SPACE.
000262                05  FILLER            PIC X(10) VALUE 'TREATY'.
000263                05  FILLER            PIC X(09) VALUE 'POLICY'.
000264                05  FILLER            PIC X(06) VALUE 'YEAR'.
000265                05  FILLER            PIC X(05) VALUE 'TIER'.
000266                05  FILLER            PIC X(17)
000267                    VALUE '     PAID CLAIMS'.
000268                05  FILLER            PIC X(17)
000269                    VALUE '    ATTACH POINT'.
000270                05  FILLER            PIC X(17)
000271                    VALUE '    THIS BILLING'.
000272                05  FILLER            PIC X(17)
000273                    VALUE '      CUMULATIVE'.
000274                05  FILLER            PIC X(04) VALUE 'SRC'.
000275            02  BORD-DETAIL-RECORD.
000276                05  FILLER            PIC X VALUE SPACE.
000277                05  BORD-TREATY-OU         PIC X(08).
000278                05  FILLER            PIC X(02) VALUE SPACES.
000279                05  BORD-POLICY-NO-OU      PIC 9(07).
000280                05  FILLER            PIC X(02) VALUE SPACES.
000281                05  BORD-YEAR-OU           PIC 9(04).
000282                05  FILLER            PIC X(03) VALUE SPACES.
000283                05  BORD-TIER-OU           PIC 9(01).
000284                05  FILLER            PIC X(02) VALUE SPACES.
000285                05  BORD-PAID-OU           PIC $$$$,$$$,$$9.99.
000286                05  FILLER            PIC X(02) VALUE SPACES.
000287                05  BORD-ATTACH-OU         PIC $$$$,$$$,$$9.99.
000288                05  FILLER            PIC X(02) VALUE SPACES.
000289                05  BORD-BILL-OU           PIC $$$,$$$,$$9.99-.
000290                05  FILLER            PIC X(02) VALUE SPACES.
000291                05  BORD-CUM-OU            PIC $$$,$$$,$$9.99-.
000292                05  FILLER            PIC X(03) VALUE SPACES.
000293                05  BORD-SOURCE-OU         PIC X(01).
000294            02  BORD-TOTAL-RECORD.
000295                05  FILLER            PIC X VALUE SPACE.
000296                05  FILLER            PIC X(25)
000297                    VALUE 'TOTAL RECOVERY BILLED:'.
000298                05  BORD-TOT-COUNT-OU      PIC ZZZZZZZ9.
000299                05  FILLER            PIC X(10) VALUE ' CLAIMS'.
000300                05  BORD-TOT-BILL-OU       PIC $$$$,$$$,$$9.99-.
000301            02  BORD-OPEN-HEADER.
000302                05  FILLER            PIC X VALUE SPACE.
000303                05  FILLER            PIC X(50)
000304                VALUE 'Reinsurance Receivable Still Open'.
000305            02  BORD-OPEN-HEADER-02.
000306                05  FILLER            PIC X VALUE SPACE.
000307                05  FILLER            PIC X(10) VALUE 'TREATY'.
000308                05  FILLER            PIC X(09) VALUE 'POLICY'.
000309                05  FILLER            PIC X(06) VALUE 'YEAR'.
000310                05  FILLER            PIC X(17)
000311                    VALUE '    TOTAL BILLED'.
000312                05  FILLER            PIC X(17)
000313                    VALUE '       COLLECTED'.
000314                05  FILLER            PIC X(17)
000315                    VALUE '    OPEN BALANCE'.
000316                05  FILLER            PIC X(10) VALUE 'LAST BILL'.
000317            02  BORD-OPEN-RECORD.
000318                05  FILLER            PIC X VALUE SPACE.
000319                05  BORD-OPEN-TREATY-OU    PIC X(08).
000320                05  FILLER            PIC X(02) VALUE SPACES.
000321                05  BORD-OPEN-POLICY-OU    PIC 9(07).
000322                05  FILLER            PIC X(02) VALUE SPACES.
000323                05  BORD-OPEN-YEAR-OU      PIC 9(04).
000324                05  FILLER            PIC X(02) VALUE SPACES.
000325                05  BORD-OPEN-BILLED-OU    PIC $$$,$$$,$$9.99-.
000326                05  FILLER            PIC X(02) VALUE SPACES.
000327                05  BORD-OPEN-COLL-OU      PIC $$$$,$$$,$$9.99.
000328                05  FILLER            PIC X(02) VALUE SPACES.
000329                05  BORD-OPEN-BAL-OU       PIC $$$,$$$,$$9.99-.
000330                05  FILLER            PIC X(02) VALUE SPACES.
000331                05  BORD-OPEN-LAST-OU      PIC 9(08).
000332            02  BORD-OPEN-TOTAL.
000333                05  FILLER            PIC X VALUE SPACE.
000334                05  FILLER            PIC X(25)
000335                    VALUE 'TOTAL STILL OWED:'.
000336                05  BORD-OPEN-COUNT-OU     PIC ZZZZZZZ9.
000337                05  FILLER            PIC X(10) VALUE ' ITEMS'.
000338                05  BORD-OPEN-TOT-OU       PIC $$$$,$$$,$$9.99-.
000339*
000340        PROCEDURE DIVISION.
000341            PERFORM 100-OPEN-FILES
000342            PERFORM 200-POST-ONE-REMITTANCE UNTIL END-RCPT
000343            PERFORM 210-SWEEP-ARCHIVE-ROW UNTIL END-ARCH
000344            PERFORM 215-SWEEP-HISTORY-ROW UNTIL END-HIST
000345            PERFORM 250-REPORT-OPEN-RECEIVABLE
000346            PERFORM 300-TERMINAR
000347            GOBACK.
000348*
000349        100-OPEN-FILES.
000350            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000351            ACCEPT WS-RUN-DATE-IN FROM SYSIN
000352         IF WS-RUN-DATE-IN = SPACES OR WS-RUN-DATE-IN = LOW-VALUES
000353               MOVE DATE-VARS (1:8) TO WS-RUN-DATE-NUM
000354            ELSE
000355               MOVE WS-RUN-DATE-IN  TO WS-RUN-DATE-NUM
000356            END-IF
000357            DISPLAY "Init STOPLOSS.. run date: " WS-RUN-DATE-NUM
000358            PERFORM 105-LOAD-TREATY-TABLE
000359            OPEN INPUT RCPTFILE
000360            IF NOT RCPTFILE-OK
000361               DISPLAY 'ERROR IN OPEN REINSURER REMITTANCE FILE '
000362               DISPLAY 'FILE STATUS = ' FS-STAT-RCPT
000363               GO TO 900-ERROR.
000364* The receivable is created on the first billing ever run, the
000365* same first-open handling CLAIMPRO gives a brand-new OVPBAL
000366            OPEN I-O REINAR
000367            IF FS-STAT-RAR = '35'
000368               OPEN OUTPUT REINAR
000369               CLOSE REINAR
000370               OPEN I-O REINAR
000371            END-IF
000372            IF NOT REINAR-OK
000373               DISPLAY 'ERROR IN OPEN REINSURANCE RECEIVABLE '
000374               DISPLAY 'FILE STATUS = ' FS-STAT-RAR
000375               GO TO 900-ERROR.
000376            OPEN INPUT ARCHFILE
000377            IF NOT CLAIMARCH-OK
000378               DISPLAY 'ERROR IN OPEN CLAIM ARCHIVE FILE '
000379               DISPLAY 'FILE STATUS = ' FS-STAT-ARCH
000380               GO TO 900-ERROR.
000381            OPEN INPUT CLAIMHIST
000382            IF NOT CLAIMHIST-OK
000383               DISPLAY 'ERROR IN OPEN CLAIM HISTORY FILE '
000384               DISPLAY 'FILE STATUS = ' FS-STAT-HIST
000385               GO TO 900-ERROR.
000386            OPEN OUTPUT RCLMFILE
000387            IF NOT RCLMFILE-OK
000388               DISPLAY 'ERROR IN OPEN RECOVERY CLAIM FILE '
000389               DISPLAY 'FILE STATUS = ' FS-STAT-RCLM
000390               GO TO 900-ERROR.
000391            OPEN OUTPUT BORDFILE
000392            IF NOT BORDFILE-OK
000393               DISPLAY 'ERROR IN OPEN BORDEREAU REPORT '
000394               DISPLAY 'FILE STATUS = ' FS-STAT-BORD
000395               GO TO 900-ERROR.
000396            OPEN OUTPUT ERRFILE
000397            IF NOT ERRFILE-OK
000398               DISPLAY 'ERROR IN OPEN REMITTANCE ERROR FILE '
000399               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000400               GO TO 900-ERROR.
000401            MOVE WS-RUN-DATE-NUM TO BORD-RUN-DATE-OU
000402            PERFORM 240-READ-REMITTANCE
000403            PERFORM 241-READ-ARCHIVE
000404            PERFORM 242-READ-HISTORY
000405            CONTINUE.
000406*
000407* Loads the treaty terms. Without them nothing can be measured,
000408* so an empty or missing RINCTL stops the run.
000409        105-LOAD-TREATY-TABLE.
000410            OPEN INPUT TREATYFILE
000411            IF NOT TREATYFILE-OK
000412               DISPLAY 'ERROR IN OPEN REINSURANCE TREATY FILE '
000413               DISPLAY 'FILE STATUS = ' FS-STAT-CTL
000414               GO TO 900-ERROR.
000415            PERFORM 106-READ-TREATY-RECORD UNTIL END-CTL
000416            CLOSE TREATYFILE
000417            IF WS-TREATY-COUNT = 0
000418               DISPLAY 'NO TREATY TERMS ON RINCTL - RUN STOPPED'
000419               GO TO 900-ERROR
000420            END-IF
000421            CONTINUE.
000422*
000423        106-READ-TREATY-RECORD.
000424            READ TREATYFILE
000425               AT END MOVE '1' TO SW-END-CTL
000426               NOT AT END
000427                  IF WS-TREATY-COUNT < 10
000428                     ADD 1 TO WS-TREATY-COUNT
000429                     MOVE RIC-POLICY-TYPE
000430                       TO WS-TRT-POLICY-TYPE (WS-TREATY-COUNT)
000431                     MOVE RIC-TREATY-ID
000432                       TO WS-TRT-TREATY-ID (WS-TREATY-COUNT)
000433                     MOVE RIC-ATTACH-POINT
000434                       TO WS-TRT-ATTACH-POINT (WS-TREATY-COUNT)
000435                     MOVE RIC-CORRIDOR-AMT
000436                       TO WS-TRT-CORRIDOR-AMT (WS-TREATY-COUNT)
000437                     MOVE RIC-REIMB-PCT
000438                       TO WS-TRT-REIMB-PCT (WS-TREATY-COUNT)
000439                  ELSE
000440                     DISPLAY 'WARNING - TREATY TABLE FULL, TIER '
000441                             RIC-POLICY-TYPE ' DROPPED'
000442                  END-IF
000443            END-READ
000444            CONTINUE.
000445*
000446* Cash from the reinsurer is posted before the sweep, so the
000447* open balances on the bordereau reflect today's remittances
000448        200-POST-ONE-REMITTANCE.
000449            ADD 1 TO WS-RECEIPTS-READ
000450            MOVE SPACES TO WS-REJECT-REASON
000451            EVALUATE TRUE
000452                WHEN RCPT-POLICY-NO NOT NUMERIC
000453                    MOVE 'POLICY NUMBER NOT NUMERIC'
000454                      TO WS-REJECT-REASON
000455                WHEN RCPT-BENEFIT-YEAR NOT NUMERIC
000456                    MOVE 'BENEFIT YEAR NOT NUMERIC'
000457                      TO WS-REJECT-REASON
000458                WHEN RCPT-AMOUNT NOT NUMERIC
000459                    MOVE 'REMITTANCE AMOUNT NOT NUMERIC'
000460                      TO WS-REJECT-REASON
000461                WHEN RCPT-AMOUNT = ZERO
000462                    MOVE 'REMITTANCE AMOUNT IS ZERO'
000463                      TO WS-REJECT-REASON
000464                WHEN RCPT-DATE NOT NUMERIC
000465                    MOVE 'REMITTANCE DATE NOT NUMERIC'
000466                      TO WS-REJECT-REASON
000467                WHEN OTHER
000468                    MOVE RCPT-DATE TO DTV-DATE-NUM
000469                    CALL 'GNSPPDTV' USING DTV-VARI
000470                        RETURNING RETURN-CODE
000471                    END-CALL
000472                    IF RETURN-CODE NOT = 0
000473                       MOVE +0 TO RETURN-CODE
000474                       MOVE DTV-CMSG TO WS-REJECT-REASON
000475                    END-IF
000476            END-EVALUATE
000477            IF WS-REJECT-REASON = SPACES
000478               PERFORM 205-APPLY-REMITTANCE
000479            END-IF
000480            IF WS-REJECT-REASON NOT = SPACES
000481               PERFORM 230-REJECT-REMITTANCE
000482            END-IF
000483            PERFORM 240-READ-REMITTANCE
000484            CONTINUE.
000485*
000486* A remittance over the open balance posts only up to the
000487* balance - the excess goes back to the reinsurer, as OVPPOST
000488* does for insured refunds
000489        205-APPLY-REMITTANCE.
000490            SET RAR-FOUND TO TRUE
000491            MOVE RCPT-POLICY-NO    TO RI-POLICY-NO
000492            MOVE RCPT-BENEFIT-YEAR TO RI-BENEFIT-YEAR
000493            READ REINAR
000494               INVALID KEY
000495                  SET RAR-NOT-FOUND TO TRUE
000496            END-READ
000497            IF RAR-NOT-FOUND
000498               MOVE 'NO RECOVERY BILLED FOR POLICY/YEAR'
000499                 TO WS-REJECT-REASON
000500            ELSE
000501               IF RI-OPEN-BALANCE NOT > 0
000502                  MOVE 'RECOVERY ALREADY COLLECTED IN FULL'
000503                    TO WS-REJECT-REASON
000504               ELSE
000505                  IF RCPT-AMOUNT > RI-OPEN-BALANCE
000506                     MOVE RI-OPEN-BALANCE TO WS-APPLIED-AMT
000507                     COMPUTE WS-EXCESS-RCPT-AMT =
000508                         RCPT-AMOUNT - RI-OPEN-BALANCE
000509                     DISPLAY 'REMITTANCE OVER BALANCE, POLICY '
000510                             RCPT-POLICY-NO ' EXCESS '
000511                             WS-EXCESS-RCPT-AMT
000512                  ELSE
000513                     MOVE RCPT-AMOUNT TO WS-APPLIED-AMT
000514                  END-IF
000515                  SUBTRACT WS-APPLIED-AMT FROM RI-OPEN-BALANCE
000516                  ADD WS-APPLIED-AMT      TO RI-TOTAL-COLLECTED
000517                  MOVE RCPT-DATE          TO RI-LAST-COLLECT-DATE
000518                  REWRITE REIN-AR-RECORD
000519                  ADD 1 TO WS-RECEIPTS-POSTED
000520                  ADD WS-APPLIED-AMT TO WS-COLLECTED-TOTAL
000521               END-IF
000522            END-IF
000523            CONTINUE.
000524*
000525        210-SWEEP-ARCHIVE-ROW.
000526            ADD 1 TO WS-ARCH-READ
000527            MOVE ARCH-POLICY-NO        TO WS-POLICY-NO
000528            MOVE ARCH-BENEFIT-YEAR     TO WS-BENEFIT-YEAR
000529            MOVE ARCH-POLICY-TYPE      TO WS-POLICY-TYPE
000530            MOVE ARCH-YTD-CLAIM-AMOUNT TO WS-PAID-AMOUNT
000531            MOVE 'A'                   TO WS-SOURCE
000532            PERFORM 220-MEASURE-EXCESS
000533            PERFORM 241-READ-ARCHIVE
000534            CONTINUE.
000535*
000536* The open year is keyed the way CLMYREND will archive it -
000537* the CCYY of the benefit date
000538        215-SWEEP-HISTORY-ROW.
000539            ADD 1 TO WS-HIST-READ
000540            MOVE HIST-POLICY-NO        TO WS-POLICY-NO
000541            MOVE HIST-BENEFIT-DATE (1:4) TO WS-BENEFIT-YEAR
000542            MOVE HIST-POLICY-TYPE      TO WS-POLICY-TYPE
000543            MOVE HIST-YTD-CLAIM-AMOUNT TO WS-PAID-AMOUNT
000544            MOVE 'H'                   TO WS-SOURCE
000545            PERFORM 220-MEASURE-EXCESS
000546            PERFORM 242-READ-HISTORY
000547            CONTINUE.
000548*
000549* Excess over the attachment point, less whatever is still left
000550* of the tier's aggregate corridor for that benefit year, times
000551* the reimbursement percent. Rows below the attachment point
000552* still go through billing, so a recovery billed earlier is
000553* credited back when the paid claims come down.
000554        220-MEASURE-EXCESS.
000555            MOVE 0 TO WS-TREATY-HIT
000556            PERFORM 221-SEARCH-TREATY-ENTRY
000557               VARYING WS-TREATY-SUB FROM 1 BY 1
000558               UNTIL WS-TREATY-SUB > WS-TREATY-COUNT
000559                  OR WS-TREATY-HIT > 0
000560            IF WS-TREATY-HIT = 0
000561               ADD 1 TO WS-NO-TREATY
000562            ELSE
000563               MOVE ZERO TO WS-EXCESS-AMT WS-RECOVERABLE-AMT
000564               IF WS-PAID-AMOUNT >
000565                  WS-TRT-ATTACH-POINT (WS-TREATY-HIT)
000566                  ADD 1 TO WS-OVER-ATTACH
000567                  COMPUTE WS-EXCESS-AMT = WS-PAID-AMOUNT
000568                        - WS-TRT-ATTACH-POINT (WS-TREATY-HIT)
000569                  PERFORM 222-APPLY-CORRIDOR
000570                  COMPUTE WS-RECOVERABLE-AMT ROUNDED =
000571                      (WS-EXCESS-AMT - WS-RETAINED-AMT)
000572                    * WS-TRT-REIMB-PCT (WS-TREATY-HIT)
000573               END-IF
000574               PERFORM 225-BILL-RECOVERY THRU 225-EXIT
000575            END-IF
000576            CONTINUE.
000577*
000578        221-SEARCH-TREATY-ENTRY.
000579            IF WS-TRT-POLICY-TYPE (WS-TREATY-SUB) = WS-POLICY-TYPE
000580               MOVE WS-TREATY-SUB TO WS-TREATY-HIT
000581            END-IF
000582            CONTINUE.
000583*
000584* The corridor is consumed in key order, closed years first, so
000585* a rerun of the same month measures every row the same way
000586        222-APPLY-CORRIDOR.
000587            MOVE 0 TO WS-CORR-HIT
000588            PERFORM 223-SEARCH-CORRIDOR-ENTRY
000589               VARYING WS-CORR-SUB FROM 1 BY 1
000590               UNTIL WS-CORR-SUB > WS-CORR-COUNT
000591                  OR WS-CORR-HIT > 0
000592            IF WS-CORR-HIT = 0
000593               IF WS-CORR-COUNT < CORRIDOR-MAX
000594                  ADD 1 TO WS-CORR-COUNT
000595                  MOVE WS-CORR-COUNT TO WS-CORR-HIT
000596                  MOVE WS-POLICY-TYPE
000597                    TO WS-CORR-POLICY-TYPE (WS-CORR-HIT)
000598                  MOVE WS-BENEFIT-YEAR
000599                    TO WS-CORR-BENEFIT-YEAR (WS-CORR-HIT)
000600                  MOVE ZERO TO WS-CORR-CONSUMED (WS-CORR-HIT)
000601               ELSE
000602                  DISPLAY 'WARNING - CORRIDOR TABLE FULL, TIER '
000603                          WS-POLICY-TYPE ' YEAR ' WS-BENEFIT-YEAR
000604               END-IF
000605            END-IF
000606            MOVE ZERO TO WS-RETAINED-AMT
000607            IF WS-CORR-HIT > 0
000608               COMPUTE WS-CORRIDOR-LEFT =
000609                   WS-TRT-CORRIDOR-AMT (WS-TREATY-HIT)
000610                 - WS-CORR-CONSUMED (WS-CORR-HIT)
000611               IF WS-EXCESS-AMT > WS-CORRIDOR-LEFT
000612                  MOVE WS-CORRIDOR-LEFT TO WS-RETAINED-AMT
000613               ELSE
000614                  MOVE WS-EXCESS-AMT    TO WS-RETAINED-AMT
000615               END-IF
000616               ADD WS-RETAINED-AMT
000617           TO WS-CORR-CONSUMED (WS-CORR-HIT)
000618            END-IF
000619            CONTINUE.
000620*
000621        223-SEARCH-CORRIDOR-ENTRY.
000622            IF WS-CORR-POLICY-TYPE (WS-CORR-SUB) = WS-POLICY-TYPE
000623               AND WS-CORR-BENEFIT-YEAR (WS-CORR-SUB) =
000624                   WS-BENEFIT-YEAR
000625               MOVE WS-CORR-SUB TO WS-CORR-HIT
000626            END-IF
000627            CONTINUE.
000628*
000629* Bills only the movement since the last run - the receivable
000630* carries the cumulative recovery billed for the policy-year
000631        225-BILL-RECOVERY.
000632            SET RAR-FOUND TO TRUE
000633            MOVE WS-POLICY-NO    TO RI-POLICY-NO
000634            MOVE WS-BENEFIT-YEAR TO RI-BENEFIT-YEAR
000635            READ REINAR
000636               INVALID KEY
000637                  SET RAR-NOT-FOUND TO TRUE
000638            END-READ
000639            IF RAR-NOT-FOUND
000640               IF WS-RECOVERABLE-AMT = 0
000641                  GO TO 225-EXIT
000642               END-IF
000643               MOVE WS-POLICY-NO    TO RI-POLICY-NO
000644               MOVE WS-BENEFIT-YEAR TO RI-BENEFIT-YEAR
000645               MOVE ZERO TO RI-TOTAL-BILLED RI-TOTAL-COLLECTED
000646                            RI-OPEN-BALANCE RI-LAST-COLLECT-DATE
000647            END-IF
000648            COMPUTE WS-BILL-AMT =
000649                WS-RECOVERABLE-AMT - RI-TOTAL-BILLED
000650            IF WS-BILL-AMT = 0
000651               GO TO 225-EXIT
000652            END-IF
000653            MOVE WS-POLICY-TYPE  TO RI-POLICY-TYPE
000654            MOVE WS-TRT-TREATY-ID (WS-TREATY-HIT) TO RI-TREATY-ID
000655            MOVE WS-PAID-AMOUNT  TO RI-PAID-CLAIMS
000656            ADD WS-BILL-AMT      TO RI-TOTAL-BILLED
000657            ADD WS-BILL-AMT      TO RI-OPEN-BALANCE
000658            MOVE WS-RUN-DATE-NUM TO RI-LAST-BILL-DATE
000659            IF RAR-FOUND
000660               REWRITE REIN-AR-RECORD
000661            ELSE
000662               WRITE REIN-AR-RECORD
000663            END-IF
000664            MOVE RI-TREATY-ID    TO RCL-TREATY-ID
000665            MOVE WS-POLICY-NO    TO RCL-POLICY-NO
000666            MOVE WS-BENEFIT-YEAR TO RCL-BENEFIT-YEAR
000667            MOVE WS-POLICY-TYPE  TO RCL-POLICY-TYPE
000668            MOVE WS-PAID-AMOUNT  TO RCL-PAID-CLAIMS
000669            MOVE WS-TRT-ATTACH-POINT (WS-TREATY-HIT)
000670              TO RCL-ATTACH-POINT
000671            MOVE WS-BILL-AMT     TO RCL-RECOVERY-AMT
000672            MOVE RI-TOTAL-BILLED TO RCL-CUM-RECOVERY
000673            MOVE WS-RUN-DATE-NUM TO RCL-BILL-DATE
000674            MOVE WS-SOURCE       TO RCL-SOURCE
000675            WRITE RECOVERY-CLAIM-RECORD
000676            ADD 1 TO WS-CLAIMS-BILLED
000677            ADD WS-BILL-AMT TO WS-BILLED-TOTAL
000678            PERFORM 226-WRITE-BORDEREAU-LINE.
000679        225-EXIT.
000680            EXIT.
000681*
000682        226-WRITE-BORDEREAU-LINE.
000683            MOVE RCL-TREATY-ID    TO BORD-TREATY-OU
000684            MOVE RCL-POLICY-NO    TO BORD-POLICY-NO-OU
000685            MOVE RCL-BENEFIT-YEAR TO BORD-YEAR-OU
000686            MOVE RCL-POLICY-TYPE  TO BORD-TIER-OU
000687            MOVE RCL-PAID-CLAIMS  TO BORD-PAID-OU
000688            MOVE RCL-ATTACH-POINT TO BORD-ATTACH-OU
000689            MOVE RCL-RECOVERY-AMT TO BORD-BILL-OU
000690            MOVE RCL-CUM-RECOVERY TO BORD-CUM-OU
000691            MOVE RCL-SOURCE       TO BORD-SOURCE-OU
000692            IF WS-BORD-NUM-LINES > 60 THEN
000693               PERFORM 227-WRITE-BORDEREAU-TITLES
000694            END-IF
000695            WRITE BORD-REPORT FROM BORD-DETAIL-RECORD
000696            ADD 1 TO WS-BORD-NUM-LINES
000697            CONTINUE.
000698*
000699        227-WRITE-BORDEREAU-TITLES.
000700            WRITE BORD-REPORT FROM BORD-HEADER-01
000701            WRITE BORD-REPORT FROM BORD-HEADER-02
000702            MOVE 2 TO WS-BORD-NUM-LINES
000703            CONTINUE.
000704*
000705        230-REJECT-REMITTANCE.
000706            ADD 1 TO WS-RECEIPTS-REJECTED
000707            MOVE RCPT-RECORD      TO ERR-RCPT-IMAGE
000708            MOVE WS-REJECT-REASON TO ERR-REASON
000709            WRITE ERROR-RECORD
000710            DISPLAY 'REJECTED REMITTANCE - ' WS-REJECT-REASON
000711            MOVE SPACES TO WS-REJECT-REASON
000712            CONTINUE.
000713*
000714        240-READ-REMITTANCE.
000715            READ RCPTFILE
000716               AT END MOVE '1' TO SW-END-RCPT
000717            END-READ
000718            CONTINUE.
000719*
000720        241-READ-ARCHIVE.
000721            READ ARCHFILE
000722               AT END MOVE '1' TO SW-END-ARCH
000723            END-READ
000724            CONTINUE.
000725*
000726        242-READ-HISTORY.
000727            READ CLAIMHIST
000728               AT END MOVE '1' TO SW-END-HIST
000729            END-READ
000730            CONTINUE.
000731*
000732* Closes the bordereau with the billed total, then sweeps the
000733* receivable for every policy-year the reinsurer still owes on
000734        250-REPORT-OPEN-RECEIVABLE.
000735            IF WS-BORD-NUM-LINES > 60 THEN
000736               PERFORM 227-WRITE-BORDEREAU-TITLES
000737            END-IF
000738            MOVE WS-CLAIMS-BILLED TO BORD-TOT-COUNT-OU
000739            MOVE WS-BILLED-TOTAL  TO BORD-TOT-BILL-OU
000740            WRITE BORD-REPORT FROM BORD-TOTAL-RECORD
000741            WRITE BORD-REPORT FROM BORD-OPEN-HEADER
000742            WRITE BORD-REPORT FROM BORD-OPEN-HEADER-02
000743            MOVE LOW-VALUES TO RI-KEY
000744            START REINAR KEY IS NOT LESS THAN RI-KEY
000745               INVALID KEY
000746                  MOVE '1' TO SW-END-RAR
000747            END-START
000748            PERFORM 255-SWEEP-ONE-RECEIVABLE UNTIL END-RAR
000749            MOVE WS-OPEN-ITEMS TO BORD-OPEN-COUNT-OU
000750            MOVE WS-OPEN-TOTAL TO BORD-OPEN-TOT-OU
000751            WRITE BORD-REPORT FROM BORD-OPEN-TOTAL
000752            CONTINUE.
000753*
000754        255-SWEEP-ONE-RECEIVABLE.
000755            READ REINAR NEXT RECORD
000756               AT END
000757                  MOVE '1' TO SW-END-RAR
000758               NOT AT END
000759                  IF RI-OPEN-BALANCE NOT = 0
000760                     ADD 1 TO WS-OPEN-ITEMS
000761                     ADD RI-OPEN-BALANCE TO WS-OPEN-TOTAL
000762                     MOVE RI-TREATY-ID     TO BORD-OPEN-TREATY-OU
000763                     MOVE RI-POLICY-NO     TO BORD-OPEN-POLICY-OU
000764                     MOVE RI-BENEFIT-YEAR  TO BORD-OPEN-YEAR-OU
000765                     MOVE RI-TOTAL-BILLED  TO BORD-OPEN-BILLED-OU
000766                     MOVE RI-TOTAL-COLLECTED
000767                 TO BORD-OPEN-COLL-OU
000768                     MOVE RI-OPEN-BALANCE  TO BORD-OPEN-BAL-OU
000769                     MOVE RI-LAST-BILL-DATE
000770                 TO BORD-OPEN-LAST-OU
000771                     WRITE BORD-REPORT FROM BORD-OPEN-RECORD
000772                  END-IF
000773            END-READ
000774            CONTINUE.
000775*
000776        300-TERMINAR.
000777            DISPLAY "----------------  "
000778            DISPLAY 'Control Counters  '
000779            DISPLAY "----------------  "
000780            MOVE WS-RECEIPTS-READ     TO REC-KTR-OUT
000781            DISPLAY 'Remittances Read:   ' REC-KTR-OUT
000782            MOVE WS-RECEIPTS-POSTED   TO REC-KTR-OUT
000783            DISPLAY 'Remittances Posted: ' REC-KTR-OUT
000784            MOVE WS-RECEIPTS-REJECTED TO REC-KTR-OUT
000785            DISPLAY 'Remittances Reject: ' REC-KTR-OUT
000786            MOVE WS-ARCH-READ         TO REC-KTR-OUT
000787            DISPLAY 'Archive Rows Read:  ' REC-KTR-OUT
000788            MOVE WS-HIST-READ         TO REC-KTR-OUT
000789            DISPLAY 'History Rows Read:  ' REC-KTR-OUT
000790            MOVE WS-NO-TREATY         TO REC-KTR-OUT
000791            DISPLAY 'Rows No Treaty:     ' REC-KTR-OUT
000792            MOVE WS-OVER-ATTACH       TO REC-KTR-OUT
000793            DISPLAY 'Rows Over Attach:   ' REC-KTR-OUT
000794            MOVE WS-CLAIMS-BILLED     TO REC-KTR-OUT
000795            DISPLAY 'Recoveries Billed:  ' REC-KTR-OUT
000796            DISPLAY 'Amount Billed:      ' WS-BILLED-TOTAL
000797            DISPLAY 'Amount Collected:   ' WS-COLLECTED-TOTAL
000798            DISPLAY 'Receivable Open:    ' WS-OPEN-TOTAL
000799            CLOSE RCPTFILE REINAR ARCHFILE CLAIMHIST
000800                  RCLMFILE BORDFILE ERRFILE
000801            DISPLAY "END PROGR: STOPLOSS"
000802            CONTINUE.
000803*
000804        900-ERROR.
000805            MOVE +12 TO RETURN-CODE
000806            GOBACK.
