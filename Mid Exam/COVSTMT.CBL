000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. COVSTMT.
000003*===============================================================*
000004* ANNUAL PROOF-OF-COVERAGE STATEMENTS                          =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* YEAR-END RUN. MATCHES THE POLMSTR POLICY MASTER, THE MBRMSTR =*
000009* COVERED MEMBERS AND THE PMAUDIT POLICY STATUS TRAIL (SORTED  =*
000010* INTO POLICY/DATE ORDER BY THE JOB'S FIRST STEP) AND WORKS OUT=*
000011* FOR EVERY MEMBER THE MONTHS OF THE TAX YEAR (SYSIN, CCYY;    =*
000012* BLANK = LAST YEAR) THEY WERE COVERED. A MONTH COUNTS WHEN ONE=*
000013* OR MORE DAYS OF IT FALL INSIDE THE POLICY'S EFFECTIVE AND    =*
000014* TERMINATION DATES, ON OR BEFORE THE MEMBER'S OWN TERM DATE,  =*
000015* AND OUTSIDE ANY LAPSE - A LAPSE RUNS FROM THE DAY IT WAS     =*
000016* POSTED (POLMAINT 'L' OR THE PREMLAPS SWEEP) TO THE DAY A     =*
000017* POLMAINT 'R' REINSTATED THE POLICY. ONE STATEMENT PER POLICY =*
000018* GOES TO OCOVSTM FOR THE PRINT VENDOR, ONE FILING DETAIL PER  =*
000019* COVERED MEMBER PLUS A CONTROL TRAILER TO THE OCOVFIL         =*
000020* ELECTRONIC FILING EXTRACT, AND THE STATEMENTS PRODUCED, THE  =*
000021* POLICIES PASSED OVER AND THE RUN TOTALS TO THE OCOVCTL       =*
000022* CONTROL REPORT.                                              =*
000023*---------------------------------------------------------------*
000024* MODIFICATION HISTORY:                                        =*
000025* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000026*===============================================================*
000027        ENVIRONMENT DIVISION.
000028        INPUT-OUTPUT SECTION.
000029        FILE-CONTROL.
000030            SELECT POLMSTR   ASSIGN TO POLMSTR
000031               ORGANIZATION IS INDEXED
000032               ACCESS MODE  IS SEQUENTIAL
000033               RECORD KEY   IS PM-POLICY-NO
000034               FILE STATUS  IS FS-STAT-PM.
000035*    *
000036            SELECT MBRFILE   ASSIGN TO MBRMSTR
000037               ORGANIZATION IS INDEXED
000038               ACCESS MODE  IS SEQUENTIAL
000039               RECORD KEY   IS MB-KEY
000040               FILE STATUS  IS FS-STAT-MBR.
000041*    *
000042            SELECT EVTFILE   ASSIGN TO PMEVNTS
000043               FILE STATUS  IS FS-STAT-EVT.
000044*    *
000045            SELECT STMFILE   ASSIGN TO OCOVSTM
000046               FILE STATUS  IS FS-STAT-STM.
000047*    *
000048            SELECT CFLFILE   ASSIGN TO OCOVFIL
000049               FILE STATUS  IS FS-STAT-CFL.
000050*    *
000051            SELECT CTLFILE   ASSIGN TO OCOVCTL
000052               FILE STATUS  IS FS-STAT-CTL.
000053        DATA DIVISION.
000054        FILE SECTION.
000055        FD  POLMSTR
000056            RECORDING MODE IS F
000057            RECORD CONTAINS 80 CHARACTERS
000058            BLOCK CONTAINS 0 RECORDS
000059            DATA RECORD IS POLICY-MASTER-RECORD.
000060        01  POLICY-MASTER-RECORD.
000061            COPY POLMSTRR.
000062*
000063        FD  MBRFILE
000064            RECORDING MODE IS F
000065            RECORD CONTAINS 80 CHARACTERS
000066            BLOCK CONTAINS 0 RECORDS
000067            DATA RECORD IS MEMBER-RECORD.
000068        01  MEMBER-RECORD.
000069            COPY MBRMSTRR.
000070* The PMAUDIT before/after trail written by POLMAINT and
000071* PREMLAPS, sorted on the policy number of the after image and
000072* the date posted - only the policy number and status byte of
000073* each image are needed here
000074        FD  EVTFILE
000075            RECORDING MODE IS F
000076            RECORD CONTAINS 180 CHARACTERS
000077            BLOCK CONTAINS 0 RECORDS
000078            DATA RECORD IS EVENT-RECORD.
000079        01  EVENT-RECORD.
000080            05  EV-DATE                          PIC 9(08).
000081            05  EV-ACTION                        PIC X(01).
000082                88 EV-LAPSE                         VALUE 'L'.
000083                88 EV-REINSTATE                     VALUE 'R'.
000084            05  EV-BEFORE-IMAGE.
000085                10  EV-BEFORE-POLICY-NO          PIC 9(07).
000086                10  EV-BEFORE-STATUS             PIC X(01).
000087                    88 EV-BEFORE-LAPSED             VALUE 'L'.
000088                10  FILLER                       PIC X(72).
000089            05  EV-AFTER-IMAGE.
000090                10  EV-POLICY-NO                 PIC 9(07).
000091                10  EV-AFTER-STATUS              PIC X(01).
000092                    88 EV-AFTER-LAPSED              VALUE 'L'.
000093                10  FILLER                       PIC X(72).
000094            05  FILLER                           PIC X(11).
000095*
000096        FD  STMFILE
000097            RECORDING MODE IS F
000098            RECORD CONTAINS 80 CHARACTERS
000099            BLOCK CONTAINS 0 RECORDS
000100            DATA RECORD IS STM-LINE.
000101        01  STM-LINE                             PIC X(80).
000102* Electronic filing extract - one detail per covered member,
000103* one control trailer
000104        FD  CFLFILE
000105            RECORDING MODE IS F
000106            RECORD CONTAINS 120 CHARACTERS
000107            BLOCK CONTAINS 0 RECORDS
000108            DATA RECORD IS CFL-DETAIL-RECORD CFL-TRAILER-RECORD.
000109        01  CFL-DETAIL-RECORD.
000110*  'D' DETAIL, 'T' TRAILER
000111            05  CFL-RECORD-TYPE            PIC X(01).
000112            05  CFL-TAX-YEAR               PIC 9(04).
000113            05  CFL-POLICY-NO              PIC 9(07).
000114            05  CFL-MEMBER-NO              PIC 9(02).
000115            05  CFL-LAST-NAME              PIC X(15).
000116            05  CFL-FIRST-NAME             PIC X(10).
000117            05  CFL-RELATIONSHIP           PIC X(01).
000118*  ZERO WHEN MBRMSTR HOLDS NO BIRTH DATE FOR THE MEMBER
000119            05  CFL-BIRTH-DATE             PIC 9(08).
000120            05  CFL-POLICY-TYPE            PIC 9(01).
000121            05  CFL-STATE-CODE             PIC X(02).
000122            05  CFL-ADDRESS                PIC X(30).
000123*  'Y' COVERED ALL TWELVE MONTHS, OTHERWISE 'N'
000124            05  CFL-ALL-YEAR               PIC X(01).
000125*  ONE BYTE PER MONTH, JANUARY FIRST: 'Y' COVERED, 'N' NOT
000126            05  CFL-MONTH-FLAGS.
000127                10  CFL-MONTH-FLAG OCCURS 12 TIMES
000128                                           PIC X(01).
000129            05  CFL-MONTHS-COVERED         PIC 9(02).
000130            05  FILLER                     PIC X(24).
000131        01  CFL-TRAILER-RECORD.
000132            05  CFT-RECORD-TYPE            PIC X(01).
000133            05  CFT-TAX-YEAR               PIC 9(04).
000134            05  CFT-CREATE-DATE            PIC 9(08).
000135            05  CFT-STATEMENT-COUNT        PIC 9(08).
000136            05  CFT-MEMBER-COUNT           PIC 9(08).
000137            05  FILLER                     PIC X(91).
000138*
000139        FD  CTLFILE
000140            RECORDING MODE IS F
000141            RECORD CONTAINS 133 CHARACTERS
000142            BLOCK CONTAINS 0 RECORDS
000143            DATA RECORD IS CTL-REPORT.
000144        01  CTL-REPORT                           PIC X(133).
000145*
000146        WORKING-STORAGE SECTION.
000147*Working Variables
000148        01  WS-CONTADORES.
000149          05  WS-POLICIES-READ        PIC S9(8) COMP SYNC VALUE 0.
000150          05  WS-STATEMENTS-WRITTEN   PIC S9(8) COMP SYNC VALUE 0.
000151          05  WS-MEMBERS-REPORTED     PIC S9(8) COMP SYNC VALUE 0.
000152          05  WS-MEMBERS-ALL-YEAR     PIC S9(8) COMP SYNC VALUE 0.
000153          05  WS-MEMBERS-NOT-COVERED  PIC S9(8) COMP SYNC VALUE 0.
000154          05  WS-POLICIES-NOT-IN-FORCE
000155                                      PIC S9(8) COMP SYNC VALUE 0.
000156          05  WS-POLICIES-NO-MEMBERS  PIC S9(8) COMP SYNC VALUE 0.
000157          05  WS-POLICIES-BAD-DATES   PIC S9(8) COMP SYNC VALUE 0.
000158          05  WS-ORPHAN-MEMBERS       PIC S9(8) COMP SYNC VALUE 0.
000159          05  WS-ORPHAN-EVENTS        PIC S9(8) COMP SYNC VALUE 0.
000160          05  WS-EVENTS-USED          PIC S9(8) COMP SYNC VALUE 0.
000161          05  WS-CTL-NUM-LINES        PIC S9(4) COMP VALUE 61.
000162*Tax year from SYSIN (CCYY) - last year when the card is blank
000163*or not numeric
000164        01  WS-SYSIN-CARD.
000165            05  WS-TAX-YEAR-IN             PIC X(04) VALUE SPACES.
000166            05  FILLER                     PIC X(76) VALUE SPACES.
000167        01  WS-TAX-YEAR                    PIC 9(04) VALUE ZERO.
000168        01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
000169        01  WS-RUN-DATE-RDF REDEFINES WS-RUN-DATE.
000170            05  WS-RUN-YEAR                PIC 9(04).
000171            05  FILLER                     PIC 9(04).
000172*Coverage window of the policy or member being tested, and the
000173*calendar month being tested against it
000174        01  WS-CALC-VARS.
000175            05  WS-SPAN-FROM               PIC 9(08) VALUE ZERO.
000176            05  WS-SPAN-TO                 PIC 9(08) VALUE ZERO.
000177            05  WS-POLICY-TO               PIC 9(08) VALUE ZERO.
000178            05  WS-MONTH-START             PIC 9(08) VALUE ZERO.
000179            05  WS-MONTH-NEXT              PIC 9(08) VALUE ZERO.
000180            05  WS-FIRST-DAY               PIC 9(08) VALUE ZERO.
000181            05  WS-OVERLAP-DAY             PIC 9(08) VALUE ZERO.
000182            05  WS-INTERVAL-END            PIC 9(08) VALUE ZERO.
000183            05  WS-MONTHS-COVERED          PIC 9(02) VALUE ZERO.
000184            05  WS-MONTH-FLAGS.
000185                10  WS-MONTH-FLAG OCCURS 12 TIMES PIC X(01).
000186            05  WS-STATEMENT-NAME          PIC X(26) VALUE SPACES.
000187*The policy's status timeline - entry 1 is the status it held
000188*before its first lapse or reinstatement on the trail; each
000189*later entry is a status it took from the date posted
000190        77  EVENT-MAX               PIC S9(4) COMP VALUE 50.
000191        77  WS-EVENT-COUNT          PIC S9(4) COMP VALUE 0.
000192        77  WS-EVENT-SUB            PIC S9(4) COMP VALUE 0.
000193        01  WS-EVENT-TABLE.
000194            05  WS-EVENT-ENTRY OCCURS 50 TIMES.
000195                10  WS-EV-FROM-DATE         PIC 9(08).
000196                10  WS-EV-LAPSED            PIC X(01).
000197*Members of the policy with one or more covered months
000198        77  MEMBER-MAX              PIC S9(4) COMP VALUE 20.
000199        77  WS-MEMBER-COUNT         PIC S9(4) COMP VALUE 0.
000200        77  WS-MEMBER-SUB           PIC S9(4) COMP VALUE 0.
000201        77  WS-MONTH-SUB            PIC S9(4) COMP VALUE 0.
000202        77  WS-FIND-SUB             PIC S9(4) COMP VALUE 0.
000203        01  WS-MEMBER-TABLE.
000204            05  WS-MEMBER-ENTRY OCCURS 20 TIMES.
000205                10  WS-MT-MEMBER-NO         PIC 9(02).
000206                10  WS-MT-LAST-NAME         PIC X(15).
000207                10  WS-MT-FIRST-NAME        PIC X(10).
000208                10  WS-MT-RELATIONSHIP      PIC X(01).
000209                10  WS-MT-BIRTH-DATE        PIC 9(08).
000210                10  WS-MT-MONTHS-COVERED    PIC 9(02).
000211                10  WS-MT-MONTH-FLAGS.
000212                    15  WS-MT-MONTH-FLAG OCCURS 12 TIMES
000213                                            PIC X(01).
000214*Switches Variables & File Status
000215        01  SW-SWITCHE-VARS.
000216            05  SW-END-PM                       PIC X VALUE '0'.
000217                88 END-PM                          VALUE '1'.
000218            05  SW-END-MBR                      PIC X VALUE '0'.
000219                88 END-MBR                         VALUE '1'.
000220            05  SW-END-EVT                      PIC X VALUE '0'.
000221                88 END-EVT                         VALUE '1'.
000222            05  SW-MONTH-COVERED                PIC X VALUE 'N'.
000223                88 MONTH-COVERED                   VALUE 'Y'.
000224                88 MONTH-NOT-COVERED               VALUE 'N'.
000225            05  FS-STAT-PM                      PIC X(02).
000226                88 POLMSTR-OK                      VALUE '00'.
000227            05  FS-STAT-MBR                     PIC X(02).
000228                88 MBRFILE-OK                      VALUE '00'.
000229            05  FS-STAT-EVT                     PIC X(02).
000230                88 EVTFILE-OK                      VALUE '00'.
000231            05  FS-STAT-STM                     PIC X(02).
000232                88 STMFILE-OK                      VALUE '00'.
000233            05  FS-STAT-CFL                     PIC X(02).
000234                88 CFLFILE-OK                      VALUE '00'.
000235            05  FS-STAT-CTL                     PIC X(02).
000236                88 CTLFILE-OK                      VALUE '00'.
000237*Editing Variables
000238        01  WS-EDIT-VARS.
000239            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000240            05  DATE-VARS                  PIC X(15).
000241*Coverage statement lines
000242        01  WS-STM-LINES.
000243            02  STM-SEPARATOR.
000244                05  FILLER            PIC X(70) VALUE ALL '*'.
000245            02  STM-TITLE-LINE.
000246                05  FILLER            PIC X(29)
000247                    VALUE ' PROOF OF HEALTH COVERAGE -'.
000248                05  FILLER            PIC X(09) VALUE 'TAX YEAR'.
000249                05  STM-TAX-YEAR-OU   PIC 9(04).
000250                05  FILLER            PIC X(06) VALUE SPACES.
000251                05  FILLER            PIC X(06) VALUE 'DATE: '.
000252                05  STM-DATE-YEAR     PIC X(04).
000253                05  FILLER            PIC X VALUE '/'.
000254                05  STM-DATE-MONTH    PIC X(02).
000255                05  FILLER            PIC X VALUE '/'.
000256                05  STM-DATE-DAY      PIC X(02).
000257            02  STM-NAME-LINE.
000258                05  FILLER            PIC X(12)
000259                    VALUE ' TO:        '.
000260                05  STM-NAME-OU       PIC X(26).
000261            02  STM-ADDR-LINE.
000262                05  FILLER            PIC X(12)
000263                    VALUE ' ADDRESS:   '.
000264                05  STM-ADDRESS-OU    PIC X(30).
000265            02  STM-POLICY-LINE.
000266                05  FILLER            PIC X(12)
000267                    VALUE ' POLICY NO: '.
000268                05  STM-POLICY-NO-OU  PIC 9(07).
000269                05  FILLER            PIC X(14)
000270                    VALUE '  PLAN TIER: '.
000271                05  STM-POLICY-TYPE-OU PIC 9(01).
000272            02  STM-TEXT-01.
000273                05  FILLER            PIC X(37)
000274                    VALUE ' THE PERSONS BELOW WERE COVERED UNDER'.
000275                05  FILLER            PIC X(33)
000276                    VALUE ' THIS POLICY IN THE MONTHS MARKED'.
000277            02  STM-TEXT-02.
000278                05  FILLER            PIC X(37)
000279                    VALUE ' X. KEEP THIS STATEMENT WITH YOUR TAX'.
000280                05  FILLER            PIC X(09)
000281                    VALUE ' RECORDS.'.
000282            02  STM-COLUMN-LINE.
000283                05  FILLER            PIC X(04) VALUE ' NO'.
000284                05  FILLER            PIC X(27) VALUE 'NAME'.
000285                05  FILLER            PIC X(11) VALUE 'RELATION'.
000286                05  FILLER            PIC X(07) VALUE 'ALL YR'.
000287                05  FILLER            PIC X(24)
000288                    VALUE 'J F M A M J J A S O N D'.
000289            02  STM-MEMBER-LINE.
000290                05  FILLER            PIC X VALUE SPACE.
000291                05  STM-MEMBER-NO-OU  PIC 9(02).
000292                05  FILLER            PIC X VALUE SPACE.
000293                05  STM-MEMBER-NAME-OU PIC X(26).
000294                05  FILLER            PIC X VALUE SPACE.
000295                05  STM-RELATION-OU   PIC X(10).
000296                05  FILLER            PIC X VALUE SPACE.
000297                05  STM-ALL-YEAR-OU   PIC X(07).
000298                05  STM-MONTH-MARKS OCCURS 12 TIMES.
000299                    10  STM-MONTH-MARK PIC X(01).
000300                    10  FILLER         PIC X(01).
000301*Control report lines
000302        01  WS-CTL-LINES.
000303            02  CTL-HEADER-01.
000304                05  FILLER            PIC X VALUE SPACE.
000305                05  FILLER            PIC X(40)
000306                    VALUE 'Proof-of-Coverage Control Report'.
000307                05  FILLER            PIC X(09) VALUE 'TAX YEAR'.
000308                05  CTL-TAX-YEAR-OU   PIC 9(04).
000309                05  FILLER            PIC X(11)
000310                    VALUE '  RUN DATE'.
000311                05  CTL-RUN-DATE-OU   PIC 9(08).
000312            02  CTL-HEADER-02.
000313                05  FILLER            PIC X VALUE SPACE.
000314                05  FILLER            PIC X(09) VALUE 'POLICY'.
000315                05  FILLER            PIC X(09) VALUE 'MEMBERS'.
000316                05  FILLER            PIC X(28)
000317                    VALUE 'SUBSCRIBER'.
000318                05  FILLER            PIC X(30) VALUE 'RESULT'.
000319            02  CTL-DETAIL-RECORD.
000320                05  FILLER            PIC X VALUE SPACE.
000321                05  CTL-POLICY-NO-OU       PIC 9(07).
000322                05  FILLER            PIC X(02) VALUE SPACES.
000323                05  CTL-MEMBERS-OU         PIC ZZZZ9.
000324                05  FILLER            PIC X(04) VALUE SPACES.
000325                05  CTL-NAME-OU            PIC X(26).
000326                05  FILLER            PIC X(02) VALUE SPACES.
000327                05  CTL-RESULT-OU          PIC X(40).
000328            02  CTL-TOTAL-LINE.
000329                05  FILLER            PIC X VALUE SPACE.
000330                05  CTL-TOTAL-LABEL        PIC X(40).
000331                05  CTL-TOTAL-OU           PIC ZZZ,ZZZ,ZZ9.
000332*
000333        PROCEDURE DIVISION.
000334            PERFORM 100-OPEN-FILES
000335            PERFORM 200-STATE-ONE-POLICY UNTIL END-PM
000336            PERFORM 290-COUNT-LEFTOVERS
000337            PERFORM 300-TERMINAR
000338            GOBACK.
000339*
000340        100-OPEN-FILES.
000341            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000342            MOVE DATE-VARS (1:8)       TO WS-RUN-DATE
000343            ACCEPT WS-SYSIN-CARD FROM SYSIN
000344            IF WS-TAX-YEAR-IN NUMERIC AND
000345               WS-TAX-YEAR-IN NOT = ZERO
000346               MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
000347            ELSE
000348               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
000349            END-IF
000350            DISPLAY "Init COVSTMT.. tax year: " WS-TAX-YEAR
000351            OPEN INPUT POLMSTR
000352            IF NOT POLMSTR-OK
000353               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000354               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000355               GO TO 900-ERROR.
000356            OPEN INPUT MBRFILE
000357            IF NOT MBRFILE-OK
000358               DISPLAY 'ERROR IN OPEN MEMBER MASTER FILE '
000359               DISPLAY 'FILE STATUS = ' FS-STAT-MBR
000360               GO TO 900-ERROR.
000361            OPEN INPUT EVTFILE
000362            IF NOT EVTFILE-OK
000363               DISPLAY 'ERROR IN OPEN PMAUDIT STATUS TRAIL '
000364               DISPLAY 'FILE STATUS = ' FS-STAT-EVT
000365               GO TO 900-ERROR.
000366            OPEN OUTPUT STMFILE
000367            IF NOT STMFILE-OK
000368               DISPLAY 'ERROR IN OPEN COVERAGE STATEMENT FILE '
000369               DISPLAY 'FILE STATUS = ' FS-STAT-STM
000370               GO TO 900-ERROR.
000371            OPEN OUTPUT CFLFILE
000372            IF NOT CFLFILE-OK
000373               DISPLAY 'ERROR IN OPEN COVERAGE FILING EXTRACT '
000374               DISPLAY 'FILE STATUS = ' FS-STAT-CFL
000375               GO TO 900-ERROR.
000376            OPEN OUTPUT CTLFILE
000377            IF NOT CTLFILE-OK
000378               DISPLAY 'ERROR IN OPEN CONTROL REPORT FILE '
000379               DISPLAY 'FILE STATUS = ' FS-STAT-CTL
000380               GO TO 900-ERROR.
000381            MOVE WS-TAX-YEAR          TO CTL-TAX-YEAR-OU
000382                                         STM-TAX-YEAR-OU
000383            MOVE WS-RUN-DATE          TO CTL-RUN-DATE-OU
000384            MOVE DATE-VARS (1:4)      TO STM-DATE-YEAR
000385            MOVE DATE-VARS (5:2)      TO STM-DATE-MONTH
000386            MOVE DATE-VARS (7:2)      TO STM-DATE-DAY
000387            PERFORM 240-READ-POLICY
000388            PERFORM 242-READ-MEMBER
000389            PERFORM 244-READ-EVENT
000390            CONTINUE.
000391*
000392* One policy: build its status timeline from the trail, then
000393* test each member month by month. Members and trail records
000394* of the policy are always consumed, statement or not, so the
000395* three files stay in step.
000396        200-STATE-ONE-POLICY.
000397            ADD 1 TO WS-POLICIES-READ
000398            PERFORM 210-LOAD-STATUS-TIMELINE
000399            MOVE 0 TO WS-MEMBER-COUNT
000400            PERFORM 220-SKIP-ORPHAN-MEMBER
000401               UNTIL END-MBR OR MB-POLICY-NO >= PM-POLICY-NO
000402            PERFORM 205-CHECK-POLICY THRU 205-EXIT
000403            PERFORM 240-READ-POLICY
000404            CONTINUE.
000405*
000406        205-CHECK-POLICY.
000407            IF PM-EFFECTIVE-DATE NOT NUMERIC OR
000408               PM-TERMINATION-DATE NOT NUMERIC
000409               ADD 1 TO WS-POLICIES-BAD-DATES
000410               PERFORM 225-PASS-OVER-MEMBER
000411                  UNTIL END-MBR OR MB-POLICY-NO NOT = PM-POLICY-NO
000412               MOVE 'COVERAGE DATES NOT NUMERIC - NO STMT'
000413                 TO CTL-RESULT-OU
000414               PERFORM 280-WRITE-CONTROL-LINE
000415               GO TO 205-EXIT
000416            END-IF
000417            MOVE PM-EFFECTIVE-DATE   TO WS-SPAN-FROM
000418            MOVE PM-TERMINATION-DATE TO WS-POLICY-TO
000419            IF WS-POLICY-TO = ZERO
000420               MOVE 99999999         TO WS-POLICY-TO
000421            END-IF
000422* Policy-level test first - a policy with no covered month in
000423* the year gets no statement, and its members are passed over
000424            MOVE WS-POLICY-TO        TO WS-SPAN-TO
000425            PERFORM 230-TEST-TWELVE-MONTHS
000426            IF WS-MONTHS-COVERED = 0
000427               ADD 1 TO WS-POLICIES-NOT-IN-FORCE
000428               PERFORM 225-PASS-OVER-MEMBER
000429                  UNTIL END-MBR OR MB-POLICY-NO NOT = PM-POLICY-NO
000430               GO TO 205-EXIT
000431            END-IF
000432            IF END-MBR OR MB-POLICY-NO NOT = PM-POLICY-NO
000433               ADD 1 TO WS-POLICIES-NO-MEMBERS
000434               MOVE 'IN FORCE, NO MEMBERS ON MBRMSTR - NO STMT'
000435                 TO CTL-RESULT-OU
000436               PERFORM 280-WRITE-CONTROL-LINE
000437               GO TO 205-EXIT
000438            END-IF
000439            PERFORM 222-TEST-ONE-MEMBER
000440               UNTIL END-MBR OR MB-POLICY-NO NOT = PM-POLICY-NO
000441            IF WS-MEMBER-COUNT = 0
000442               ADD 1 TO WS-POLICIES-NO-MEMBERS
000443               MOVE 'NO MEMBER COVERED IN THE YEAR - NO STMT'
000444                 TO CTL-RESULT-OU
000445               PERFORM 280-WRITE-CONTROL-LINE
000446               GO TO 205-EXIT
000447            END-IF
000448            PERFORM 250-WRITE-STATEMENT
000449            PERFORM 260-WRITE-FILING-DETAIL
000450               VARYING WS-MEMBER-SUB FROM 1 BY 1
000451               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
000452            MOVE 'STATEMENT PRODUCED' TO CTL-RESULT-OU
000453            PERFORM 280-WRITE-CONTROL-LINE
000454            CONTINUE.
000455        205-EXIT.
000456            EXIT.
000457*
000458* With no lapse or reinstatement on the trail the policy holds
000459* its current master status throughout; otherwise it held the
000460* status on the before image of its first one until then
000461        210-LOAD-STATUS-TIMELINE.
000462            PERFORM 212-SKIP-ORPHAN-EVENT
000463               UNTIL END-EVT OR EV-POLICY-NO >= PM-POLICY-NO
000464            MOVE 1                TO WS-EVENT-COUNT
000465            MOVE ZERO             TO WS-EV-FROM-DATE (1)
000466            IF PM-STATUS-LAPSED
000467               MOVE 'Y'           TO WS-EV-LAPSED (1)
000468            ELSE
000469               MOVE 'N'           TO WS-EV-LAPSED (1)
000470            END-IF
000471            PERFORM 214-LOAD-ONE-EVENT
000472               UNTIL END-EVT OR EV-POLICY-NO NOT = PM-POLICY-NO
000473            CONTINUE.
000474*
000475        212-SKIP-ORPHAN-EVENT.
000476            ADD 1 TO WS-ORPHAN-EVENTS
000477            PERFORM 244-READ-EVENT
000478            CONTINUE.
000479*
000480        214-LOAD-ONE-EVENT.
000481            IF (EV-LAPSE OR EV-REINSTATE) AND EV-DATE NUMERIC
000482               ADD 1 TO WS-EVENTS-USED
000483               IF WS-EVENT-COUNT = 1
000484                  IF EV-BEFORE-LAPSED
000485                     MOVE 'Y'     TO WS-EV-LAPSED (1)
000486                  ELSE
000487                     MOVE 'N'     TO WS-EV-LAPSED (1)
000488                  END-IF
000489               END-IF
000490               IF WS-EVENT-COUNT < EVENT-MAX
000491                  ADD 1 TO WS-EVENT-COUNT
000492                  MOVE EV-DATE
000493                    TO WS-EV-FROM-DATE (WS-EVENT-COUNT)
000494                  IF EV-AFTER-LAPSED
000495                     MOVE 'Y' TO WS-EV-LAPSED (WS-EVENT-COUNT)
000496                  ELSE
000497                     MOVE 'N' TO WS-EV-LAPSED (WS-EVENT-COUNT)
000498                  END-IF
000499               ELSE
000500                  DISPLAY 'WARNING - STATUS TIMELINE FULL, POLICY'
000501                          ' ' PM-POLICY-NO ' EVENT ' EV-DATE
000502                          ' DROPPED'
000503               END-IF
000504            END-IF
000505            PERFORM 244-READ-EVENT
000506            CONTINUE.
000507*
000508        220-SKIP-ORPHAN-MEMBER.
000509            ADD 1 TO WS-ORPHAN-MEMBERS
000510            PERFORM 242-READ-MEMBER
000511            CONTINUE.
000512*
000513* A member's coverage runs inside the policy's and ends on
000514* their own term date when MBRMSTR carries one
000515        222-TEST-ONE-MEMBER.
000516            MOVE WS-POLICY-TO TO WS-SPAN-TO
000517            IF MB-TERM-DATE NUMERIC AND MB-TERM-DATE NOT = ZERO
000518               IF MB-TERM-DATE < WS-SPAN-TO
000519                  MOVE MB-TERM-DATE TO WS-SPAN-TO
000520               END-IF
000521            END-IF
000522            PERFORM 230-TEST-TWELVE-MONTHS
000523            IF WS-MONTHS-COVERED = 0
000524               ADD 1 TO WS-MEMBERS-NOT-COVERED
000525            ELSE
000526               IF WS-MEMBER-COUNT < MEMBER-MAX
000527                  ADD 1 TO WS-MEMBER-COUNT
000528                  MOVE MB-MEMBER-NO
000529                    TO WS-MT-MEMBER-NO (WS-MEMBER-COUNT)
000530                  MOVE MB-LAST-NAME
000531                    TO WS-MT-LAST-NAME (WS-MEMBER-COUNT)
000532                  MOVE MB-FIRST-NAME
000533                    TO WS-MT-FIRST-NAME (WS-MEMBER-COUNT)
000534                  MOVE MB-RELATIONSHIP
000535                    TO WS-MT-RELATIONSHIP (WS-MEMBER-COUNT)
000536                  MOVE ZERO
000537                    TO WS-MT-BIRTH-DATE (WS-MEMBER-COUNT)
000538                  IF MB-BIRTH-DATE NUMERIC
000539                     MOVE MB-BIRTH-DATE
000540                       TO WS-MT-BIRTH-DATE (WS-MEMBER-COUNT)
000541                  END-IF
000542                  MOVE WS-MONTHS-COVERED
000543                    TO WS-MT-MONTHS-COVERED (WS-MEMBER-COUNT)
000544                  MOVE WS-MONTH-FLAGS
000545                    TO WS-MT-MONTH-FLAGS (WS-MEMBER-COUNT)
000546               ELSE
000547                  DISPLAY 'WARNING - MEMBER TABLE FULL, POLICY '
000548                          PM-POLICY-NO ' MEMBER ' MB-MEMBER-NO
000549                          ' LEFT OFF THE STATEMENT'
000550               END-IF
000551            END-IF
000552            PERFORM 242-READ-MEMBER
000553            CONTINUE.
000554*
000555        225-PASS-OVER-MEMBER.
000556            PERFORM 242-READ-MEMBER
000557            CONTINUE.
000558*
000559* Marks each month of the tax year covered or not for the
000560* window WS-SPAN-FROM thru WS-SPAN-TO
000561        230-TEST-TWELVE-MONTHS.
000562            MOVE 0 TO WS-MONTHS-COVERED
000563            PERFORM 232-TEST-ONE-MONTH
000564               VARYING WS-MONTH-SUB FROM 1 BY 1
000565               UNTIL WS-MONTH-SUB > 12
000566            CONTINUE.
000567*
000568* The month is covered when some day of it is inside the
000569* window and inside a stretch of the timeline not lapsed
000570        232-TEST-ONE-MONTH.
000571            COMPUTE WS-MONTH-START =
000572                (WS-TAX-YEAR * 10000) + (WS-MONTH-SUB * 100) + 1
000573            IF WS-MONTH-SUB = 12
000574               COMPUTE WS-MONTH-NEXT =
000575                   ((WS-TAX-YEAR + 1) * 10000) + 101
000576            ELSE
000577               COMPUTE WS-MONTH-NEXT = WS-MONTH-START + 100
000578            END-IF
000579            MOVE WS-MONTH-START TO WS-FIRST-DAY
000580            IF WS-SPAN-FROM > WS-FIRST-DAY
000581               MOVE WS-SPAN-FROM TO WS-FIRST-DAY
000582            END-IF
000583            SET MONTH-NOT-COVERED TO TRUE
000584            IF WS-FIRST-DAY < WS-MONTH-NEXT AND
000585               WS-FIRST-DAY NOT > WS-SPAN-TO
000586               PERFORM 234-TEST-TIMELINE-ENTRY
000587                  VARYING WS-EVENT-SUB FROM 1 BY 1
000588                  UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
000589                     OR MONTH-COVERED
000590            END-IF
000591            IF MONTH-COVERED
000592               ADD 1 TO WS-MONTHS-COVERED
000593               MOVE 'Y' TO WS-MONTH-FLAG (WS-MONTH-SUB)
000594            ELSE
000595               MOVE 'N' TO WS-MONTH-FLAG (WS-MONTH-SUB)
000596            END-IF
000597            CONTINUE.
000598*
000599* A timeline entry runs from its date up to (not including) the
000600* date of the next one
000601        234-TEST-TIMELINE-ENTRY.
000602            IF WS-EV-LAPSED (WS-EVENT-SUB) = 'N'
000603               MOVE WS-FIRST-DAY TO WS-OVERLAP-DAY
000604               IF WS-EV-FROM-DATE (WS-EVENT-SUB) > WS-OVERLAP-DAY
000605                  MOVE WS-EV-FROM-DATE (WS-EVENT-SUB)
000606                    TO WS-OVERLAP-DAY
000607               END-IF
000608               IF WS-EVENT-SUB < WS-EVENT-COUNT
000609                  MOVE WS-EV-FROM-DATE (WS-EVENT-SUB + 1)
000610                    TO WS-INTERVAL-END
000611               ELSE
000612                  MOVE 99999999 TO WS-INTERVAL-END
000613               END-IF
000614               IF WS-OVERLAP-DAY < WS-MONTH-NEXT AND
000615                  WS-OVERLAP-DAY < WS-INTERVAL-END AND
000616                  WS-OVERLAP-DAY NOT > WS-SPAN-TO
000617                  SET MONTH-COVERED TO TRUE
000618               END-IF
000619            END-IF
000620            CONTINUE.
000621*
000622        240-READ-POLICY.
000623            READ POLMSTR
000624               AT END MOVE '1' TO SW-END-PM
000625            END-READ
000626            CONTINUE.
000627*
000628        242-READ-MEMBER.
000629            READ MBRFILE
000630               AT END MOVE '1' TO SW-END-MBR
000631            END-READ
000632            CONTINUE.
000633*
000634        244-READ-EVENT.
000635            READ EVTFILE
000636               AT END MOVE '1' TO SW-END-EVT
000637            END-READ
000638            IF NOT END-EVT AND EV-POLICY-NO NOT NUMERIC
000639               ADD 1 TO WS-ORPHAN-EVENTS
000640               GO TO 244-READ-EVENT
000641            END-IF
000642            CONTINUE.
000643*
000644* The statement goes to the subscriber (member 01 or the 'S'
000645* member), or to the first member listed when neither is covered
000646        250-WRITE-STATEMENT.
000647            MOVE 0 TO WS-MEMBER-SUB
000648            PERFORM 252-FIND-SUBSCRIBER
000649               VARYING WS-FIND-SUB FROM 1 BY 1
000650               UNTIL WS-FIND-SUB > WS-MEMBER-COUNT
000651                  OR WS-MEMBER-SUB > 0
000652            IF WS-MEMBER-SUB = 0
000653               MOVE 1 TO WS-MEMBER-SUB
000654            END-IF
000655            MOVE SPACES TO WS-STATEMENT-NAME
000656            STRING WS-MT-FIRST-NAME (WS-MEMBER-SUB)
000657                      DELIMITED BY '  '
000658                   ' '            DELIMITED BY SIZE
000659                   WS-MT-LAST-NAME (WS-MEMBER-SUB)
000660                      DELIMITED BY '  '
000661              INTO WS-STATEMENT-NAME
000662            END-STRING
000663            WRITE STM-LINE FROM STM-SEPARATOR
000664            WRITE STM-LINE FROM STM-TITLE-LINE
000665            MOVE WS-STATEMENT-NAME   TO STM-NAME-OU
000666            WRITE STM-LINE FROM STM-NAME-LINE
000667            MOVE PM-INSURED-ADDRESS  TO STM-ADDRESS-OU
000668            WRITE STM-LINE FROM STM-ADDR-LINE
000669            MOVE PM-POLICY-NO        TO STM-POLICY-NO-OU
000670            MOVE PM-POLICY-TYPE      TO STM-POLICY-TYPE-OU
000671            WRITE STM-LINE FROM STM-POLICY-LINE
000672            MOVE SPACES TO STM-LINE
000673            WRITE STM-LINE
000674            WRITE STM-LINE FROM STM-TEXT-01
000675            WRITE STM-LINE FROM STM-TEXT-02
000676            MOVE SPACES TO STM-LINE
000677            WRITE STM-LINE
000678            WRITE STM-LINE FROM STM-COLUMN-LINE
000679            PERFORM 254-WRITE-MEMBER-LINE
000680               VARYING WS-MEMBER-SUB FROM 1 BY 1
000681               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
000682            MOVE SPACES TO STM-LINE
000683            WRITE STM-LINE
000684            ADD 1 TO WS-STATEMENTS-WRITTEN
000685            CONTINUE.
000686*
000687        252-FIND-SUBSCRIBER.
000688            IF WS-MT-RELATIONSHIP (WS-FIND-SUB) = 'S' OR
000689               WS-MT-MEMBER-NO (WS-FIND-SUB) = 1
000690               MOVE WS-FIND-SUB TO WS-MEMBER-SUB
000691            END-IF
000692            CONTINUE.
000693*
000694        254-WRITE-MEMBER-LINE.
000695            MOVE WS-MT-MEMBER-NO (WS-MEMBER-SUB)
000696                                     TO STM-MEMBER-NO-OU
000697            MOVE SPACES TO STM-MEMBER-NAME-OU
000698            STRING WS-MT-FIRST-NAME (WS-MEMBER-SUB)
000699                      DELIMITED BY '  '
000700                   ' '            DELIMITED BY SIZE
000701                   WS-MT-LAST-NAME (WS-MEMBER-SUB)
000702                      DELIMITED BY '  '
000703              INTO STM-MEMBER-NAME-OU
000704            END-STRING
000705            EVALUATE WS-MT-RELATIONSHIP (WS-MEMBER-SUB)
000706                WHEN 'S'
000707                    MOVE 'SUBSCRIBER' TO STM-RELATION-OU
000708                WHEN 'P'
000709                    MOVE 'SPOUSE'     TO STM-RELATION-OU
000710                WHEN 'D'
000711                    MOVE 'DEPENDENT'  TO STM-RELATION-OU
000712                WHEN OTHER
000713                    MOVE SPACES       TO STM-RELATION-OU
000714            END-EVALUATE
000715            IF WS-MT-MONTHS-COVERED (WS-MEMBER-SUB) = 12
000716               MOVE '  YES'  TO STM-ALL-YEAR-OU
000717            ELSE
000718               MOVE '  NO'   TO STM-ALL-YEAR-OU
000719            END-IF
000720            PERFORM 256-MARK-ONE-MONTH
000721               VARYING WS-MONTH-SUB FROM 1 BY 1
000722               UNTIL WS-MONTH-SUB > 12
000723            WRITE STM-LINE FROM STM-MEMBER-LINE
000724            CONTINUE.
000725*
000726        256-MARK-ONE-MONTH.
000727            IF WS-MT-MONTH-FLAG (WS-MEMBER-SUB WS-MONTH-SUB) = 'Y'
000728               MOVE 'X'   TO STM-MONTH-MARK (WS-MONTH-SUB)
000729            ELSE
000730               MOVE '-'   TO STM-MONTH-MARK (WS-MONTH-SUB)
000731            END-IF
000732            CONTINUE.
000733*
000734        260-WRITE-FILING-DETAIL.
000735            MOVE SPACES              TO CFL-DETAIL-RECORD
000736            MOVE 'D'                 TO CFL-RECORD-TYPE
000737            MOVE WS-TAX-YEAR         TO CFL-TAX-YEAR
000738            MOVE PM-POLICY-NO        TO CFL-POLICY-NO
000739            MOVE WS-MT-MEMBER-NO (WS-MEMBER-SUB)
000740                                     TO CFL-MEMBER-NO
000741            MOVE WS-MT-LAST-NAME (WS-MEMBER-SUB)
000742                                     TO CFL-LAST-NAME
000743            MOVE WS-MT-FIRST-NAME (WS-MEMBER-SUB)
000744                                     TO CFL-FIRST-NAME
000745            MOVE WS-MT-RELATIONSHIP (WS-MEMBER-SUB)
000746                                     TO CFL-RELATIONSHIP
000747            MOVE WS-MT-BIRTH-DATE (WS-MEMBER-SUB)
000748                                     TO CFL-BIRTH-DATE
000749            MOVE PM-POLICY-TYPE      TO CFL-POLICY-TYPE
000750            MOVE PM-STATE-CODE       TO CFL-STATE-CODE
000751            MOVE PM-INSURED-ADDRESS  TO CFL-ADDRESS
000752            MOVE WS-MT-MONTH-FLAGS (WS-MEMBER-SUB)
000753                                     TO CFL-MONTH-FLAGS
000754            MOVE WS-MT-MONTHS-COVERED (WS-MEMBER-SUB)
000755                                     TO CFL-MONTHS-COVERED
000756            IF WS-MT-MONTHS-COVERED (WS-MEMBER-SUB) = 12
000757               MOVE 'Y'              TO CFL-ALL-YEAR
000758               ADD 1 TO WS-MEMBERS-ALL-YEAR
000759            ELSE
000760               MOVE 'N'              TO CFL-ALL-YEAR
000761            END-IF
000762            WRITE CFL-DETAIL-RECORD
000763            ADD 1 TO WS-MEMBERS-REPORTED
000764            CONTINUE.
000765*
000766        280-WRITE-CONTROL-LINE.
000767            IF WS-CTL-NUM-LINES > 60
000768               PERFORM 282-WRITE-CONTROL-HEADERS
000769            END-IF
000770            MOVE PM-POLICY-NO        TO CTL-POLICY-NO-OU
000771            MOVE WS-MEMBER-COUNT     TO CTL-MEMBERS-OU
000772            MOVE SPACES              TO CTL-NAME-OU
000773            IF WS-MEMBER-COUNT > 0
000774               MOVE WS-STATEMENT-NAME TO CTL-NAME-OU
000775            END-IF
000776            WRITE CTL-REPORT FROM CTL-DETAIL-RECORD
000777            ADD 1 TO WS-CTL-NUM-LINES
000778            CONTINUE.
000779*
000780        282-WRITE-CONTROL-HEADERS.
000781            WRITE CTL-REPORT FROM CTL-HEADER-01
000782            MOVE SPACES TO CTL-REPORT
000783            WRITE CTL-REPORT
000784            WRITE CTL-REPORT FROM CTL-HEADER-02
000785            MOVE 3 TO WS-CTL-NUM-LINES
000786            CONTINUE.
000787*
000788* Members and trail records past the last policy on the master
000789* belong to no policy
000790        290-COUNT-LEFTOVERS.
000791            PERFORM 220-SKIP-ORPHAN-MEMBER UNTIL END-MBR
000792            PERFORM 212-SKIP-ORPHAN-EVENT UNTIL END-EVT
000793            CONTINUE.
000794*
000795        300-TERMINAR.
000796            IF WS-CTL-NUM-LINES > 60
000797               PERFORM 282-WRITE-CONTROL-HEADERS
000798            END-IF
000799            MOVE SPACES TO CTL-REPORT
000800            WRITE CTL-REPORT
000801            MOVE 'POLICIES READ'             TO CTL-TOTAL-LABEL
000802            MOVE WS-POLICIES-READ            TO CTL-TOTAL-OU
000803            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000804            MOVE 'STATEMENTS PRODUCED'       TO CTL-TOTAL-LABEL
000805            MOVE WS-STATEMENTS-WRITTEN       TO CTL-TOTAL-OU
000806            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000807            MOVE 'MEMBERS ON STATEMENTS'     TO CTL-TOTAL-LABEL
000808            MOVE WS-MEMBERS-REPORTED         TO CTL-TOTAL-OU
000809            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000810            MOVE '  COVERED ALL TWELVE MONTHS'
000811                                             TO CTL-TOTAL-LABEL
000812            MOVE WS-MEMBERS-ALL-YEAR         TO CTL-TOTAL-OU
000813            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000814            MOVE 'MEMBERS NOT COVERED IN THE YEAR'
000815                                             TO CTL-TOTAL-LABEL
000816            MOVE WS-MEMBERS-NOT-COVERED      TO CTL-TOTAL-OU
000817            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000818            MOVE 'POLICIES NOT IN FORCE IN THE YEAR'
000819                                             TO CTL-TOTAL-LABEL
000820            MOVE WS-POLICIES-NOT-IN-FORCE    TO CTL-TOTAL-OU
000821            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000822            MOVE 'POLICIES WITH NO COVERED MEMBER'
000823                                             TO CTL-TOTAL-LABEL
000824            MOVE WS-POLICIES-NO-MEMBERS      TO CTL-TOTAL-OU
000825            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000826            MOVE 'POLICIES WITH BAD COVERAGE DATES'
000827                                             TO CTL-TOTAL-LABEL
000828            MOVE WS-POLICIES-BAD-DATES       TO CTL-TOTAL-OU
000829            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000830            MOVE 'MEMBERS WITH NO POLICY ON POLMSTR'
000831                                             TO CTL-TOTAL-LABEL
000832            MOVE WS-ORPHAN-MEMBERS           TO CTL-TOTAL-OU
000833            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000834            MOVE 'LAPSES/REINSTATEMENTS APPLIED'
000835                                             TO CTL-TOTAL-LABEL
000836            MOVE WS-EVENTS-USED              TO CTL-TOTAL-OU
000837            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000838            MOVE 'TRAIL RECORDS WITH NO POLICY'
000839                                             TO CTL-TOTAL-LABEL
000840            MOVE WS-ORPHAN-EVENTS            TO CTL-TOTAL-OU
000841            WRITE CTL-REPORT FROM CTL-TOTAL-LINE
000842            MOVE SPACES                TO CFL-TRAILER-RECORD
000843            MOVE 'T'                   TO CFT-RECORD-TYPE
000844            MOVE WS-TAX-YEAR           TO CFT-TAX-YEAR
000845            MOVE WS-RUN-DATE           TO CFT-CREATE-DATE
000846            MOVE WS-STATEMENTS-WRITTEN TO CFT-STATEMENT-COUNT
000847            MOVE WS-MEMBERS-REPORTED   TO CFT-MEMBER-COUNT
000848            WRITE CFL-TRAILER-RECORD
000849            DISPLAY "----------------  "
000850            DISPLAY 'Control Counters  '
000851            DISPLAY "----------------  "
000852            MOVE WS-POLICIES-READ      TO REC-KTR-OUT
000853            DISPLAY 'Policies Read:      ' REC-KTR-OUT
000854            MOVE WS-STATEMENTS-WRITTEN TO REC-KTR-OUT
000855            DISPLAY 'Statements:         ' REC-KTR-OUT
000856            MOVE WS-MEMBERS-REPORTED   TO REC-KTR-OUT
000857            DISPLAY 'Members Reported:   ' REC-KTR-OUT
000858            CLOSE POLMSTR MBRFILE EVTFILE STMFILE CFLFILE CTLFILE
000859            DISPLAY "END PROGR: COVSTMT"
000860            CONTINUE.
000861*
000862        900-ERROR.
000863            MOVE +12 TO RETURN-CODE
000864            GOBACK.
