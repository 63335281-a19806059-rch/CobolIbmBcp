000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. ENRLFEED.
000003*===============================================================*
000004* EMPLOYER-GROUP ENROLLMENT FEED                               =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* READS THE EMPLOYER GROUPS' MONTHLY ELIGIBILITY FILES (ENRLGRP,=*
000009* SEE ENRLGRPR - ONE HEADER/DETAIL/TRAILER SET PER GROUP) AND   =*
000010* EDITS EVERY MEMBER AGAINST POLMSTR AND MBRMSTR. WHAT IS NEW   =*
000011* OR DIFFERENT COMES OUT AS THE MAINTENANCE TRANSACTIONS        =*
000012* POLMAINT (OPOLTRAN) AND MBRMAINT (OMBRTRAN) ALREADY APPLY:    =*
000013* A NEW SUBSCRIBER IS A POLICY ADD UNDER THE GROUP, A CHANGED   =*
000014* SUBSCRIBER ADDRESS A 'M' CHANGE, A NEW OR RENAMED MEMBER A    =*
000015* MEMBER ADD OR CHANGE. A TERMINATED SUBSCRIBER ENDS THE POLICY =*
000016* ('T' TERMINATION DATE); A TERMINATED DEPENDENT GETS A MBRMSTR =*
000016* COVERAGE TERM DATE ('T' MEMBER TRANSACTION), SO CLAIMS SERVED =*
000016* BEFORE IT STILL PAY. ON A FULL-FILE REPLACEMENT EVERY ACTIVE  =*
000017* MEMBER OF THE GROUP MISSING FROM THE FILE IS TERMINATED AS OF =*
000018* THE HEADER DATE - BUT ONLY WHEN THE TRAILER COUNT PROVES THE  =*
000019* FILE ARRIVED WHOLE. EVERY DISCREPANCY AND EVERY TERMINATION   =*
000020* GOES ON THE OENRLRC RECONCILIATION REPORT FOR THE GROUP       =*
000021* ACCOUNT MANAGER, WITH A TOTALS LINE PER GROUP.                =*
000023*---------------------------------------------------------------*
000024* MODIFICATION HISTORY:                                        =*
000025* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000025* 15/10/2026 RCH - DEPENDENT TERMINATIONS SET THE MBRMSTR      =*
000025*                  TERM DATE INSTEAD OF DELETING; BIRTH DATE   =*
000025*                  CARRIED THROUGH TO MBRTRAN                  =*
000025* 15/10/2026 RCH - BATCH OPERATOR ID ON THE GENERATED POLTRAN   =*
000025*                  AND MBRTRAN FOR THE OPERAUTH CHECK           =*
000026*===============================================================*
000027        ENVIRONMENT DIVISION.
000028        INPUT-OUTPUT SECTION.
000029        FILE-CONTROL.
000030            SELECT GRPFILE   ASSIGN TO ENRLGRP
000031               FILE STATUS  IS FS-STAT-GRP.
000032*    *
000033* Policy master - read by key for each member, browsed in key
000034* order for the group's policies at the end of a full file
000035            SELECT POLMSTR   ASSIGN TO POLMSTR
000036               ORGANIZATION IS INDEXED
000037               ACCESS MODE  IS DYNAMIC
000038               RECORD KEY   IS PM-POLICY-NO
000039               FILE STATUS  IS FS-STAT-PM.
000040*    *
000041            SELECT MBRFILE   ASSIGN TO MBRMSTR
000042               ORGANIZATION IS INDEXED
000043               ACCESS MODE  IS DYNAMIC
000044               RECORD KEY   IS MB-KEY
000045               FILE STATUS  IS FS-STAT-MBR.
000046*    *
000047            SELECT PTRFILE   ASSIGN TO OPOLTRAN
000048               FILE STATUS  IS FS-STAT-PTR.
000049*    *
000050            SELECT MTRFILE   ASSIGN TO OMBRTRAN
000051               FILE STATUS  IS FS-STAT-MTR.
000052*    *
000053            SELECT RPTFILE   ASSIGN TO OENRLRC
000054               FILE STATUS  IS FS-STAT-RPT.
000055        DATA DIVISION.
000056        FILE SECTION.
000057        FD  GRPFILE
000058            RECORDING MODE IS F
000059            RECORD CONTAINS 120 CHARACTERS
000060            BLOCK CONTAINS 0 RECORDS
000061            DATA RECORD IS GROUP-RECORD.
000062        01  GROUP-RECORD.
000063            COPY ENRLGRPR.
000064*
000065        FD  POLMSTR
000066            RECORDING MODE IS F
000067            RECORD CONTAINS 80 CHARACTERS
000068            BLOCK CONTAINS 0 RECORDS
000069            DATA RECORD IS POLICY-MASTER-RECORD.
000070        01  POLICY-MASTER-RECORD.
000071            COPY POLMSTRR.
000072*
000073        FD  MBRFILE
000074            RECORDING MODE IS F
000075            RECORD CONTAINS 80 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000077            DATA RECORD IS MEMBER-RECORD.
000078        01  MEMBER-RECORD.
000079            COPY MBRMSTRR.
000080*
000081* Generated policy maintenance - POLMAINT's POLTRAN layout
000082        FD  PTRFILE
000083            RECORDING MODE IS F
000084            RECORD CONTAINS 80 CHARACTERS
000085            BLOCK CONTAINS 0 RECORDS
000086            DATA RECORD IS PTR-RECORD.
000087        01  PTR-RECORD.
000088            05  PTR-ACTION                       PIC X(01).
000089            05  PTR-POLICY-NO                    PIC 9(07).
000090            05  PTR-EFFECTIVE-DATE               PIC 9(08).
000091            05  PTR-TERMINATION-DATE             PIC 9(08).
000092            05  PTR-INSURED-ADDRESS              PIC X(30).
000093            05  PTR-POLICY-TYPE                  PIC 9(01).
000094            05  PTR-STATE-CODE                   PIC X(02).
000095            05  PTR-AGENT-NO                     PIC 9(05).
000096            05  PTR-GROUP-NO                     PIC X(06).
000096            05  FILLER                           PIC X(01).
000096            05  PTR-OPERATOR-ID                  PIC X(08).
000097            05  FILLER                           PIC X(03).
000098*
000099* Generated member maintenance - MBRMAINT's MBRTRAN layout
000100        FD  MTRFILE
000101            RECORDING MODE IS F
000102            RECORD CONTAINS 80 CHARACTERS
000103            BLOCK CONTAINS 0 RECORDS
000104            DATA RECORD IS MTR-RECORD.
000105        01  MTR-RECORD.
000106            05  MTR-ACTION                       PIC X(01).
000107            05  MTR-POLICY-NO                    PIC 9(07).
000108            05  MTR-MEMBER-NO                    PIC 9(02).
000109            05  MTR-LAST-NAME                    PIC X(15).
000110            05  MTR-FIRST-NAME                   PIC X(10).
000111            05  MTR-RELATIONSHIP                 PIC X(01).
000111            05  MTR-BIRTH-DATE                   PIC 9(08).
000111            05  MTR-TERM-DATE                    PIC 9(08).
000111            05  MTR-OPERATOR-ID                  PIC X(08).
000112            05  FILLER                           PIC X(20).
000113*
000114        FD  RPTFILE
000115            RECORDING MODE IS F
000116            RECORD CONTAINS 133 CHARACTERS
000117            BLOCK CONTAINS 0 RECORDS
000118            DATA RECORD IS RPT-REPORT.
000119        01  RPT-REPORT                           PIC X(133).
000120*
000121        WORKING-STORAGE SECTION.
000122*Working Variables
000123        01  WS-CONTADORES.
000124          05  WS-RECORDS-READ         PIC S9(8) COMP SYNC VALUE 0.
000125          05  WS-GROUPS-READ          PIC S9(8) COMP SYNC VALUE 0.
000126          05  WS-DETAILS-READ         PIC S9(8) COMP SYNC VALUE 0.
000127          05  WS-POLTRAN-WRITTEN      PIC S9(8) COMP SYNC VALUE 0.
000128          05  WS-MBRTRAN-WRITTEN      PIC S9(8) COMP SYNC VALUE 0.
000129          05  WS-DISCREPANCIES        PIC S9(8) COMP SYNC VALUE 0.
000130          05  WS-RPT-NUM-LINES        PIC S9(4) COMP VALUE 61.
000131*Counts for the group in hand - printed on its totals line
000132        01  WS-GROUP-COUNTERS.
000133          05  WS-GRP-DETAILS          PIC S9(8) COMP SYNC VALUE 0.
000134          05  WS-GRP-ADDS             PIC S9(8) COMP SYNC VALUE 0.
000135          05  WS-GRP-CHANGES          PIC S9(8) COMP SYNC VALUE 0.
000136          05  WS-GRP-TERMS            PIC S9(8) COMP SYNC VALUE 0.
000137          05  WS-GRP-DISCREP          PIC S9(8) COMP SYNC VALUE 0.
000138*The group in hand - taken from its header record
000139        01  WS-GROUP-VARS.
000140            05  WS-CUR-GROUP-NO            PIC X(06) VALUE SPACES.
000141            05  WS-CUR-GROUP-NAME          PIC X(30) VALUE SPACES.
000142            05  WS-CUR-FILE-TYPE           PIC X(01) VALUE SPACE.
000143                88 CUR-FULL-FILE              VALUE 'F'.
000144            05  WS-CUR-AS-OF-DATE          PIC 9(08) VALUE ZERO.
000145            05  WS-CUR-AGENT-NO            PIC 9(05) VALUE ZERO.
000146            05  WS-PREV-KEY                PIC X(09) VALUE SPACES.
000147            05  WS-NEW-POLICY-NO           PIC 9(07) VALUE ZERO.
000148            05  WS-TERM-DATE               PIC 9(08) VALUE ZERO.
000149            05  WS-OPEN-TERM-DATE          PIC 9(08)
000150                    VALUE 20991231.
000151*Switches Variables & File Status
000152        01  SW-SWITCHE-VARS.
000153            05  SW-END-GRP                      PIC X VALUE '0'.
000154                88 END-GRP                         VALUE '1'.
000155            05  SW-IN-GROUP                     PIC X VALUE 'N'.
000156                88 IN-GROUP                        VALUE 'Y'.
000157                88 NOT-IN-GROUP                    VALUE 'N'.
000158            05  SW-GROUP-SKIPPED                PIC X VALUE 'N'.
000159                88 GROUP-SKIPPED                   VALUE 'Y'.
000160* Dropped members are only derived from a full file that
000161* arrived whole - a short file must not terminate the rest
000162            05  SW-SEEN-TABLE-FULL              PIC X VALUE 'N'.
000163                88 SEEN-TABLE-FULL                 VALUE 'Y'.
000164            05  SW-DERIVE-TERMS                 PIC X VALUE 'N'.
000165                88 DERIVE-TERMS                    VALUE 'Y'.
000166                88 NO-DERIVED-TERMS                VALUE 'N'.
000167            05  SW-POLICY-FOUND                 PIC X VALUE 'N'.
000168                88 POLICY-FOUND                    VALUE 'Y'.
000169                88 POLICY-NOT-FOUND                VALUE 'N'.
000170            05  SW-MEMBER-FOUND                 PIC X VALUE 'N'.
000171                88 MEMBER-FOUND                    VALUE 'Y'.
000172                88 MEMBER-NOT-FOUND                VALUE 'N'.
000173            05  SW-END-POLICIES                 PIC X VALUE 'N'.
000174                88 END-POLICIES                    VALUE 'Y'.
000175            05  SW-END-MEMBERS                  PIC X VALUE 'N'.
000176                88 END-MEMBERS                     VALUE 'Y'.
000177            05  SW-KEY-SEEN                     PIC X VALUE 'N'.
000178                88 KEY-SEEN                        VALUE 'Y'.
000179                88 KEY-NOT-SEEN                    VALUE 'N'.
000180            05  FS-STAT-GRP                     PIC X(02).
000181                88 GRPFILE-OK                      VALUE '00'.
000182            05  FS-STAT-PM                      PIC X(02).
000183                88 POLMSTR-OK                      VALUE '00'.
000184            05  FS-STAT-MBR                     PIC X(02).
000185                88 MBRFILE-OK                      VALUE '00'.
000186            05  FS-STAT-PTR                     PIC X(02).
000187                88 PTRFILE-OK                      VALUE '00'.
000188            05  FS-STAT-MTR                     PIC X(02).
000189                88 MTRFILE-OK                      VALUE '00'.
000190            05  FS-STAT-RPT                     PIC X(02).
000191                88 RPTFILE-OK                      VALUE '00'.
000192        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000192* Operator id the generated transactions carry - OPERAUTH must
000192* grant it POLMAINT and MBRMAINT authority (see OPAUTHLD.JCL)
000192        01  WS-BATCH-OPERATOR          PIC X(08) VALUE 'ENRLFEED'.
000193*Every member key the group's file carried, in the ascending
000194*policy/member order the sequence edit enforces - a full file's
000195*dropped members are the group's master keys not found here
000196        77  SEEN-MAX                PIC S9(8) COMP VALUE 20000.
000197        77  WS-SEEN-COUNT           PIC S9(8) COMP VALUE 0.
000198        01  WS-SEEN-TABLE.
000199            05  WS-SEEN-ENTRY OCCURS 1 TO 20000 TIMES
000200                          DEPENDING ON WS-SEEN-COUNT
000201                          ASCENDING KEY IS WS-SEEN-KEY
000202                          INDEXED BY SEEN-IDX.
000203                10  WS-SEEN-KEY            PIC X(09).
000204        01  WS-LOOK-KEY.
000205            05  WS-LOOK-POLICY-NO          PIC 9(07).
000206            05  WS-LOOK-MEMBER-NO          PIC 9(02).
000207*Editing Variables
000208        01  WS-EDIT-VARS.
000209            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000210            05  DATE-VARS                  PIC X(15).
000211*Date-Validation Variables - GNSPPDTV confirms the header and
000212*member dates are real calendar dates
000213            COPY GNSWVDTV.
000214*Reconciliation report lines
000215        01  WS-RPT-LINES.
000216            02  RPT-HEADER-01.
000217                05  FILLER            PIC X VALUE SPACE.
000218                05  FILLER            PIC X(45)
000219                  VALUE 'Group Enrollment Reconciliation Report'.
000220                05  FILLER            PIC X(09) VALUE 'RUN DATE '.
000221                05  RPT-RUN-DATE-OU   PIC X(08).
000222            02  RPT-HEADER-02.
000223                05  FILLER            PIC X VALUE SPACE.
000224                05  FILLER            PIC X(08) VALUE 'GROUP'.
000225                05  FILLER            PIC X(09) VALUE 'POLICY'.
000226                05  FILLER            PIC X(05) VALUE 'MBR'.
000227                05  FILLER            PIC X(27)
000228                    VALUE 'MEMBER NAME'.
000229                05  FILLER            PIC X(42) VALUE 'ITEM'.
000230                05  FILLER            PIC X(12) VALUE 'ACTION'.
000231            02  RPT-GROUP-LINE.
000232                05  FILLER            PIC X VALUE SPACE.
000233                05  FILLER            PIC X(07) VALUE 'GROUP '.
000234                05  RPT-GRP-NO-OU     PIC X(06).
000235                05  FILLER            PIC X(02) VALUE SPACES.
000236                05  RPT-GRP-NAME-OU   PIC X(30).
000237                05  FILLER            PIC X(02) VALUE SPACES.
000238                05  RPT-GRP-TYPE-OU   PIC X(12).
000239                05  FILLER            PIC X(07) VALUE ' AS OF '.
000240                05  RPT-GRP-DATE-OU   PIC 9(08).
000241            02  RPT-DETAIL-RECORD.
000242                05  FILLER            PIC X VALUE SPACE.
000243                05  RPT-GROUP-NO-OU        PIC X(06).
000244                05  FILLER            PIC X(02) VALUE SPACES.
000245                05  RPT-POLICY-NO-OU       PIC X(07).
000246                05  FILLER            PIC X(02) VALUE SPACES.
000247                05  RPT-MEMBER-NO-OU       PIC X(02).
000248                05  FILLER            PIC X(03) VALUE SPACES.
000249                05  RPT-NAME-OU            PIC X(26).
000250                05  FILLER            PIC X VALUE SPACE.
000251                05  RPT-ITEM-OU            PIC X(40).
000252                05  FILLER            PIC X(02) VALUE SPACES.
000253                05  RPT-ACTION-OU          PIC X(12).
000254            02  RPT-TOTAL-LINE.
000255                05  FILLER            PIC X VALUE SPACE.
000256                05  FILLER            PIC X(07) VALUE 'GROUP '.
000257                05  RPT-TOT-GROUP-OU  PIC X(06).
000258                05  FILLER            PIC X(10)
000259                    VALUE ' MEMBERS: '.
000260                05  RPT-TOT-DETAIL-OU PIC ZZZ,ZZ9.
000261                05  FILLER            PIC X(07) VALUE ' ADDS: '.
000262                05  RPT-TOT-ADD-OU    PIC ZZZ,ZZ9.
000263                05  FILLER            PIC X(10)
000264                    VALUE ' CHANGES: '.
000265                05  RPT-TOT-CHG-OU    PIC ZZZ,ZZ9.
000266                05  FILLER            PIC X(08) VALUE ' TERMS: '.
000267                05  RPT-TOT-TERM-OU   PIC ZZZ,ZZ9.
000268                05  FILLER            PIC X(16)
000269                    VALUE ' DISCREPANCIES: '.
000270                05  RPT-TOT-DISC-OU   PIC ZZZ,ZZ9.
000271            02  RPT-BLANK-LINE.
000272                05  FILLER            PIC X(133) VALUE SPACES.
000273*
000274        PROCEDURE DIVISION.
000275            PERFORM 100-OPEN-FILES
000276            PERFORM 200-PROCESS-ONE-RECORD UNTIL END-GRP
000277            IF IN-GROUP
000278               MOVE 'GROUP FILE ENDED WITH NO TRAILER'
000279                 TO WS-REJECT-REASON
000280               PERFORM 275-GROUP-DISCREPANCY
000281               PERFORM 255-FINISH-GROUP
000282            END-IF
000283            PERFORM 300-TERMINAR
000284            GOBACK.
000285*
000286        100-OPEN-FILES.
000287            DISPLAY "Init ENRLFEED.."
000288            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000289            MOVE DATE-VARS (1:8) TO RPT-RUN-DATE-OU
000290            OPEN INPUT GRPFILE
000291            IF NOT GRPFILE-OK
000292               DISPLAY 'ERROR IN OPEN ENRLGRP GROUP FILE '
000293               DISPLAY 'FILE STATUS = ' FS-STAT-GRP
000294               GO TO 900-ERROR.
000295            OPEN INPUT POLMSTR
000296            IF NOT POLMSTR-OK
000297               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000298               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000299               GO TO 900-ERROR.
000300            OPEN INPUT MBRFILE
000301            IF NOT MBRFILE-OK
000302               DISPLAY 'ERROR IN OPEN MBRMSTR MEMBER FILE '
000303               DISPLAY 'FILE STATUS = ' FS-STAT-MBR
000304               GO TO 900-ERROR.
000305            OPEN OUTPUT PTRFILE
000306            IF NOT PTRFILE-OK
000307               DISPLAY 'ERROR IN OPEN OPOLTRAN OUTPUT FILE '
000308               DISPLAY 'FILE STATUS = ' FS-STAT-PTR
000309               GO TO 900-ERROR.
000310            OPEN OUTPUT MTRFILE
000311            IF NOT MTRFILE-OK
000312               DISPLAY 'ERROR IN OPEN OMBRTRAN OUTPUT FILE '
000313               DISPLAY 'FILE STATUS = ' FS-STAT-MTR
000314               GO TO 900-ERROR.
000315            OPEN OUTPUT RPTFILE
000316            IF NOT RPTFILE-OK
000317               DISPLAY 'ERROR IN OPEN OENRLRC REPORT FILE '
000318               DISPLAY 'FILE STATUS = ' FS-STAT-RPT
000319               GO TO 900-ERROR.
000320            PERFORM 240-READ-GROUP-FILE
000321            CONTINUE.
000322*
000323        200-PROCESS-ONE-RECORD.
000324            ADD 1 TO WS-RECORDS-READ
000325            EVALUATE TRUE
000326                WHEN EG-HEADER
000327                    PERFORM 205-START-GROUP
000328                WHEN EG-DETAIL
000329                    PERFORM 210-PROCESS-DETAIL
000330                WHEN EG-TRAILER
000331                    PERFORM 250-END-GROUP
000332                WHEN OTHER
000333                    MOVE 'RECORD TYPE NOT H/D/T'
000334                      TO WS-REJECT-REASON
000335                    PERFORM 270-DETAIL-DISCREPANCY
000336            END-EVALUATE
000337            PERFORM 240-READ-GROUP-FILE
000338            CONTINUE.
000339*
000340* A header opens the group. A header arriving while another
000341* group is still open means that group lost its trailer.
000342        205-START-GROUP.
000343            IF IN-GROUP
000344               MOVE 'NEXT HEADER ARRIVED BEFORE THE TRAILER'
000345                 TO WS-REJECT-REASON
000346               PERFORM 275-GROUP-DISCREPANCY
000347               PERFORM 255-FINISH-GROUP
000348            END-IF
000349            ADD 1 TO WS-GROUPS-READ
000350            INITIALIZE WS-GROUP-COUNTERS
000351            SET IN-GROUP             TO TRUE
000352            MOVE 'N'                 TO SW-GROUP-SKIPPED
000353                                        SW-SEEN-TABLE-FULL
000354            SET NO-DERIVED-TERMS     TO TRUE
000355            MOVE ZERO                TO WS-SEEN-COUNT
000356            MOVE LOW-VALUES          TO WS-PREV-KEY
000357            MOVE ZERO                TO WS-NEW-POLICY-NO
000358            MOVE EG-GROUP-NO         TO WS-CUR-GROUP-NO
000359            MOVE EG-GROUP-NAME       TO WS-CUR-GROUP-NAME
000360            MOVE EG-FILE-TYPE        TO WS-CUR-FILE-TYPE
000361            MOVE ZERO                TO WS-CUR-AS-OF-DATE
000362                                        WS-CUR-AGENT-NO
000363            MOVE SPACES              TO WS-REJECT-REASON
000364            EVALUATE TRUE
000365                WHEN EG-GROUP-NO = SPACES
000366                    MOVE 'GROUP NUMBER MISSING ON HEADER'
000367                      TO WS-REJECT-REASON
000368                WHEN NOT EG-FULL-FILE AND NOT EG-CHANGE-FILE
000369                    MOVE 'FILE TYPE NOT F/C ON HEADER'
000370                      TO WS-REJECT-REASON
000371                WHEN EG-AS-OF-DATE NOT NUMERIC
000372                    MOVE 'AS-OF DATE NOT NUMERIC ON HEADER'
000373                      TO WS-REJECT-REASON
000374                WHEN EG-AGENT-NO NOT NUMERIC
000375                    MOVE 'GROUP AGENT NUMBER NOT NUMERIC'
000376                      TO WS-REJECT-REASON
000377                WHEN OTHER
000378                    MOVE EG-AS-OF-DATE TO DTV-DATE-NUM
000379                    PERFORM 245-CALL-DATE-VALIDATOR
000380            END-EVALUATE
000381            IF WS-REJECT-REASON = SPACES
000382               MOVE EG-AS-OF-DATE    TO WS-CUR-AS-OF-DATE
000383               MOVE EG-AGENT-NO      TO WS-CUR-AGENT-NO
000384            END-IF
000385            MOVE WS-CUR-GROUP-NO     TO RPT-GRP-NO-OU
000386            MOVE WS-CUR-GROUP-NAME   TO RPT-GRP-NAME-OU
000387            IF CUR-FULL-FILE
000388               MOVE 'FULL FILE'      TO RPT-GRP-TYPE-OU
000389            ELSE
000390               MOVE 'CHANGE FILE'    TO RPT-GRP-TYPE-OU
000391            END-IF
000392            MOVE WS-CUR-AS-OF-DATE   TO RPT-GRP-DATE-OU
000393            IF WS-RPT-NUM-LINES > 56 THEN
000394               PERFORM 285-WRITE-REPORT-TITLES
000395            END-IF
000396            WRITE RPT-REPORT FROM RPT-BLANK-LINE
000397            WRITE RPT-REPORT FROM RPT-GROUP-LINE
000398            ADD 2 TO WS-RPT-NUM-LINES
000399* A header that fails its edits skips the whole group - its
000400* details cannot be trusted to belong to anyone
000401            IF WS-REJECT-REASON NOT = SPACES
000402               SET GROUP-SKIPPED TO TRUE
000403               PERFORM 275-GROUP-DISCREPANCY
000404            END-IF
000405            CONTINUE.
000406*
000407* One member of the group. Field edits first, strictest first;
000408* a member that passes is remembered for the full-file sweep
000409* and then matched to the masters.
000410        210-PROCESS-DETAIL.
000411            ADD 1 TO WS-DETAILS-READ
000412            IF NOT-IN-GROUP
000413               MOVE 'DETAIL WITH NO GROUP HEADER'
000414                 TO WS-REJECT-REASON
000415               PERFORM 270-DETAIL-DISCREPANCY
000416            ELSE
000417               ADD 1 TO WS-GRP-DETAILS
000418               IF NOT GROUP-SKIPPED
000419                  PERFORM 212-EDIT-DETAIL
000420                  IF WS-REJECT-REASON NOT = SPACES
000421                     PERFORM 270-DETAIL-DISCREPANCY
000422                  ELSE
000423                     PERFORM 214-REMEMBER-KEY
000424                     IF EG-ACTION-TERM
000425                        PERFORM 230-TERMINATE-FROM-FILE
000426                     ELSE
000427                        PERFORM 220-MATCH-MEMBER
000428                     END-IF
000429                  END-IF
000430               END-IF
000431            END-IF
000432            CONTINUE.
000433*
000434        212-EDIT-DETAIL.
000435            MOVE SPACES TO WS-REJECT-REASON
000436            EVALUATE TRUE
000437                WHEN EG-GROUP-NO NOT = WS-CUR-GROUP-NO
000438                    MOVE 'GROUP NUMBER DIFFERS FROM HEADER'
000439                      TO WS-REJECT-REASON
000440                WHEN EG-POLICY-NO NOT NUMERIC
000441                    MOVE 'POLICY NUMBER NOT NUMERIC'
000442                      TO WS-REJECT-REASON
000443                WHEN EG-MEMBER-NO NOT NUMERIC
000444                    MOVE 'MEMBER NUMBER NOT NUMERIC'
000445                      TO WS-REJECT-REASON
000446                WHEN EG-MEMBER-NO = ZERO
000447                    MOVE 'MEMBER NUMBER MUST BE 01-99'
000448                      TO WS-REJECT-REASON
000449                WHEN EG-KEY NOT > WS-PREV-KEY
000450                    MOVE 'OUT OF POLICY/MEMBER SEQUENCE'
000451                      TO WS-REJECT-REASON
000452                WHEN EG-ACTION NOT = SPACE AND
000453                     NOT EG-ACTION-ADD AND
000454                     NOT EG-ACTION-CHANGE AND
000455                     NOT EG-ACTION-TERM
000456                    MOVE 'ACTION NOT A/C/T'
000457                      TO WS-REJECT-REASON
000458                WHEN EG-ACTION-TERM
000459                    CONTINUE
000460                WHEN EG-LAST-NAME = SPACES
000461                    MOVE 'MEMBER LAST NAME MISSING'
000462                      TO WS-REJECT-REASON
000463                WHEN EG-MEMBER-NO = 01 AND
000464                     EG-RELATIONSHIP NOT = 'S'
000465                    MOVE 'MEMBER 01 MUST BE THE SUBSCRIBER'
000466                      TO WS-REJECT-REASON
000467                WHEN EG-MEMBER-NO NOT = 01 AND
000468                     EG-RELATIONSHIP NOT = 'P' AND
000469                     EG-RELATIONSHIP NOT = 'D'
000470                    MOVE 'DEPENDENT RELATIONSHIP NOT P/D'
000471                      TO WS-REJECT-REASON
000472                WHEN OTHER
000473                    CONTINUE
000474            END-EVALUATE
000475            IF WS-REJECT-REASON = SPACES
000476               MOVE EG-KEY TO WS-PREV-KEY
000477            END-IF
000478            CONTINUE.
000479*
000480* A group too big for the table cannot have its dropped members
000481* worked out safely, so its full-file terminations are withheld
000482        214-REMEMBER-KEY.
000483            IF WS-SEEN-COUNT < SEEN-MAX
000484               ADD 1 TO WS-SEEN-COUNT
000485               MOVE EG-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
000486            ELSE
000487               IF NOT SEEN-TABLE-FULL
000488                  MOVE 'GROUP OVER TABLE LIMIT - NO DROP TERMS'
000489                    TO WS-REJECT-REASON
000490                  PERFORM 275-GROUP-DISCREPANCY
000491               END-IF
000492               SET SEEN-TABLE-FULL TO TRUE
000493            END-IF
000494            CONTINUE.
000495*
000496        215-READ-POLICY.
000497            SET POLICY-FOUND TO TRUE
000498            MOVE EG-POLICY-NO TO PM-POLICY-NO
000499            READ POLMSTR
000500               INVALID KEY
000501                  SET POLICY-NOT-FOUND TO TRUE
000502            END-READ
000503            CONTINUE.
000504*
000505        217-READ-MEMBER.
000506            SET MEMBER-FOUND TO TRUE
000507            MOVE EG-POLICY-NO TO MB-POLICY-NO
000508            MOVE EG-MEMBER-NO TO MB-MEMBER-NO
000509            READ MBRFILE
000510               INVALID KEY
000511                  SET MEMBER-NOT-FOUND TO TRUE
000512            END-READ
000513            CONTINUE.
000514*
000515* A subscriber not yet on POLMSTR is new business under the
000516* group; a dependent may only ride in behind a subscriber added
000517* in this same run. A policy already on file must belong to
000518* this group and still be in force.
000519        220-MATCH-MEMBER.
000520            PERFORM 215-READ-POLICY
000521            EVALUATE TRUE
000522                WHEN POLICY-NOT-FOUND AND EG-MEMBER-NO = 01
000523                    PERFORM 222-ADD-POLICY
000524                WHEN POLICY-NOT-FOUND AND
000525                     EG-POLICY-NO = WS-NEW-POLICY-NO
000526                    PERFORM 226-WRITE-MEMBER-ADD
000527                WHEN POLICY-NOT-FOUND
000528                    MOVE 'POLICY NOT ON POLMSTR, NO SUBSCRIBER'
000529                      TO WS-REJECT-REASON
000530                    PERFORM 270-DETAIL-DISCREPANCY
000531                WHEN PM-GROUP-NO NOT = WS-CUR-GROUP-NO
000532                    MOVE 'POLICY ENROLLED UNDER ANOTHER GROUP'
000533                      TO WS-REJECT-REASON
000534                    PERFORM 270-DETAIL-DISCREPANCY
000535                WHEN NOT PM-STATUS-ACTIVE
000536                    MOVE 'POLICY NOT ACTIVE ON POLMSTR'
000537                      TO WS-REJECT-REASON
000538                    PERFORM 270-DETAIL-DISCREPANCY
000539                WHEN OTHER
000540                    PERFORM 224-UPDATE-EXISTING
000541            END-EVALUATE
000542            CONTINUE.
000543*
000544* New subscriber - a policy add under the group and its agent,
000545* open-ended unless the file carries a termination date, then
000546* the subscriber's own member add
000547        222-ADD-POLICY.
000548            MOVE SPACES TO WS-REJECT-REASON
000549            EVALUATE TRUE
000550                WHEN EG-EFFECTIVE-DATE NOT NUMERIC
000551                    MOVE 'EFFECTIVE DATE NOT NUMERIC'
000552                      TO WS-REJECT-REASON
000553                WHEN EG-POLICY-TYPE NOT NUMERIC OR
000554                     EG-POLICY-TYPE < 1 OR EG-POLICY-TYPE > 5
000555                    MOVE 'POLICY TYPE NOT A KNOWN PLAN TIER'
000556                      TO WS-REJECT-REASON
000557                WHEN EG-ADDRESS = SPACES
000558                    MOVE 'SUBSCRIBER ADDRESS MISSING'
000559                      TO WS-REJECT-REASON
000560                WHEN OTHER
000561                    MOVE EG-EFFECTIVE-DATE TO DTV-DATE-NUM
000562                    PERFORM 245-CALL-DATE-VALIDATOR
000563            END-EVALUATE
000564            IF WS-REJECT-REASON NOT = SPACES
000565               PERFORM 270-DETAIL-DISCREPANCY
000566            ELSE
000567               MOVE SPACES              TO PTR-RECORD
000568               MOVE 'A'                 TO PTR-ACTION
000569               MOVE EG-POLICY-NO        TO PTR-POLICY-NO
000570               MOVE EG-EFFECTIVE-DATE   TO PTR-EFFECTIVE-DATE
000571               IF EG-TERM-DATE NUMERIC AND EG-TERM-DATE NOT = ZERO
000572                  MOVE EG-TERM-DATE      TO PTR-TERMINATION-DATE
000573               ELSE
000574                  MOVE WS-OPEN-TERM-DATE TO PTR-TERMINATION-DATE
000575               END-IF
000576               MOVE EG-ADDRESS          TO PTR-INSURED-ADDRESS
000577               MOVE EG-POLICY-TYPE      TO PTR-POLICY-TYPE
000578               MOVE EG-STATE-CODE       TO PTR-STATE-CODE
000579               MOVE WS-CUR-AGENT-NO     TO PTR-AGENT-NO
000580               MOVE WS-CUR-GROUP-NO     TO PTR-GROUP-NO
000581               PERFORM 280-WRITE-POLTRAN
000582               MOVE EG-POLICY-NO        TO WS-NEW-POLICY-NO
000583               PERFORM 226-WRITE-MEMBER-ADD
000584            END-IF
000585            CONTINUE.
000586*
000587* An in-force group policy - the subscriber's address rides on
000588* POLMSTR, names and relationships on MBRMSTR. Only what differs
000589* generates a transaction.
000590        224-UPDATE-EXISTING.
000591            IF EG-MEMBER-NO = 01 AND EG-ADDRESS NOT = SPACES AND
000592               (EG-ADDRESS NOT = PM-INSURED-ADDRESS OR
000593                (EG-STATE-CODE NOT = SPACES AND
000594                 EG-STATE-CODE NOT = PM-STATE-CODE))
000595               MOVE SPACES              TO PTR-RECORD
000596               MOVE 'M'                 TO PTR-ACTION
000597               MOVE EG-POLICY-NO        TO PTR-POLICY-NO
000598               MOVE EG-ADDRESS          TO PTR-INSURED-ADDRESS
000599               MOVE EG-STATE-CODE       TO PTR-STATE-CODE
000600               PERFORM 280-WRITE-POLTRAN
000601               ADD 1 TO WS-GRP-CHANGES
000602            END-IF
000603            PERFORM 217-READ-MEMBER
000604            IF MEMBER-NOT-FOUND
000605               PERFORM 226-WRITE-MEMBER-ADD
000606            ELSE
000607               IF MB-LAST-NAME    NOT = EG-LAST-NAME  OR
000608                  MB-FIRST-NAME   NOT = EG-FIRST-NAME OR
000609                  MB-RELATIONSHIP NOT = EG-RELATIONSHIP OR
000609                  (EG-BIRTH-DATE NUMERIC AND EG-BIRTH-DATE > 0 AND
000609                   (MB-BIRTH-DATE NOT NUMERIC OR
000609                    MB-BIRTH-DATE NOT = EG-BIRTH-DATE))
000610                  MOVE SPACES TO MTR-RECORD
000610                  MOVE 'C' TO MTR-ACTION
000611                  PERFORM 228-WRITE-MEMBER-TRAN
000612                  ADD 1 TO WS-GRP-CHANGES
000613               END-IF
000614            END-IF
000615            CONTINUE.
000616*
000617        226-WRITE-MEMBER-ADD.
000618            MOVE SPACES TO MTR-RECORD
000618            MOVE 'A' TO MTR-ACTION
000619            PERFORM 228-WRITE-MEMBER-TRAN
000620            ADD 1 TO WS-GRP-ADDS
000621            CONTINUE.
000622*
000623        228-WRITE-MEMBER-TRAN.
000624            MOVE EG-POLICY-NO        TO MTR-POLICY-NO
000625            MOVE EG-MEMBER-NO        TO MTR-MEMBER-NO
000626            MOVE EG-LAST-NAME        TO MTR-LAST-NAME
000627            MOVE EG-FIRST-NAME       TO MTR-FIRST-NAME
000628            MOVE EG-RELATIONSHIP     TO MTR-RELATIONSHIP
000628            IF EG-BIRTH-DATE NUMERIC AND EG-BIRTH-DATE > 0
000628               MOVE EG-BIRTH-DATE    TO MTR-BIRTH-DATE
000628            END-IF
000629            PERFORM 282-WRITE-MBRTRAN
000630            CONTINUE.
000631*
000632* A termination the group sent - as of the member's own date,
000633* or the header's as-of date when the file leaves it blank
000634        230-TERMINATE-FROM-FILE.
000635            IF EG-TERM-DATE NUMERIC AND EG-TERM-DATE NOT = ZERO
000636               MOVE EG-TERM-DATE      TO WS-TERM-DATE
000637            ELSE
000638               MOVE WS-CUR-AS-OF-DATE TO WS-TERM-DATE
000639            END-IF
000640            PERFORM 215-READ-POLICY
000641            EVALUATE TRUE
000642                WHEN POLICY-NOT-FOUND
000643                    MOVE 'TERMINATION FOR POLICY NOT ON POLMSTR'
000644                      TO WS-REJECT-REASON
000645                    PERFORM 270-DETAIL-DISCREPANCY
000646                WHEN PM-GROUP-NO NOT = WS-CUR-GROUP-NO
000647                    MOVE 'POLICY ENROLLED UNDER ANOTHER GROUP'
000648                      TO WS-REJECT-REASON
000649                    PERFORM 270-DETAIL-DISCREPANCY
000650                WHEN EG-MEMBER-NO = 01
000651                    MOVE 'SUBSCRIBER TERMINATED BY GROUP'
000652                      TO WS-REJECT-REASON
000653                    PERFORM 232-TERMINATE-POLICY
000654                WHEN OTHER
000655                    PERFORM 217-READ-MEMBER
000656                    IF MEMBER-NOT-FOUND
000657                       MOVE 'TERMINATION FOR MBR NOT ON MBRMSTR'
000658                         TO WS-REJECT-REASON
000659                       PERFORM 270-DETAIL-DISCREPANCY
000660                    ELSE
000661                       MOVE 'DEPENDENT TERMINATED BY GROUP'
000662                         TO WS-REJECT-REASON
000663                       PERFORM 234-TERMINATE-MEMBER
000664                    END-IF
000665            END-EVALUATE
000666            CONTINUE.
000667*
000668* The subscriber leaving ends the policy - a 'T' termination-
000669* date change on the record last read (PM-), unless coverage
000670* already ends by then. Dependents end with the policy.
000671        232-TERMINATE-POLICY.
000672            IF PM-TERMINATION-DATE > WS-TERM-DATE
000673               MOVE SPACES              TO PTR-RECORD
000674               MOVE 'T'                 TO PTR-ACTION
000675               MOVE PM-POLICY-NO        TO PTR-POLICY-NO
000676               MOVE WS-TERM-DATE        TO PTR-TERMINATION-DATE
000677               PERFORM 280-WRITE-POLTRAN
000678               ADD 1 TO WS-GRP-TERMS
000679               MOVE 'POLTRAN T'         TO RPT-ACTION-OU
000680            ELSE
000681               MOVE 'ALREADY ENDS'      TO RPT-ACTION-OU
000682            END-IF
000683            MOVE PM-POLICY-NO           TO WS-LOOK-POLICY-NO
000684            MOVE 01                     TO WS-LOOK-MEMBER-NO
000685            MOVE SPACES                 TO RPT-NAME-OU
000686            PERFORM 272-WRITE-RECON-LINE
000687            CONTINUE.
000688*
000689* A dependent leaving gets a coverage term date on MBRMSTR - a
000690* 'T' member transaction on the member record last read (MB-),
000690* unless their coverage already ends by then
000691        234-TERMINATE-MEMBER.
000691            IF MB-TERM-DATE NUMERIC AND MB-TERM-DATE > 0 AND
000691               MB-TERM-DATE NOT > WS-TERM-DATE
000691               MOVE 'ALREADY ENDS'      TO RPT-ACTION-OU
000691            ELSE
000692               MOVE SPACES              TO MTR-RECORD
000693               MOVE 'T'                 TO MTR-ACTION
000694               MOVE MB-POLICY-NO        TO MTR-POLICY-NO
000695               MOVE MB-MEMBER-NO        TO MTR-MEMBER-NO
000695               MOVE WS-TERM-DATE        TO MTR-TERM-DATE
000696               PERFORM 282-WRITE-MBRTRAN
000697               ADD 1 TO WS-GRP-TERMS
000697               MOVE 'MBRTRAN T'         TO RPT-ACTION-OU
000697            END-IF
000698            MOVE MB-POLICY-NO           TO WS-LOOK-POLICY-NO
000699            MOVE MB-MEMBER-NO           TO WS-LOOK-MEMBER-NO
000700            MOVE SPACES                 TO RPT-NAME-OU
000701            STRING MB-FIRST-NAME DELIMITED BY SIZE
000702                   ' '           DELIMITED BY SIZE
000703                   MB-LAST-NAME  DELIMITED BY SIZE
000704                   INTO RPT-NAME-OU
000705            END-STRING
000707            PERFORM 272-WRITE-RECON-LINE
000708            CONTINUE.
000709*
000710        240-READ-GROUP-FILE.
000711            READ GRPFILE
000712               AT END MOVE '1' TO SW-END-GRP
000713            END-READ
000714            CONTINUE.
000715*
000716        245-CALL-DATE-VALIDATOR.
000717            CALL 'GNSPPDTV' USING DTV-VARI
000718                RETURNING RETURN-CODE
000719            END-CALL
000720            IF RETURN-CODE NOT = 0
000721               MOVE +0 TO RETURN-CODE
000722               MOVE DTV-CMSG TO WS-REJECT-REASON
000723            END-IF
000724            CONTINUE.
000725*
000726* The trailer closes the group. Only a full file whose trailer
000727* count matches the members read may terminate the ones missing.
000728        250-END-GROUP.
000729            IF NOT-IN-GROUP
000730               MOVE 'TRAILER WITH NO GROUP HEADER'
000731                 TO WS-REJECT-REASON
000732               PERFORM 270-DETAIL-DISCREPANCY
000733            ELSE
000734               IF EG-DETAIL-COUNT NOT NUMERIC OR
000735                  EG-DETAIL-COUNT NOT = WS-GRP-DETAILS
000736                  MOVE 'TRAILER COUNT DIFFERS - NO DROP TERMS'
000737                    TO WS-REJECT-REASON
000738                  PERFORM 275-GROUP-DISCREPANCY
000739               ELSE
000740                  IF CUR-FULL-FILE AND NOT GROUP-SKIPPED AND
000741                     NOT SEEN-TABLE-FULL
000742                     SET DERIVE-TERMS TO TRUE
000743                  END-IF
000744               END-IF
000745               PERFORM 255-FINISH-GROUP
000746            END-IF
000747            CONTINUE.
000748*
000749        255-FINISH-GROUP.
000750            IF DERIVE-TERMS
000751               PERFORM 260-FIND-DROPPED-MEMBERS
000752            END-IF
000753            MOVE WS-CUR-GROUP-NO   TO RPT-TOT-GROUP-OU
000754            MOVE WS-GRP-DETAILS    TO RPT-TOT-DETAIL-OU
000755            MOVE WS-GRP-ADDS       TO RPT-TOT-ADD-OU
000756            MOVE WS-GRP-CHANGES    TO RPT-TOT-CHG-OU
000757            MOVE WS-GRP-TERMS      TO RPT-TOT-TERM-OU
000758            MOVE WS-GRP-DISCREP    TO RPT-TOT-DISC-OU
000759            IF WS-RPT-NUM-LINES > 60 THEN
000760               PERFORM 285-WRITE-REPORT-TITLES
000761            END-IF
000762            WRITE RPT-REPORT FROM RPT-TOTAL-LINE
000763            ADD 1 TO WS-RPT-NUM-LINES
000764            SET NOT-IN-GROUP       TO TRUE
000765            SET NO-DERIVED-TERMS   TO TRUE
000766            CONTINUE.
000767*
000768* Full-file sweep - every in-force POLMSTR policy of the group,
000769* in key order, is checked against the members the file carried
000770        260-FIND-DROPPED-MEMBERS.
000771            MOVE WS-CUR-AS-OF-DATE TO WS-TERM-DATE
000772            MOVE 'N'  TO SW-END-POLICIES
000773            MOVE ZERO TO PM-POLICY-NO
000774            START POLMSTR KEY IS NOT LESS THAN PM-POLICY-NO
000775               INVALID KEY SET END-POLICIES TO TRUE
000776            END-START
000777            PERFORM 262-CHECK-ONE-POLICY UNTIL END-POLICIES
000778            CONTINUE.
000779*
000780* A subscriber missing from the file ends the policy; otherwise
000781* each of the policy's dependents is checked in turn
000782        262-CHECK-ONE-POLICY.
000783            READ POLMSTR NEXT RECORD
000784               AT END SET END-POLICIES TO TRUE
000785            END-READ
000786            IF NOT END-POLICIES AND
000787               PM-GROUP-NO = WS-CUR-GROUP-NO AND
000788               PM-STATUS-ACTIVE AND
000789               PM-TERMINATION-DATE > WS-TERM-DATE
000790               MOVE PM-POLICY-NO TO WS-LOOK-POLICY-NO
000791               MOVE 01           TO WS-LOOK-MEMBER-NO
000792               PERFORM 268-SEARCH-SEEN-KEYS
000793               IF KEY-NOT-SEEN
000794                  MOVE 'SUBSCRIBER DROPPED FROM FULL FILE'
000795                    TO WS-REJECT-REASON
000796                  PERFORM 232-TERMINATE-POLICY
000797               ELSE
000798                  MOVE 'N'          TO SW-END-MEMBERS
000799                  MOVE PM-POLICY-NO TO MB-POLICY-NO
000800                  MOVE 02           TO MB-MEMBER-NO
000801                  START MBRFILE KEY IS NOT LESS THAN MB-KEY
000802                     INVALID KEY SET END-MEMBERS TO TRUE
000803                  END-START
000804                  PERFORM 264-CHECK-ONE-DEPENDENT
000805                     UNTIL END-MEMBERS
000806               END-IF
000807            END-IF
000808            CONTINUE.
000809*
000810        264-CHECK-ONE-DEPENDENT.
000811            READ MBRFILE NEXT RECORD
000812               AT END SET END-MEMBERS TO TRUE
000813            END-READ
000814            IF NOT END-MEMBERS
000815               IF MB-POLICY-NO NOT = PM-POLICY-NO
000816                  SET END-MEMBERS TO TRUE
000817               ELSE
000818                  MOVE MB-POLICY-NO TO WS-LOOK-POLICY-NO
000819                  MOVE MB-MEMBER-NO TO WS-LOOK-MEMBER-NO
000820                  PERFORM 268-SEARCH-SEEN-KEYS
000821* A dependent whose coverage already ended (an earlier drop,
000821* or an age-out) is not dropped again every month
000821                  IF KEY-NOT-SEEN AND
000821                     (MB-TERM-DATE NOT NUMERIC OR
000821                      MB-TERM-DATE = ZERO OR
000821                      MB-TERM-DATE > WS-TERM-DATE)
000822                     MOVE 'DEPENDENT DROPPED FROM FULL FILE'
000823                       TO WS-REJECT-REASON
000824                     PERFORM 234-TERMINATE-MEMBER
000825                  END-IF
000826               END-IF
000827            END-IF
000828            CONTINUE.
000829*
000830        268-SEARCH-SEEN-KEYS.
000831            SET KEY-NOT-SEEN TO TRUE
000832            IF WS-SEEN-COUNT > ZERO
000833               SEARCH ALL WS-SEEN-ENTRY
000834                  WHEN WS-SEEN-KEY (SEEN-IDX) = WS-LOOK-KEY
000835                     SET KEY-SEEN TO TRUE
000836               END-SEARCH
000837            END-IF
000838            CONTINUE.
000839*
000840* A group-file record that could not be acted on
000841        270-DETAIL-DISCREPANCY.
000842            ADD 1 TO WS-DISCREPANCIES
000843            ADD 1 TO WS-GRP-DISCREP
000844            MOVE SPACES             TO WS-LOOK-KEY
000845            MOVE SPACES             TO RPT-NAME-OU
000846            IF EG-DETAIL
000847               MOVE EG-KEY          TO WS-LOOK-KEY
000848               STRING EG-FIRST-NAME DELIMITED BY SIZE
000849                      ' '           DELIMITED BY SIZE
000850                      EG-LAST-NAME  DELIMITED BY SIZE
000851                      INTO RPT-NAME-OU
000852               END-STRING
000853            END-IF
000854            MOVE 'REJECTED'         TO RPT-ACTION-OU
000855            PERFORM 272-WRITE-RECON-LINE
000856            CONTINUE.
000857*
000858        272-WRITE-RECON-LINE.
000859            MOVE WS-CUR-GROUP-NO    TO RPT-GROUP-NO-OU
000860            MOVE WS-LOOK-KEY (1:7)  TO RPT-POLICY-NO-OU
000861            MOVE WS-LOOK-KEY (8:2)  TO RPT-MEMBER-NO-OU
000862            MOVE WS-REJECT-REASON   TO RPT-ITEM-OU
000863            IF WS-RPT-NUM-LINES > 60 THEN
000864               PERFORM 285-WRITE-REPORT-TITLES
000865            END-IF
000866            WRITE RPT-REPORT FROM RPT-DETAIL-RECORD
000867            ADD 1 TO WS-RPT-NUM-LINES
000868            DISPLAY 'GROUP ' WS-CUR-GROUP-NO ' ' WS-LOOK-KEY
000869                    ' - ' WS-REJECT-REASON
000870            MOVE SPACES TO WS-REJECT-REASON
000871            CONTINUE.
000872*
000873* A problem with the group's file as a whole, not one member
000874        275-GROUP-DISCREPANCY.
000875            ADD 1 TO WS-DISCREPANCIES
000876            ADD 1 TO WS-GRP-DISCREP
000877            MOVE SPACES             TO WS-LOOK-KEY
000878            MOVE SPACES             TO RPT-NAME-OU
000879            MOVE 'GROUP FILE'       TO RPT-ACTION-OU
000880            PERFORM 272-WRITE-RECON-LINE
000881            CONTINUE.
000882*
000883        280-WRITE-POLTRAN.
000884            MOVE WS-BATCH-OPERATOR TO PTR-OPERATOR-ID
000884            WRITE PTR-RECORD
000885            ADD 1 TO WS-POLTRAN-WRITTEN
000886            CONTINUE.
000887*
000888        282-WRITE-MBRTRAN.
000889            MOVE WS-BATCH-OPERATOR TO MTR-OPERATOR-ID
000889            WRITE MTR-RECORD
000890            ADD 1 TO WS-MBRTRAN-WRITTEN
000891            CONTINUE.
000892*
000893        285-WRITE-REPORT-TITLES.
000894            WRITE RPT-REPORT FROM RPT-HEADER-01
000895            WRITE RPT-REPORT FROM RPT-HEADER-02
000896            MOVE 2 TO WS-RPT-NUM-LINES
000897            CONTINUE.
000898*
000899        300-TERMINAR.
000900            DISPLAY "----------------  "
000901            DISPLAY 'Control Counters  '
000902            DISPLAY "----------------  "
000903            MOVE WS-RECORDS-READ     TO REC-KTR-OUT
000904            DISPLAY 'Records Read:       ' REC-KTR-OUT
000905            MOVE WS-GROUPS-READ      TO REC-KTR-OUT
000906            DISPLAY 'Groups Read:        ' REC-KTR-OUT
000907            MOVE WS-DETAILS-READ     TO REC-KTR-OUT
000908            DISPLAY 'Members Read:       ' REC-KTR-OUT
000909            MOVE WS-POLTRAN-WRITTEN  TO REC-KTR-OUT
000910            DISPLAY 'POLTRAN Written:    ' REC-KTR-OUT
000911            MOVE WS-MBRTRAN-WRITTEN  TO REC-KTR-OUT
000912            DISPLAY 'MBRTRAN Written:    ' REC-KTR-OUT
000913            MOVE WS-DISCREPANCIES    TO REC-KTR-OUT
000914            DISPLAY 'Discrepancies:      ' REC-KTR-OUT
000915            CLOSE GRPFILE POLMSTR MBRFILE PTRFILE MTRFILE RPTFILE
000916            DISPLAY "END PROGR: ENRLFEED"
000917            CONTINUE.
000918*
000919        900-ERROR.
000920            MOVE +12 TO RETURN-CODE
000921            GOBACK.
