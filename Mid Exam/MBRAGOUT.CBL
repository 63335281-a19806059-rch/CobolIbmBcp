000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. MBRAGOUT.
000003*===============================================================*
000004* DEPENDENT AGE-OUT SWEEP                                      =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* MONTHLY SWEEP OF THE MBRMSTR COVERED-MEMBER KSDS (SEE         =*
000009* MBRMSTRR). A DEPENDENT ('D') IS COVERED THROUGH THE LAST DAY  =*
000010* OF THE MONTH THEY REACH THE PLAN'S LIMITING AGE (SYSIN CARD,  =*
000011* DEFAULT 26). EACH DEPENDENT WHOSE AGE-OUT DATE FALLS WITHIN   =*
000012* THE NOTICE LEAD (SYSIN, DEFAULT 60 DAYS) PLUS ONE RUN CYCLE   =*
000013* GETS A NOTICE LETTER ON OAGELTR, ONCE - THE SEND DATE IS      =*
000014* STAMPED ON MBRMSTR. A DEPENDENT AGING OUT BY THE END OF THE   =*
000015* RUN MONTH HAS THE AGE-OUT DATE SET AS THEIR COVERAGE TERM     =*
000016* DATE, WHICH CLAIMPRO DENIES LATER SERVICE AGAINST (MTRM).     =*
000017* EVERY NOTICE AND TERMINATION IS LISTED ON OAGERPT.            =*
000018*---------------------------------------------------------------*
000019* MODIFICATION HISTORY:                                        =*
000020* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000021*===============================================================*
000022        ENVIRONMENT DIVISION.
000023        INPUT-OUTPUT SECTION.
000024        FILE-CONTROL.
000025            SELECT MBRFILE   ASSIGN TO MBRMSTR
000026               ORGANIZATION IS INDEXED
000027               ACCESS MODE  IS SEQUENTIAL
000028               RECORD KEY   IS MB-KEY
000029               FILE STATUS  IS FS-STAT-MBR.
000030*    *
000031            SELECT POLMSTR   ASSIGN TO POLMSTR
000032               ORGANIZATION IS INDEXED
000033               ACCESS MODE  IS RANDOM
000034               RECORD KEY   IS PM-POLICY-NO
000035               FILE STATUS  IS FS-STAT-PM.
000036*    *
000037            SELECT LTRFILE   ASSIGN TO OAGELTR
000038               FILE STATUS  IS FS-STAT-LTR.
000039*    *
000040            SELECT RPTFILE   ASSIGN TO OAGERPT
000041               FILE STATUS  IS FS-STAT-RPT.
000042        DATA DIVISION.
000043        FILE SECTION.
000044        FD  MBRFILE
000045            RECORDING MODE IS F
000046            RECORD CONTAINS 80 CHARACTERS
000047            BLOCK CONTAINS 0 RECORDS
000048            DATA RECORD IS MEMBER-RECORD.
000049        01  MEMBER-RECORD.
000050            COPY MBRMSTRR.
000051        FD  POLMSTR
000052            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000054            BLOCK CONTAINS 0 RECORDS
000055            DATA RECORD IS POLICY-MASTER-RECORD.
000056        01  POLICY-MASTER-RECORD.
000057            COPY POLMSTRR.
000058        FD  LTRFILE
000059            RECORDING MODE IS F
000060            RECORD CONTAINS 80 CHARACTERS
000061            BLOCK CONTAINS 0 RECORDS
000062            DATA RECORD IS LTR-REPORT.
000063        01  LTR-REPORT                           PIC X(80).
000064        FD  RPTFILE
000065            RECORDING MODE IS F
000066            RECORD CONTAINS 133 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000068            DATA RECORD IS AGE-REPORT.
000069        01  AGE-REPORT                           PIC X(133).
000070*
000071        WORKING-STORAGE SECTION.
000072*Working Variables
000073        01  WS-CONTADORES.
000074          05  WS-MEMBERS-READ         PIC S9(8) COMP SYNC VALUE 0.
000075          05  WS-DEPENDENTS-CHECKED   PIC S9(8) COMP SYNC VALUE 0.
000076          05  WS-NOTICES-SENT         PIC S9(8) COMP SYNC VALUE 0.
000077          05  WS-MEMBERS-TERMINATED   PIC S9(8) COMP SYNC VALUE 0.
000078          05  WS-BAD-BIRTH-DATES      PIC S9(8) COMP SYNC VALUE 0.
000079          05  WS-RPT-NUM-LINES        PIC S9(4) COMP VALUE 61.
000080*Age-out date arithmetic - the age-out date is the last day of
000081*the month of the limiting-age birthday, found as the day
000082*before the first of the following month
000083        01  WS-CALC-VARS.
000084            05  WS-BIRTH-DATE               PIC 9(08) VALUE ZERO.
000085            05  FILLER REDEFINES WS-BIRTH-DATE.
000086                10  WS-BIRTH-YEAR           PIC 9(04).
000087                10  WS-BIRTH-MONTH          PIC 9(02).
000088                10  WS-BIRTH-DAY            PIC 9(02).
000089            05  WS-MONTH-START              PIC 9(08) VALUE ZERO.
000090            05  FILLER REDEFINES WS-MONTH-START.
000091                10  WS-MONTH-START-YEAR     PIC 9(04).
000092                10  WS-MONTH-START-MONTH    PIC 9(02).
000093                10  WS-MONTH-START-DAY      PIC 9(02).
000094            05  WS-MONTH-END                PIC 9(08) VALUE ZERO.
000095            05  WS-AGEOUT-DATE              PIC 9(08) VALUE ZERO.
000096            05  WS-RUN-MONTH-END            PIC 9(08) VALUE ZERO.
000097            05  WS-DAYS-TO-AGEOUT           PIC S9(05) VALUE ZERO.
000098            05  WS-NOTICE-WINDOW            PIC 9(03) VALUE ZERO.
000099            05  WS-WORK-YEAR                PIC 9(04) VALUE ZERO.
000100            05  WS-WORK-MONTH               PIC 9(02) VALUE ZERO.
000101*Switches Variables & File Status
000102        01  SW-SWITCHE-VARS.
000103            05  SW-END-FILE                     PIC X VALUE '0'.
000104                88 END-FILE                        VALUE '1'.
000105            05  SW-NOTICE-SENT                  PIC X VALUE 'N'.
000106                88 NOTICE-ALREADY-SENT             VALUE 'Y'.
000107                88 NOTICE-NOT-SENT                 VALUE 'N'.
000108            05  FS-STAT-MBR                     PIC X(02).
000109                88 MBRFILE-OK                      VALUE '00'.
000110            05  FS-STAT-PM                      PIC X(02).
000111                88 POLMSTR-OK                      VALUE '00'.
000112            05  FS-STAT-LTR                     PIC X(02).
000113                88 LTRFILE-OK                      VALUE '00'.
000114            05  FS-STAT-RPT                     PIC X(02).
000115                88 RPTFILE-OK                      VALUE '00'.
000116*Run parameters from SYSIN - columns 1-2 the limiting age,
000117*columns 3-5 the notice lead in days. The VALUEs only cover
000118*a missing or non-numeric card
000119        01  WS-PARM-CARD.
000120            05  WS-LIMIT-AGE-X              PIC X(02) VALUE '26'.
000121            05  WS-NOTICE-DAYS-X            PIC X(03) VALUE '060'.
000122            05  FILLER                      PIC X(75).
000123        01  WS-PARM-VARS.
000124            05  WS-LIMIT-AGE                PIC 9(02) VALUE 26.
000125            05  WS-NOTICE-DAYS              PIC 9(03) VALUE 60.
000126*The sweep runs monthly - a dependent is noticed one cycle
000127*early so the letter is never under the lead when it lands
000128            05  WS-RUN-CYCLE-DAYS           PIC 9(03) VALUE 31.
000129*Editing Variables
000130        01  WS-EDIT-VARS.
000131            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000132            05  DATE-VARS                  PIC X(15).
000133            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000134            05  WS-LETTER-ADDRESS          PIC X(30) VALUE SPACES.
000135            05  WS-ACTION-TEXT             PIC X(12) VALUE SPACES.
000136*Date-Validation Variables
000137            COPY GNSWVDTV.
000138*Age-out notice letter lines
000139        01  WS-LETTER-LINES.
000140            02  LTR-SEPARATOR.
000141                05  FILLER            PIC X(70) VALUE ALL '*'.
000142            02  LTR-TITLE-LINE.
000143                05  FILLER            PIC X(34)
000144                    VALUE ' DEPENDENT COVERAGE AGE-OUT NOTICE'.
000145                05  FILLER            PIC X(06) VALUE 'DATE: '.
000146                05  LTR-DATE-YEAR     PIC X(04).
000147                05  FILLER            PIC X VALUE '/'.
000148                05  LTR-DATE-MONTH    PIC X(02).
000149                05  FILLER            PIC X VALUE '/'.
000150                05  LTR-DATE-DAY      PIC X(02).
000151            02  LTR-POLICY-LINE.
000152                05  FILLER            PIC X(12)
000153                    VALUE ' POLICY NO: '.
000154                05  LTR-POLICY-NO-OU  PIC 9(07).
000155                05  FILLER            PIC X(10)
000156                    VALUE '  MEMBER: '.
000157                05  LTR-MEMBER-NO-OU  PIC 9(02).
000158            02  LTR-NAME-LINE.
000159                05  FILLER            PIC X(12)
000160                    VALUE ' DEPENDENT: '.
000161                05  LTR-MEMBER-NAME-OU      PIC X(26).
000162            02  LTR-ADDR-LINE.
000163                05  FILLER            PIC X(12)
000164                    VALUE ' ADDRESS:   '.
000165                05  LTR-ADDRESS-OU    PIC X(30).
000166            02  LTR-TEXT-LINE-1.
000167                05  FILLER            PIC X(35)
000168                    VALUE ' THIS DEPENDENT REACHES THE PLAN''S'.
000169                05  FILLER            PIC X(16)
000170                    VALUE ' LIMITING AGE OF'.
000171                05  FILLER            PIC X VALUE SPACE.
000172                05  LTR-LIMIT-AGE-OU  PIC Z9.
000173                05  FILLER            PIC X VALUE '.'.
000174            02  LTR-TEXT-LINE-2.
000175                05  FILLER            PIC X(36)
000176                    VALUE ' COVERAGE UNDER THIS POLICY ENDS ON '.
000177                05  LTR-AGEOUT-YEAR   PIC X(04).
000178                05  FILLER            PIC X VALUE '/'.
000179                05  LTR-AGEOUT-MONTH  PIC X(02).
000180                05  FILLER            PIC X VALUE '/'.
000181                05  LTR-AGEOUT-DAY    PIC X(02).
000182                05  FILLER            PIC X VALUE '.'.
000183            02  LTR-TEXT-LINE-3.
000184                05  FILLER            PIC X(33)
000185                    VALUE ' SERVICES AFTER THAT DATE ARE NOT'.
000186                05  FILLER            PIC X(36)
000187                    VALUE ' COVERED - CONTACT US ABOUT OPTIONS.'.
000188*Age-out listing lines
000189        01  WS-REPORT-LINES.
000190            02  RPT-HEADER-01.
000191                05  FILLER            PIC X VALUE SPACE.
000192                05  FILLER            PIC X(45)
000193                VALUE 'Dependent Age-Out Notices / Terminations'.
000194                05  FILLER            PIC X(14)
000195                    VALUE 'LIMITING AGE: '.
000196                05  RPT-LIMIT-AGE-OU  PIC Z9.
000197            02  RPT-HEADER-02.
000198                05  FILLER            PIC X VALUE SPACE.
000199                05  FILLER            PIC X(10) VALUE 'POLICY'.
000200                05  FILLER            PIC X(05) VALUE 'MBR'.
000201                05  FILLER            PIC X(27) VALUE 'DEPENDENT'.
000202                05  FILLER            PIC X(11)
000203                    VALUE 'BIRTH DATE'.
000204                05  FILLER            PIC X(11) VALUE 'AGE-OUT'.
000205                05  FILLER            PIC X(07) VALUE '  DAYS'.
000206                05  FILLER            PIC X(12) VALUE 'ACTION'.
000207            02  RPT-HEADER-03.
000208                05  FILLER            PIC X VALUE SPACE.
000209                05  FILLER            PIC X(07) VALUE ALL '-'.
000210                05  FILLER            PIC X(03) VALUE SPACES.
000211                05  FILLER            PIC X(02) VALUE ALL '-'.
000212                05  FILLER            PIC X(03) VALUE SPACES.
000213                05  FILLER            PIC X(26) VALUE ALL '-'.
000214                05  FILLER            PIC X(01) VALUE SPACES.
000215                05  FILLER            PIC X(08) VALUE ALL '-'.
000216                05  FILLER            PIC X(03) VALUE SPACES.
000217                05  FILLER            PIC X(08) VALUE ALL '-'.
000218                05  FILLER            PIC X(03) VALUE SPACES.
000219                05  FILLER            PIC X(05) VALUE ALL '-'.
000220                05  FILLER            PIC X(02) VALUE SPACES.
000221                05  FILLER            PIC X(12) VALUE ALL '-'.
000222            02  RPT-DETAIL-RECORD.
000223                05  FILLER            PIC X VALUE SPACE.
000224                05  RPT-POLICY-NO-OU       PIC 9(07).
000225                05  FILLER            PIC X(03) VALUE SPACES.
000226                05  RPT-MEMBER-NO-OU       PIC 9(02).
000227                05  FILLER            PIC X(03) VALUE SPACES.
000228                05  RPT-MEMBER-NAME-OU     PIC X(26).
000229                05  FILLER            PIC X(01) VALUE SPACES.
000230                05  RPT-BIRTH-DATE-OU      PIC 9(08).
000231                05  FILLER            PIC X(03) VALUE SPACES.
000232                05  RPT-AGEOUT-DATE-OU     PIC 9(08).
000233                05  FILLER            PIC X(03) VALUE SPACES.
000234                05  RPT-DAYS-OU            PIC ----9.
000235                05  FILLER            PIC X(02) VALUE SPACES.
000236                05  RPT-ACTION-OU          PIC X(12).
000237*
000238        PROCEDURE DIVISION.
000239            PERFORM 100-OPEN-FILES
000240            PERFORM 200-SWEEP-ONE-MEMBER UNTIL END-FILE
000241            PERFORM 300-TERMINAR
000242            GOBACK.
000243*
000244        100-OPEN-FILES.
000245            DISPLAY "Init MBRAGOUT.."
000246            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000247            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000248            ACCEPT WS-PARM-CARD FROM SYSIN
000249            IF WS-LIMIT-AGE-X NUMERIC AND WS-LIMIT-AGE-X > '00'
000250               MOVE WS-LIMIT-AGE-X TO WS-LIMIT-AGE
000251            ELSE
000252               DISPLAY 'LIMITING AGE CARD NOT NUMERIC, USING '
000253                       WS-LIMIT-AGE
000254            END-IF
000255            IF WS-NOTICE-DAYS-X NUMERIC
000256               MOVE WS-NOTICE-DAYS-X TO WS-NOTICE-DAYS
000257            ELSE
000258               DISPLAY 'NOTICE DAYS CARD NOT NUMERIC, USING '
000259                       WS-NOTICE-DAYS ' DAYS'
000260            END-IF
000261            COMPUTE WS-NOTICE-WINDOW =
000262                WS-NOTICE-DAYS + WS-RUN-CYCLE-DAYS
000263* Anyone aging out on or before the last day of this month is
000264* terminated by this run
000265            MOVE DATE-VARS (1:4)     TO WS-WORK-YEAR
000266            MOVE DATE-VARS (5:2)     TO WS-WORK-MONTH
000267            PERFORM 230-FIND-MONTH-END
000268            MOVE WS-MONTH-END        TO WS-RUN-MONTH-END
000269            OPEN I-O MBRFILE
000270            IF NOT MBRFILE-OK
000271               DISPLAY 'ERROR IN OPEN MEMBER FILE '
000272               DISPLAY 'FILE STATUS = ' FS-STAT-MBR
000273               GO TO 900-ERROR.
000274            OPEN INPUT POLMSTR
000275            IF NOT POLMSTR-OK
000276               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000277               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000278               GO TO 900-ERROR.
000279            OPEN OUTPUT LTRFILE
000280            IF NOT LTRFILE-OK
000281               DISPLAY 'ERROR IN OPEN AGE-OUT LETTER FILE '
000282               DISPLAY 'FILE STATUS = ' FS-STAT-LTR
000283               GO TO 900-ERROR.
000284            OPEN OUTPUT RPTFILE
000285            IF NOT RPTFILE-OK
000286               DISPLAY 'ERROR IN OPEN AGE-OUT LISTING FILE '
000287               DISPLAY 'FILE STATUS = ' FS-STAT-RPT
000288               GO TO 900-ERROR.
000289            MOVE WS-LIMIT-AGE TO RPT-LIMIT-AGE-OU
000290            PERFORM 240-READ-RECORD
000291            CONTINUE.
000292*
000293* Only a dependent with a birth date on file and coverage still
000294* open is looked at. Records written before the date fields
000295* existed carry spaces there and are passed over.
000296        200-SWEEP-ONE-MEMBER.
000297            ADD 1 TO WS-MEMBERS-READ
000298            IF MB-REL-DEPENDENT
000299               AND MB-BIRTH-DATE NUMERIC AND MB-BIRTH-DATE > 0
000300               AND (MB-TERM-DATE NOT NUMERIC OR MB-TERM-DATE = 0)
000301               MOVE MB-BIRTH-DATE TO DTV-DATE-NUM
000302               CALL 'GNSPPDTV' USING DTV-VARI
000303                   RETURNING RETURN-CODE
000304               END-CALL
000305               IF RETURN-CODE NOT = 0
000306                  MOVE +0 TO RETURN-CODE
000307                  ADD 1 TO WS-BAD-BIRTH-DATES
000308                  DISPLAY 'WARNING: BAD BIRTH DATE ON MEMBER '
000309                          MB-POLICY-NO '-' MB-MEMBER-NO ' - '
000310                          DTV-CMSG
000311               ELSE
000312                  ADD 1 TO WS-DEPENDENTS-CHECKED
000313                  PERFORM 210-CHECK-AGE-OUT
000314               END-IF
000315            END-IF
000316            PERFORM 240-READ-RECORD
000317            CONTINUE.
000318*
000319* A dependent aging out by the end of this month is terminated
000320* at the age-out date; one who never got the advance notice
000321* (added late, or the birth date only just supplied) gets the
000322* letter with the termination. Otherwise the notice goes out
000323* once the age-out date comes inside the notice window.
000324        210-CHECK-AGE-OUT.
000325            MOVE MB-BIRTH-DATE TO WS-BIRTH-DATE
000326            COMPUTE WS-WORK-YEAR = WS-BIRTH-YEAR + WS-LIMIT-AGE
000327            MOVE WS-BIRTH-MONTH TO WS-WORK-MONTH
000328            PERFORM 230-FIND-MONTH-END
000329            MOVE WS-MONTH-END TO WS-AGEOUT-DATE
000330            COMPUTE WS-DAYS-TO-AGEOUT =
000331                FUNCTION INTEGER-OF-DATE (WS-AGEOUT-DATE)
000332              - FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
000333            IF MB-AGEOUT-NOTICE-DATE NUMERIC
000334               AND MB-AGEOUT-NOTICE-DATE > 0
000335               SET NOTICE-ALREADY-SENT TO TRUE
000336            ELSE
000337               SET NOTICE-NOT-SENT TO TRUE
000338               MOVE ZERO TO MB-AGEOUT-NOTICE-DATE
000339            END-IF
000340            IF WS-AGEOUT-DATE NOT > WS-RUN-MONTH-END
000341               IF NOTICE-NOT-SENT
000342                  PERFORM 220-WRITE-NOTICE-LETTER
000343               END-IF
000344               MOVE WS-AGEOUT-DATE TO MB-TERM-DATE
000345               ADD 1 TO WS-MEMBERS-TERMINATED
000346               MOVE 'TERMINATED' TO WS-ACTION-TEXT
000347               PERFORM 215-REWRITE-MEMBER
000348            ELSE
000349               IF NOTICE-NOT-SENT
000350                  AND WS-DAYS-TO-AGEOUT NOT > WS-NOTICE-WINDOW
000351                  PERFORM 220-WRITE-NOTICE-LETTER
000352                  MOVE 'NOTICE SENT' TO WS-ACTION-TEXT
000353                  PERFORM 215-REWRITE-MEMBER
000354               END-IF
000355            END-IF
000356            CONTINUE.
000357*
000358        215-REWRITE-MEMBER.
000359            IF MB-TERM-DATE NOT NUMERIC
000360               MOVE ZERO TO MB-TERM-DATE
000361            END-IF
000362            REWRITE MEMBER-RECORD
000363            IF NOT MBRFILE-OK
000364               DISPLAY 'ERROR REWRITING MEMBER '
000365                       MB-POLICY-NO '-' MB-MEMBER-NO
000366               DISPLAY 'FILE STATUS = ' FS-STAT-MBR
000367               GO TO 900-ERROR.
000368            PERFORM 225-WRITE-REPORT-LINE
000369            CONTINUE.
000370*
000371* The letter goes to the policy's mailing address on POLMSTR
000372* and the send date is stamped so it never goes out twice.
000373        220-WRITE-NOTICE-LETTER.
000374            ADD 1 TO WS-NOTICES-SENT
000375            MOVE WS-CURRENT-DATE-NUM TO MB-AGEOUT-NOTICE-DATE
000376            MOVE MB-POLICY-NO TO PM-POLICY-NO
000377            READ POLMSTR
000378               INVALID KEY
000379                  MOVE 'ADDRESS NOT ON FILE' TO WS-LETTER-ADDRESS
000380               NOT INVALID KEY
000381                  MOVE PM-INSURED-ADDRESS TO WS-LETTER-ADDRESS
000382            END-READ
000383            WRITE LTR-REPORT FROM LTR-SEPARATOR
000384            MOVE DATE-VARS (1:4)   TO LTR-DATE-YEAR
000385            MOVE DATE-VARS (5:2)   TO LTR-DATE-MONTH
000386            MOVE DATE-VARS (7:2)   TO LTR-DATE-DAY
000387            WRITE LTR-REPORT FROM LTR-TITLE-LINE
000388            MOVE MB-POLICY-NO      TO LTR-POLICY-NO-OU
000389            MOVE MB-MEMBER-NO      TO LTR-MEMBER-NO-OU
000390            WRITE LTR-REPORT FROM LTR-POLICY-LINE
000391            MOVE SPACES            TO LTR-MEMBER-NAME-OU
000392            STRING MB-FIRST-NAME   DELIMITED BY SIZE
000393                   ' '             DELIMITED BY SIZE
000394                   MB-LAST-NAME    DELIMITED BY SIZE
000395                   INTO LTR-MEMBER-NAME-OU
000396            END-STRING
000397            WRITE LTR-REPORT FROM LTR-NAME-LINE
000398            MOVE WS-LETTER-ADDRESS TO LTR-ADDRESS-OU
000399            WRITE LTR-REPORT FROM LTR-ADDR-LINE
000400            MOVE SPACES TO LTR-REPORT
000401            WRITE LTR-REPORT
000402            MOVE WS-LIMIT-AGE      TO LTR-LIMIT-AGE-OU
000403            WRITE LTR-REPORT FROM LTR-TEXT-LINE-1
000404            MOVE WS-AGEOUT-DATE (1:4) TO LTR-AGEOUT-YEAR
000405            MOVE WS-AGEOUT-DATE (5:2) TO LTR-AGEOUT-MONTH
000406            MOVE WS-AGEOUT-DATE (7:2) TO LTR-AGEOUT-DAY
000407            WRITE LTR-REPORT FROM LTR-TEXT-LINE-2
000408            WRITE LTR-REPORT FROM LTR-TEXT-LINE-3
000409            WRITE LTR-REPORT FROM LTR-SEPARATOR
000410            MOVE SPACES TO LTR-REPORT
000411            WRITE LTR-REPORT
000412            CONTINUE.
000413*
000414        225-WRITE-REPORT-LINE.
000415            MOVE MB-POLICY-NO      TO RPT-POLICY-NO-OU
000416            MOVE MB-MEMBER-NO      TO RPT-MEMBER-NO-OU
000417            MOVE SPACES            TO RPT-MEMBER-NAME-OU
000418            STRING MB-FIRST-NAME   DELIMITED BY SIZE
000419                   ' '             DELIMITED BY SIZE
000420                   MB-LAST-NAME    DELIMITED BY SIZE
000421                   INTO RPT-MEMBER-NAME-OU
000422            END-STRING
000423            MOVE MB-BIRTH-DATE     TO RPT-BIRTH-DATE-OU
000424            MOVE WS-AGEOUT-DATE    TO RPT-AGEOUT-DATE-OU
000425            MOVE WS-DAYS-TO-AGEOUT TO RPT-DAYS-OU
000426            MOVE WS-ACTION-TEXT    TO RPT-ACTION-OU
000427            IF WS-RPT-NUM-LINES > 60 THEN
000428               PERFORM 226-WRITE-REPORT-TITLES
000429            END-IF
000430            WRITE AGE-REPORT FROM RPT-DETAIL-RECORD
000431            ADD 1 TO WS-RPT-NUM-LINES
000432            CONTINUE.
000433*
000434        226-WRITE-REPORT-TITLES.
000435            WRITE AGE-REPORT FROM RPT-HEADER-01
000436            WRITE AGE-REPORT FROM RPT-HEADER-02
000437            WRITE AGE-REPORT FROM RPT-HEADER-03
000438            MOVE 3 TO WS-RPT-NUM-LINES
000439            CONTINUE.
000440*
000441* Last day of the month WS-WORK-YEAR/WS-WORK-MONTH - the day
000442* before the first of the month after it
000443        230-FIND-MONTH-END.
000444            MOVE 01 TO WS-MONTH-START-DAY
000445            IF WS-WORK-MONTH = 12
000446               COMPUTE WS-MONTH-START-YEAR = WS-WORK-YEAR + 1
000447               MOVE 01 TO WS-MONTH-START-MONTH
000448            ELSE
000449               MOVE WS-WORK-YEAR TO WS-MONTH-START-YEAR
000450               COMPUTE WS-MONTH-START-MONTH = WS-WORK-MONTH + 1
000451            END-IF
000452            COMPUTE WS-MONTH-END =
000453                FUNCTION DATE-OF-INTEGER
000454                   (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1)
000455            CONTINUE.
000456*
000457        240-READ-RECORD.
000458            READ MBRFILE NEXT RECORD
000459               AT END MOVE '1' TO SW-END-FILE
000460            END-READ
000461            CONTINUE.
000462*
000463        300-TERMINAR.
000464            DISPLAY "----------------  "
000465            DISPLAY 'Control Counters  '
000466            DISPLAY "----------------  "
000467            MOVE WS-MEMBERS-READ       TO REC-KTR-OUT
000468            DISPLAY 'Members Read:       ' REC-KTR-OUT
000469            MOVE WS-DEPENDENTS-CHECKED TO REC-KTR-OUT
000470            DISPLAY 'Dependents Checked: ' REC-KTR-OUT
000471            MOVE WS-BAD-BIRTH-DATES    TO REC-KTR-OUT
000472            DISPLAY 'Bad Birth Dates:    ' REC-KTR-OUT
000473            MOVE WS-NOTICES-SENT       TO REC-KTR-OUT
000474            DISPLAY 'Notices Sent:       ' REC-KTR-OUT
000475            MOVE WS-MEMBERS-TERMINATED TO REC-KTR-OUT
000476            DISPLAY 'Members Terminated: ' REC-KTR-OUT
000477            CLOSE MBRFILE POLMSTR LTRFILE RPTFILE
000478            DISPLAY "END PROGR: MBRAGOUT"
000479            CONTINUE.
000480*
000481        900-ERROR.
000482            MOVE +12 TO RETURN-CODE
000483            GOBACK.
