000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. ESCHEAT.
000003*===============================================================*
000004* UNCLAIMED-PROPERTY (ESCHEAT) CYCLE FOR STALE CLAIM CHECKS    =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* SWEEPS THE CUMULATIVE CHKREG REGISTER FOR LIVE ITEMS THE BANK =*
000009* HAS NEVER CLEARED. EACH ONE'S STATE IS THE INSURED'S          =*
000010* PM-STATE-CODE ON POLMSTR, AND THAT STATE'S DORMANCY PERIOD    =*
000011* AND RESPONSE WINDOW COME FROM THE ESCHCTL CONTROL FILE ('**'  =*
000012* IS THE DEFAULT ROW). AN ITEM PAST DORMANCY GETS A DUE-        =*
000013* DILIGENCE LETTER ON OESCLTR, ADDRESSED FROM                   =*
000014* PM-INSURED-ADDRESS, AND A TRACKING ROW ON ESCHTRK (SEE        =*
000015* ESCHTRKR). ON THE ANNUAL RUN (SYSIN MODE 'A') EVERY LETTERED  =*
000016* ITEM STILL UNCLAIMED PAST THE RESPONSE WINDOW IS REPORTED ON  =*
000017* OESCHRP AND THE OESCHFL ESCHEAT FILE, MARKED ESCHEATED ON     =*
000018* ESCHTRK AND ON CHKREG - SO IT STOPS AGING AS OUTSTANDING ON   =*
000019* CHKRECON - AND FLAGGED FOR A POSITIVE-PAY VOID.               =*
000020* SYSIN: RUN DATE CCYYMMDD (BLANK = TODAY) THEN MODE 'A' FOR    =*
000021* THE ANNUAL REPORT RUN, ANYTHING ELSE LETTERS ONLY.            =*
000022*---------------------------------------------------------------*
000023* MODIFICATION HISTORY:                                        =*
000024* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000025*===============================================================*
000026        ENVIRONMENT DIVISION.
000027        INPUT-OUTPUT SECTION.
000028        FILE-CONTROL.
000029            SELECT ESCCTL    ASSIGN TO ESCHCTL
000030               FILE STATUS  IS FS-STAT-ESC.
000031*    *
000032            SELECT CRGFILE   ASSIGN TO CHKREG
000033               ORGANIZATION IS INDEXED
000034               ACCESS MODE  IS DYNAMIC
000035               RECORD KEY   IS CRG-CHECK-NO
000036               FILE STATUS  IS FS-STAT-CRG.
000037*    *
000038            SELECT POLMSTR   ASSIGN TO POLMSTR
000039               ORGANIZATION IS INDEXED
000040               ACCESS MODE  IS RANDOM
000041               RECORD KEY   IS PM-POLICY-NO
000042               FILE STATUS  IS FS-STAT-PM.
000043*    *
000044            SELECT TRKFILE   ASSIGN TO ESCHTRK
000045               ORGANIZATION IS INDEXED
000046               ACCESS MODE  IS RANDOM
000047               RECORD KEY   IS ESH-CHECK-NO
000048               FILE STATUS  IS FS-STAT-TRK.
000049*    *
000050            SELECT LTRFILE   ASSIGN TO OESCLTR
000051               FILE STATUS  IS FS-STAT-LTR.
000052*    *
000053            SELECT RPTFILE   ASSIGN TO OESCHRP
000054               FILE STATUS  IS FS-STAT-RPT.
000055*    *
000056            SELECT EFLFILE   ASSIGN TO OESCHFL
000057               FILE STATUS  IS FS-STAT-EFL.
000058        DATA DIVISION.
000059        FILE SECTION.
000060* Dormancy rules per state - days a check may sit uncashed
000061* before the due-diligence letter, and days the owner then has
000062* to answer before the item is reported
000063        FD  ESCCTL
000064            RECORDING MODE IS F
000065            RECORD CONTAINS 20 CHARACTERS
000066            BLOCK CONTAINS 0 RECORDS
000067            DATA RECORD IS ESC-CONTROL-RECORD.
000068        01  ESC-CONTROL-RECORD.
000069            05  ESC-STATE-CODE                   PIC X(02).
000070            05  ESC-DORMANCY-DAYS                PIC 9(04).
000071            05  ESC-RESPONSE-DAYS                PIC 9(03).
000072            05  FILLER                           PIC X(11).
000073* The cumulative register - one row per number ever issued
000074        FD  CRGFILE
000075            RECORD CONTAINS 80 CHARACTERS
000076            DATA RECORD IS CHECK-REGISTER-REC.
000077        01  CHECK-REGISTER-REC.
000078            COPY CHKREGR.
000079*
000080        FD  POLMSTR
000081            RECORDING MODE IS F
000082            RECORD CONTAINS 80 CHARACTERS
000083            BLOCK CONTAINS 0 RECORDS
000084            DATA RECORD IS POLICY-MASTER-RECORD.
000085        01  POLICY-MASTER-RECORD.
000086            COPY POLMSTRR.
000087*
000088        FD  TRKFILE
000089            RECORD CONTAINS 80 CHARACTERS
000090            DATA RECORD IS ESCHEAT-TRACK-REC.
000091        01  ESCHEAT-TRACK-REC.
000092            COPY ESCHTRKR.
000093*
000094        FD  LTRFILE
000095            RECORDING MODE IS F
000096            RECORD CONTAINS 133 CHARACTERS
000097            BLOCK CONTAINS 0 RECORDS
000098            DATA RECORD IS LTR-LINE.
000099        01  LTR-LINE                             PIC X(133).
000100*
000101        FD  RPTFILE
000102            RECORDING MODE IS F
000103            RECORD CONTAINS 133 CHARACTERS
000104            BLOCK CONTAINS 0 RECORDS
000105            DATA RECORD IS RPT-REPORT.
000106        01  RPT-REPORT                           PIC X(133).
000107* Annual escheat file - one detail per item turned over, one
000108* control trailer
000109        FD  EFLFILE
000110            RECORDING MODE IS F
000111            RECORD CONTAINS 120 CHARACTERS
000112            BLOCK CONTAINS 0 RECORDS
000113            DATA RECORD IS EFL-DETAIL-RECORD EFL-TRAILER-RECORD.
000114        01  EFL-DETAIL-RECORD.
000115*  'D' DETAIL, 'T' TRAILER
000116            05  EFL-RECORD-TYPE            PIC X(01).
000117            05  EFL-STATE-CODE             PIC X(02).
000118            05  EFL-REPORT-YEAR            PIC 9(04).
000119            05  EFL-CHECK-NO               PIC 9(08).
000120            05  EFL-POLICY-NO              PIC 9(07).
000121            05  EFL-OWNER-NAME             PIC X(26).
000122            05  EFL-OWNER-ADDRESS          PIC X(30).
000123            05  EFL-AMOUNT                 PIC 9(07)V99.
000124            05  EFL-ISSUE-DATE             PIC 9(08).
000125            05  EFL-LETTER-DATE            PIC 9(08).
000126            05  FILLER                     PIC X(17).
000127        01  EFL-TRAILER-RECORD.
000128            05  EFT-RECORD-TYPE            PIC X(01).
000129            05  FILLER                     PIC X(02).
000130            05  EFT-REPORT-YEAR            PIC 9(04).
000131            05  EFT-CREATE-DATE            PIC 9(08).
000132            05  EFT-ITEM-COUNT             PIC 9(08).
000133            05  EFT-TOTAL-AMOUNT           PIC 9(11)V99.
000134            05  FILLER                     PIC X(84).
000135*
000136        WORKING-STORAGE SECTION.
000137*Working Variables
000138        01  WS-CONTADORES.
000139          05  WS-REGISTER-READ        PIC S9(8) COMP SYNC VALUE 0.
000140          05  WS-ITEMS-DORMANT        PIC S9(8) COMP SYNC VALUE 0.
000141          05  WS-LETTERS-SENT         PIC S9(8) COMP SYNC VALUE 0.
000142          05  WS-AWAITING-REPLY       PIC S9(8) COMP SYNC VALUE 0.
000143          05  WS-ITEMS-ESCHEATED      PIC S9(8) COMP SYNC VALUE 0.
000144          05  WS-NO-STATE-RULE        PIC S9(8) COMP SYNC VALUE 0.
000145          05  WS-BAD-ISSUE-DATE       PIC S9(8) COMP SYNC VALUE 0.
000146          05  WS-RPT-NUM-LINES        PIC S9(4) COMP VALUE 61.
000147*Run date and mode - SYSIN card, run date blank = today
000148        01  WS-SYSIN-CARD.
000149            05  WS-RUN-DATE-IN             PIC X(08) VALUE SPACES.
000150            05  WS-RUN-MODE                PIC X(01) VALUE SPACE.
000151                88 ANNUAL-RUN                 VALUE 'A'.
000152        01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
000153        01  WS-RUN-DATE-RDF REDEFINES WS-RUN-DATE.
000154            05  WS-RUN-YEAR                PIC 9(04).
000155            05  FILLER                     PIC 9(04).
000156        01  WS-CALC-VARS.
000157            05  WS-DAYS-OUT                PIC S9(07) VALUE ZERO.
000158            05  WS-DAYS-SINCE-LETTER       PIC S9(07) VALUE ZERO.
000159            05  WS-DORMANCY-DAYS           PIC 9(04) VALUE ZERO.
000160            05  WS-RESPONSE-DAYS           PIC 9(03) VALUE ZERO.
000161            05  WS-ITEM-STATE              PIC X(02) VALUE SPACES.
000162            05  WS-ITEM-ADDRESS            PIC X(30) VALUE SPACES.
000163            05  WS-ESCHEAT-TOTAL           PIC 9(11)V99 VALUE 0.
000164*State dormancy rules loaded from ESCHCTL
000165        77  STATE-MAX               PIC S9(4) COMP VALUE 60.
000166        77  WS-STATE-COUNT          PIC S9(4) COMP VALUE 0.
000167        77  WS-STATE-SUB            PIC S9(4) COMP VALUE 0.
000168        77  WS-STATE-HIT            PIC S9(4) COMP VALUE 0.
000169        77  WS-DEFAULT-HIT          PIC S9(4) COMP VALUE 0.
000170        01  WS-STATE-TABLE.
000171            05  WS-STATE-ENTRY OCCURS 60 TIMES.
000172                10  WS-ST-STATE-CODE       PIC X(02).
000173                10  WS-ST-DORMANCY-DAYS    PIC 9(04).
000174                10  WS-ST-RESPONSE-DAYS    PIC 9(03).
000175                10  WS-ST-ESCHEAT-COUNT    PIC S9(07) COMP-3.
000176                10  WS-ST-ESCHEAT-AMOUNT   PIC S9(11)V99 COMP-3.
000177*Switches Variables & File Status
000178        01  SW-SWITCHE-VARS.
000179            05  SW-END-ESC                      PIC X VALUE '0'.
000180                88 END-ESC                         VALUE '1'.
000181            05  SW-END-CRG                      PIC X VALUE '0'.
000182                88 END-CRG                         VALUE '1'.
000183            05  SW-POLICY-FOUND                 PIC X VALUE 'N'.
000184                88 POLICY-FOUND                    VALUE 'Y'.
000185            05  SW-TRACK-FOUND                  PIC X VALUE 'N'.
000186                88 TRACK-FOUND                     VALUE 'Y'.
000187                88 TRACK-NOT-FOUND                 VALUE 'N'.
000188            05  FS-STAT-ESC                     PIC X(02).
000189                88 ESCCTL-OK                       VALUE '00'.
000190            05  FS-STAT-CRG                     PIC X(02).
000191                88 CRGFILE-OK                      VALUE '00'.
000192            05  FS-STAT-PM                      PIC X(02).
000193                88 POLMSTR-OK                      VALUE '00'.
000194            05  FS-STAT-TRK                     PIC X(02).
000195                88 TRKFILE-OK                      VALUE '00'.
000196            05  FS-STAT-LTR                     PIC X(02).
000197                88 LTRFILE-OK                      VALUE '00'.
000198            05  FS-STAT-RPT                     PIC X(02).
000199                88 RPTFILE-OK                      VALUE '00'.
000200            05  FS-STAT-EFL                     PIC X(02).
000201                88 EFLFILE-OK                      VALUE '00'.
000202*Editing Variables
000203        01  WS-EDIT-VARS.
000204            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000205            05  DATE-VARS                  PIC X(15).
000206*Date-Validation Variables
000207            COPY GNSWVDTV.
000208*Due-diligence letter lines
000209        01  WS-LTR-LINES.
000210            02  LTR-BLANK-LINE        PIC X(133) VALUE SPACES.
000211            02  LTR-RULE-LINE.
000212                05  FILLER            PIC X VALUE SPACE.
000213                05  FILLER            PIC X(80) VALUE ALL '-'.
000214            02  LTR-DATE-LINE.
000215                05  FILLER            PIC X(05) VALUE SPACES.
000216                05  FILLER            PIC X(06) VALUE 'DATE: '.
000217                05  LTR-DATE-OU       PIC 9(08).
000218            02  LTR-ADDRESS-LINE.
000219                05  FILLER            PIC X(05) VALUE SPACES.
000220                05  LTR-ADDRESS-OU    PIC X(30).
000221            02  LTR-TEXT-01.
000222                05  FILLER            PIC X(05) VALUE SPACES.
000223                05  FILLER            PIC X(27)
000224                    VALUE 'RE: UNCASHED CLAIM CHECK NO'.
000225                05  LTR-CHECK-NO-OU   PIC Z(7)9.
000226                05  FILLER            PIC X(08) VALUE ' ISSUED '.
000227                05  LTR-ISSUE-DATE-OU PIC 9(08).
000228                05  FILLER            PIC X(05) VALUE ' FOR '.
000229                05  LTR-AMOUNT-OU     PIC $,$$$,$$9.99.
000230            02  LTR-TEXT-02.
000231                05  FILLER            PIC X(05) VALUE SPACES.
000232                05  FILLER            PIC X(40)
000233                VALUE 'OUR RECORDS SHOW THAT THIS CLAIM PAYMENT'.
000234                05  FILLER            PIC X(19)
000235                    VALUE ', MADE UNDER POLICY'.
000236                05  LTR-POLICY-NO-OU  PIC Z(6)9.
000237                05  FILLER            PIC X(25)
000238                    VALUE ', HAS NEVER BEEN CASHED.'.
000239            02  LTR-TEXT-03.
000240                05  FILLER            PIC X(05) VALUE SPACES.
000241                05  FILLER            PIC X(45)
000242                VALUE 'IF WE DO NOT HEAR FROM YOU WITHIN'.
000243                05  LTR-RESPONSE-OU   PIC ZZ9.
000244                05  FILLER            PIC X(30)
000245                    VALUE ' DAYS OF THE DATE ABOVE, STATE'.
000246            02  LTR-TEXT-04.
000247                05  FILLER            PIC X(05) VALUE SPACES.
000248                05  FILLER            PIC X(44)
000249                VALUE 'LAW REQUIRES US TO REPORT AND REMIT THESE'.
000250                05  FILLER            PIC X(28)
000251                    VALUE ' FUNDS AS UNCLAIMED PROPERTY'.
000252            02  LTR-TEXT-05.
000253                05  FILLER            PIC X(05) VALUE SPACES.
000254                05  FILLER            PIC X(09) VALUE 'STATE OF '.
000255                05  LTR-STATE-OU      PIC X(02).
000256                05  FILLER            PIC X(33)
000257                VALUE '. PLEASE CONTACT US TO CLAIM IT.'.
000258*Escheat report lines
000259        01  WS-RPT-LINES.
000260            02  RPT-HEADER-01.
000261                05  FILLER            PIC X VALUE SPACE.
000262                05  FILLER            PIC X(40)
000263                    VALUE 'Unclaimed Property Escheat Report'.
000264                05  FILLER            PIC X(13)
000265                    VALUE 'REPORT YEAR '.
000266                05  RPT-YEAR-OU       PIC 9(04).
000267            02  RPT-HEADER-02.
000268                05  FILLER            PIC X VALUE SPACE.
000269                05  FILLER            PIC X(07) VALUE 'STATE'.
000270                05  FILLER            PIC X(10) VALUE 'CHECK NO'.
000271                05  FILLER            PIC X(09) VALUE 'POLICY'.
000272                05  FILLER            PIC X(28) VALUE 'OWNER'.
000273                05  FILLER            PIC X(10) VALUE 'ISSUED'.
000274                05  FILLER            PIC X(10) VALUE 'LETTER'.
000275                05  FILLER            PIC X(14) VALUE 'AMOUNT'.
000276            02  RPT-DETAIL-RECORD.
000277                05  FILLER            PIC X VALUE SPACE.
000278                05  RPT-STATE-OU           PIC X(02).
000279                05  FILLER            PIC X(05) VALUE SPACES.
000280                05  RPT-CHECK-NO-OU        PIC 9(08).
000281                05  FILLER            PIC X(02) VALUE SPACES.
000282                05  RPT-POLICY-NO-OU       PIC 9(07).
000283                05  FILLER            PIC X(02) VALUE SPACES.
000284                05  RPT-OWNER-OU           PIC X(26).
000285                05  FILLER            PIC X(02) VALUE SPACES.
000286                05  RPT-ISSUE-DATE-OU      PIC 9(08).
000287                05  FILLER            PIC X(02) VALUE SPACES.
000288                05  RPT-LETTER-DATE-OU     PIC 9(08).
000289                05  FILLER            PIC X(02) VALUE SPACES.
000290                05  RPT-AMOUNT-OU          PIC $,$$$,$$9.99.
000291            02  RPT-STATE-HEADER.
000292                05  FILLER            PIC X VALUE SPACE.
000293                05  FILLER            PIC X(30)
000294                    VALUE 'TOTALS BY STATE'.
000295            02  RPT-STATE-TOTAL.
000296                05  FILLER            PIC X VALUE SPACE.
000297                05  RPT-TOT-STATE-OU       PIC X(03).
000298                05  FILLER            PIC X(05) VALUE SPACES.
000299                05  RPT-TOT-COUNT-OU       PIC ZZZ,ZZ9.
000300                05  FILLER            PIC X(08) VALUE ' ITEMS  '.
000301                05  RPT-TOT-AMOUNT-OU      PIC $$$,$$$,$$9.99.
000302*
000303        PROCEDURE DIVISION.
000304            PERFORM 100-OPEN-FILES
000305            PERFORM 200-EXAMINE-ONE-ITEM UNTIL END-CRG
000306            PERFORM 280-WRITE-ESCHEAT-TOTALS
000307            PERFORM 300-TERMINAR
000308            GOBACK.
000309*
000310        100-OPEN-FILES.
000311            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000312            ACCEPT WS-SYSIN-CARD FROM SYSIN
000313         IF WS-RUN-DATE-IN = SPACES OR WS-RUN-DATE-IN = LOW-VALUES
000314               MOVE DATE-VARS (1:8) TO WS-RUN-DATE
000315            ELSE
000316               MOVE WS-RUN-DATE-IN  TO WS-RUN-DATE
000317            END-IF
000318            DISPLAY "Init ESCHEAT.. run date: " WS-RUN-DATE
000319                    " mode: " WS-RUN-MODE
000320            PERFORM 105-LOAD-STATE-TABLE
000321            OPEN I-O CRGFILE
000322            IF NOT CRGFILE-OK
000323               DISPLAY 'ERROR IN OPEN CHKREG REGISTER FILE '
000324               DISPLAY 'FILE STATUS = ' FS-STAT-CRG
000325               GO TO 900-ERROR.
000326            OPEN INPUT POLMSTR
000327            IF NOT POLMSTR-OK
000328               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000329               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000330               GO TO 900-ERROR.
000331* The tracking file is created on the cycle's first run
000332            OPEN I-O TRKFILE
000333            IF FS-STAT-TRK = '35'
000334               OPEN OUTPUT TRKFILE
000335               CLOSE TRKFILE
000336               OPEN I-O TRKFILE
000337            END-IF
000338            IF NOT TRKFILE-OK
000339               DISPLAY 'ERROR IN OPEN ESCHTRK TRACKING FILE '
000340               DISPLAY 'FILE STATUS = ' FS-STAT-TRK
000341               GO TO 900-ERROR.
000342            OPEN OUTPUT LTRFILE
000343            IF NOT LTRFILE-OK
000344               DISPLAY 'ERROR IN OPEN DUE-DILIGENCE LETTER FILE '
000345               DISPLAY 'FILE STATUS = ' FS-STAT-LTR
000346               GO TO 900-ERROR.
000347            OPEN OUTPUT RPTFILE
000348            IF NOT RPTFILE-OK
000349               DISPLAY 'ERROR IN OPEN ESCHEAT REPORT FILE '
000350               DISPLAY 'FILE STATUS = ' FS-STAT-RPT
000351               GO TO 900-ERROR.
000352            OPEN OUTPUT EFLFILE
000353            IF NOT EFLFILE-OK
000354               DISPLAY 'ERROR IN OPEN ESCHEAT FILE '
000355               DISPLAY 'FILE STATUS = ' FS-STAT-EFL
000356               GO TO 900-ERROR.
000357            MOVE WS-RUN-YEAR TO RPT-YEAR-OU
000358            MOVE ZERO TO CRG-CHECK-NO
000359            START CRGFILE KEY IS NOT LESS THAN CRG-CHECK-NO
000360               INVALID KEY MOVE '1' TO SW-END-CRG
000361            END-START
000362            PERFORM 240-READ-REGISTER
000363            CONTINUE.
000364*
000365        105-LOAD-STATE-TABLE.
000366            OPEN INPUT ESCCTL
000367            IF NOT ESCCTL-OK
000368               DISPLAY 'ERROR IN OPEN ESCHCTL CONTROL FILE '
000369               DISPLAY 'FILE STATUS = ' FS-STAT-ESC
000370               GO TO 900-ERROR.
000371            PERFORM 106-READ-STATE-RULE UNTIL END-ESC
000372            CLOSE ESCCTL
000373            CONTINUE.
000374*
000375        106-READ-STATE-RULE.
000376            READ ESCCTL
000377               AT END MOVE '1' TO SW-END-ESC
000378               NOT AT END
000379                  IF WS-STATE-COUNT < STATE-MAX
000380                     ADD 1 TO WS-STATE-COUNT
000381                     MOVE ESC-STATE-CODE
000382                       TO WS-ST-STATE-CODE (WS-STATE-COUNT)
000383                     MOVE ESC-DORMANCY-DAYS
000384                       TO WS-ST-DORMANCY-DAYS (WS-STATE-COUNT)
000385                     MOVE ESC-RESPONSE-DAYS
000386                       TO WS-ST-RESPONSE-DAYS (WS-STATE-COUNT)
000387                     MOVE ZERO
000388                       TO WS-ST-ESCHEAT-COUNT (WS-STATE-COUNT)
000389                          WS-ST-ESCHEAT-AMOUNT (WS-STATE-COUNT)
000390                  ELSE
000391                     DISPLAY 'WARNING - STATE TABLE FULL, '
000392                             ESC-STATE-CODE ' DROPPED'
000393                  END-IF
000394            END-READ
000395            CONTINUE.
000396*
000397* Only a live item the bank has never cleared can be dormant -
000398* voided, stopped, already-escheated and cleared items are done
000399        200-EXAMINE-ONE-ITEM.
000400            ADD 1 TO WS-REGISTER-READ
000401            IF CRG-ITEM-LIVE AND NOT CRG-ITEM-CLEARED
000402               PERFORM 210-AGE-ONE-ITEM THRU 210-EXIT
000403            END-IF
000404            PERFORM 240-READ-REGISTER
000405            CONTINUE.
000406*
000407        210-AGE-ONE-ITEM.
000408            MOVE CRG-ISSUE-DATE TO DTV-DATE-NUM
000409            CALL 'GNSPPDTV' USING DTV-VARI
000410                RETURNING RETURN-CODE
000411            END-CALL
000412            IF RETURN-CODE NOT = 0
000413               MOVE +0 TO RETURN-CODE
000414               ADD 1 TO WS-BAD-ISSUE-DATE
000415               GO TO 210-EXIT
000416            END-IF
000417            COMPUTE WS-DAYS-OUT =
000418                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
000419              - FUNCTION INTEGER-OF-DATE (DTV-DATE-NUM)
000420            PERFORM 215-GET-OWNER-STATE
000421            PERFORM 220-FIND-STATE-RULE
000422            IF WS-STATE-HIT = 0
000423               ADD 1 TO WS-NO-STATE-RULE
000424               DISPLAY 'NO ESCHCTL RULE FOR STATE ' WS-ITEM-STATE
000425                       ' - CHECK ' CRG-CHECK-NO ' SKIPPED'
000426               GO TO 210-EXIT
000427            END-IF
000428            IF WS-DAYS-OUT NOT > WS-DORMANCY-DAYS
000429               GO TO 210-EXIT
000430            END-IF
000431            ADD 1 TO WS-ITEMS-DORMANT
000432            PERFORM 225-READ-TRACKING
000433            EVALUATE TRUE
000434                WHEN TRACK-NOT-FOUND
000435                    PERFORM 230-SEND-DUE-DILIGENCE
000436                WHEN ESH-LETTER-SENT AND ANNUAL-RUN
000437                    COMPUTE WS-DAYS-SINCE-LETTER =
000438                        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
000439                      - FUNCTION INTEGER-OF-DATE
000440                            (ESH-LETTER-DATE)
000441                    IF WS-DAYS-SINCE-LETTER > WS-RESPONSE-DAYS
000442                       PERFORM 250-ESCHEAT-ITEM
000443                    ELSE
000444                       ADD 1 TO WS-AWAITING-REPLY
000445                    END-IF
000446                WHEN OTHER
000447                    ADD 1 TO WS-AWAITING-REPLY
000448            END-EVALUATE.
000449        210-EXIT.
000450            EXIT.
000451*
000452* The owner's state and mailing address come off the policy the
000453* check was paid under
000454        215-GET-OWNER-STATE.
000455            MOVE 'Y' TO SW-POLICY-FOUND
000456            MOVE CRG-POLICY-NO TO PM-POLICY-NO
000457            READ POLMSTR
000458               INVALID KEY MOVE 'N' TO SW-POLICY-FOUND
000459            END-READ
000460            IF POLICY-FOUND
000461               MOVE PM-STATE-CODE      TO WS-ITEM-STATE
000462               MOVE PM-INSURED-ADDRESS TO WS-ITEM-ADDRESS
000463            ELSE
000464               MOVE SPACES             TO WS-ITEM-STATE
000465               MOVE 'ADDRESS NOT ON POLICY MASTER'
000466                                       TO WS-ITEM-ADDRESS
000467            END-IF
000468            CONTINUE.
000469*
000470* The owner's state if ESCHCTL has a row for it, else the '**'
000471* default row
000472        220-FIND-STATE-RULE.
000473            MOVE 0 TO WS-STATE-HIT WS-DEFAULT-HIT
000474            PERFORM 221-TEST-STATE-ROW
000475               VARYING WS-STATE-SUB FROM 1 BY 1
000476               UNTIL WS-STATE-SUB > WS-STATE-COUNT
000477            IF WS-STATE-HIT = 0
000478               MOVE WS-DEFAULT-HIT TO WS-STATE-HIT
000479            END-IF
000480            IF WS-STATE-HIT > 0
000481               MOVE WS-ST-DORMANCY-DAYS (WS-STATE-HIT)
000482                 TO WS-DORMANCY-DAYS
000483               MOVE WS-ST-RESPONSE-DAYS (WS-STATE-HIT)
000484                 TO WS-RESPONSE-DAYS
000485            END-IF
000486            CONTINUE.
000487*
000488        221-TEST-STATE-ROW.
000489            EVALUATE TRUE
000490                WHEN WS-ST-STATE-CODE (WS-STATE-SUB) =
000491                     WS-ITEM-STATE AND WS-ITEM-STATE NOT = SPACES
000492                    MOVE WS-STATE-SUB TO WS-STATE-HIT
000493                WHEN WS-ST-STATE-CODE (WS-STATE-SUB) = '**'
000494                    MOVE WS-STATE-SUB TO WS-DEFAULT-HIT
000495                WHEN OTHER
000496                    CONTINUE
000497            END-EVALUATE
000498            CONTINUE.
000499*
000500        225-READ-TRACKING.
000501            SET TRACK-FOUND TO TRUE
000502            MOVE CRG-CHECK-NO TO ESH-CHECK-NO
000503            READ TRKFILE
000504               INVALID KEY
000505                  SET TRACK-NOT-FOUND TO TRUE
000506            END-READ
000507            CONTINUE.
000508*
000509* First time past dormancy - the letter goes out and the item
000510* is tracked from today; the response window runs from here
000511        230-SEND-DUE-DILIGENCE.
000512            MOVE WS-RUN-DATE        TO LTR-DATE-OU
000513            MOVE CRG-CHECK-NO       TO LTR-CHECK-NO-OU
000514            MOVE CRG-ISSUE-DATE     TO LTR-ISSUE-DATE-OU
000515            MOVE CRG-AMOUNT         TO LTR-AMOUNT-OU
000516            MOVE CRG-POLICY-NO      TO LTR-POLICY-NO-OU
000517            MOVE WS-RESPONSE-DAYS   TO LTR-RESPONSE-OU
000518            MOVE WS-ITEM-STATE      TO LTR-STATE-OU
000519            WRITE LTR-LINE FROM LTR-DATE-LINE
000520            WRITE LTR-LINE FROM LTR-BLANK-LINE
000521            MOVE CRG-PAYEE          TO LTR-ADDRESS-OU
000522            WRITE LTR-LINE FROM LTR-ADDRESS-LINE
000523            MOVE WS-ITEM-ADDRESS    TO LTR-ADDRESS-OU
000524            WRITE LTR-LINE FROM LTR-ADDRESS-LINE
000525            MOVE SPACES             TO LTR-ADDRESS-OU
000526            MOVE WS-ITEM-STATE      TO LTR-ADDRESS-OU
000527            WRITE LTR-LINE FROM LTR-ADDRESS-LINE
000528            WRITE LTR-LINE FROM LTR-BLANK-LINE
000529            WRITE LTR-LINE FROM LTR-TEXT-01
000530            WRITE LTR-LINE FROM LTR-BLANK-LINE
000531            WRITE LTR-LINE FROM LTR-TEXT-02
000532            WRITE LTR-LINE FROM LTR-TEXT-03
000533            WRITE LTR-LINE FROM LTR-TEXT-04
000534            WRITE LTR-LINE FROM LTR-TEXT-05
000535            WRITE LTR-LINE FROM LTR-BLANK-LINE
000536            WRITE LTR-LINE FROM LTR-RULE-LINE
000537            MOVE SPACES             TO ESCHEAT-TRACK-REC
000538            MOVE CRG-CHECK-NO       TO ESH-CHECK-NO
000539            MOVE CRG-POLICY-NO      TO ESH-POLICY-NO
000540            MOVE WS-ITEM-STATE      TO ESH-STATE-CODE
000541            MOVE CRG-AMOUNT         TO ESH-AMOUNT
000542            MOVE CRG-ISSUE-DATE     TO ESH-ISSUE-DATE
000543            MOVE WS-RUN-DATE        TO ESH-LETTER-DATE
000544            SET ESH-LETTER-SENT     TO TRUE
000545            MOVE ZERO               TO ESH-ESCHEAT-DATE
000546                                       ESH-REPORT-YEAR
000547            WRITE ESCHEAT-TRACK-REC
000548               INVALID KEY
000549                  DISPLAY 'TRACKING ROW ALREADY ON FILE: '
000550                          ESH-CHECK-NO
000551            END-WRITE
000552            ADD 1 TO WS-LETTERS-SENT
000553            CONTINUE.
000554*
000555        240-READ-REGISTER.
000556            IF NOT END-CRG
000557               READ CRGFILE NEXT RECORD
000558                  AT END MOVE '1' TO SW-END-CRG
000559               END-READ
000560            END-IF
000561            CONTINUE.
000562*
000563* No reply inside the window - the item goes to the state. The
000564* register row is marked so it stops aging, and the bank is
000565* told to refuse the paper on the next positive-pay file.
000566        250-ESCHEAT-ITEM.
000567            MOVE 'D'                TO EFL-RECORD-TYPE
000568            MOVE WS-ITEM-STATE      TO EFL-STATE-CODE
000569            MOVE WS-RUN-YEAR        TO EFL-REPORT-YEAR
000570            MOVE CRG-CHECK-NO       TO EFL-CHECK-NO
000571            MOVE CRG-POLICY-NO      TO EFL-POLICY-NO
000572            MOVE CRG-PAYEE          TO EFL-OWNER-NAME
000573            MOVE WS-ITEM-ADDRESS    TO EFL-OWNER-ADDRESS
000574            MOVE CRG-AMOUNT         TO EFL-AMOUNT
000575            MOVE CRG-ISSUE-DATE     TO EFL-ISSUE-DATE
000576            MOVE ESH-LETTER-DATE    TO EFL-LETTER-DATE
000577            MOVE SPACES             TO EFL-DETAIL-RECORD (104:17)
000578            MOVE WS-ITEM-STATE      TO RPT-STATE-OU
000579            MOVE CRG-CHECK-NO       TO RPT-CHECK-NO-OU
000580            MOVE CRG-POLICY-NO      TO RPT-POLICY-NO-OU
000581            MOVE CRG-PAYEE          TO RPT-OWNER-OU
000582            MOVE CRG-ISSUE-DATE     TO RPT-ISSUE-DATE-OU
000583            MOVE ESH-LETTER-DATE    TO RPT-LETTER-DATE-OU
000584            MOVE CRG-AMOUNT         TO RPT-AMOUNT-OU
000585            WRITE EFL-DETAIL-RECORD
000586            IF WS-RPT-NUM-LINES > 60 THEN
000587               PERFORM 255-WRITE-REPORT-TITLES
000588            END-IF
000589            WRITE RPT-REPORT FROM RPT-DETAIL-RECORD
000590            ADD 1 TO WS-RPT-NUM-LINES
000591            ADD 1 TO WS-ITEMS-ESCHEATED
000592            ADD CRG-AMOUNT TO WS-ESCHEAT-TOTAL
000593            ADD 1 TO WS-ST-ESCHEAT-COUNT (WS-STATE-HIT)
000594            ADD CRG-AMOUNT
000595              TO WS-ST-ESCHEAT-AMOUNT (WS-STATE-HIT)
000596            SET ESH-ESCHEATED       TO TRUE
000597            MOVE WS-RUN-DATE        TO ESH-ESCHEAT-DATE
000598            MOVE WS-RUN-YEAR        TO ESH-REPORT-YEAR
000599            REWRITE ESCHEAT-TRACK-REC
000600            SET CRG-ITEM-ESCHEATED  TO TRUE
000601            EVALUATE TRUE
000602                WHEN CRG-PAID-BY-ACH
000603                    CONTINUE
000604                WHEN CRG-PP-ISSUE-PENDING
000605                    MOVE SPACE TO CRG-PP-FLAG
000606                WHEN OTHER
000607                    SET CRG-PP-VOID-PENDING TO TRUE
000608            END-EVALUATE
000609            REWRITE CHECK-REGISTER-REC
000610            IF NOT CRGFILE-OK
000611               DISPLAY 'REWRITE FAILED ON CHECK '
000612                       CRG-CHECK-NO ' STATUS ' FS-STAT-CRG
000613            END-IF
000614            CONTINUE.
000615*
000616        255-WRITE-REPORT-TITLES.
000617            WRITE RPT-REPORT FROM RPT-HEADER-01
000618            WRITE RPT-REPORT FROM RPT-HEADER-02
000619            MOVE 2 TO WS-RPT-NUM-LINES
000620            CONTINUE.
000621*
000622* State totals on the report, and the file's control trailer -
000623* a letters-only run writes an empty file with a zero trailer
000624        280-WRITE-ESCHEAT-TOTALS.
000625            IF ANNUAL-RUN
000626               IF WS-RPT-NUM-LINES > 60 THEN
000627                  PERFORM 255-WRITE-REPORT-TITLES
000628               END-IF
000629               WRITE RPT-REPORT FROM LTR-BLANK-LINE
000630               WRITE RPT-REPORT FROM RPT-STATE-HEADER
000631               PERFORM 281-WRITE-STATE-TOTAL
000632                  VARYING WS-STATE-SUB FROM 1 BY 1
000633                  UNTIL WS-STATE-SUB > WS-STATE-COUNT
000634               MOVE 'ALL'             TO RPT-TOT-STATE-OU
000635               MOVE WS-ITEMS-ESCHEATED TO RPT-TOT-COUNT-OU
000636               MOVE WS-ESCHEAT-TOTAL  TO RPT-TOT-AMOUNT-OU
000637               WRITE RPT-REPORT FROM RPT-STATE-TOTAL
000638            END-IF
000639            MOVE SPACES              TO EFL-TRAILER-RECORD
000640            MOVE 'T'                 TO EFT-RECORD-TYPE
000641            MOVE WS-RUN-YEAR         TO EFT-REPORT-YEAR
000642            MOVE WS-RUN-DATE         TO EFT-CREATE-DATE
000643            MOVE WS-ITEMS-ESCHEATED  TO EFT-ITEM-COUNT
000644            MOVE WS-ESCHEAT-TOTAL    TO EFT-TOTAL-AMOUNT
000645            WRITE EFL-TRAILER-RECORD
000646            CONTINUE.
000647*
000648        281-WRITE-STATE-TOTAL.
000649            IF WS-ST-ESCHEAT-COUNT (WS-STATE-SUB) > 0
000650               MOVE WS-ST-STATE-CODE (WS-STATE-SUB)
000651                 TO RPT-TOT-STATE-OU
000652               MOVE WS-ST-ESCHEAT-COUNT (WS-STATE-SUB)
000653                 TO RPT-TOT-COUNT-OU
000654               MOVE WS-ST-ESCHEAT-AMOUNT (WS-STATE-SUB)
000655                 TO RPT-TOT-AMOUNT-OU
000656               WRITE RPT-REPORT FROM RPT-STATE-TOTAL
000657            END-IF
000658            CONTINUE.
000659*
000660        300-TERMINAR.
000661            DISPLAY "----------------  "
000662            DISPLAY 'Control Counters  '
000663            DISPLAY "----------------  "
000664            MOVE WS-REGISTER-READ    TO REC-KTR-OUT
000665            DISPLAY 'Register Items:     ' REC-KTR-OUT
000666            MOVE WS-ITEMS-DORMANT    TO REC-KTR-OUT
000667            DISPLAY 'Items Dormant:      ' REC-KTR-OUT
000668            MOVE WS-LETTERS-SENT     TO REC-KTR-OUT
000669            DISPLAY 'Letters Sent:       ' REC-KTR-OUT
000670            MOVE WS-AWAITING-REPLY   TO REC-KTR-OUT
000671            DISPLAY 'Awaiting Reply:     ' REC-KTR-OUT
000672            MOVE WS-ITEMS-ESCHEATED  TO REC-KTR-OUT
000673            DISPLAY 'Items Escheated:    ' REC-KTR-OUT
000674            MOVE WS-NO-STATE-RULE    TO REC-KTR-OUT
000675            DISPLAY 'No State Rule:      ' REC-KTR-OUT
000676            MOVE WS-BAD-ISSUE-DATE   TO REC-KTR-OUT
000677            DISPLAY 'Bad Issue Dates:    ' REC-KTR-OUT
000678            DISPLAY 'Escheat Total:      ' WS-ESCHEAT-TOTAL
000679            CLOSE CRGFILE POLMSTR TRKFILE LTRFILE RPTFILE EFLFILE
000680            DISPLAY "END PROGR: ESCHEAT"
000681            CONTINUE.
000682*
000683        900-ERROR.
000684            MOVE +12 TO RETURN-CODE
000685            GOBACK.
