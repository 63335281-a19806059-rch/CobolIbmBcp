000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. CLMAUDS.
000003*===============================================================*
000004* WEEKLY CLAIMS QUALITY-AUDIT SAMPLE                           =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* DRAWS THE QUALITY UNIT'S WEEKLY RANDOM SAMPLE OF ADJUDICATED =*
000009* CLAIMS FROM THE ADJCLMS HISTORY CLAIMPRO APPENDS TO (SEE     =*
000010* ADJCLMR) - EVERY CLAIM PAID OR DENIED WITH A CLAIM-PROCESS-  =*
000011* DATE IN THE SEVEN DAYS ENDING ON THE SYSIN WEEK-ENDING DATE. =*
000012* THE WEEK IS STRATIFIED BY PLAN TIER (POLICY-TYPE 1-5) AND BY =*
000013* DOLLAR CLASS - A CLAIM BILLED AT OR OVER THE HIGH-DOLLAR     =*
000014* THRESHOLD IS SAMPLED AT THE LARGER HIGH-DOLLAR SIZE - AND A  =*
000015* SIMPLE RANDOM SAMPLE IS DRAWN FROM EACH STRATUM IN ONE PASS  =*
000016* (RESERVOIR SELECTION, SO EVERY CLAIM IN A STRATUM HAS THE    =*
000017* SAME CHANCE). THE SEED IS PRINTED SO THE DRAW CAN BE         =*
000018* REPEATED. EACH CLAIM DRAWN IS WRITTEN TO THE AUDSAMP KSDS    =*
000019* (SEE AUDSAMPR) FOR CLMAUDF TO RECORD THE AUDITOR'S FINDING   =*
000020* AGAINST, AND GETS A WORKSHEET ON OAUDWKS FOR THE AUDITOR.    =*
000021*---------------------------------------------------------------*
000022* MODIFICATION HISTORY:                                        =*
000023* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000024*===============================================================*
000025        ENVIRONMENT DIVISION.
000026        INPUT-OUTPUT SECTION.
000027        FILE-CONTROL.
000028            SELECT ADJFILE   ASSIGN TO ADJCLMS
000029               FILE STATUS  IS FS-STAT-ADJ.
000030*    *
000031            SELECT AUDSAMP   ASSIGN TO AUDSAMP
000032               ORGANIZATION IS INDEXED
000033               ACCESS MODE  IS RANDOM
000034               RECORD KEY   IS AS-SAMPLE-KEY
000035               FILE STATUS  IS FS-STAT-AS.
000036*    *
000037            SELECT WKSFILE   ASSIGN TO OAUDWKS
000038               FILE STATUS  IS FS-STAT-WKS.
000039        DATA DIVISION.
000040        FILE SECTION.
000041        FD  ADJFILE
000042            RECORDING MODE IS F
000043            RECORD CONTAINS 180 CHARACTERS
000044            BLOCK CONTAINS 0 RECORDS
000045            DATA RECORD IS ADJUDICATED-CLAIM-RECORD.
000046        01  ADJUDICATED-CLAIM-RECORD.
000047            COPY ADJCLMR.
000048*
000049        FD  AUDSAMP
000050            RECORD CONTAINS 200 CHARACTERS
000051            DATA RECORD IS AUDIT-SAMPLE-RECORD.
000052        01  AUDIT-SAMPLE-RECORD.
000053            COPY AUDSAMPR.
000054*
000055        FD  WKSFILE
000056            RECORDING MODE IS F
000057            RECORD CONTAINS 100 CHARACTERS
000058            BLOCK CONTAINS 0 RECORDS
000059            DATA RECORD IS WKS-REPORT.
000060        01  WKS-REPORT                           PIC X(100).
000061*
000062        WORKING-STORAGE SECTION.
000063*Working Variables
000064        01  WS-CONTADORES.
000065          05  WS-CLAIMS-READ          PIC S9(8) COMP SYNC VALUE 0.
000066          05  WS-OUT-OF-WEEK          PIC S9(8) COMP SYNC VALUE 0.
000067          05  WS-NOT-ADJUDICATED      PIC S9(8) COMP SYNC VALUE 0.
000068          05  WS-BAD-TIER             PIC S9(8) COMP SYNC VALUE 0.
000069          05  WS-IN-WEEK              PIC S9(8) COMP SYNC VALUE 0.
000070          05  WS-SAMPLES-WRITTEN      PIC S9(8) COMP SYNC VALUE 0.
000071          05  WS-SAMPLES-FAILED       PIC S9(8) COMP SYNC VALUE 0.
000072*Sampling parameters from SYSIN - the VALUEs only cover a
000073*missing or blank field: week ending (CCYYMMDD, default today),
000074*random seed (default the week-ending date), claims drawn per
000075*routine and per high-dollar stratum, and the high-dollar
000076*threshold in whole dollars of billed amount
000077        01  WS-SAMPLE-CARD.
000078            05  CTL-WEEK-END-X             PIC X(08).
000079            05  CTL-SEED-X                 PIC X(09).
000080            05  CTL-ROUTINE-SIZE-X         PIC X(03).
000081            05  CTL-HIGH-SIZE-X            PIC X(03).
000082            05  CTL-HIGH-THRESHOLD-X       PIC X(07).
000083            05  FILLER                     PIC X(50).
000084        01  WS-SAMPLE-PARMS.
000085            05  WS-WEEK-END-DATE           PIC 9(08) VALUE ZERO.
000086            05  WS-WEEK-START-DATE         PIC 9(08) VALUE ZERO.
000087            05  WS-SEED                    PIC 9(09) VALUE ZERO.
000088            05  WS-ROUTINE-SIZE            PIC 9(03) VALUE 10.
000089            05  WS-HIGH-SIZE               PIC 9(03) VALUE 25.
000090            05  WS-HIGH-THRESHOLD          PIC 9(07) VALUE 5000.
000091        01  WS-CALC-VARS.
000092            05  WS-DATE-INT                PIC 9(08) VALUE ZERO.
000093            05  WS-RANDOM-NUM              PIC V9(09) VALUE ZERO.
000094            05  WS-SLOT                    PIC 9(07) VALUE ZERO.
000095            05  WS-SAMPLE-SEQ              PIC 9(04) VALUE ZERO.
000096*One stratum per plan tier and dollar class - tier 1 routine,
000097*tier 1 high-dollar, tier 2 routine ... - each holding the
000098*claims currently drawn for it
000099        77  STRATUM-MAX             PIC S9(4) COMP VALUE 10.
000100        77  SLOT-MAX                PIC S9(4) COMP VALUE 50.
000101        77  WS-ST-SUB               PIC S9(4) COMP VALUE 0.
000102        77  WS-SLOT-SUB             PIC S9(4) COMP VALUE 0.
000103        01  WS-STRATUM-TABLE.
000104            05  WS-STRATUM-ENTRY OCCURS 10 TIMES.
000105                10  WS-ST-POPULATION        PIC 9(07).
000106                10  WS-ST-SIZE              PIC 9(03).
000107                10  WS-ST-HELD              PIC 9(03).
000108                10  WS-ST-CLAIM OCCURS 50 TIMES
000109                                            PIC X(180).
000110*One drawn claim, laid out as ADJCLMR
000111        01  WS-SAMPLE-CLAIM.
000112            05  WS-SC-CLAIM-IMAGE          PIC X(140).
000113            05  WS-SC-BILLED-AMOUNT        PIC 9(07)V99.
000114            05  WS-SC-WRITE-OFF            PIC 9(07)V99.
000115            05  WS-SC-SECONDARY-PAID       PIC 9(07)V99.
000116            05  FILLER                     PIC X(13).
000117*The claim itself, as adjudicated
000118            COPY CLAIMREC.
000119*Switches Variables & File Status
000120        01  SW-SWITCHE-VARS.
000121            05  SW-END-FILE                     PIC X VALUE '0'.
000122                88 END-FILE                        VALUE '1'.
000123            05  FS-STAT-ADJ                     PIC X(02).
000124                88 ADJFILE-OK                      VALUE '00'.
000125            05  FS-STAT-AS                      PIC X(02).
000126                88 AUDSAMP-OK                      VALUE '00'.
000127            05  FS-STAT-WKS                     PIC X(02).
000128                88 WKSFILE-OK                      VALUE '00'.
000129*Editing Variables
000130        01  WS-EDIT-VARS.
000131            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000132            05  DATE-VARS                  PIC X(15).
000133            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000134*Date-Validation Variables
000135            COPY GNSWVDTV.
000136*Procedural error codes, listed on the worksheet legend
000137            COPY AUDERRT.
000138*Worksheet lines - one block per claim drawn, then the sample
000139*summary by stratum and the error-code legend
000140        01  WS-WKS-LINES.
000141            02  WKS-SEPARATOR.
000142                05  FILLER            PIC X VALUE SPACE.
000143                05  FILLER            PIC X(79) VALUE ALL '='.
000144            02  WKS-TITLE-LINE.
000145                05  FILLER            PIC X VALUE SPACE.
000146                05  FILLER            PIC X(31)
000147                    VALUE 'CLAIMS QUALITY AUDIT WORKSHEET'.
000148                05  FILLER            PIC X(08) VALUE 'SAMPLE '.
000149                05  WKS-WEEK-END-OU        PIC 9(08).
000150                05  FILLER            PIC X VALUE '-'.
000151                05  WKS-SEQ-OU             PIC 9(04).
000152            02  WKS-STRATUM-LINE.
000153                05  FILLER            PIC X VALUE SPACE.
000154                05  FILLER            PIC X(11) VALUE 'PLAN TIER'.
000155                05  WKS-TIER-OU            PIC 9(01).
000156                05  FILLER            PIC X(02) VALUE SPACES.
000157                05  WKS-CLASS-OU           PIC X(12).
000158                05  FILLER            PIC X(06) VALUE 'DRAWN'.
000159                05  WKS-DRAWN-OU           PIC ZZ9.
000160                05  FILLER            PIC X(04) VALUE ' OF'.
000161                05  WKS-POP-OU             PIC Z,ZZZ,ZZ9.
000162                05  FILLER            PIC X(08) VALUE ' CLAIMS'.
000163                05  FILLER            PIC X(05) VALUE 'SEED'.
000164                05  WKS-SEED-OU            PIC 9(09).
000165            02  WKS-CLAIM-LINE-1.
000166                05  FILLER            PIC X VALUE SPACE.
000167                05  FILLER            PIC X(08) VALUE 'POLICY'.
000168                05  WKS-POLICY-OU          PIC 9(07).
000169                05  FILLER            PIC X(09) VALUE '  MEMBER'.
000170                05  WKS-MEMBER-OU          PIC 9(02).
000171                05  FILLER            PIC X(10) VALUE '  INSURED'.
000172                05  WKS-INSURED-OU         PIC X(26).
000173                05  FILLER            PIC X(10) VALUE 'PROVIDER'.
000174                05  WKS-PROVIDER-OU        PIC 9(07).
000175            02  WKS-CLAIM-LINE-2.
000176                05  FILLER            PIC X VALUE SPACE.
000177                05  FILLER            PIC X(08) VALUE 'SERVICE'.
000178                05  WKS-SERVICE-DATE-OU    PIC 9(08).
000179                05  FILLER            PIC X(14)
000180                    VALUE '  ADJUDICATED'.
000181                05  WKS-PROCESS-DATE-OU    PIC 9(08).
000182                05  FILLER            PIC X(06) VALUE '  RUN'.
000183                05  WKS-RUN-ID-OU          PIC X(08).
000184                05  FILLER            PIC X(02) VALUE SPACES.
000185                05  WKS-DISP-OU            PIC X(07).
000186                05  WKS-REASON-OU          PIC X(04).
000187                05  FILLER            PIC X(09) VALUE '  APPEAL'.
000188                05  WKS-APPEAL-OU          PIC X(01).
000189            02  WKS-CLAIM-LINE-3.
000190                05  FILLER            PIC X VALUE SPACE.
000191                05  FILLER            PIC X(08) VALUE 'BILLED'.
000192                05  WKS-BILLED-OU          PIC Z,ZZZ,ZZ9.99.
000193                05  FILLER            PIC X(10) VALUE '  ALLOWED'.
000194                05  WKS-ALLOWED-OU         PIC Z,ZZZ,ZZ9.99.
000195                05  FILLER            PIC X(07) VALUE '  PAID'.
000196                05  WKS-PAID-OU            PIC Z,ZZZ,ZZ9.99.
000197                05  FILLER            PIC X(12)
000198                    VALUE '  SECONDARY'.
000199                05  WKS-SECONDARY-OU       PIC Z,ZZZ,ZZ9.99.
000200            02  WKS-CLAIM-LINE-4.
000201                05  FILLER            PIC X VALUE SPACE.
000202                05  FILLER            PIC X(08) VALUE 'DEDUCT'.
000203                05  WKS-DEDUCT-OU          PIC Z,ZZ9.
000204                05  FILLER            PIC X(08) VALUE '  COINS'.
000205                05  WKS-COINS-OU           PIC .99.
000206                05  FILLER            PIC X(12)
000207                    VALUE '  WRITE-OFF'.
000208                05  WKS-WRITE-OFF-OU       PIC Z,ZZZ,ZZ9.99.
000209                05  FILLER            PIC X(13)
000210                    VALUE '  SECOND POL'.
000211                05  WKS-SECOND-POL-OU      PIC 9(07).
000212            02  WKS-FINDING-LINE-1.
000213                05  FILLER            PIC X VALUE SPACE.
000214                05  FILLER            PIC X(30)
000215                    VALUE 'FINDING - CORRECT PAID AMOUNT'.
000216                05  FILLER            PIC X(10) VALUE ALL '_'.
000217                05  FILLER            PIC X(30)
000218                    VALUE '   PROCEDURAL ERROR CODE ____'.
000219            02  WKS-FINDING-LINE-2.
000220                05  FILLER            PIC X VALUE SPACE.
000221                05  FILLER            PIC X(08) VALUE 'AUDITOR'.
000222                05  FILLER            PIC X(08) VALUE ALL '_'.
000223                05  FILLER            PIC X(14)
000224                    VALUE '   AUDIT DATE'.
000225                05  FILLER            PIC X(08) VALUE ALL '_'.
000226                05  FILLER            PIC X(02) VALUE SPACES.
000227                05  FILLER            PIC X(05) VALUE 'NOTE'.
000228                05  FILLER            PIC X(34) VALUE ALL '_'.
000229            02  WKS-SUMMARY-TITLE.
000230                05  FILLER            PIC X VALUE SPACE.
000231                05  FILLER            PIC X(29)
000232                    VALUE 'AUDIT SAMPLE SUMMARY - WEEK'.
000233                05  WKS-SUM-START-OU       PIC 9(08).
000234                05  FILLER            PIC X(04) VALUE ' TO'.
000235                05  WKS-SUM-END-OU         PIC 9(08).
000236                05  FILLER            PIC X(07) VALUE '  SEED'.
000237                05  WKS-SUM-SEED-OU        PIC 9(09).
000238            02  WKS-SUMMARY-HEADER.
000239                05  FILLER            PIC X VALUE SPACE.
000240                05  FILLER            PIC X(06) VALUE 'TIER'.
000241                05  FILLER            PIC X(14) VALUE 'CLASS'.
000242                05  FILLER            PIC X(12)
000243                    VALUE '    CLAIMS'.
000244                05  FILLER            PIC X(10) VALUE 'SAMPLED'.
000245            02  WKS-SUMMARY-DETAIL.
000246                05  FILLER            PIC X VALUE SPACE.
000247                05  WKS-SUM-TIER-OU        PIC 9(01).
000248                05  FILLER            PIC X(05) VALUE SPACES.
000249                05  WKS-SUM-CLASS-OU       PIC X(12).
000250                05  FILLER            PIC X(02) VALUE SPACES.
000251                05  WKS-SUM-POP-OU         PIC Z,ZZZ,ZZ9.
000252                05  FILLER            PIC X(05) VALUE SPACES.
000253                05  WKS-SUM-DRAWN-OU       PIC ZZ9.
000254            02  WKS-LEGEND-LINE.
000255                05  FILLER            PIC X VALUE SPACE.
000256                05  WKS-LEGEND-CODE-OU     PIC X(04).
000257                05  FILLER            PIC X(03) VALUE ' - '.
000258                05  WKS-LEGEND-TEXT-OU     PIC X(32).
000259*
000260        PROCEDURE DIVISION.
000261            PERFORM 100-OPEN-FILES
000262            PERFORM 200-OFFER-ONE-CLAIM UNTIL END-FILE
000263            PERFORM 300-TERMINAR
000264            GOBACK.
000265*
000266        100-OPEN-FILES.
000267            DISPLAY "Init CLMAUDS.."
000268            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000269            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000270            PERFORM 110-READ-SAMPLE-CARD
000271            OPEN INPUT ADJFILE
000272            IF NOT ADJFILE-OK
000273               DISPLAY 'ERROR IN OPEN ADJUDICATED CLAIM HISTORY '
000274               DISPLAY 'FILE STATUS = ' FS-STAT-ADJ
000275               GO TO 900-ERROR.
000276            OPEN I-O AUDSAMP
000277* A brand-new AUDSAMP is established empty once, then reopened
000278* I-O - the same first-run handling AGTMAINT gives AGTMSTR
000279            IF FS-STAT-AS = '35'
000280               OPEN OUTPUT AUDSAMP
000281               CLOSE AUDSAMP
000282               OPEN I-O AUDSAMP
000283            END-IF
000284            IF NOT AUDSAMP-OK
000285               DISPLAY 'ERROR IN OPEN AUDIT SAMPLE FILE '
000286               DISPLAY 'FILE STATUS = ' FS-STAT-AS
000287               GO TO 900-ERROR.
000288* A week already drawn is not drawn again - a second draw would
000289* hand the auditors a different sample under the same IDs
000290            MOVE WS-WEEK-END-DATE TO AS-WEEK-END-DATE
000291            MOVE 1                TO AS-SAMPLE-SEQ
000292            READ AUDSAMP
000293               INVALID KEY
000294                  CONTINUE
000295               NOT INVALID KEY
000296                  DISPLAY 'SAMPLE ALREADY DRAWN FOR WEEK ENDING '
000297                          WS-WEEK-END-DATE
000298                  GO TO 900-ERROR
000299            END-READ
000300            OPEN OUTPUT WKSFILE
000301            IF NOT WKSFILE-OK
000302               DISPLAY 'ERROR IN OPEN AUDIT WORKSHEET FILE '
000303               DISPLAY 'FILE STATUS = ' FS-STAT-WKS
000304               GO TO 900-ERROR.
000305            PERFORM 120-INIT-STRATUM
000306               VARYING WS-ST-SUB FROM 1 BY 1
000307               UNTIL WS-ST-SUB > STRATUM-MAX
000308            PERFORM 240-READ-RECORD
000309            CONTINUE.
000310*
000311* Any field left blank or not numeric keeps its default. The
000312* week runs from six days before the week-ending date through
000313* it; the generator is seeded once so the same card draws the
000314* same sample off the same history.
000315        110-READ-SAMPLE-CARD.
000316            MOVE SPACES TO WS-SAMPLE-CARD
000317            ACCEPT WS-SAMPLE-CARD FROM SYSIN
000318            MOVE WS-CURRENT-DATE-NUM TO WS-WEEK-END-DATE
000319            IF CTL-WEEK-END-X NUMERIC
000320               MOVE CTL-WEEK-END-X TO DTV-DATE-NUM
000321               CALL 'GNSPPDTV' USING DTV-VARI
000322                   RETURNING RETURN-CODE
000323               END-CALL
000324               IF RETURN-CODE NOT = 0
000325                  MOVE +0 TO RETURN-CODE
000326                  DISPLAY 'WEEK-ENDING DATE INVALID - ' DTV-CMSG
000327                  GO TO 900-ERROR
000328               END-IF
000329               MOVE CTL-WEEK-END-X TO WS-WEEK-END-DATE
000330            END-IF
000331            MOVE WS-WEEK-END-DATE TO WS-SEED
000332            IF CTL-SEED-X NUMERIC AND
000333               CTL-SEED-X NOT = ZERO
000334               MOVE CTL-SEED-X TO WS-SEED
000335            END-IF
000336            IF CTL-ROUTINE-SIZE-X NUMERIC AND
000337               CTL-ROUTINE-SIZE-X NOT = ZERO
000338               MOVE CTL-ROUTINE-SIZE-X TO WS-ROUTINE-SIZE
000339            END-IF
000340            IF CTL-HIGH-SIZE-X NUMERIC AND
000341               CTL-HIGH-SIZE-X NOT = ZERO
000342               MOVE CTL-HIGH-SIZE-X TO WS-HIGH-SIZE
000343            END-IF
000344            IF CTL-HIGH-THRESHOLD-X NUMERIC AND
000345               CTL-HIGH-THRESHOLD-X NOT = ZERO
000346               MOVE CTL-HIGH-THRESHOLD-X TO WS-HIGH-THRESHOLD
000347            END-IF
000348            IF WS-ROUTINE-SIZE > SLOT-MAX
000349               DISPLAY 'ROUTINE SAMPLE SIZE CUT TO ' SLOT-MAX
000350               MOVE SLOT-MAX TO WS-ROUTINE-SIZE
000351            END-IF
000352            IF WS-HIGH-SIZE > SLOT-MAX
000353               DISPLAY 'HIGH-DOLLAR SAMPLE SIZE CUT TO ' SLOT-MAX
000354               MOVE SLOT-MAX TO WS-HIGH-SIZE
000355            END-IF
000356            COMPUTE WS-DATE-INT =
000357                FUNCTION INTEGER-OF-DATE (WS-WEEK-END-DATE) - 6
000358            COMPUTE WS-WEEK-START-DATE =
000359                FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
000360            COMPUTE WS-RANDOM-NUM = FUNCTION RANDOM (WS-SEED)
000361            DISPLAY 'SAMPLE WEEK ' WS-WEEK-START-DATE
000362                    ' TO ' WS-WEEK-END-DATE ' SEED ' WS-SEED
000363            CONTINUE.
000364*
000365* Odd strata are routine, even strata high-dollar
000366        120-INIT-STRATUM.
000367            MOVE ZERO TO WS-ST-POPULATION (WS-ST-SUB)
000368            MOVE ZERO TO WS-ST-HELD (WS-ST-SUB)
000369            IF FUNCTION MOD (WS-ST-SUB, 2) = 1
000370               MOVE WS-ROUTINE-SIZE TO WS-ST-SIZE (WS-ST-SUB)
000371            ELSE
000372               MOVE WS-HIGH-SIZE    TO WS-ST-SIZE (WS-ST-SUB)
000373            END-IF
000374            CONTINUE.
000375*
000376        200-OFFER-ONE-CLAIM.
000377            ADD 1 TO WS-CLAIMS-READ
000378            MOVE ADJ-CLAIM-IMAGE TO CLAIM-RECORD-WS
000379            EVALUATE TRUE
000380                WHEN CLAIM-PROCESS-DATE NOT NUMERIC
000381                WHEN CLAIM-PROCESS-DATE < WS-WEEK-START-DATE
000382                WHEN CLAIM-PROCESS-DATE > WS-WEEK-END-DATE
000383                    ADD 1 TO WS-OUT-OF-WEEK
000384                WHEN NOT CLAIM-DISP-PAID AND
000385                     NOT CLAIM-DISP-DENIED
000386                    ADD 1 TO WS-NOT-ADJUDICATED
000387                WHEN POLICY-TYPE < 1 OR POLICY-TYPE > 5
000388                    ADD 1 TO WS-BAD-TIER
000389                    DISPLAY 'PLAN TIER NOT 1-5, POLICY '
000390                            INSURED-POLICY-NO ' NOT SAMPLED'
000391                WHEN OTHER
000392                    ADD 1 TO WS-IN-WEEK
000393                    PERFORM 210-FIND-STRATUM
000394                    PERFORM 220-OFFER-TO-STRATUM
000395            END-EVALUATE
000396            PERFORM 240-READ-RECORD
000397            CONTINUE.
000398*
000399* High-dollar is judged on what was billed, so a high-dollar
000400* claim denied outright is sampled as closely as one paid
000401        210-FIND-STRATUM.
000402            COMPUTE WS-ST-SUB = (POLICY-TYPE * 2) - 1
000403            IF ADJ-BILLED-AMOUNT >= WS-HIGH-THRESHOLD
000404               ADD 1 TO WS-ST-SUB
000405            END-IF
000406            CONTINUE.
000407*
000408* Reservoir selection: the first n claims of a stratum fill its
000409* n slots; after that the k-th claim replaces a random slot
000410* with probability n/k, which leaves every claim in the stratum
000411* equally likely to be in the final sample.
000412        220-OFFER-TO-STRATUM.
000413            ADD 1 TO WS-ST-POPULATION (WS-ST-SUB)
000414            IF WS-ST-POPULATION (WS-ST-SUB) <=
000415               WS-ST-SIZE (WS-ST-SUB)
000416               MOVE WS-ST-POPULATION (WS-ST-SUB) TO WS-SLOT
000417            ELSE
000418               COMPUTE WS-RANDOM-NUM = FUNCTION RANDOM
000419               COMPUTE WS-SLOT =
000420                   WS-RANDOM-NUM * WS-ST-POPULATION (WS-ST-SUB)
000421                   + 1
000422            END-IF
000423            IF WS-SLOT <= WS-ST-SIZE (WS-ST-SUB)
000424               MOVE WS-SLOT TO WS-SLOT-SUB
000425               MOVE ADJUDICATED-CLAIM-RECORD
000426                 TO WS-ST-CLAIM (WS-ST-SUB, WS-SLOT-SUB)
000427            END-IF
000428            CONTINUE.
000429*
000430        240-READ-RECORD.
000431            READ ADJFILE
000432               AT END MOVE '1' TO SW-END-FILE
000433            END-READ
000434            CONTINUE.
000435*
000436        300-TERMINAR.
000437            PERFORM 310-WRITE-STRATUM
000438               VARYING WS-ST-SUB FROM 1 BY 1
000439               UNTIL WS-ST-SUB > STRATUM-MAX
000440            PERFORM 340-WRITE-SUMMARY
000441            DISPLAY "----------------  "
000442            DISPLAY 'Control Counters  '
000443            DISPLAY "----------------  "
000444            MOVE WS-CLAIMS-READ      TO REC-KTR-OUT
000445            DISPLAY 'Claims Read:        ' REC-KTR-OUT
000446            MOVE WS-OUT-OF-WEEK      TO REC-KTR-OUT
000447            DISPLAY 'Outside The Week:   ' REC-KTR-OUT
000448            MOVE WS-NOT-ADJUDICATED  TO REC-KTR-OUT
000449            DISPLAY 'Not Paid/Denied:    ' REC-KTR-OUT
000450            MOVE WS-BAD-TIER         TO REC-KTR-OUT
000451            DISPLAY 'Plan Tier Invalid:  ' REC-KTR-OUT
000452            MOVE WS-IN-WEEK          TO REC-KTR-OUT
000453            DISPLAY 'Claims In The Week: ' REC-KTR-OUT
000454            MOVE WS-SAMPLES-WRITTEN  TO REC-KTR-OUT
000455            DISPLAY 'Claims Sampled:     ' REC-KTR-OUT
000456            MOVE WS-SAMPLES-FAILED   TO REC-KTR-OUT
000457            DISPLAY 'Sample Writes Fail: ' REC-KTR-OUT
000458            CLOSE ADJFILE AUDSAMP WKSFILE
000459            DISPLAY "END PROGR: CLMAUDS"
000460            CONTINUE.
000461*
000462* A stratum smaller than its sample size is audited in full
000463        310-WRITE-STRATUM.
000464            MOVE WS-ST-SIZE (WS-ST-SUB) TO WS-ST-HELD (WS-ST-SUB)
000465            IF WS-ST-POPULATION (WS-ST-SUB) <
000466               WS-ST-SIZE (WS-ST-SUB)
000467               MOVE WS-ST-POPULATION (WS-ST-SUB)
000468                 TO WS-ST-HELD (WS-ST-SUB)
000469            END-IF
000470            PERFORM 320-WRITE-SAMPLE
000471               VARYING WS-SLOT-SUB FROM 1 BY 1
000472               UNTIL WS-SLOT-SUB > WS-ST-HELD (WS-ST-SUB)
000473            CONTINUE.
000474*
000475        320-WRITE-SAMPLE.
000476            MOVE WS-ST-CLAIM (WS-ST-SUB, WS-SLOT-SUB)
000477              TO WS-SAMPLE-CLAIM
000478            MOVE WS-SC-CLAIM-IMAGE TO CLAIM-RECORD-WS
000479            ADD 1 TO WS-SAMPLE-SEQ
000480            MOVE SPACES                TO AUDIT-SAMPLE-RECORD
000481            MOVE WS-WEEK-END-DATE      TO AS-WEEK-END-DATE
000482            MOVE WS-SAMPLE-SEQ         TO AS-SAMPLE-SEQ
000483            MOVE POLICY-TYPE           TO AS-POLICY-TYPE
000484            IF FUNCTION MOD (WS-ST-SUB, 2) = 1
000485               SET AS-ROUTINE          TO TRUE
000486            ELSE
000487               SET AS-HIGH-DOLLAR      TO TRUE
000488            END-IF
000489            MOVE WS-ST-POPULATION (WS-ST-SUB)
000490                                       TO AS-STRATUM-POPULATION
000491            MOVE WS-ST-HELD (WS-ST-SUB) TO AS-STRATUM-SAMPLED
000492            MOVE INSURED-POLICY-NO     TO AS-POLICY-NO
000493            MOVE ZERO                  TO AS-MEMBER-NO
000494            IF CLAIM-MEMBER-NO NUMERIC
000495               MOVE CLAIM-MEMBER-NO    TO AS-MEMBER-NO
000496            END-IF
000497            MOVE ZERO                  TO AS-PROVIDER-NO
000498            IF CLAIM-PROVIDER-NO NUMERIC
000499               MOVE CLAIM-PROVIDER-NO  TO AS-PROVIDER-NO
000500            END-IF
000501            MOVE ZERO                  TO AS-SERVICE-DATE
000502            IF CLAIM-SERVICE-DATE NUMERIC
000503               MOVE CLAIM-SERVICE-DATE TO AS-SERVICE-DATE
000504            END-IF
000505            MOVE CLAIM-PROCESS-DATE    TO AS-PROCESS-DATE
000506            MOVE CLAIM-RUN-ID          TO AS-RUN-ID
000507            MOVE CLAIM-DISPOSITION-CODE TO AS-DISPOSITION
000508            MOVE CLAIM-DENIAL-REASON-CODE TO AS-DENIAL-REASON
000509            MOVE WS-SC-BILLED-AMOUNT   TO AS-BILLED-AMOUNT
000510            MOVE CLAIM-AMOUNT-PAID     TO AS-PAID-AMOUNT
000511            SET AS-AUDIT-OPEN          TO TRUE
000512            MOVE ZERO                  TO AS-AUDIT-DATE
000513            MOVE ZERO                  TO AS-CORRECT-PAID
000514            MOVE ZERO                  TO AS-PAY-ERROR-AMOUNT
000515            WRITE AUDIT-SAMPLE-RECORD
000516               INVALID KEY
000517                  ADD 1 TO WS-SAMPLES-FAILED
000518                  DISPLAY 'WRITE FAILED ON AUDIT SAMPLE '
000519                          AS-SAMPLE-KEY ' STATUS ' FS-STAT-AS
000520               NOT INVALID KEY
000521                  ADD 1 TO WS-SAMPLES-WRITTEN
000522                  PERFORM 330-WRITE-WORKSHEET
000523            END-WRITE
000524            CONTINUE.
000525*
000526* One worksheet per claim drawn: the claim as adjudicated, and
000527* the blanks the auditor fills in and keys back through CLMAUDF
000528        330-WRITE-WORKSHEET.
000529            WRITE WKS-REPORT FROM WKS-SEPARATOR
000530            MOVE AS-WEEK-END-DATE      TO WKS-WEEK-END-OU
000531            MOVE AS-SAMPLE-SEQ         TO WKS-SEQ-OU
000532            WRITE WKS-REPORT FROM WKS-TITLE-LINE
000533            MOVE AS-POLICY-TYPE        TO WKS-TIER-OU
000534            IF AS-HIGH-DOLLAR
000535               MOVE 'HIGH-DOLLAR'      TO WKS-CLASS-OU
000536            ELSE
000537               MOVE 'ROUTINE'          TO WKS-CLASS-OU
000538            END-IF
000539            MOVE AS-STRATUM-SAMPLED    TO WKS-DRAWN-OU
000540            MOVE AS-STRATUM-POPULATION TO WKS-POP-OU
000541            MOVE WS-SEED               TO WKS-SEED-OU
000542            WRITE WKS-REPORT FROM WKS-STRATUM-LINE
000543            MOVE AS-POLICY-NO          TO WKS-POLICY-OU
000544            MOVE AS-MEMBER-NO          TO WKS-MEMBER-OU
000545            MOVE SPACES                TO WKS-INSURED-OU
000546            STRING INSURED-FIRST-NAME DELIMITED BY SPACE
000547                   ' '                DELIMITED BY SIZE
000548                   INSURED-LAST-NAME  DELIMITED BY SIZE
000549                   INTO WKS-INSURED-OU
000550            END-STRING
000551            MOVE AS-PROVIDER-NO        TO WKS-PROVIDER-OU
000552            WRITE WKS-REPORT FROM WKS-CLAIM-LINE-1
000553            MOVE AS-SERVICE-DATE       TO WKS-SERVICE-DATE-OU
000554            MOVE AS-PROCESS-DATE       TO WKS-PROCESS-DATE-OU
000555            MOVE AS-RUN-ID             TO WKS-RUN-ID-OU
000556            IF AS-CLAIM-PAID
000557               MOVE 'PAID'             TO WKS-DISP-OU
000558               MOVE SPACES             TO WKS-REASON-OU
000559            ELSE
000560               MOVE 'DENIED'           TO WKS-DISP-OU
000561               MOVE AS-DENIAL-REASON   TO WKS-REASON-OU
000562            END-IF
000563            MOVE CLAIM-APPEAL-OUTCOME  TO WKS-APPEAL-OU
000564            WRITE WKS-REPORT FROM WKS-CLAIM-LINE-2
000565            MOVE AS-BILLED-AMOUNT      TO WKS-BILLED-OU
000566            MOVE CLAIM-AMOUNT          TO WKS-ALLOWED-OU
000567            MOVE AS-PAID-AMOUNT        TO WKS-PAID-OU
000568            MOVE WS-SC-SECONDARY-PAID  TO WKS-SECONDARY-OU
000569            WRITE WKS-REPORT FROM WKS-CLAIM-LINE-3
000570            MOVE POLICY-DEDUCTIBLE-PAID TO WKS-DEDUCT-OU
000571            MOVE POLICY-COINSURANCE    TO WKS-COINS-OU
000572            MOVE WS-SC-WRITE-OFF       TO WKS-WRITE-OFF-OU
000573            MOVE ZERO                  TO WKS-SECOND-POL-OU
000574            IF CLAIM-SECONDARY-POLICY-NO NUMERIC
000575               MOVE CLAIM-SECONDARY-POLICY-NO
000576                                       TO WKS-SECOND-POL-OU
000577            END-IF
000578            WRITE WKS-REPORT FROM WKS-CLAIM-LINE-4
000579            MOVE SPACES TO WKS-REPORT
000580            WRITE WKS-REPORT
000581            WRITE WKS-REPORT FROM WKS-FINDING-LINE-1
000582            MOVE SPACES TO WKS-REPORT
000583            WRITE WKS-REPORT
000584            WRITE WKS-REPORT FROM WKS-FINDING-LINE-2
000585            CONTINUE.
000586*
000587        340-WRITE-SUMMARY.
000588            WRITE WKS-REPORT FROM WKS-SEPARATOR
000589            MOVE WS-WEEK-START-DATE    TO WKS-SUM-START-OU
000590            MOVE WS-WEEK-END-DATE      TO WKS-SUM-END-OU
000591            MOVE WS-SEED               TO WKS-SUM-SEED-OU
000592            WRITE WKS-REPORT FROM WKS-SUMMARY-TITLE
000593            WRITE WKS-REPORT FROM WKS-SUMMARY-HEADER
000594            PERFORM 345-WRITE-SUMMARY-LINE
000595               VARYING WS-ST-SUB FROM 1 BY 1
000596               UNTIL WS-ST-SUB > STRATUM-MAX
000597            MOVE SPACES TO WKS-REPORT
000598            WRITE WKS-REPORT
000599            PERFORM 347-WRITE-LEGEND-LINE
000600               VARYING AUD-ERR-IDX FROM 1 BY 1
000601               UNTIL AUD-ERR-IDX > 9
000602            CONTINUE.
000603*
000604        345-WRITE-SUMMARY-LINE.
000605            COMPUTE WKS-SUM-TIER-OU = (WS-ST-SUB + 1) / 2
000606            IF FUNCTION MOD (WS-ST-SUB, 2) = 1
000607               MOVE 'ROUTINE'          TO WKS-SUM-CLASS-OU
000608            ELSE
000609               MOVE 'HIGH-DOLLAR'      TO WKS-SUM-CLASS-OU
000610            END-IF
000611            MOVE WS-ST-POPULATION (WS-ST-SUB) TO WKS-SUM-POP-OU
000612            MOVE WS-ST-HELD (WS-ST-SUB)       TO WKS-SUM-DRAWN-OU
000613            WRITE WKS-REPORT FROM WKS-SUMMARY-DETAIL
000614            CONTINUE.
000615*
000616        347-WRITE-LEGEND-LINE.
000617            MOVE AUD-ERROR-CODE (AUD-ERR-IDX)
000618              TO WKS-LEGEND-CODE-OU
000619            MOVE AUD-ERROR-TEXT (AUD-ERR-IDX)
000620              TO WKS-LEGEND-TEXT-OU
000621            WRITE WKS-REPORT FROM WKS-LEGEND-LINE
000622            CONTINUE.
000623*
000624        900-ERROR.
000625            MOVE +12 TO RETURN-CODE
000626            GOBACK.
