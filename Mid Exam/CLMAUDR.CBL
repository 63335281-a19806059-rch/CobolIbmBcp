000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. CLMAUDR.
000003*===============================================================*
000004* MONTHLY CLAIMS ACCURACY SCORECARD                            =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* SWEEPS THE AUDSAMP QUALITY-AUDIT SAMPLE KSDS (SEE AUDSAMPR)  =*
000009* AND SCORES THE CLAIMS ADJUDICATED IN THE SYSIN MONTH (CCYYMM,=*
000010* DEFAULT THE CURRENT MONTH) BY PLAN TIER AND DOLLAR CLASS:    =*
000011* FINANCIAL ACCURACY - THE SHARE OF THE AUDITED DOLLARS PAID   =*
000012* CORRECTLY, OVER- AND UNDERPAYMENTS BOTH COUNTING AS ERROR -  =*
000013* AND PROCEDURAL ACCURACY - THE SHARE OF AUDITED CLAIMS WITH NO=*
000014* PROCEDURAL ERROR. THE SAMPLE IS WEIGHTED BACK UP BY STRATUM  =*
000015* (CLAIMS IN THE STRATUM / CLAIMS DRAWN) FOR THE ESTIMATE OVER =*
000016* EVERY CLAIM ADJUDICATED, THE PROCEDURAL FINDINGS ARE COUNTED =*
000017* BY ERROR CODE (SEE AUDERRT), AND A MONTH-BY-MONTH TREND OF   =*
000018* EVERY MONTH ON FILE CLOSES THE REPORT. SAMPLED CLAIMS NOT YET=*
000019* AUDITED ARE SHOWN OPEN AND LEFT OUT OF THE SCORES.           =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000023*===============================================================*
000024        ENVIRONMENT DIVISION.
000025        INPUT-OUTPUT SECTION.
000026        FILE-CONTROL.
000027            SELECT AUDSAMP   ASSIGN TO AUDSAMP
000028               ORGANIZATION IS INDEXED
000029               ACCESS MODE  IS SEQUENTIAL
000030               RECORD KEY   IS AS-SAMPLE-KEY
000031               FILE STATUS  IS FS-STAT-AS.
000032*    *
000033            SELECT SCRFILE   ASSIGN TO OAUDSCR
000034               FILE STATUS  IS FS-STAT-SCR.
000035        DATA DIVISION.
000036        FILE SECTION.
000037        FD  AUDSAMP
000038            RECORD CONTAINS 200 CHARACTERS
000039            DATA RECORD IS AUDIT-SAMPLE-RECORD.
000040        01  AUDIT-SAMPLE-RECORD.
000041            COPY AUDSAMPR.
000042*
000043        FD  SCRFILE
000044            RECORDING MODE IS F
000045            RECORD CONTAINS 100 CHARACTERS
000046            BLOCK CONTAINS 0 RECORDS
000047            DATA RECORD IS SCR-REPORT.
000048        01  SCR-REPORT                           PIC X(100).
000049*
000050        WORKING-STORAGE SECTION.
000051*Working Variables
000052        01  WS-CONTADORES.
000053          05  WS-SAMPLES-READ         PIC S9(8) COMP SYNC VALUE 0.
000054          05  WS-SAMPLES-IN-MONTH     PIC S9(8) COMP SYNC VALUE 0.
000055*Scorecard month from SYSIN (CCYYMM) - the current month when
000056*the card is missing or not numeric
000057        01  WS-MONTH-CARD.
000058            05  CTL-MONTH-X                PIC X(06).
000059            05  FILLER                     PIC X(74).
000060        01  WS-SCORE-MONTH                 PIC 9(06) VALUE ZERO.
000061*One row per stratum - tier 1 routine, tier 1 high-dollar,
000062*tier 2 routine ... - and an eleventh for all tiers together.
000063*Audited dollars are what was paid plus what was wrongly
000064*withheld; the W- figures are weighted back up to every claim
000065*adjudicated in the stratum
000066        77  STRATUM-MAX             PIC S9(4) COMP VALUE 10.
000067        77  TOTAL-ROW               PIC S9(4) COMP VALUE 11.
000068        77  WS-ST-SUB               PIC S9(4) COMP VALUE 0.
000069        01  WS-STRATUM-TABLE.
000070            05  WS-STRATUM-ENTRY OCCURS 11 TIMES.
000071                10  WS-ST-SAMPLED           PIC 9(07).
000072                10  WS-ST-AUDITED           PIC 9(07).
000073                10  WS-ST-DOLLARS           PIC 9(11)V99.
000074                10  WS-ST-OVERPAID          PIC 9(11)V99.
000075                10  WS-ST-UNDERPAID         PIC 9(11)V99.
000076                10  WS-ST-PROC-ERRORS       PIC 9(07).
000077                10  WS-ST-W-AUDITED         PIC 9(11)V9(4).
000078                10  WS-ST-W-DOLLARS         PIC 9(13)V99.
000079                10  WS-ST-W-ERRORS          PIC 9(13)V99.
000080                10  WS-ST-W-PROC-ERRORS     PIC 9(11)V9(4).
000081*Procedural findings in the month, one count per AUDERRT code
000082        77  WS-ERR-SUB              PIC S9(4) COMP VALUE 0.
000083        01  WS-ERROR-COUNTS.
000084            05  WS-ERR-COUNT OCCURS 9 TIMES PIC 9(07).
000085*One row per calendar month of adjudication seen on the file
000086        77  MONTH-MAX               PIC S9(4) COMP VALUE 60.
000087        77  WS-MONTH-COUNT          PIC S9(4) COMP VALUE 0.
000088        77  WS-MONTH-SUB            PIC S9(4) COMP VALUE 0.
000089        77  WS-MATCH-SUB            PIC S9(4) COMP VALUE 0.
000090        01  WS-MONTH-TABLE.
000091            05  WS-MONTH-ENTRY OCCURS 60 TIMES.
000092                10  WS-MO-YYMM              PIC 9(06).
000093                10  WS-MO-SAMPLED           PIC 9(07).
000094                10  WS-MO-AUDITED           PIC 9(07).
000095                10  WS-MO-DOLLARS           PIC 9(11)V99.
000096                10  WS-MO-ERRORS            PIC 9(11)V99.
000097                10  WS-MO-PROC-ERRORS       PIC 9(07).
000098        01  WS-CALC-VARS.
000099            05  WS-WEIGHT                  PIC 9(07)V9(4) VALUE 0.
000100            05  WS-TIER-NO                 PIC 9(01) VALUE 0.
000101            05  WS-CLAIM-DOLLARS           PIC 9(07)V99 VALUE 0.
000102            05  WS-FIN-PCT                 PIC 9(03)V99 VALUE 0.
000103            05  WS-PROC-PCT                PIC 9(03)V99 VALUE 0.
000104            05  WS-PCT-DOLLARS             PIC 9(13)V99 VALUE 0.
000105            05  WS-PCT-ERRORS              PIC 9(13)V99 VALUE 0.
000106            05  WS-PCT-AUDITED             PIC 9(11)V9(4) VALUE 0.
000107            05  WS-PCT-PROC-ERRORS         PIC 9(11)V9(4) VALUE 0.
000108*Switches Variables & File Status
000109        01  SW-SWITCHE-VARS.
000110            05  SW-END-FILE                     PIC X VALUE '0'.
000111                88 END-FILE                        VALUE '1'.
000112            05  FS-STAT-AS                      PIC X(02).
000113                88 AUDSAMP-OK                      VALUE '00'.
000114            05  FS-STAT-SCR                     PIC X(02).
000115                88 SCRFILE-OK                      VALUE '00'.
000116*Editing Variables
000117        01  WS-EDIT-VARS.
000118            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000119            05  DATE-VARS                  PIC X(15).
000120*Procedural error codes and their descriptions
000121            COPY AUDERRT.
000122*Scorecard lines
000123        01  WS-SCR-LINES.
000124            02  SCR-HEADER-01.
000125                05  FILLER            PIC X VALUE SPACE.
000126                05  FILLER            PIC X(21)
000127                    VALUE 'CLAIMS QUALITY-AUDIT'.
000128                05  FILLER            PIC X(27)
000129                    VALUE 'ACCURACY SCORECARD'.
000130                05  FILLER            PIC X(06) VALUE 'MONTH'.
000131                05  SCR-HDR-YEAR-OU        PIC 9(04).
000132                05  FILLER            PIC X VALUE '/'.
000133                05  SCR-HDR-MONTH-OU       PIC 9(02).
000134            02  SCR-HEADER-02.
000135                05  FILLER            PIC X VALUE SPACE.
000136                05  FILLER            PIC X(14)
000137                    VALUE 'TIER CLASS'.
000138                05  FILLER            PIC X(21)
000139                    VALUE 'SAMPLED AUDITED  OPEN'.
000140                05  FILLER            PIC X(14)
000141                    VALUE '   DOLLARS'.
000142                05  FILLER            PIC X(24)
000143                    VALUE ' OVERPAID   UNDERPAID'.
000144                05  FILLER            PIC X(24)
000145                    VALUE 'FIN ACC% PROC ERR PROC%'.
000146            02  SCR-DETAIL-RECORD.
000147                05  FILLER            PIC X VALUE SPACE.
000148                05  SCR-TIER-OU            PIC X(04).
000149                05  FILLER            PIC X VALUE SPACE.
000150                05  SCR-CLASS-OU           PIC X(08).
000151                05  SCR-SAMPLED-OU         PIC ZZZZZZ9.
000152                05  SCR-AUDITED-OU         PIC ZZZZZZ9.
000153                05  SCR-OPEN-OU            PIC ZZZZZ9.
000154                05  FILLER            PIC X VALUE SPACE.
000155                05  SCR-DOLLARS-OU         PIC ZZ,ZZZ,ZZ9.99.
000156                05  FILLER            PIC X VALUE SPACE.
000157                05  SCR-OVER-OU            PIC ZZZZ,ZZ9.99.
000158                05  FILLER            PIC X VALUE SPACE.
000159                05  SCR-UNDER-OU           PIC ZZZZ,ZZ9.99.
000160                05  FILLER            PIC X(02) VALUE SPACES.
000161                05  SCR-FIN-PCT-OU         PIC ZZ9.99.
000162                05  FILLER            PIC X(02) VALUE SPACES.
000163                05  SCR-PROC-ERR-OU        PIC ZZZZZZ9.
000164                05  FILLER            PIC X(02) VALUE SPACES.
000165                05  SCR-PROC-PCT-OU        PIC ZZ9.99.
000166            02  SCR-ESTIMATE-LINE.
000167                05  FILLER            PIC X VALUE SPACE.
000168                05  FILLER            PIC X(21)
000169                    VALUE 'ESTIMATED OVER ALL'.
000170                05  FILLER            PIC X(19)
000171                    VALUE 'CLAIMS ADJUDICATED'.
000172                05  FILLER            PIC X(11) VALUE 'FINANCIAL'.
000173                05  SCR-EST-FIN-OU         PIC ZZ9.99.
000174                05  FILLER            PIC X(14)
000175                    VALUE '%  PROCEDURAL'.
000176                05  SCR-EST-PROC-OU        PIC ZZ9.99.
000177                05  FILLER            PIC X VALUE '%'.
000178            02  SCR-ERROR-HEADER.
000179                05  FILLER            PIC X VALUE SPACE.
000180                05  FILLER            PIC X(40)
000181                    VALUE 'PROCEDURAL ERRORS FOUND BY CODE'.
000182            02  SCR-ERROR-DETAIL.
000183                05  FILLER            PIC X(03) VALUE SPACES.
000184                05  SCR-ERR-CODE-OU        PIC X(04).
000185                05  FILLER            PIC X(03) VALUE ' - '.
000186                05  SCR-ERR-TEXT-OU        PIC X(32).
000187                05  SCR-ERR-COUNT-OU       PIC ZZZ,ZZ9.
000188            02  SCR-TREND-HEADER-01.
000189                05  FILLER            PIC X VALUE SPACE.
000190                05  FILLER            PIC X(40)
000191                    VALUE 'MONTH-BY-MONTH TREND (SAMPLE ONLY)'.
000192            02  SCR-TREND-HEADER-02.
000193                05  FILLER            PIC X VALUE SPACE.
000194                05  FILLER            PIC X(10) VALUE 'MONTH'.
000195                05  FILLER            PIC X(18)
000196                    VALUE 'SAMPLED  AUDITED'.
000197                05  FILLER            PIC X(20)
000198                    VALUE 'FIN ACC%  PROC ACC%'.
000199            02  SCR-TREND-DETAIL.
000200                05  FILLER            PIC X VALUE SPACE.
000201                05  SCR-TR-YEAR-OU         PIC 9(04).
000202                05  FILLER            PIC X VALUE '/'.
000203                05  SCR-TR-MONTH-OU        PIC 9(02).
000204                05  FILLER            PIC X(02) VALUE SPACES.
000205                05  SCR-TR-SAMPLED-OU      PIC ZZZZZZ9.
000206                05  FILLER            PIC X(02) VALUE SPACES.
000207                05  SCR-TR-AUDITED-OU      PIC ZZZZZZ9.
000208                05  FILLER            PIC X(04) VALUE SPACES.
000209                05  SCR-TR-FIN-OU          PIC ZZ9.99.
000210                05  FILLER            PIC X(05) VALUE SPACES.
000211                05  SCR-TR-PROC-OU         PIC ZZ9.99.
000212*
000213        PROCEDURE DIVISION.
000214            PERFORM 100-OPEN-FILES
000215            PERFORM 200-SCORE-ONE-SAMPLE UNTIL END-FILE
000216            PERFORM 300-TERMINAR
000217            GOBACK.
000218*
000219        100-OPEN-FILES.
000220            DISPLAY "Init CLMAUDR.."
000221            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000222            MOVE DATE-VARS (1:6)       TO WS-SCORE-MONTH
000223            MOVE SPACES TO WS-MONTH-CARD
000224            ACCEPT WS-MONTH-CARD FROM SYSIN
000225            IF CTL-MONTH-X NUMERIC AND
000226               CTL-MONTH-X (5:2) >= '01' AND
000227               CTL-MONTH-X (5:2) <= '12'
000228               MOVE CTL-MONTH-X TO WS-SCORE-MONTH
000229            ELSE
000230               DISPLAY 'MONTH CARD NOT CCYYMM, SCORING '
000231                       WS-SCORE-MONTH
000232            END-IF
000233            OPEN INPUT AUDSAMP
000234            IF NOT AUDSAMP-OK
000235               DISPLAY 'ERROR IN OPEN AUDIT SAMPLE FILE '
000236               DISPLAY 'FILE STATUS = ' FS-STAT-AS
000237               GO TO 900-ERROR.
000238            OPEN OUTPUT SCRFILE
000239            IF NOT SCRFILE-OK
000240               DISPLAY 'ERROR IN OPEN SCORECARD REPORT FILE '
000241               DISPLAY 'FILE STATUS = ' FS-STAT-SCR
000242               GO TO 900-ERROR.
000243            INITIALIZE WS-STRATUM-TABLE
000244            INITIALIZE WS-ERROR-COUNTS
000245            PERFORM 240-READ-RECORD
000246            CONTINUE.
000247*
000248        200-SCORE-ONE-SAMPLE.
000249            ADD 1 TO WS-SAMPLES-READ
000250            MOVE ZERO TO WS-CLAIM-DOLLARS
000251            IF AS-AUDIT-DONE
000252               COMPUTE WS-CLAIM-DOLLARS = AS-PAID-AMOUNT
000253               IF AS-UNDERPAID
000254                  ADD AS-PAY-ERROR-AMOUNT TO WS-CLAIM-DOLLARS
000255               END-IF
000256            END-IF
000257            PERFORM 215-FIND-MONTH
000258            IF WS-MATCH-SUB > 0
000259               PERFORM 217-ADD-TO-MONTH
000260            END-IF
000261            IF AS-PROCESS-DATE (1:6) = WS-SCORE-MONTH
000262               ADD 1 TO WS-SAMPLES-IN-MONTH
000263               COMPUTE WS-ST-SUB = (AS-POLICY-TYPE * 2) - 1
000264               IF AS-HIGH-DOLLAR
000265                  ADD 1 TO WS-ST-SUB
000266               END-IF
000267               IF WS-ST-SUB < 1 OR WS-ST-SUB > STRATUM-MAX
000268                  DISPLAY 'PLAN TIER NOT 1-5 ON SAMPLE '
000269                          AS-SAMPLE-KEY ' - TOTALS ONLY'
000270               ELSE
000271                  PERFORM 220-ADD-TO-STRATUM
000272               END-IF
000273               MOVE TOTAL-ROW TO WS-ST-SUB
000274               PERFORM 220-ADD-TO-STRATUM
000275               IF AS-AUDIT-DONE AND NOT AS-NO-PROC-ERROR
000276                  PERFORM 225-COUNT-ERROR-CODE
000277               END-IF
000278            END-IF
000279            PERFORM 240-READ-RECORD
000280            CONTINUE.
000281*
000282* Finds (or opens) the trend row for the claim's month of
000283* adjudication; WS-MATCH-SUB stays zero when the table is full
000284        215-FIND-MONTH.
000285            MOVE 0 TO WS-MATCH-SUB
000286            PERFORM 216-MATCH-MONTH
000287               VARYING WS-MONTH-SUB FROM 1 BY 1
000288               UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
000289                  OR WS-MATCH-SUB > 0
000290            IF WS-MATCH-SUB = 0
000291               IF WS-MONTH-COUNT < MONTH-MAX
000292                  ADD 1 TO WS-MONTH-COUNT
000293                  MOVE WS-MONTH-COUNT TO WS-MATCH-SUB
000294                  MOVE AS-PROCESS-DATE (1:6)
000295                    TO WS-MO-YYMM (WS-MATCH-SUB)
000296                  MOVE ZERO TO WS-MO-SAMPLED (WS-MATCH-SUB)
000297                  MOVE ZERO TO WS-MO-AUDITED (WS-MATCH-SUB)
000298                  MOVE ZERO TO WS-MO-DOLLARS (WS-MATCH-SUB)
000299                  MOVE ZERO TO WS-MO-ERRORS (WS-MATCH-SUB)
000300                  MOVE ZERO TO WS-MO-PROC-ERRORS (WS-MATCH-SUB)
000301               ELSE
000302                  DISPLAY 'WARNING - MONTH TABLE FULL, SAMPLE '
000303                          AS-SAMPLE-KEY ' NOT TRENDED'
000304               END-IF
000305            END-IF
000306            CONTINUE.
000307*
000308        216-MATCH-MONTH.
000309            IF WS-MO-YYMM (WS-MONTH-SUB) = AS-PROCESS-DATE (1:6)
000310               MOVE WS-MONTH-SUB TO WS-MATCH-SUB
000311            END-IF
000312            CONTINUE.
000313*
000314        217-ADD-TO-MONTH.
000315            ADD 1 TO WS-MO-SAMPLED (WS-MATCH-SUB)
000316            IF AS-AUDIT-DONE
000317               ADD 1 TO WS-MO-AUDITED (WS-MATCH-SUB)
000318               ADD WS-CLAIM-DOLLARS
000319                 TO WS-MO-DOLLARS (WS-MATCH-SUB)
000320               ADD AS-PAY-ERROR-AMOUNT
000321                 TO WS-MO-ERRORS (WS-MATCH-SUB)
000322               IF NOT AS-NO-PROC-ERROR
000323                  ADD 1 TO WS-MO-PROC-ERRORS (WS-MATCH-SUB)
000324               END-IF
000325            END-IF
000326            CONTINUE.
000327*
000328* Each audited claim stands for (claims in its stratum / claims
000329* drawn) claims of the week it was drawn from
000330        220-ADD-TO-STRATUM.
000331            ADD 1 TO WS-ST-SAMPLED (WS-ST-SUB)
000332            IF AS-AUDIT-DONE
000333               MOVE 1 TO WS-WEIGHT
000334               IF AS-STRATUM-SAMPLED > 0
000335                  COMPUTE WS-WEIGHT ROUNDED =
000336                      AS-STRATUM-POPULATION / AS-STRATUM-SAMPLED
000337               END-IF
000338               ADD 1 TO WS-ST-AUDITED (WS-ST-SUB)
000339               ADD WS-CLAIM-DOLLARS TO WS-ST-DOLLARS (WS-ST-SUB)
000340               IF AS-OVERPAID
000341                  ADD AS-PAY-ERROR-AMOUNT
000342                    TO WS-ST-OVERPAID (WS-ST-SUB)
000343               END-IF
000344               IF AS-UNDERPAID
000345                  ADD AS-PAY-ERROR-AMOUNT
000346                    TO WS-ST-UNDERPAID (WS-ST-SUB)
000347               END-IF
000348               ADD WS-WEIGHT TO WS-ST-W-AUDITED (WS-ST-SUB)
000349               COMPUTE WS-ST-W-DOLLARS (WS-ST-SUB) ROUNDED =
000350                   WS-ST-W-DOLLARS (WS-ST-SUB)
000351                 + (WS-CLAIM-DOLLARS * WS-WEIGHT)
000352               COMPUTE WS-ST-W-ERRORS (WS-ST-SUB) ROUNDED =
000353                   WS-ST-W-ERRORS (WS-ST-SUB)
000354                 + (AS-PAY-ERROR-AMOUNT * WS-WEIGHT)
000355               IF NOT AS-NO-PROC-ERROR
000356                  ADD 1 TO WS-ST-PROC-ERRORS (WS-ST-SUB)
000357                  ADD WS-WEIGHT
000358                    TO WS-ST-W-PROC-ERRORS (WS-ST-SUB)
000359               END-IF
000360            END-IF
000361            CONTINUE.
000362*
000363        225-COUNT-ERROR-CODE.
000364            SET AUD-ERR-IDX TO 1
000365            SEARCH AUD-ERROR-ENTRY
000366               AT END
000367                  DISPLAY 'ERROR CODE ' AS-PROC-ERROR-CODE
000368                          ' NOT ON TABLE, SAMPLE ' AS-SAMPLE-KEY
000369               WHEN AUD-ERROR-CODE (AUD-ERR-IDX) =
000370                    AS-PROC-ERROR-CODE
000371                  SET WS-ERR-SUB TO AUD-ERR-IDX
000372                  ADD 1 TO WS-ERR-COUNT (WS-ERR-SUB)
000373            END-SEARCH
000374            CONTINUE.
000375*
000376        240-READ-RECORD.
000377            READ AUDSAMP
000378               AT END MOVE '1' TO SW-END-FILE
000379            END-READ
000380            CONTINUE.
000381*
000382        300-TERMINAR.
000383            MOVE WS-SCORE-MONTH (1:4) TO SCR-HDR-YEAR-OU
000384            MOVE WS-SCORE-MONTH (5:2) TO SCR-HDR-MONTH-OU
000385            WRITE SCR-REPORT FROM SCR-HEADER-01
000386            MOVE SPACES TO SCR-REPORT
000387            WRITE SCR-REPORT
000388            WRITE SCR-REPORT FROM SCR-HEADER-02
000389            PERFORM 310-WRITE-STRATUM-LINE
000390               VARYING WS-ST-SUB FROM 1 BY 1
000391               UNTIL WS-ST-SUB > TOTAL-ROW
000392            MOVE SPACES TO SCR-REPORT
000393            WRITE SCR-REPORT
000394            PERFORM 320-WRITE-ESTIMATE
000395            MOVE SPACES TO SCR-REPORT
000396            WRITE SCR-REPORT
000397            WRITE SCR-REPORT FROM SCR-ERROR-HEADER
000398            PERFORM 330-WRITE-ERROR-LINE
000399               VARYING WS-ERR-SUB FROM 1 BY 1
000400               UNTIL WS-ERR-SUB > 9
000401            MOVE SPACES TO SCR-REPORT
000402            WRITE SCR-REPORT
000403            WRITE SCR-REPORT FROM SCR-TREND-HEADER-01
000404            WRITE SCR-REPORT FROM SCR-TREND-HEADER-02
000405            PERFORM 340-WRITE-TREND-LINE
000406               VARYING WS-MONTH-SUB FROM 1 BY 1
000407               UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
000408            MOVE WS-SAMPLES-READ     TO REC-KTR-OUT
000409            DISPLAY 'Samples Read:       ' REC-KTR-OUT
000410            MOVE WS-SAMPLES-IN-MONTH TO REC-KTR-OUT
000411            DISPLAY 'Samples In Month:   ' REC-KTR-OUT
000412            CLOSE AUDSAMP SCRFILE
000413            DISPLAY "END PROGR: CLMAUDR"
000414            CONTINUE.
000415*
000416        310-WRITE-STRATUM-LINE.
000417            IF WS-ST-SUB = TOTAL-ROW
000418               MOVE 'ALL'              TO SCR-TIER-OU
000419               MOVE 'TIERS'            TO SCR-CLASS-OU
000420            ELSE
000421               MOVE SPACES             TO SCR-TIER-OU
000422               COMPUTE WS-TIER-NO = (WS-ST-SUB + 1) / 2
000423               MOVE WS-TIER-NO         TO SCR-TIER-OU (2:1)
000424               IF FUNCTION MOD (WS-ST-SUB, 2) = 1
000425                  MOVE 'ROUTINE'       TO SCR-CLASS-OU
000426               ELSE
000427                  MOVE 'HIGH-DLR'      TO SCR-CLASS-OU
000428               END-IF
000429            END-IF
000430            MOVE WS-ST-SAMPLED (WS-ST-SUB)   TO SCR-SAMPLED-OU
000431            MOVE WS-ST-AUDITED (WS-ST-SUB)   TO SCR-AUDITED-OU
000432            COMPUTE SCR-OPEN-OU =
000433                WS-ST-SAMPLED (WS-ST-SUB)
000434              - WS-ST-AUDITED (WS-ST-SUB)
000435            MOVE WS-ST-DOLLARS (WS-ST-SUB)   TO SCR-DOLLARS-OU
000436            MOVE WS-ST-OVERPAID (WS-ST-SUB)  TO SCR-OVER-OU
000437            MOVE WS-ST-UNDERPAID (WS-ST-SUB) TO SCR-UNDER-OU
000438            MOVE WS-ST-PROC-ERRORS (WS-ST-SUB) TO SCR-PROC-ERR-OU
000439            MOVE WS-ST-DOLLARS (WS-ST-SUB)   TO WS-PCT-DOLLARS
000440            COMPUTE WS-PCT-ERRORS = WS-ST-OVERPAID (WS-ST-SUB)
000441                                  + WS-ST-UNDERPAID (WS-ST-SUB)
000442            MOVE WS-ST-AUDITED (WS-ST-SUB)   TO WS-PCT-AUDITED
000443            MOVE WS-ST-PROC-ERRORS (WS-ST-SUB)
000444                                          TO WS-PCT-PROC-ERRORS
000445            PERFORM 350-COMPUTE-PERCENTS
000446            MOVE WS-FIN-PCT                  TO SCR-FIN-PCT-OU
000447            MOVE WS-PROC-PCT                 TO SCR-PROC-PCT-OU
000448            WRITE SCR-REPORT FROM SCR-DETAIL-RECORD
000449            CONTINUE.
000450*
000451* The all-tiers row weighted back up by stratum - what the
000452* month's accuracy is estimated to be over every claim
000453* adjudicated, not just over the claims drawn
000454        320-WRITE-ESTIMATE.
000455            MOVE WS-ST-W-DOLLARS (TOTAL-ROW)  TO WS-PCT-DOLLARS
000456            MOVE WS-ST-W-ERRORS (TOTAL-ROW)   TO WS-PCT-ERRORS
000457            MOVE WS-ST-W-AUDITED (TOTAL-ROW)  TO WS-PCT-AUDITED
000458            MOVE WS-ST-W-PROC-ERRORS (TOTAL-ROW)
000459                                          TO WS-PCT-PROC-ERRORS
000460            PERFORM 350-COMPUTE-PERCENTS
000461            MOVE WS-FIN-PCT                   TO SCR-EST-FIN-OU
000462            MOVE WS-PROC-PCT                  TO SCR-EST-PROC-OU
000463            WRITE SCR-REPORT FROM SCR-ESTIMATE-LINE
000464            CONTINUE.
000465*
000466        330-WRITE-ERROR-LINE.
000467            SET AUD-ERR-IDX TO WS-ERR-SUB
000468            MOVE AUD-ERROR-CODE (AUD-ERR-IDX) TO SCR-ERR-CODE-OU
000469            MOVE AUD-ERROR-TEXT (AUD-ERR-IDX) TO SCR-ERR-TEXT-OU
000470            MOVE WS-ERR-COUNT (WS-ERR-SUB)    TO SCR-ERR-COUNT-OU
000471            WRITE SCR-REPORT FROM SCR-ERROR-DETAIL
000472            CONTINUE.
000473*
000474        340-WRITE-TREND-LINE.
000475            MOVE WS-MO-YYMM (WS-MONTH-SUB) (1:4)
000476                                          TO SCR-TR-YEAR-OU
000477            MOVE WS-MO-YYMM (WS-MONTH-SUB) (5:2)
000478                                          TO SCR-TR-MONTH-OU
000479            MOVE WS-MO-SAMPLED (WS-MONTH-SUB) TO SCR-TR-SAMPLED-OU
000480            MOVE WS-MO-AUDITED (WS-MONTH-SUB) TO SCR-TR-AUDITED-OU
000481            MOVE WS-MO-DOLLARS (WS-MONTH-SUB) TO WS-PCT-DOLLARS
000482            MOVE WS-MO-ERRORS (WS-MONTH-SUB)  TO WS-PCT-ERRORS
000483            MOVE WS-MO-AUDITED (WS-MONTH-SUB) TO WS-PCT-AUDITED
000484            MOVE WS-MO-PROC-ERRORS (WS-MONTH-SUB)
000485                                          TO WS-PCT-PROC-ERRORS
000486            PERFORM 350-COMPUTE-PERCENTS
000487            MOVE WS-FIN-PCT                   TO SCR-TR-FIN-OU
000488            MOVE WS-PROC-PCT                  TO SCR-TR-PROC-OU
000489            WRITE SCR-REPORT FROM SCR-TREND-DETAIL
000490            CONTINUE.
000491*
000492* Financial accuracy is the share of the audited dollars not in
000493* error; with no audited dollars (nothing paid, nothing owed)
000494* there is nothing to get wrong and it scores 100. Procedural
000495* accuracy is the share of audited claims with no procedural
000496* finding; with nothing audited both read zero.
000497        350-COMPUTE-PERCENTS.
000498            MOVE ZERO TO WS-FIN-PCT
000499            MOVE ZERO TO WS-PROC-PCT
000500            IF WS-PCT-AUDITED > 0
000501               IF WS-PCT-DOLLARS > 0
000502                  IF WS-PCT-ERRORS >= WS-PCT-DOLLARS
000503                     MOVE ZERO TO WS-FIN-PCT
000504                  ELSE
000505                     COMPUTE WS-FIN-PCT ROUNDED =
000506                         (WS-PCT-DOLLARS - WS-PCT-ERRORS) * 100
000507                       / WS-PCT-DOLLARS
000508                  END-IF
000509               ELSE
000510                  MOVE 100 TO WS-FIN-PCT
000511               END-IF
000512               COMPUTE WS-PROC-PCT ROUNDED =
000513                   (WS-PCT-AUDITED - WS-PCT-PROC-ERRORS) * 100
000514                 / WS-PCT-AUDITED
000515            END-IF
000516            CONTINUE.
000517*
000518        900-ERROR.
000519            MOVE +12 TO RETURN-CODE
000520            GOBACK.
