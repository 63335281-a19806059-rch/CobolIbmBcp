000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. LOSSRAT.
000003*===============================================================*
000004* MEDICAL LOSS RATIO REPORT BY PLAN TIER                       =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* MATCHES PREMIUM ON THE PRMBAL KSDS (PB-TOTAL-BILLED IS THE    =*
000009* PREMIUM EARNED, PB-TOTAL-PAID WHAT WAS COLLECTED) TO CLAIMS   =*
000010* PAID ON CLMHIST (OPEN YEAR) PLUS EVERY CLMARCH ROW (CLOSED    =*
000011* YEARS) BY POLICY NUMBER - ALL THREE FILES ARE READ IN KEY     =*
000012* ORDER AND MERGED - AND ROLLS THE RESULT UP BY PM-POLICY-TYPE  =*
000013* FROM POLMSTR. A POLICY NOT ON POLMSTR FALLS BACK TO THE TIER  =*
000014* CARRIED ON ITS CLAIM ROWS. POLICIES WITH PREMIUM AND NO       =*
000015* CLAIMS, AND CLAIMS WITH NO PREMIUM ON FILE, ARE EACH LISTED   =*
000016* SO THE RATIO CAN BE TRUSTED. REPORT GOES TO OLOSSRT.          =*
000017*---------------------------------------------------------------*
000018* MODIFICATION HISTORY:                                        =*
000019* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000019* 15/10/2026 RCH - PRMBAL WIDENED TO 320 (INSTALLMENT SCHEDULE) =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000023        FILE-CONTROL.
000024            SELECT PRMBAL    ASSIGN TO PRMBAL
000025               ORGANIZATION IS INDEXED
000026               ACCESS MODE  IS SEQUENTIAL
000027               RECORD KEY   IS PB-POLICY-NO
000028               FILE STATUS  IS FS-STAT-BAL.
000029*    *
000030            SELECT ARCHFILE  ASSIGN TO CLMARCH
000031               ORGANIZATION IS INDEXED
000032               ACCESS MODE  IS SEQUENTIAL
000033               RECORD KEY   IS ARCH-KEY
000034               FILE STATUS  IS FS-STAT-ARCH.
000035*    *
000036            SELECT CLAIMHIST ASSIGN TO CLMHIST
000037               ORGANIZATION IS INDEXED
000038               ACCESS MODE  IS SEQUENTIAL
000039               RECORD KEY   IS HIST-POLICY-NO
000040               FILE STATUS  IS FS-STAT-HIST.
000041*    *
000042            SELECT POLMSTR   ASSIGN TO POLMSTR
000043               ORGANIZATION IS INDEXED
000044               ACCESS MODE  IS RANDOM
000045               RECORD KEY   IS PM-POLICY-NO
000046               FILE STATUS  IS FS-STAT-PM.
000047*    *
000048            SELECT MLRFILE   ASSIGN TO OLOSSRT
000049               FILE STATUS  IS FS-STAT-MLR.
000050        DATA DIVISION.
000051        FILE SECTION.
000052        FD  PRMBAL
000053            RECORDING MODE IS F
000054            RECORD CONTAINS 320 CHARACTERS
000055            BLOCK CONTAINS 0 RECORDS
000056            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000057        01  PREMIUM-BALANCE-RECORD.
000058            COPY PRMBALR.
000059        FD  ARCHFILE
000060            RECORDING MODE IS F
000061            RECORD CONTAINS 80 CHARACTERS
000062            BLOCK CONTAINS 0 RECORDS
000063            DATA RECORD IS ARCHIVE-RECORD.
000064        01  ARCHIVE-RECORD.
000065            05  ARCH-KEY.
000066                10  ARCH-POLICY-NO               PIC 9(07).
000067                10  ARCH-BENEFIT-YEAR            PIC 9(04).
000068            05  ARCH-CLAIM-COUNT                 PIC 9(05).
000069            05  ARCH-CLAIM-PAID-COUNT            PIC 9(05).
000070            05  ARCH-CLAIM-DENIED-COUNT          PIC 9(05).
000071            05  ARCH-YTD-CLAIM-AMOUNT            PIC 9(09)V99.
000072            05  ARCH-DEDUCT-PAID-YTD             PIC 9(07)V99.
000073            05  ARCH-POLICY-TYPE                 PIC 9(01).
000074            05  ARCH-LAST-CLAIM-DATE             PIC 9(08).
000075            05  ARCH-BENEFIT-DATE                PIC 9(08).
000076            05  FILLER                           PIC X(17).
000077        FD  CLAIMHIST
000078            RECORDING MODE IS F
000079            RECORD CONTAINS 68 CHARACTERS
000080            BLOCK CONTAINS 0 RECORDS
000081            DATA RECORD IS CLAIM-HIST-RECORD.
000082        01  CLAIM-HIST-RECORD.
000083            COPY CLMHISTR.
000084        FD  POLMSTR
000085            RECORDING MODE IS F
000086            RECORD CONTAINS 80 CHARACTERS
000087            BLOCK CONTAINS 0 RECORDS
000088            DATA RECORD IS POLICY-MASTER-RECORD.
000089        01  POLICY-MASTER-RECORD.
000090            COPY POLMSTRR.
000091        FD  MLRFILE
000092            RECORDING MODE IS F
000093            RECORD CONTAINS 133 CHARACTERS
000094            BLOCK CONTAINS 0 RECORDS
000095            DATA RECORD IS MLR-REPORT.
000096        01  MLR-REPORT                           PIC X(133).
000097*
000098        WORKING-STORAGE SECTION.
000099*Working Variables
000100        01  WS-CONTADORES.
000101          05  WS-PRM-READ             PIC S9(8) COMP SYNC VALUE 0.
000102          05  WS-ARCH-READ            PIC S9(8) COMP SYNC VALUE 0.
000103          05  WS-HIST-READ            PIC S9(8) COMP SYNC VALUE 0.
000104          05  WS-POLICIES-MATCHED     PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-PREM-NO-CLAIMS       PIC S9(8) COMP SYNC VALUE 0.
000106          05  WS-CLAIMS-NO-PREM       PIC S9(8) COMP SYNC VALUE 0.
000107          05  WS-NOT-ON-POLMSTR       PIC S9(8) COMP SYNC VALUE 0.
000108          05  WS-MLR-NUM-LINES        PIC S9(4) COMP VALUE 61.
000109*Merge keys - each set to all nines when its file runs out
000110        01  WS-MERGE-KEYS.
000111            05  WS-PRM-KEY                 PIC 9(07) VALUE ZERO.
000112            05  WS-ARCH-KEY                PIC 9(07) VALUE ZERO.
000113            05  WS-HIST-KEY                PIC 9(07) VALUE ZERO.
000114            05  WS-LOW-KEY                 PIC 9(07) VALUE ZERO.
000115            05  WS-HIGH-KEY                PIC 9(07)
000116                                     VALUE 9999999.
000117*One policy's premium and claims, gathered across the files
000118        01  WS-CALC-VARS.
000119            05  WS-POL-BILLED              PIC 9(09)V99 VALUE 0.
000120            05  WS-POL-COLLECTED           PIC 9(09)V99 VALUE 0.
000121            05  WS-POL-CLAIMS              PIC 9(11)V99 VALUE 0.
000122            05  WS-POL-CLAIM-TIER          PIC 9(01) VALUE ZERO.
000123            05  WS-RATIO-PCT               PIC S9(05)V9 VALUE 0.
000124*Per-plan-tier totals, subscripted by PM-POLICY-TYPE 1-5, with
000125*a sixth bucket for policies whose tier cannot be found
000126        01  WS-TYPE-TOTALS.
000127            05  WS-TYPE-ENTRY OCCURS 6 TIMES.
000128                10  WS-TYPE-POLICIES    PIC S9(8) COMP VALUE 0.
000129                10  WS-TYPE-BILLED      PIC S9(11)V99 COMP-3
000130                                         VALUE 0.
000131                10  WS-TYPE-COLLECTED   PIC S9(11)V99 COMP-3
000132                                         VALUE 0.
000133                10  WS-TYPE-CLAIMS      PIC S9(11)V99 COMP-3
000134                                         VALUE 0.
000135        01  WS-TYPE-LABELS.
000136            05  FILLER     PIC X(23) VALUE 'EMPLOYER-PRIVATE'.
000137            05  FILLER     PIC X(23) VALUE 'STANDARD MEDICARE'.
000138            05  FILLER     PIC X(23) VALUE 'AFFORDABLE CARE ACT'.
000139            05  FILLER     PIC X(23) VALUE 'HSA PLAN'.
000140            05  FILLER     PIC X(23) VALUE 'DENTAL PLAN'.
000141            05  FILLER     PIC X(23) VALUE 'TIER NOT ON FILE'.
000142        01  WS-TYPE-LABELS-RDF REDEFINES WS-TYPE-LABELS.
000143            05  WS-TYPE-LABEL   PIC X(23) OCCURS 6 TIMES.
000144        77  TYPE-SUB                    PIC S9(4) COMP VALUE 0.
000145*Switches Variables & File Status
000146        01  SW-SWITCHE-VARS.
000147            05  SW-PM-FOUND                     PIC X VALUE 'Y'.
000148                88 PM-FOUND                        VALUE 'Y'.
000149                88 PM-NOT-FOUND                    VALUE 'N'.
000150            05  FS-STAT-BAL                     PIC X(02).
000151                88 PRMBAL-OK                       VALUE '00'.
000152            05  FS-STAT-ARCH                    PIC X(02).
000153                88 CLAIMARCH-OK                    VALUE '00'.
000154            05  FS-STAT-HIST                    PIC X(02).
000155                88 CLAIMHIST-OK                    VALUE '00'.
000156            05  FS-STAT-PM                      PIC X(02).
000157                88 POLMSTR-OK                      VALUE '00'.
000158            05  FS-STAT-MLR                     PIC X(02).
000159                88 MLRFILE-OK                      VALUE '00'.
000160*Editing Variables
000161        01  WS-EDIT-VARS.
000162            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000163            05  DATE-VARS                  PIC X(15).
000164*Report lines
000165        01  WS-MLR-LINES.
000166            02  MLR-HEADER-01.
000167                05  FILLER                 PIC X VALUE SPACE.
000168                05  DATE-HEAD01.
000169                    10  DATE-HEAD01-YEAR   PIC X(04).
000170                    10  FILLER             PIC X VALUE '/'.
000171                    10  DATE-HEAD01-MONTH  PIC X(02).
000172                    10  FILLER             PIC X VALUE '/'.
000173                    10  DATE-HEAD01-DAY    PIC X(02).
000174                05  FILLER                 PIC X(10) VALUE SPACES.
000175                05  FILLER                 PIC X(45)
000176                    VALUE 'Medical Loss Ratio by Plan Tier'.
000177            02  MLR-EXCP-HEADER.
000178                05  FILLER            PIC X VALUE SPACE.
000179                05  FILLER            PIC X(10) VALUE 'POLICY'.
000180                05  FILLER            PIC X(24) VALUE 'PLAN TIER'.
000181                05  FILLER            PIC X(17)
000182                    VALUE '  PREMIUM BILLED'.
000183                05  FILLER            PIC X(18)
000184                    VALUE '     CLAIMS PAID'.
000185                05  FILLER            PIC X(25) VALUE 'EXCEPTION'.
000186            02  MLR-EXCP-DETAIL.
000187                05  FILLER            PIC X VALUE SPACE.
000188                05  MLR-POLICY-NO-OU       PIC 9(07).
000189                05  FILLER            PIC X(03) VALUE SPACES.
000190                05  MLR-TIER-OU            PIC X(23).
000191                05  FILLER            PIC X VALUE SPACE.
000192                05  MLR-BILLED-OU          PIC $$$$,$$$,$$9.99.
000193                05  FILLER            PIC X(02) VALUE SPACES.
000194                05  MLR-CLAIMS-OU          PIC $$$,$$$,$$$,$$9.99.
000195                05  FILLER            PIC X(02) VALUE SPACES.
000196                05  MLR-EXCP-OU            PIC X(25).
000197            02  MLR-TYPE-HEADER.
000198                05  FILLER            PIC X VALUE SPACE.
000199                05  FILLER            PIC X(24) VALUE 'PLAN TIER'.
000200                05  FILLER            PIC X(10) VALUE 'POLICIES'.
000201                05  FILLER            PIC X(19)
000202                    VALUE '   PREMIUM EARNED'.
000203                05  FILLER            PIC X(19)
000204                    VALUE '   PREMIUM COLLECT'.
000205                05  FILLER            PIC X(19)
000206                    VALUE '      CLAIMS PAID'.
000207                05  FILLER            PIC X(10)
000208              VALUE 'LOSS RATIO'.
000209            02  MLR-TYPE-DETAIL.
000210                05  FILLER            PIC X VALUE SPACE.
000211                05  MLR-TYPE-LABEL-OU      PIC X(23).
000212                05  FILLER            PIC X VALUE SPACE.
000213                05  MLR-TYPE-POLICIES-OU   PIC ZZZZZ,ZZ9.
000214                05  FILLER            PIC X VALUE SPACE.
000215                05  MLR-TYPE-BILLED-OU     PIC $$,$$$,$$$,$$9.99.
000216                05  FILLER            PIC X(02) VALUE SPACES.
000217                05  MLR-TYPE-COLL-OU       PIC $$,$$$,$$$,$$9.99.
000218                05  FILLER            PIC X(02) VALUE SPACES.
000219                05  MLR-TYPE-CLAIMS-OU     PIC $$,$$$,$$$,$$9.99.
000220                05  FILLER            PIC X(03) VALUE SPACES.
000221                05  MLR-TYPE-RATIO-OU      PIC ZZZZ9.9-.
000222                05  FILLER            PIC X VALUE '%'.
000223            02  MLR-COUNT-LINE.
000224                05  FILLER            PIC X VALUE SPACE.
000225                05  MLR-COUNT-LABEL        PIC X(34).
000226                05  MLR-COUNT-OU           PIC ZZZ,ZZZ,ZZ9.
000227            02  MLR-BLANK-LINE        PIC X(133) VALUE SPACES.
000228*
000229        PROCEDURE DIVISION.
000230            PERFORM 100-OPEN-FILES
000231            PERFORM 200-MATCH-ONE-POLICY
000232               UNTIL WS-PRM-KEY  = WS-HIGH-KEY
000233                 AND WS-ARCH-KEY = WS-HIGH-KEY
000234                 AND WS-HIST-KEY = WS-HIGH-KEY
000235            PERFORM 300-TERMINAR
000236            GOBACK.
000237*
000238        100-OPEN-FILES.
000239            DISPLAY "Init LOSSRAT.."
000240            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000241            OPEN INPUT PRMBAL
000242            IF NOT PRMBAL-OK
000243               DISPLAY 'ERROR IN OPEN PREMIUM BALANCE FILE '
000244               DISPLAY 'FILE STATUS = ' FS-STAT-BAL
000245               GO TO 900-ERROR.
000246            OPEN INPUT ARCHFILE
000247            IF NOT CLAIMARCH-OK
000248               DISPLAY 'ERROR IN OPEN CLAIM ARCHIVE FILE '
000249               DISPLAY 'FILE STATUS = ' FS-STAT-ARCH
000250               GO TO 900-ERROR.
000251            OPEN INPUT CLAIMHIST
000252            IF NOT CLAIMHIST-OK
000253               DISPLAY 'ERROR IN OPEN CLAIM HISTORY FILE '
000254               DISPLAY 'FILE STATUS = ' FS-STAT-HIST
000255               GO TO 900-ERROR.
000256            OPEN INPUT POLMSTR
000257            IF NOT POLMSTR-OK
000258               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000259               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000260               GO TO 900-ERROR.
000261            OPEN OUTPUT MLRFILE
000262            IF NOT MLRFILE-OK
000263               DISPLAY 'ERROR IN OPEN LOSS RATIO REPORT FILE '
000264               DISPLAY 'FILE STATUS = ' FS-STAT-MLR
000265               GO TO 900-ERROR.
000266            MOVE DATE-VARS (1:4)   TO DATE-HEAD01-YEAR
000267            MOVE DATE-VARS (5:2)   TO DATE-HEAD01-MONTH
000268            MOVE DATE-VARS (7:2)   TO DATE-HEAD01-DAY
000269            PERFORM 240-READ-PREMIUM
000270            PERFORM 241-READ-ARCHIVE
000271            PERFORM 242-READ-HISTORY
000272            CONTINUE.
000273*
000274* Takes the lowest policy number still pending on any of the
000275* three files and gathers everything each file holds for it
000276        200-MATCH-ONE-POLICY.
000277            MOVE WS-PRM-KEY TO WS-LOW-KEY
000278            IF WS-ARCH-KEY < WS-LOW-KEY
000279               MOVE WS-ARCH-KEY TO WS-LOW-KEY
000280            END-IF
000281            IF WS-HIST-KEY < WS-LOW-KEY
000282               MOVE WS-HIST-KEY TO WS-LOW-KEY
000283            END-IF
000284            MOVE ZERO TO WS-POL-BILLED WS-POL-COLLECTED
000285                         WS-POL-CLAIMS WS-POL-CLAIM-TIER
000286            IF WS-PRM-KEY = WS-LOW-KEY
000287               MOVE PB-TOTAL-BILLED TO WS-POL-BILLED
000288               MOVE PB-TOTAL-PAID   TO WS-POL-COLLECTED
000289               PERFORM 240-READ-PREMIUM
000290            END-IF
000291            PERFORM 205-ADD-ARCHIVE-ROW
000292               UNTIL WS-ARCH-KEY NOT = WS-LOW-KEY
000293            IF WS-HIST-KEY = WS-LOW-KEY
000294               ADD HIST-YTD-CLAIM-AMOUNT TO WS-POL-CLAIMS
000295               MOVE HIST-POLICY-TYPE     TO WS-POL-CLAIM-TIER
000296               PERFORM 242-READ-HISTORY
000297            END-IF
000298            PERFORM 210-FIND-PLAN-TIER
000299            PERFORM 220-CLASSIFY-POLICY THRU 220-EXIT
000300            CONTINUE.
000301*
000302        205-ADD-ARCHIVE-ROW.
000303            ADD ARCH-YTD-CLAIM-AMOUNT TO WS-POL-CLAIMS
000304            MOVE ARCH-POLICY-TYPE     TO WS-POL-CLAIM-TIER
000305            PERFORM 241-READ-ARCHIVE
000306            CONTINUE.
000307*
000308* POLMSTR is the book of record for the tier; the claim rows'
000309* own tier is the fallback, and anything else is bucket 6
000310        210-FIND-PLAN-TIER.
000311            SET PM-FOUND TO TRUE
000312            MOVE WS-LOW-KEY TO PM-POLICY-NO
000313            READ POLMSTR
000314               INVALID KEY
000315                  SET PM-NOT-FOUND TO TRUE
000316            END-READ
000317            IF PM-FOUND AND PM-POLICY-TYPE >= 1
000318                        AND PM-POLICY-TYPE <= 5
000319               MOVE PM-POLICY-TYPE TO TYPE-SUB
000320            ELSE
000321               IF PM-NOT-FOUND
000322                  ADD 1 TO WS-NOT-ON-POLMSTR
000323               END-IF
000324               IF WS-POL-CLAIM-TIER >= 1 AND
000325                  WS-POL-CLAIM-TIER <= 5
000326                  MOVE WS-POL-CLAIM-TIER TO TYPE-SUB
000327               ELSE
000328                  MOVE 6 TO TYPE-SUB
000329               END-IF
000330            END-IF
000331            CONTINUE.
000332*
000333* Only policies with both premium and claims count as matched;
000334* the one-sided ones are listed and still rolled into the tier
000335* totals, so the listing explains every dollar in the ratio
000336        220-CLASSIFY-POLICY.
000337            EVALUATE TRUE
000338                WHEN WS-POL-BILLED > 0 AND WS-POL-CLAIMS > 0
000339                    ADD 1 TO WS-POLICIES-MATCHED
000340                WHEN WS-POL-BILLED > 0
000341                    ADD 1 TO WS-PREM-NO-CLAIMS
000342                    MOVE 'PREMIUM - NO CLAIMS' TO MLR-EXCP-OU
000343                    PERFORM 225-WRITE-EXCEPTION-LINE
000344                WHEN WS-POL-CLAIMS > 0
000345                    ADD 1 TO WS-CLAIMS-NO-PREM
000346                    MOVE 'CLAIMS - NO PREMIUM' TO MLR-EXCP-OU
000347                    PERFORM 225-WRITE-EXCEPTION-LINE
000348                WHEN OTHER
000349                    GO TO 220-EXIT
000350            END-EVALUATE
000351            ADD 1                TO WS-TYPE-POLICIES (TYPE-SUB)
000352            ADD WS-POL-BILLED    TO WS-TYPE-BILLED (TYPE-SUB)
000353            ADD WS-POL-COLLECTED TO WS-TYPE-COLLECTED (TYPE-SUB)
000354            ADD WS-POL-CLAIMS    TO WS-TYPE-CLAIMS (TYPE-SUB).
000355        220-EXIT.
000356            EXIT.
000357*
000358        225-WRITE-EXCEPTION-LINE.
000359            MOVE WS-LOW-KEY              TO MLR-POLICY-NO-OU
000360            MOVE WS-TYPE-LABEL (TYPE-SUB) TO MLR-TIER-OU
000361            MOVE WS-POL-BILLED           TO MLR-BILLED-OU
000362            MOVE WS-POL-CLAIMS           TO MLR-CLAIMS-OU
000363            IF WS-MLR-NUM-LINES > 60 THEN
000364               PERFORM 226-WRITE-EXCEPTION-TITLES
000365            END-IF
000366            WRITE MLR-REPORT FROM MLR-EXCP-DETAIL
000367            ADD 1 TO WS-MLR-NUM-LINES
000368            CONTINUE.
000369*
000370        226-WRITE-EXCEPTION-TITLES.
000371            WRITE MLR-REPORT FROM MLR-HEADER-01
000372            WRITE MLR-REPORT FROM MLR-EXCP-HEADER
000373            MOVE 2 TO WS-MLR-NUM-LINES
000374            CONTINUE.
000375*
000376        240-READ-PREMIUM.
000377            READ PRMBAL
000378               AT END
000379                  MOVE WS-HIGH-KEY TO WS-PRM-KEY
000380               NOT AT END
000381                  ADD 1 TO WS-PRM-READ
000382                  MOVE PB-POLICY-NO TO WS-PRM-KEY
000383            END-READ
000384            CONTINUE.
000385*
000386        241-READ-ARCHIVE.
000387            READ ARCHFILE
000388               AT END
000389                  MOVE WS-HIGH-KEY TO WS-ARCH-KEY
000390               NOT AT END
000391                  ADD 1 TO WS-ARCH-READ
000392                  MOVE ARCH-POLICY-NO TO WS-ARCH-KEY
000393            END-READ
000394            CONTINUE.
000395*
000396        242-READ-HISTORY.
000397            READ CLAIMHIST
000398               AT END
000399                  MOVE WS-HIGH-KEY TO WS-HIST-KEY
000400               NOT AT END
000401                  ADD 1 TO WS-HIST-READ
000402                  MOVE HIST-POLICY-NO TO WS-HIST-KEY
000403            END-READ
000404            CONTINUE.
000405*
000406        300-TERMINAR.
000407            WRITE MLR-REPORT FROM MLR-BLANK-LINE
000408            WRITE MLR-REPORT FROM MLR-HEADER-01
000409            WRITE MLR-REPORT FROM MLR-BLANK-LINE
000410            WRITE MLR-REPORT FROM MLR-TYPE-HEADER
000411            PERFORM 310-WRITE-TYPE-LINE
000412               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6
000413            WRITE MLR-REPORT FROM MLR-BLANK-LINE
000414            MOVE 'POLICIES WITH PREMIUM AND CLAIMS' TO
000415                 MLR-COUNT-LABEL
000416            MOVE WS-POLICIES-MATCHED TO MLR-COUNT-OU
000417            WRITE MLR-REPORT FROM MLR-COUNT-LINE
000418            MOVE 'PREMIUM WITH NO CLAIMS'    TO MLR-COUNT-LABEL
000419            MOVE WS-PREM-NO-CLAIMS   TO MLR-COUNT-OU
000420            WRITE MLR-REPORT FROM MLR-COUNT-LINE
000421            MOVE 'CLAIMS WITH NO PREMIUM'    TO MLR-COUNT-LABEL
000422            MOVE WS-CLAIMS-NO-PREM   TO MLR-COUNT-OU
000423            WRITE MLR-REPORT FROM MLR-COUNT-LINE
000424            MOVE 'POLICIES NOT ON POLMSTR'   TO MLR-COUNT-LABEL
000425            MOVE WS-NOT-ON-POLMSTR   TO MLR-COUNT-OU
000426            WRITE MLR-REPORT FROM MLR-COUNT-LINE
000427            DISPLAY "----------------  "
000428            DISPLAY 'Control Counters  '
000429            DISPLAY "----------------  "
000430            MOVE WS-PRM-READ          TO REC-KTR-OUT
000431            DISPLAY 'Premium Rows Read:  ' REC-KTR-OUT
000432            MOVE WS-ARCH-READ         TO REC-KTR-OUT
000433            DISPLAY 'Archive Rows Read:  ' REC-KTR-OUT
000434            MOVE WS-HIST-READ         TO REC-KTR-OUT
000435            DISPLAY 'History Rows Read:  ' REC-KTR-OUT
000436            MOVE WS-POLICIES-MATCHED  TO REC-KTR-OUT
000437            DISPLAY 'Policies Matched:   ' REC-KTR-OUT
000438            MOVE WS-PREM-NO-CLAIMS    TO REC-KTR-OUT
000439            DISPLAY 'Premium No Claims:  ' REC-KTR-OUT
000440            MOVE WS-CLAIMS-NO-PREM    TO REC-KTR-OUT
000441            DISPLAY 'Claims No Premium:  ' REC-KTR-OUT
000442            CLOSE PRMBAL ARCHFILE CLAIMHIST POLMSTR MLRFILE
000443            DISPLAY "END PROGR: LOSSRAT"
000444            CONTINUE.
000445*
000446* Loss ratio is claims paid over premium earned; a tier with
000447* no premium on file prints a zero ratio
000448        310-WRITE-TYPE-LINE.
000449            MOVE WS-TYPE-LABEL (TYPE-SUB)     TO MLR-TYPE-LABEL-OU
000450            MOVE WS-TYPE-POLICIES (TYPE-SUB)
000451        TO MLR-TYPE-POLICIES-OU
000452            MOVE WS-TYPE-BILLED (TYPE-SUB)  TO MLR-TYPE-BILLED-OU
000453            MOVE WS-TYPE-COLLECTED (TYPE-SUB) TO MLR-TYPE-COLL-OU
000454            MOVE WS-TYPE-CLAIMS (TYPE-SUB)  TO MLR-TYPE-CLAIMS-OU
000455            IF WS-TYPE-BILLED (TYPE-SUB) > 0
000456               COMPUTE WS-RATIO-PCT ROUNDED =
000457                   WS-TYPE-CLAIMS (TYPE-SUB) * 100
000458                 / WS-TYPE-BILLED (TYPE-SUB)
000459                  ON SIZE ERROR
000460                     MOVE 99999.9 TO WS-RATIO-PCT
000461               END-COMPUTE
000462            ELSE
000463               MOVE ZERO TO WS-RATIO-PCT
000464            END-IF
000465            MOVE WS-RATIO-PCT TO MLR-TYPE-RATIO-OU
000466            WRITE MLR-REPORT FROM MLR-TYPE-DETAIL
000467            CONTINUE.
000468*
000469        900-ERROR.
000470            MOVE +12 TO RETURN-CODE
000471            GOBACK.
