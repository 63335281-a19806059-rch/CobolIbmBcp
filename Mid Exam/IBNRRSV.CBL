000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. IBNRRSV.
000003*===============================================================*
000004* IBNR CLAIM RESERVE AND MONTH-END RESERVE JOURNAL             =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* READS THE SAME DEVELOPMENT DATA AS CLMLAG - THE CLMARCH       =*
000009* ARCHIVE OF CLOSED BENEFIT YEARS PLUS THE CURRENT CLMHIST -    =*
000010* AND BUCKETS PAID DOLLARS BY INCURRED MONTH (BENEFIT DATE LESS =*
000011* ONE YEAR) AND PLAN TIER. EACH CELL'S AGE IN MONTHS AT THE     =*
000012* VALUATION DATE PICKS A CUMULATIVE DEVELOPMENT FACTOR FOR ITS  =*
000013* TIER FROM THE IBNRCTL CONTROL FILE; PAID TIMES FACTOR IS THE  =*
000014* ULTIMATE AND ULTIMATE LESS PAID THE INCURRED-BUT-NOT-REPORTED =*
000015* RESERVE, LISTED ON OIBNRRP. LAST MONTH'S RESERVE BY TIER      =*
000016* COMES IN ON IBNRPRV AND THIS MONTH'S GOES OUT ON IBNRNEW; THE =*
000017* CHANGE IS BOOKED AS A BALANCED DEBIT/CREDIT ENTRY WITH A      =*
000018* CONTROL TRAILER IN THE OGLEXT LAYOUT ON OIBNRGL.              =*
000019* VALUATION DATE COMES IN ON SYSIN (CCYYMMDD); BLANK = TODAY.   =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000023*===============================================================*
000024        ENVIRONMENT DIVISION.
000025        INPUT-OUTPUT SECTION.
000026        FILE-CONTROL.
000027            SELECT FACTFILE  ASSIGN TO IBNRCTL
000028               FILE STATUS  IS FS-STAT-FACT.
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
000042            SELECT PRIORFILE ASSIGN TO IBNRPRV
000043               FILE STATUS  IS FS-STAT-PRV.
000044*    *
000045            SELECT NEWFILE   ASSIGN TO IBNRNEW
000046               FILE STATUS  IS FS-STAT-NEW.
000047*    *
000048            SELECT RSVFILE   ASSIGN TO OIBNRRP
000049               FILE STATUS  IS FS-STAT-RSV.
000050*    *
000051            SELECT GLFILE    ASSIGN TO OIBNRGL
000052               FILE STATUS  IS FS-STAT-GL.
000053        DATA DIVISION.
000054        FILE SECTION.
000055* Cumulative development factor (ultimate / paid to date) for a
000056* tier once its incurred month is at least IBF-AGE-MONTHS old
000057        FD  FACTFILE
000058            RECORDING MODE IS F
000059            RECORD CONTAINS 20 CHARACTERS
000060            BLOCK CONTAINS 0 RECORDS
000061            DATA RECORD IS FACTOR-RECORD.
000062        01  FACTOR-RECORD.
000063            05  IBF-POLICY-TYPE                  PIC 9(01).
000064            05  IBF-AGE-MONTHS                   PIC 9(03).
000065            05  IBF-DEV-FACTOR                   PIC 9(02)V9(04).
000066            05  FILLER                           PIC X(10).
000067        FD  ARCHFILE
000068            RECORDING MODE IS F
000069            RECORD CONTAINS 80 CHARACTERS
000070            BLOCK CONTAINS 0 RECORDS
000071            DATA RECORD IS ARCHIVE-RECORD.
000072        01  ARCHIVE-RECORD.
000073            05  ARCH-KEY.
000074                10  ARCH-POLICY-NO               PIC 9(07).
000075                10  ARCH-BENEFIT-YEAR            PIC 9(04).
000076            05  ARCH-CLAIM-COUNT                 PIC 9(05).
000077            05  ARCH-CLAIM-PAID-COUNT            PIC 9(05).
000078            05  ARCH-CLAIM-DENIED-COUNT          PIC 9(05).
000079            05  ARCH-YTD-CLAIM-AMOUNT            PIC 9(09)V99.
000080            05  ARCH-DEDUCT-PAID-YTD             PIC 9(07)V99.
000081            05  ARCH-POLICY-TYPE                 PIC 9(01).
000082            05  ARCH-LAST-CLAIM-DATE             PIC 9(08).
000083            05  ARCH-BENEFIT-DATE                PIC 9(08).
000084            05  FILLER                           PIC X(17).
000085        FD  CLAIMHIST
000086            RECORDING MODE IS F
000087            RECORD CONTAINS 68 CHARACTERS
000088            BLOCK CONTAINS 0 RECORDS
000089            DATA RECORD IS CLAIM-HIST-RECORD.
000090        01  CLAIM-HIST-RECORD.
000091            COPY CLMHISTR.
000092* Reserve held by tier - last month's in, this month's out
000093        FD  PRIORFILE
000094            RECORDING MODE IS F
000095            RECORD CONTAINS 40 CHARACTERS
000096            BLOCK CONTAINS 0 RECORDS
000097            DATA RECORD IS PRIOR-RESERVE-RECORD.
000098        01  PRIOR-RESERVE-RECORD.
000099            05  PRV-POLICY-TYPE                  PIC 9(01).
000100            05  PRV-VALUATION-DATE               PIC 9(08).
000101            05  PRV-RESERVE-AMT                  PIC 9(11)V99.
000102            05  FILLER                           PIC X(18).
000103        FD  NEWFILE
000104            RECORDING MODE IS F
000105            RECORD CONTAINS 40 CHARACTERS
000106            BLOCK CONTAINS 0 RECORDS
000107            DATA RECORD IS NEW-RESERVE-RECORD.
000108        01  NEW-RESERVE-RECORD.
000109            05  NEW-POLICY-TYPE                  PIC 9(01).
000110            05  NEW-VALUATION-DATE               PIC 9(08).
000111            05  NEW-RESERVE-AMT                  PIC 9(11)V99.
000112            05  FILLER                           PIC X(18).
000113        FD  RSVFILE
000114            RECORDING MODE IS F
000115            RECORD CONTAINS 133 CHARACTERS
000116            BLOCK CONTAINS 0 RECORDS
000117            DATA RECORD IS RSV-REPORT.
000118        01  RSV-REPORT                           PIC X(133).
000119* Same 100-byte layout as CLAIMPRO's OGLEXT extract
000120        FD  GLFILE
000121            RECORDING MODE IS F
000122            RECORD CONTAINS 100 CHARACTERS
000123            BLOCK CONTAINS 0 RECORDS
000124            DATA RECORD IS GL-EXTRACT-RECORD.
000125        01  GL-EXTRACT-RECORD.
000126            05  GL-RUN-DATE                      PIC 9(08).
000127            05  GL-BATCH-RUN-ID                  PIC X(08).
000128*  'D' DEBIT, 'C' CREDIT, 'T' CONTROL TRAILER
000129            05  GL-RECORD-TYPE                   PIC X(01).
000130            05  GL-ACCOUNT-NO                    PIC X(08).
000131            05  GL-ACCOUNT-DESC                  PIC X(30).
000132            05  GL-AMOUNT                        PIC 9(11)V99.
000133            05  GL-CLAIM-PAID-COUNT              PIC 9(08).
000134            05  FILLER                           PIC X(24).
000135*
000136        WORKING-STORAGE SECTION.
000137*Working Variables
000138        01  WS-CONTADORES.
000139          05  WS-ARCH-READ            PIC S9(8) COMP SYNC VALUE 0.
000140          05  WS-HIST-READ            PIC S9(8) COMP SYNC VALUE 0.
000141          05  WS-ROWS-BUCKETED        PIC S9(8) COMP SYNC VALUE 0.
000142          05  WS-ROWS-SKIPPED         PIC S9(8) COMP SYNC VALUE 0.
000143          05  WS-GL-LINES             PIC S9(8) COMP SYNC VALUE 0.
000144          05  WS-RSV-NUM-LINES        PIC S9(4) COMP VALUE 61.
000145*Valuation date - SYSIN override or today
000146        01  WS-RUN-DATE-IN                 PIC X(08) VALUE SPACES.
000147        01  WS-VALUATION-DATE              PIC 9(08) VALUE ZERO.
000148        01  WS-VALUATION-DATE-RDF REDEFINES WS-VALUATION-DATE.
000149            05  WS-VALUATION-YEAR          PIC 9(04).
000150            05  WS-VALUATION-MONTH         PIC 9(02).
000151            05  FILLER                     PIC 9(02).
000152        01  WS-BATCH-RUN-ID                PIC X(08) VALUE SPACES.
000153*Bucketing work fields - same incurred-month rule as CLMLAG
000154        01  WS-CALC-VARS.
000155            05  WS-BENEFIT-DATE            PIC 9(08) VALUE ZERO.
000156            05  WS-BENEFIT-DATE-RDF REDEFINES WS-BENEFIT-DATE.
000157                10  WS-BENEFIT-YEAR        PIC 9(04).
000158                10  WS-BENEFIT-MONTH       PIC 9(02).
000159                10  FILLER                 PIC 9(02).
000160            05  WS-PAID-AMOUNT             PIC 9(09)V99 VALUE 0.
000161            05  WS-ROW-TIER                PIC 9(01) VALUE ZERO.
000162            05  WS-INCURRED-YYMM           PIC 9(06) VALUE ZERO.
000163            05  WS-INCURRED-YYMM-RDF REDEFINES WS-INCURRED-YYMM.
000164                10  WS-INCURRED-YEAR       PIC 9(04).
000165                10  WS-INCURRED-MONTH      PIC 9(02).
000166            05  WS-AGE-MONTHS              PIC S9(05) VALUE ZERO.
000167            05  WS-DEV-FACTOR            PIC 9(02)V9(04) VALUE 0.
000168            05  WS-ULTIMATE-AMT            PIC 9(11)V99 VALUE 0.
000169            05  WS-IBNR-AMT                PIC 9(11)V99 VALUE 0.
000170            05  WS-CHANGE-AMT              PIC S9(11)V99 VALUE 0.
000171            05  WS-GL-TOTAL                PIC 9(11)V99 VALUE 0.
000172*Development factors loaded from IBNRCTL
000173        77  FACTOR-MAX              PIC S9(4) COMP VALUE 100.
000174        77  WS-FACT-COUNT           PIC S9(4) COMP VALUE 0.
000175        77  WS-FACT-SUB             PIC S9(4) COMP VALUE 0.
000176        77  WS-FACT-HIT             PIC S9(4) COMP VALUE 0.
000177        01  WS-FACTOR-TABLE.
000178            05  WS-FACT-ENTRY OCCURS 100 TIMES.
000179                10  WS-FACT-POLICY-TYPE    PIC 9(01).
000180                10  WS-FACT-AGE-MONTHS     PIC 9(03).
000181                10  WS-FACT-DEV-FACTOR     PIC 9(02)V9(04).
000182*In-core development table - one row per incurred month, paid
000183*to date per tier (slot 6 catches an out-of-range tier)
000184        77  RESERVE-MAX             PIC S9(4) COMP VALUE 120.
000185        77  WS-RSV-COUNT            PIC S9(4) COMP VALUE 0.
000186        77  WS-RSV-SUB              PIC S9(4) COMP VALUE 0.
000187        77  WS-RSV-SUB2             PIC S9(4) COMP VALUE 0.
000188        77  WS-MATCH-SUB            PIC S9(4) COMP VALUE 0.
000189        77  TYPE-SUB                PIC S9(4) COMP VALUE 0.
000190        01  WS-RESERVE-TABLE.
000191            05  WS-RSV-ENTRY OCCURS 120 TIMES.
000192                10  WS-RSV-YYMM             PIC 9(06).
000193                10  WS-RSV-YYMM-RDF REDEFINES WS-RSV-YYMM.
000194                    15  WS-RSV-YEAR         PIC 9(04).
000195                    15  WS-RSV-MONTH        PIC 9(02).
000196                10  WS-RSV-PAID OCCURS 6 TIMES
000197                                 PIC S9(11)V99 COMP-3.
000198        01  WS-RSV-SWAP-ENTRY.
000199            05  WS-SWAP-YYMM                PIC 9(06).
000200            05  WS-SWAP-PAID OCCURS 6 TIMES PIC S9(11)V99 COMP-3.
000201*Reserve by tier - this month's figure and last month's
000202        01  WS-TIER-TOTALS.
000203            05  WS-TIER-ENTRY OCCURS 6 TIMES.
000204                10  WS-TIER-PAID        PIC S9(11)V99 COMP-3
000205                                         VALUE 0.
000206                10  WS-TIER-ULTIMATE    PIC S9(11)V99 COMP-3
000207                                         VALUE 0.
000208                10  WS-TIER-RESERVE     PIC S9(11)V99 COMP-3
000209                                         VALUE 0.
000210                10  WS-TIER-PRIOR       PIC S9(11)V99 COMP-3
000211                                         VALUE 0.
000212        01  WS-TYPE-LABELS.
000213            05  FILLER     PIC X(23) VALUE 'EMPLOYER-PRIVATE'.
000214            05  FILLER     PIC X(23) VALUE 'STANDARD MEDICARE'.
000215            05  FILLER     PIC X(23) VALUE 'AFFORDABLE CARE ACT'.
000216            05  FILLER     PIC X(23) VALUE 'HSA PLAN'.
000217            05  FILLER     PIC X(23) VALUE 'DENTAL PLAN'.
000218            05  FILLER     PIC X(23) VALUE 'INVALID TYPE'.
000219        01  WS-TYPE-LABELS-RDF REDEFINES WS-TYPE-LABELS.
000220            05  WS-TYPE-LABEL   PIC X(23) OCCURS 6 TIMES.
000221*Reserve expense account per tier - the liability side is the
000222*single IBNR-LIA account
000223        01  WS-GL-ACCT-LABELS.
000224            05  FILLER      PIC X(08) VALUE 'IBNR-EX1'.
000225            05  FILLER      PIC X(08) VALUE 'IBNR-EX2'.
000226            05  FILLER      PIC X(08) VALUE 'IBNR-EX3'.
000227            05  FILLER      PIC X(08) VALUE 'IBNR-EX4'.
000228            05  FILLER      PIC X(08) VALUE 'IBNR-EX5'.
000229            05  FILLER      PIC X(08) VALUE 'IBNR-EXX'.
000230        01  WS-GL-ACCT-LABELS-RDF REDEFINES WS-GL-ACCT-LABELS.
000231            05  WS-GL-ACCT-NO   PIC X(08) OCCURS 6 TIMES.
000232        01  WS-GL-DESC-LABELS.
000233            05  FILLER  PIC X(30)
000234                VALUE 'IBNR EXP EMPLOYER-PRIVATE'.
000235            05  FILLER  PIC X(30)
000236                VALUE 'IBNR EXP STD MEDICARE'.
000237            05  FILLER  PIC X(30)
000238                VALUE 'IBNR EXP AFFORDABLE CARE'.
000239            05  FILLER  PIC X(30)
000240                VALUE 'IBNR EXP HSA PLAN'.
000241            05  FILLER  PIC X(30)
000242                VALUE 'IBNR EXP DENTAL PLAN'.
000243            05  FILLER  PIC X(30)
000244                VALUE 'IBNR EXP INVALID TYPE'.
000245        01  WS-GL-DESC-LABELS-RDF REDEFINES WS-GL-DESC-LABELS.
000246            05  WS-GL-ACCT-DESC PIC X(30) OCCURS 6 TIMES.
000247*Switches Variables & File Status
000248        01  SW-SWITCHE-VARS.
000249            05  SW-END-FACT                     PIC X VALUE '0'.
000250                88 END-FACT                        VALUE '1'.
000251            05  SW-END-ARCH                     PIC X VALUE '0'.
000252                88 END-ARCH                        VALUE '1'.
000253            05  SW-END-HIST                     PIC X VALUE '0'.
000254                88 END-HIST                        VALUE '1'.
000255            05  SW-END-PRV                      PIC X VALUE '0'.
000256                88 END-PRV                         VALUE '1'.
000257            05  FS-STAT-FACT                    PIC X(02).
000258                88 FACTFILE-OK                     VALUE '00'.
000259            05  FS-STAT-ARCH                    PIC X(02).
000260                88 CLAIMARCH-OK                    VALUE '00'.
000261            05  FS-STAT-HIST                    PIC X(02).
000262                88 CLAIMHIST-OK                    VALUE '00'.
000263            05  FS-STAT-PRV                     PIC X(02).
000264                88 PRIORFILE-OK                    VALUE '00'.
000265            05  FS-STAT-NEW                     PIC X(02).
000266                88 NEWFILE-OK                      VALUE '00'.
000267            05  FS-STAT-RSV                     PIC X(02).
000268                88 RSVFILE-OK                      VALUE '00'.
000269            05  FS-STAT-GL                      PIC X(02).
000270                88 GLFILE-OK                       VALUE '00'.
000271*Editing Variables
000272        01  WS-EDIT-VARS.
000273            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000274            05  DATE-VARS                  PIC X(15).
000275*Report lines
000276        01  WS-RSV-LINES.
000277            02  RSV-HEADER-01.
000278                05  FILLER            PIC X VALUE SPACE.
000279                05  FILLER            PIC X(50)
000280                VALUE 'IBNR Reserve by Incurred Month and Tier'.
000281                05  FILLER            PIC X(16)
000282                    VALUE 'VALUATION DATE '.
000283                05  RSV-VAL-DATE-OU        PIC 9(08).
000284            02  RSV-HEADER-02.
000285                05  FILLER            PIC X VALUE SPACE.
000286                05  FILLER            PIC X(10) VALUE 'INCURRED'.
000287                05  FILLER            PIC X(24) VALUE 'PLAN TIER'.
000288                05  FILLER            PIC X(05) VALUE 'AGE'.
000289                05  FILLER            PIC X(09) VALUE 'FACTOR'.
000290                05  FILLER            PIC X(17)
000291                    VALUE '    PAID TO DATE'.
000292                05  FILLER            PIC X(17)
000293                    VALUE '        ULTIMATE'.
000294                05  FILLER            PIC X(17)
000295                    VALUE '    IBNR RESERVE'.
000296            02  RSV-DETAIL-RECORD.
000297                05  FILLER            PIC X VALUE SPACE.
000298                05  RSV-YYMM-YEAR-OU       PIC 9(04).
000299                05  FILLER            PIC X VALUE '/'.
000300                05  RSV-YYMM-MONTH-OU      PIC 9(02).
000301                05  FILLER            PIC X(03) VALUE SPACES.
000302                05  RSV-TIER-OU            PIC X(23).
000303                05  FILLER            PIC X VALUE SPACE.
000304                05  RSV-AGE-OU             PIC ZZ9.
000305                05  FILLER            PIC X(02) VALUE SPACES.
000306                05  RSV-FACTOR-OU          PIC Z9.9999.
000307                05  FILLER            PIC X(02) VALUE SPACES.
000308                05  RSV-PAID-OU            PIC $$$$,$$$,$$9.99.
000309                05  FILLER            PIC X(02) VALUE SPACES.
000310                05  RSV-ULT-OU             PIC $$$$,$$$,$$9.99.
000311                05  FILLER            PIC X(02) VALUE SPACES.
000312                05  RSV-IBNR-OU            PIC $$$$,$$$,$$9.99.
000313            02  RSV-TIER-HEADER.
000314                05  FILLER            PIC X VALUE SPACE.
000315                05  FILLER            PIC X(24) VALUE 'PLAN TIER'.
000316                05  FILLER            PIC X(17)
000317                    VALUE '    PAID TO DATE'.
000318                05  FILLER            PIC X(17)
000319                    VALUE '        ULTIMATE'.
000320                05  FILLER            PIC X(17)
000321                    VALUE '    IBNR RESERVE'.
000322                05  FILLER            PIC X(17)
000323                    VALUE '   PRIOR RESERVE'.
000324                05  FILLER            PIC X(17)
000325                    VALUE '          CHANGE'.
000326            02  RSV-TIER-DETAIL.
000327                05  FILLER            PIC X VALUE SPACE.
000328                05  RSV-TIER-LABEL-OU      PIC X(23).
000329                05  FILLER            PIC X VALUE SPACE.
000330                05  RSV-TIER-PAID-OU       PIC $$$$,$$$,$$9.99.
000331                05  FILLER            PIC X(02) VALUE SPACES.
000332                05  RSV-TIER-ULT-OU        PIC $$$$,$$$,$$9.99.
000333                05  FILLER            PIC X(02) VALUE SPACES.
000334                05  RSV-TIER-RSV-OU        PIC $$$$,$$$,$$9.99.
000335                05  FILLER            PIC X(02) VALUE SPACES.
000336                05  RSV-TIER-PRIOR-OU      PIC $$$$,$$$,$$9.99.
000337                05  FILLER            PIC X(02) VALUE SPACES.
000338                05  RSV-TIER-CHG-OU        PIC $$$,$$$,$$9.99-.
000339            02  RSV-BLANK-LINE        PIC X(133) VALUE SPACES.
000340*
000341        PROCEDURE DIVISION.
000342            PERFORM 100-OPEN-FILES
000343            PERFORM 200-BUCKET-ARCHIVE-ROW UNTIL END-ARCH
000344            PERFORM 205-BUCKET-HISTORY-ROW UNTIL END-HIST
000345            PERFORM 250-SORT-TABLE
000346            PERFORM 260-PRICE-RESERVE
000347            PERFORM 270-WRITE-TIER-SUMMARY
000348            PERFORM 280-WRITE-GL-ENTRY
000349            PERFORM 300-TERMINAR
000350            GOBACK.
000351*
000352        100-OPEN-FILES.
000353            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000354            ACCEPT WS-RUN-DATE-IN FROM SYSIN
000355         IF WS-RUN-DATE-IN = SPACES OR WS-RUN-DATE-IN = LOW-VALUES
000356               MOVE DATE-VARS (1:8) TO WS-VALUATION-DATE
000357            ELSE
000358               MOVE WS-RUN-DATE-IN  TO WS-VALUATION-DATE
000359            END-IF
000360            MOVE 'IBN'                  TO WS-BATCH-RUN-ID (1:3)
000361            MOVE DATE-VARS (9:5)        TO WS-BATCH-RUN-ID (4:5)
000362            DISPLAY "Init IBNRRSV.. valuation date: "
000363                    WS-VALUATION-DATE
000364            PERFORM 105-LOAD-FACTOR-TABLE
000365            PERFORM 110-LOAD-PRIOR-RESERVE
000366            OPEN INPUT ARCHFILE
000367            IF NOT CLAIMARCH-OK
000368               DISPLAY 'ERROR IN OPEN CLAIM ARCHIVE FILE '
000369               DISPLAY 'FILE STATUS = ' FS-STAT-ARCH
000370               GO TO 900-ERROR.
000371            OPEN INPUT CLAIMHIST
000372            IF NOT CLAIMHIST-OK
000373               DISPLAY 'ERROR IN OPEN CLAIM HISTORY FILE '
000374               DISPLAY 'FILE STATUS = ' FS-STAT-HIST
000375               GO TO 900-ERROR.
000376            OPEN OUTPUT NEWFILE
000377            IF NOT NEWFILE-OK
000378               DISPLAY 'ERROR IN OPEN NEW RESERVE FILE '
000379               DISPLAY 'FILE STATUS = ' FS-STAT-NEW
000380               GO TO 900-ERROR.
000381            OPEN OUTPUT RSVFILE
000382            IF NOT RSVFILE-OK
000383               DISPLAY 'ERROR IN OPEN RESERVE REPORT FILE '
000384               DISPLAY 'FILE STATUS = ' FS-STAT-RSV
000385               GO TO 900-ERROR.
000386            OPEN OUTPUT GLFILE
000387            IF NOT GLFILE-OK
000388               DISPLAY 'ERROR IN OPEN RESERVE GL EXTRACT FILE '
000389               DISPLAY 'FILE STATUS = ' FS-STAT-GL
000390               GO TO 900-ERROR.
000391            MOVE WS-VALUATION-DATE TO RSV-VAL-DATE-OU
000392            PERFORM 230-READ-ARCHIVE
000393            PERFORM 235-READ-HISTORY
000394            CONTINUE.
000395*
000396* The factors are the actuaries' - without them there is no
000397* reserve to book, so an empty IBNRCTL stops the run
000398        105-LOAD-FACTOR-TABLE.
000399            OPEN INPUT FACTFILE
000400            IF NOT FACTFILE-OK
000401               DISPLAY 'ERROR IN OPEN DEVELOPMENT FACTOR FILE '
000402               DISPLAY 'FILE STATUS = ' FS-STAT-FACT
000403               GO TO 900-ERROR.
000404            PERFORM 106-READ-FACTOR-RECORD UNTIL END-FACT
000405            CLOSE FACTFILE
000406            IF WS-FACT-COUNT = 0
000407               DISPLAY 'NO DEVELOPMENT FACTORS ON IBNRCTL - '
000408                       'RUN STOPPED'
000409               GO TO 900-ERROR
000410            END-IF
000411            CONTINUE.
000412*
000413        106-READ-FACTOR-RECORD.
000414            READ FACTFILE
000415               AT END MOVE '1' TO SW-END-FACT
000416               NOT AT END
000417                  IF WS-FACT-COUNT < FACTOR-MAX
000418                     ADD 1 TO WS-FACT-COUNT
000419                     MOVE IBF-POLICY-TYPE
000420                       TO WS-FACT-POLICY-TYPE (WS-FACT-COUNT)
000421                     MOVE IBF-AGE-MONTHS
000422                       TO WS-FACT-AGE-MONTHS (WS-FACT-COUNT)
000423                     MOVE IBF-DEV-FACTOR
000424                       TO WS-FACT-DEV-FACTOR (WS-FACT-COUNT)
000425                  ELSE
000426                     DISPLAY 'WARNING - FACTOR TABLE FULL, TIER '
000427                             IBF-POLICY-TYPE ' AGE '
000428                             IBF-AGE-MONTHS ' DROPPED'
000429                  END-IF
000430            END-READ
000431            CONTINUE.
000432*
000433* The first month ever run has no prior generation - an empty
000434* IBNRPRV books the whole reserve as this month's change
000435        110-LOAD-PRIOR-RESERVE.
000436            OPEN INPUT PRIORFILE
000437            IF NOT PRIORFILE-OK
000438               DISPLAY 'ERROR IN OPEN PRIOR RESERVE FILE '
000439               DISPLAY 'FILE STATUS = ' FS-STAT-PRV
000440               GO TO 900-ERROR.
000441            PERFORM 111-READ-PRIOR-RECORD UNTIL END-PRV
000442            CLOSE PRIORFILE
000443            CONTINUE.
000444*
000445        111-READ-PRIOR-RECORD.
000446            READ PRIORFILE
000447               AT END MOVE '1' TO SW-END-PRV
000448               NOT AT END
000449                  IF PRV-POLICY-TYPE >= 1 AND PRV-POLICY-TYPE <= 5
000450                     MOVE PRV-POLICY-TYPE TO TYPE-SUB
000451                  ELSE
000452                     MOVE 6 TO TYPE-SUB
000453                  END-IF
000454                  ADD PRV-RESERVE-AMT TO WS-TIER-PRIOR (TYPE-SUB)
000455            END-READ
000456            CONTINUE.
000457*
000458        200-BUCKET-ARCHIVE-ROW.
000459            ADD 1 TO WS-ARCH-READ
000460            IF ARCH-BENEFIT-DATE NUMERIC AND
000461               ARCH-BENEFIT-DATE > 0
000462               MOVE ARCH-BENEFIT-DATE TO WS-BENEFIT-DATE
000463            ELSE
000464* Rows archived before ARCH-BENEFIT-DATE existed only kept the
000465* benefit year - January is the best month available for them
000466               COMPUTE WS-BENEFIT-DATE =
000467                   ARCH-BENEFIT-YEAR * 10000 + 0101
000468            END-IF
000469            MOVE ARCH-YTD-CLAIM-AMOUNT TO WS-PAID-AMOUNT
000470            MOVE ARCH-POLICY-TYPE      TO WS-ROW-TIER
000471            PERFORM 210-BUCKET-ONE-ROW
000472            PERFORM 230-READ-ARCHIVE
000473            CONTINUE.
000474*
000475        205-BUCKET-HISTORY-ROW.
000476            ADD 1 TO WS-HIST-READ
000477            MOVE HIST-BENEFIT-DATE     TO WS-BENEFIT-DATE
000478            MOVE HIST-YTD-CLAIM-AMOUNT TO WS-PAID-AMOUNT
000479            MOVE HIST-POLICY-TYPE      TO WS-ROW-TIER
000480            PERFORM 210-BUCKET-ONE-ROW
000481            PERFORM 235-READ-HISTORY
000482            CONTINUE.
000483*
000484* The incurred month is the benefit-period START - the benefit
000485* date on the record is the period's renewal/end date, so back
000486* it up one year. Rows with no paid dollars have nothing to
000487* develop.
000488        210-BUCKET-ONE-ROW.
000489            IF WS-PAID-AMOUNT = 0 OR WS-BENEFIT-DATE = 0
000490               ADD 1 TO WS-ROWS-SKIPPED
000491            ELSE
000492               COMPUTE WS-INCURRED-YYMM =
000493                   (WS-BENEFIT-YEAR - 1) * 100
000494                 + WS-BENEFIT-MONTH
000495               IF WS-ROW-TIER >= 1 AND WS-ROW-TIER <= 5
000496                  MOVE WS-ROW-TIER TO TYPE-SUB
000497               ELSE
000498                  MOVE 6 TO TYPE-SUB
000499               END-IF
000500               PERFORM 220-POST-TO-TABLE
000501               ADD 1 TO WS-ROWS-BUCKETED
000502            END-IF
000503            CONTINUE.
000504*
000505        220-POST-TO-TABLE.
000506            MOVE 0 TO WS-MATCH-SUB
000507            PERFORM 221-SEARCH-TABLE-ROW
000508               VARYING WS-RSV-SUB FROM 1 BY 1
000509               UNTIL WS-RSV-SUB > WS-RSV-COUNT
000510                  OR WS-MATCH-SUB > 0
000511            IF WS-MATCH-SUB = 0
000512               IF WS-RSV-COUNT < RESERVE-MAX
000513                  ADD 1 TO WS-RSV-COUNT
000514                  MOVE WS-RSV-COUNT TO WS-MATCH-SUB
000515                  MOVE WS-INCURRED-YYMM
000516                    TO WS-RSV-YYMM (WS-MATCH-SUB)
000517                  PERFORM 222-CLEAR-TABLE-CELL
000518                     VARYING WS-RSV-SUB2 FROM 1 BY 1
000519                     UNTIL WS-RSV-SUB2 > 6
000520               ELSE
000521                  DISPLAY 'WARNING - RESERVE TABLE FULL, '
000522                          'MONTH ' WS-INCURRED-YYMM ' DROPPED'
000523               END-IF
000524            END-IF
000525            IF WS-MATCH-SUB > 0
000526               ADD WS-PAID-AMOUNT
000527                 TO WS-RSV-PAID (WS-MATCH-SUB TYPE-SUB)
000528            END-IF
000529            CONTINUE.
000530*
000531        221-SEARCH-TABLE-ROW.
000532            IF WS-RSV-YYMM (WS-RSV-SUB) = WS-INCURRED-YYMM
000533               MOVE WS-RSV-SUB TO WS-MATCH-SUB
000534            END-IF
000535            CONTINUE.
000536*
000537        222-CLEAR-TABLE-CELL.
000538            MOVE ZERO TO WS-RSV-PAID (WS-MATCH-SUB WS-RSV-SUB2)
000539            CONTINUE.
000540*
000541        230-READ-ARCHIVE.
000542            READ ARCHFILE
000543               AT END MOVE '1' TO SW-END-ARCH
000544            END-READ
000545            CONTINUE.
000546*
000547        235-READ-HISTORY.
000548            READ CLAIMHIST
000549               AT END MOVE '1' TO SW-END-HIST
000550            END-READ
000551            CONTINUE.
000552*
000553* Straight exchange sort into incurred-month order, as CLMLAG
000554* does for its triangle
000555        250-SORT-TABLE.
000556            PERFORM 251-SORT-ONE-PASS
000557               VARYING WS-RSV-SUB FROM 1 BY 1
000558               UNTIL WS-RSV-SUB >= WS-RSV-COUNT
000559            CONTINUE.
000560*
000561        251-SORT-ONE-PASS.
000562            PERFORM 252-COMPARE-AND-SWAP
000563               VARYING WS-RSV-SUB2 FROM 1 BY 1
000564               UNTIL WS-RSV-SUB2 >= WS-RSV-COUNT
000565            CONTINUE.
000566*
000567        252-COMPARE-AND-SWAP.
000568            IF WS-RSV-YYMM (WS-RSV-SUB2) >
000569               WS-RSV-YYMM (WS-RSV-SUB2 + 1)
000570               MOVE WS-RSV-ENTRY (WS-RSV-SUB2)
000571                 TO WS-RSV-SWAP-ENTRY
000572               MOVE WS-RSV-ENTRY (WS-RSV-SUB2 + 1)
000573                 TO WS-RSV-ENTRY (WS-RSV-SUB2)
000574               MOVE WS-RSV-SWAP-ENTRY
000575                 TO WS-RSV-ENTRY (WS-RSV-SUB2 + 1)
000576            END-IF
000577            CONTINUE.
000578*
000579        260-PRICE-RESERVE.
000580            PERFORM 261-PRICE-ONE-MONTH
000581               VARYING WS-RSV-SUB FROM 1 BY 1
000582               UNTIL WS-RSV-SUB > WS-RSV-COUNT
000583            CONTINUE.
000584*
000585        261-PRICE-ONE-MONTH.
000586            COMPUTE WS-AGE-MONTHS =
000587                (WS-VALUATION-YEAR * 12 + WS-VALUATION-MONTH)
000588              - (WS-RSV-YEAR (WS-RSV-SUB) * 12
000589               + WS-RSV-MONTH (WS-RSV-SUB))
000590            IF WS-AGE-MONTHS < 0
000591               MOVE 0 TO WS-AGE-MONTHS
000592            END-IF
000593            PERFORM 262-PRICE-ONE-CELL
000594               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6
000595            CONTINUE.
000596*
000597* Ultimate is paid to date times the tier's factor for the
000598* cell's age; a factor under 1 would release paid claims, so
000599* it is floored at 1 (no reserve)
000600        262-PRICE-ONE-CELL.
000601            IF WS-RSV-PAID (WS-RSV-SUB TYPE-SUB) = 0
000602               GO TO 262-EXIT
000603            END-IF
000604            PERFORM 263-FIND-DEV-FACTOR
000605            IF WS-DEV-FACTOR < 1
000606               MOVE 1 TO WS-DEV-FACTOR
000607            END-IF
000608            COMPUTE WS-ULTIMATE-AMT ROUNDED =
000609                WS-RSV-PAID (WS-RSV-SUB TYPE-SUB) * WS-DEV-FACTOR
000610            COMPUTE WS-IBNR-AMT =
000611                WS-ULTIMATE-AMT
000612            - WS-RSV-PAID (WS-RSV-SUB TYPE-SUB)
000613            ADD WS-RSV-PAID (WS-RSV-SUB TYPE-SUB)
000614              TO WS-TIER-PAID (TYPE-SUB)
000615            ADD WS-ULTIMATE-AMT TO WS-TIER-ULTIMATE (TYPE-SUB)
000616            ADD WS-IBNR-AMT     TO WS-TIER-RESERVE (TYPE-SUB)
000617            MOVE WS-RSV-YEAR (WS-RSV-SUB)
000618                                      TO RSV-YYMM-YEAR-OU
000619            MOVE WS-RSV-MONTH (WS-RSV-SUB)
000620                                      TO RSV-YYMM-MONTH-OU
000621            MOVE WS-TYPE-LABEL (TYPE-SUB)       TO RSV-TIER-OU
000622            MOVE WS-AGE-MONTHS                  TO RSV-AGE-OU
000623            MOVE WS-DEV-FACTOR                  TO RSV-FACTOR-OU
000624            MOVE WS-RSV-PAID (WS-RSV-SUB TYPE-SUB) TO RSV-PAID-OU
000625            MOVE WS-ULTIMATE-AMT                TO RSV-ULT-OU
000626            MOVE WS-IBNR-AMT                    TO RSV-IBNR-OU
000627            IF WS-RSV-NUM-LINES > 60 THEN
000628               PERFORM 265-WRITE-RESERVE-TITLES
000629            END-IF
000630            WRITE RSV-REPORT FROM RSV-DETAIL-RECORD
000631            ADD 1 TO WS-RSV-NUM-LINES.
000632        262-EXIT.
000633            EXIT.
000634*
000635* The factor row used is the tier's oldest age band the cell has
000636* reached; a cell younger than every band gets the first one
000637        263-FIND-DEV-FACTOR.
000638            MOVE 0 TO WS-FACT-HIT
000639            MOVE 1 TO WS-DEV-FACTOR
000640            PERFORM 264-TEST-FACTOR-ROW
000641               VARYING WS-FACT-SUB FROM 1 BY 1
000642               UNTIL WS-FACT-SUB > WS-FACT-COUNT
000643            IF WS-FACT-HIT > 0
000644               MOVE WS-FACT-DEV-FACTOR (WS-FACT-HIT)
000645                 TO WS-DEV-FACTOR
000646            END-IF
000647            CONTINUE.
000648*
000649        264-TEST-FACTOR-ROW.
000650            IF WS-FACT-POLICY-TYPE (WS-FACT-SUB) = TYPE-SUB
000651               EVALUATE TRUE
000652                   WHEN WS-FACT-HIT = 0
000653                       MOVE WS-FACT-SUB TO WS-FACT-HIT
000654                   WHEN WS-FACT-AGE-MONTHS (WS-FACT-SUB) >
000655                        WS-AGE-MONTHS
000656                       IF WS-FACT-AGE-MONTHS (WS-FACT-HIT) >
000657                          WS-FACT-AGE-MONTHS (WS-FACT-SUB)
000658                          MOVE WS-FACT-SUB TO WS-FACT-HIT
000659                       END-IF
000660                   WHEN WS-FACT-AGE-MONTHS (WS-FACT-HIT) >
000661                        WS-AGE-MONTHS
000662                       MOVE WS-FACT-SUB TO WS-FACT-HIT
000663                   WHEN WS-FACT-AGE-MONTHS (WS-FACT-SUB) >
000664                        WS-FACT-AGE-MONTHS (WS-FACT-HIT)
000665                       MOVE WS-FACT-SUB TO WS-FACT-HIT
000666                   WHEN OTHER
000667                       CONTINUE
000668               END-EVALUATE
000669            END-IF
000670            CONTINUE.
000671*
000672        265-WRITE-RESERVE-TITLES.
000673            WRITE RSV-REPORT FROM RSV-HEADER-01
000674            WRITE RSV-REPORT FROM RSV-HEADER-02
000675            MOVE 2 TO WS-RSV-NUM-LINES
000676            CONTINUE.
000677*
000678* Tier summary against last month, and this month's reserve
000679* written forward as next month's IBNRPRV
000680        270-WRITE-TIER-SUMMARY.
000681            WRITE RSV-REPORT FROM RSV-BLANK-LINE
000682            WRITE RSV-REPORT FROM RSV-TIER-HEADER
000683            PERFORM 271-WRITE-TIER-LINE
000684               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6
000685            CONTINUE.
000686*
000687        271-WRITE-TIER-LINE.
000688            COMPUTE WS-CHANGE-AMT = WS-TIER-RESERVE (TYPE-SUB)
000689                                  - WS-TIER-PRIOR (TYPE-SUB)
000690            MOVE WS-TYPE-LABEL (TYPE-SUB)    TO RSV-TIER-LABEL-OU
000691            MOVE WS-TIER-PAID (TYPE-SUB)     TO RSV-TIER-PAID-OU
000692            MOVE WS-TIER-ULTIMATE (TYPE-SUB) TO RSV-TIER-ULT-OU
000693            MOVE WS-TIER-RESERVE (TYPE-SUB)  TO RSV-TIER-RSV-OU
000694            MOVE WS-TIER-PRIOR (TYPE-SUB)    TO RSV-TIER-PRIOR-OU
000695            MOVE WS-CHANGE-AMT               TO RSV-TIER-CHG-OU
000696            WRITE RSV-REPORT FROM RSV-TIER-DETAIL
000697            MOVE SPACES                      TO NEW-RESERVE-RECORD
000698            MOVE TYPE-SUB                    TO NEW-POLICY-TYPE
000699            MOVE WS-VALUATION-DATE           TO NEW-VALUATION-DATE
000700            MOVE WS-TIER-RESERVE (TYPE-SUB)  TO NEW-RESERVE-AMT
000701            WRITE NEW-RESERVE-RECORD
000702            CONTINUE.
000703*
000704* One debit and one credit per tier whose reserve moved: an
000705* increase debits the tier's IBNR expense and credits the
000706* IBNR-LIA liability, a decrease the other way round. The 'T'
000707* trailer carries the total debited, which equals the total
000708* credited, for the ledger to tie out.
000709        280-WRITE-GL-ENTRY.
000710            MOVE SPACES TO GL-EXTRACT-RECORD
000711            PERFORM 281-WRITE-TIER-ENTRY
000712               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6
000713            MOVE WS-VALUATION-DATE   TO GL-RUN-DATE
000714            MOVE WS-BATCH-RUN-ID     TO GL-BATCH-RUN-ID
000715            MOVE 'T'                 TO GL-RECORD-TYPE
000716            MOVE 'CONTROL '          TO GL-ACCOUNT-NO
000717            MOVE 'IBNR RESERVE CONTROL TOTALS'
000718                                     TO GL-ACCOUNT-DESC
000719            MOVE WS-GL-TOTAL         TO GL-AMOUNT
000720            MOVE WS-GL-LINES         TO GL-CLAIM-PAID-COUNT
000721            WRITE GL-EXTRACT-RECORD
000722            CONTINUE.
000723*
000724        281-WRITE-TIER-ENTRY.
000725            COMPUTE WS-CHANGE-AMT = WS-TIER-RESERVE (TYPE-SUB)
000726                                  - WS-TIER-PRIOR (TYPE-SUB)
000727            IF WS-CHANGE-AMT = 0
000728               GO TO 281-EXIT
000729            END-IF
000730            MOVE WS-VALUATION-DATE   TO GL-RUN-DATE
000731            MOVE WS-BATCH-RUN-ID     TO GL-BATCH-RUN-ID
000732            MOVE ZERO                TO GL-CLAIM-PAID-COUNT
000733            IF WS-CHANGE-AMT > 0
000734               MOVE 'D'              TO GL-RECORD-TYPE
000735            ELSE
000736               MOVE 'C'              TO GL-RECORD-TYPE
000737            END-IF
000738            MOVE WS-GL-ACCT-NO (TYPE-SUB)   TO GL-ACCOUNT-NO
000739            MOVE WS-GL-ACCT-DESC (TYPE-SUB) TO GL-ACCOUNT-DESC
000740            MOVE WS-CHANGE-AMT       TO GL-AMOUNT
000741            WRITE GL-EXTRACT-RECORD
000742            IF WS-CHANGE-AMT > 0
000743               MOVE 'C'              TO GL-RECORD-TYPE
000744            ELSE
000745               MOVE 'D'              TO GL-RECORD-TYPE
000746            END-IF
000747            MOVE 'IBNR-LIA'          TO GL-ACCOUNT-NO
000748            MOVE 'IBNR CLAIM RESERVE LIABILITY'
000749                                     TO GL-ACCOUNT-DESC
000750            WRITE GL-EXTRACT-RECORD
000751            ADD 2 TO WS-GL-LINES
000752            ADD GL-AMOUNT TO WS-GL-TOTAL.
000753        281-EXIT.
000754            EXIT.
000755*
000756        300-TERMINAR.
000757            DISPLAY "----------------  "
000758            DISPLAY 'Control Counters  '
000759            DISPLAY "----------------  "
000760            MOVE WS-ARCH-READ      TO REC-KTR-OUT
000761            DISPLAY 'Archive Rows Read:  ' REC-KTR-OUT
000762            MOVE WS-HIST-READ      TO REC-KTR-OUT
000763            DISPLAY 'History Rows Read:  ' REC-KTR-OUT
000764            MOVE WS-ROWS-BUCKETED  TO REC-KTR-OUT
000765            DISPLAY 'Rows Bucketed:      ' REC-KTR-OUT
000766            MOVE WS-ROWS-SKIPPED   TO REC-KTR-OUT
000767            DISPLAY 'Rows Skipped:       ' REC-KTR-OUT
000768            MOVE WS-GL-LINES       TO REC-KTR-OUT
000769            DISPLAY 'GL Lines Written:   ' REC-KTR-OUT
000770            DISPLAY 'Reserve Change:     ' WS-GL-TOTAL
000771            CLOSE ARCHFILE CLAIMHIST NEWFILE RSVFILE GLFILE
000772            DISPLAY "END PROGR: IBNRRSV"
000773            CONTINUE.
000774*
000775        900-ERROR.
000776            MOVE +12 TO RETURN-CODE
000777            GOBACK.
