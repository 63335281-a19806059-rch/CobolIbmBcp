000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. AGTSTMT.
000003*===============================================================*
000004* AGENT COMMISSION STATEMENTS AND PAYABLE EXTRACT              =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* READS AGTCOMM'S COMMISSION DETAIL (SEE COMDTLR) AFTER THE JOB =*
000009* HAS SORTED IT INTO AGENT ORDER AND PRINTS ONE STATEMENT PER   =*
000010* AGENT ON OAGTSTM - EVERY FIRST-YEAR AND RENEWAL COMMISSION    =*
000011* EARNED AND EVERY FIRST-YEAR CHARGEBACK, THEN THE NET. ANY     =*
000012* CHARGEBACK LEFT UNRECOVERED BY THE LAST STATEMENT             =*
000013* (AG-CB-BALANCE ON AGTMSTR) IS NETTED IN FIRST. A POSITIVE NET =*
000014* GOES TO DISBURSEMENT ON THE OAGTPAY PAYABLE EXTRACT (SEE      =*
000015* AGTPAYR); A NEGATIVE NET IS CARRIED ON AGTMSTR TO THE NEXT    =*
000016* STATEMENT AND NOTHING IS PAID.                                =*
000017*---------------------------------------------------------------*
000018* MODIFICATION HISTORY:                                        =*
000019* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000023        FILE-CONTROL.
000024            SELECT DTLFILE   ASSIGN TO COMDTLS
000025               FILE STATUS  IS FS-STAT-DTL.
000026*    *
000027            SELECT AGTMSTR   ASSIGN TO AGTMSTR
000028               ORGANIZATION IS INDEXED
000029               ACCESS MODE  IS RANDOM
000030               RECORD KEY   IS AG-AGENT-NO
000031               FILE STATUS  IS FS-STAT-AG.
000032*    *
000033            SELECT STMFILE   ASSIGN TO OAGTSTM
000034               FILE STATUS  IS FS-STAT-STM.
000035*    *
000036            SELECT PAYFILE   ASSIGN TO OAGTPAY
000037               FILE STATUS  IS FS-STAT-PAY.
000038        DATA DIVISION.
000039        FILE SECTION.
000040* AGTCOMM's detail, sorted on CD-AGENT-NO
000041        FD  DTLFILE
000042            RECORDING MODE IS F
000043            RECORD CONTAINS 80 CHARACTERS
000044            BLOCK CONTAINS 0 RECORDS
000045            DATA RECORD IS COMMISSION-DETAIL-RECORD.
000046        01  COMMISSION-DETAIL-RECORD.
000047            COPY COMDTLR.
000048*
000049        FD  AGTMSTR
000050            RECORD CONTAINS 150 CHARACTERS
000051            DATA RECORD IS AGENT-MASTER-RECORD.
000052        01  AGENT-MASTER-RECORD.
000053            COPY AGTMSTRR.
000054*
000055        FD  STMFILE
000056            RECORDING MODE IS F
000057            RECORD CONTAINS 133 CHARACTERS
000058            BLOCK CONTAINS 0 RECORDS
000059            DATA RECORD IS STM-REPORT.
000060        01  STM-REPORT                           PIC X(133).
000061*
000062        FD  PAYFILE
000063            RECORDING MODE IS F
000064            RECORD CONTAINS 80 CHARACTERS
000065            BLOCK CONTAINS 0 RECORDS
000066            DATA RECORD IS AGENT-PAYABLE-RECORD.
000067        01  AGENT-PAYABLE-RECORD.
000068            COPY AGTPAYR.
000069*
000070        WORKING-STORAGE SECTION.
000071*Working Variables
000072        01  WS-CONTADORES.
000073          05  WS-DETAIL-READ          PIC S9(8) COMP SYNC VALUE 0.
000074          05  WS-STATEMENTS           PIC S9(8) COMP SYNC VALUE 0.
000075          05  WS-PAYABLES             PIC S9(8) COMP SYNC VALUE 0.
000076          05  WS-CARRIED-CTR          PIC S9(8) COMP SYNC VALUE 0.
000077          05  WS-STM-NUM-LINES        PIC S9(4) COMP VALUE 61.
000078*Current agent and the statement being built
000079        01  WS-AGENT-VARS.
000080            05  WS-CURR-AGENT-NO           PIC 9(05) VALUE ZERO.
000081            05  WS-AGT-FY-TOTAL            PIC 9(09)V99 VALUE 0.
000082            05  WS-AGT-RN-TOTAL            PIC 9(09)V99 VALUE 0.
000083            05  WS-AGT-CB-TOTAL            PIC 9(09)V99 VALUE 0.
000084            05  WS-AGT-PRIOR-CB            PIC 9(09)V99 VALUE 0.
000085            05  WS-AGT-NET                 PIC S9(09)V99 VALUE 0.
000086        01  WS-RUN-TOTALS.
000087            05  WS-PAYABLE-TOTAL           PIC 9(11)V99 VALUE 0.
000088            05  WS-CARRIED-TOTAL           PIC 9(11)V99 VALUE 0.
000089*Switches Variables & File Status
000090        01  SW-SWITCHE-VARS.
000091            05  SW-END-FILE                     PIC X VALUE '0'.
000092                88 END-FILE                        VALUE '1'.
000093            05  SW-AGENT-FOUND                  PIC X VALUE 'N'.
000094                88 AGENT-FOUND                     VALUE 'Y'.
000095                88 AGENT-NOT-FOUND                 VALUE 'N'.
000096            05  FS-STAT-DTL                     PIC X(02).
000097                88 DTLFILE-OK                      VALUE '00'.
000098            05  FS-STAT-AG                      PIC X(02).
000099                88 AGTMSTR-OK                      VALUE '00'.
000100            05  FS-STAT-STM                     PIC X(02).
000101                88 STMFILE-OK                      VALUE '00'.
000102            05  FS-STAT-PAY                     PIC X(02).
000103                88 PAYFILE-OK                      VALUE '00'.
000104*Editing Variables
000105        01  WS-EDIT-VARS.
000106            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000107            05  DATE-VARS                  PIC X(15).
000108            05  WS-STMT-DATE               PIC 9(08) VALUE ZERO.
000109*Statement lines
000110        01  WS-STM-LINES.
000111            02  STM-BLANK-LINE        PIC X(133) VALUE SPACES.
000112            02  STM-HEADER-01.
000113                05  FILLER            PIC X VALUE SPACE.
000114                05  FILLER            PIC X(40)
000115                    VALUE 'Agent Commission Statement'.
000116                05  FILLER            PIC X(16)
000117                    VALUE 'STATEMENT DATE '.
000118                05  STM-DATE-OU       PIC 9(08).
000119            02  STM-HEADER-02.
000120                05  FILLER            PIC X VALUE SPACE.
000121                05  FILLER            PIC X(07) VALUE 'AGENT '.
000122                05  STM-AGENT-NO-OU   PIC 9(05).
000123                05  FILLER            PIC X(02) VALUE SPACES.
000124                05  STM-AGENT-NAME-OU PIC X(26).
000125                05  FILLER            PIC X(02) VALUE SPACES.
000126                05  STM-ADDRESS-OU    PIC X(30).
000127            02  STM-HEADER-03.
000128                05  FILLER            PIC X VALUE SPACE.
000129                05  FILLER            PIC X(10) VALUE 'POLICY'.
000130                05  FILLER            PIC X(12) VALUE 'TYPE'.
000131                05  FILLER            PIC X(10) VALUE 'DATE'.
000132                05  FILLER            PIC X(06) VALUE 'TIER'.
000133                05  FILLER            PIC X(14) VALUE '  PREMIUM'.
000134                05  FILLER            PIC X(09) VALUE '  RATE'.
000135                05  FILLER            PIC X(16)
000136                    VALUE '    COMMISSION'.
000137            02  STM-DETAIL-RECORD.
000138                05  FILLER            PIC X VALUE SPACE.
000139                05  STM-POLICY-NO-OU       PIC 9(07).
000140                05  FILLER            PIC X(03) VALUE SPACES.
000141                05  STM-TYPE-OU            PIC X(10).
000142                05  FILLER            PIC X(02) VALUE SPACES.
000143                05  STM-EVENT-DATE-OU      PIC 9(08).
000144                05  FILLER            PIC X(03) VALUE SPACES.
000145                05  STM-TIER-OU            PIC 9(01).
000146                05  FILLER            PIC X(02) VALUE SPACES.
000147                05  STM-PREMIUM-OU         PIC $,$$$,$$9.99.
000148                05  FILLER            PIC X(02) VALUE SPACES.
000149                05  STM-RATE-OU            PIC 9.9999.
000150                05  FILLER            PIC X(02) VALUE SPACES.
000151                05  STM-COMMISSION-OU      PIC $,$$$,$$9.99-.
000152            02  STM-TOTAL-LINE.
000153                05  FILLER            PIC X VALUE SPACE.
000154                05  STM-TOTAL-DESC-OU      PIC X(40).
000155                05  FILLER            PIC X(25) VALUE SPACES.
000156                05  STM-TOTAL-AMOUNT-OU    PIC $$$,$$$,$$9.99-.
000157*
000158        PROCEDURE DIVISION.
000159            PERFORM 100-OPEN-FILES
000160            PERFORM 200-PROCESS-ONE-DETAIL UNTIL END-FILE
000161            IF WS-DETAIL-READ > 0
000162               PERFORM 250-FINISH-AGENT
000163            END-IF
000164            PERFORM 300-TERMINAR
000165            GOBACK.
000166*
000167        100-OPEN-FILES.
000168            DISPLAY "Init AGTSTMT.."
000169            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000170            MOVE DATE-VARS (1:8)  TO WS-STMT-DATE
000171            MOVE WS-STMT-DATE     TO STM-DATE-OU
000172            OPEN INPUT DTLFILE
000173            IF NOT DTLFILE-OK
000174               DISPLAY 'ERROR IN OPEN COMMISSION DETAIL FILE '
000175               DISPLAY 'FILE STATUS = ' FS-STAT-DTL
000176               GO TO 900-ERROR.
000177            OPEN I-O AGTMSTR
000178            IF NOT AGTMSTR-OK
000179               DISPLAY 'ERROR IN OPEN AGENT MASTER FILE '
000180               DISPLAY 'FILE STATUS = ' FS-STAT-AG
000181               GO TO 900-ERROR.
000182            OPEN OUTPUT STMFILE
000183            IF NOT STMFILE-OK
000184               DISPLAY 'ERROR IN OPEN COMMISSION STATEMENT FILE '
000185               DISPLAY 'FILE STATUS = ' FS-STAT-STM
000186               GO TO 900-ERROR.
000187            OPEN OUTPUT PAYFILE
000188            IF NOT PAYFILE-OK
000189               DISPLAY 'ERROR IN OPEN COMMISSION PAYABLE FILE '
000190               DISPLAY 'FILE STATUS = ' FS-STAT-PAY
000191               GO TO 900-ERROR.
000192            PERFORM 240-READ-RECORD
000193            IF NOT END-FILE
000194               PERFORM 210-START-AGENT
000195            END-IF
000196            CONTINUE.
000197*
000198* Control break on the agent - the file arrives sorted on it
000199        200-PROCESS-ONE-DETAIL.
000200            ADD 1 TO WS-DETAIL-READ
000201            IF CD-AGENT-NO NOT = WS-CURR-AGENT-NO
000202               PERFORM 250-FINISH-AGENT
000203               PERFORM 210-START-AGENT
000204            END-IF
000205            PERFORM 220-WRITE-DETAIL-LINE
000206            PERFORM 240-READ-RECORD
000207            CONTINUE.
000208*
000209        210-START-AGENT.
000210            MOVE CD-AGENT-NO TO WS-CURR-AGENT-NO
000211            MOVE ZERO TO WS-AGT-FY-TOTAL WS-AGT-RN-TOTAL
000212                         WS-AGT-CB-TOTAL WS-AGT-PRIOR-CB
000213            SET AGENT-FOUND TO TRUE
000214            MOVE CD-AGENT-NO TO AG-AGENT-NO
000215            READ AGTMSTR
000216               INVALID KEY
000217                  SET AGENT-NOT-FOUND TO TRUE
000218            END-READ
000219            MOVE CD-AGENT-NO TO STM-AGENT-NO-OU
000220            IF AGENT-FOUND
000221               MOVE AG-AGENT-NAME TO STM-AGENT-NAME-OU
000222               MOVE AG-ADDRESS    TO STM-ADDRESS-OU
000223               MOVE AG-CB-BALANCE TO WS-AGT-PRIOR-CB
000224            ELSE
000225               MOVE 'AGENT NOT ON AGENT MASTER'
000226                 TO STM-AGENT-NAME-OU
000227               MOVE SPACES        TO STM-ADDRESS-OU
000228               DISPLAY 'WARNING: DETAIL FOR AGENT NOT ON AGTMSTR '
000229                       CD-AGENT-NO
000230            END-IF
000231            ADD 1 TO WS-STATEMENTS
000232            PERFORM 225-WRITE-STATEMENT-TITLES
000233            CONTINUE.
000234*
000235        220-WRITE-DETAIL-LINE.
000236            MOVE CD-POLICY-NO     TO STM-POLICY-NO-OU
000237            MOVE CD-EVENT-DATE    TO STM-EVENT-DATE-OU
000238            MOVE CD-POLICY-TYPE   TO STM-TIER-OU
000239            MOVE CD-PREMIUM       TO STM-PREMIUM-OU
000240            MOVE CD-RATE          TO STM-RATE-OU
000241            EVALUATE TRUE
000242                WHEN CD-FIRST-YEAR
000243                    MOVE 'FIRST YEAR'  TO STM-TYPE-OU
000244                    MOVE CD-COMMISSION TO STM-COMMISSION-OU
000245                    ADD CD-COMMISSION  TO WS-AGT-FY-TOTAL
000246                WHEN CD-RENEWAL
000247                    MOVE 'RENEWAL'     TO STM-TYPE-OU
000248                    MOVE CD-COMMISSION TO STM-COMMISSION-OU
000249                    ADD CD-COMMISSION  TO WS-AGT-RN-TOTAL
000250                WHEN OTHER
000251                    MOVE 'CHARGEBACK'  TO STM-TYPE-OU
000252                    COMPUTE STM-COMMISSION-OU = 0 - CD-COMMISSION
000253                    ADD CD-COMMISSION  TO WS-AGT-CB-TOTAL
000254            END-EVALUATE
000255            IF WS-STM-NUM-LINES > 60 THEN
000256               PERFORM 225-WRITE-STATEMENT-TITLES
000257            END-IF
000258            WRITE STM-REPORT FROM STM-DETAIL-RECORD
000259            ADD 1 TO WS-STM-NUM-LINES
000260            CONTINUE.
000261*
000262        225-WRITE-STATEMENT-TITLES.
000263            WRITE STM-REPORT FROM STM-BLANK-LINE
000264            WRITE STM-REPORT FROM STM-HEADER-01
000265            WRITE STM-REPORT FROM STM-HEADER-02
000266            WRITE STM-REPORT FROM STM-HEADER-03
000267            MOVE 4 TO WS-STM-NUM-LINES
000268            CONTINUE.
000269*
000270        240-READ-RECORD.
000271            READ DTLFILE
000272               AT END MOVE '1' TO SW-END-FILE
000273            END-READ
000274            CONTINUE.
000275*
000276* Earned less charged back less any chargeback still owed from
000277* the last statement. A positive net is paid and clears what
000278* was owed; a negative one is carried and nothing is paid.
000279        250-FINISH-AGENT.
000280            COMPUTE WS-AGT-NET = WS-AGT-FY-TOTAL + WS-AGT-RN-TOTAL
000281                               - WS-AGT-CB-TOTAL - WS-AGT-PRIOR-CB
000282            MOVE 'FIRST-YEAR COMMISSION EARNED'
000283              TO STM-TOTAL-DESC-OU
000284            MOVE WS-AGT-FY-TOTAL TO STM-TOTAL-AMOUNT-OU
000285            PERFORM 255-WRITE-TOTAL-LINE
000286            MOVE 'RENEWAL COMMISSION EARNED'
000287              TO STM-TOTAL-DESC-OU
000288            MOVE WS-AGT-RN-TOTAL TO STM-TOTAL-AMOUNT-OU
000289            PERFORM 255-WRITE-TOTAL-LINE
000290            MOVE 'FIRST-YEAR LAPSE CHARGEBACKS'
000291              TO STM-TOTAL-DESC-OU
000292            COMPUTE STM-TOTAL-AMOUNT-OU = 0 - WS-AGT-CB-TOTAL
000293            PERFORM 255-WRITE-TOTAL-LINE
000294            MOVE 'CHARGEBACK OWED FROM LAST STATEMENT'
000295              TO STM-TOTAL-DESC-OU
000296            COMPUTE STM-TOTAL-AMOUNT-OU = 0 - WS-AGT-PRIOR-CB
000297            PERFORM 255-WRITE-TOTAL-LINE
000298            IF WS-AGT-NET > ZERO
000299               MOVE 'NET COMMISSION PAYABLE'
000300                 TO STM-TOTAL-DESC-OU
000301            ELSE
000302               MOVE 'NET OWED - CARRIED TO NEXT STATEMENT'
000303                 TO STM-TOTAL-DESC-OU
000304            END-IF
000305            MOVE WS-AGT-NET TO STM-TOTAL-AMOUNT-OU
000306            PERFORM 255-WRITE-TOTAL-LINE
000307            IF AGENT-FOUND
000308               PERFORM 260-SETTLE-AGENT
000309            END-IF
000310            CONTINUE.
000311*
000312        255-WRITE-TOTAL-LINE.
000313            IF WS-STM-NUM-LINES > 60 THEN
000314               PERFORM 225-WRITE-STATEMENT-TITLES
000315            END-IF
000316            WRITE STM-REPORT FROM STM-TOTAL-LINE
000317            ADD 1 TO WS-STM-NUM-LINES
000318            CONTINUE.
000319*
000320        260-SETTLE-AGENT.
000321            IF WS-AGT-NET > ZERO
000322               MOVE SPACES           TO AGENT-PAYABLE-RECORD
000323               MOVE AG-AGENT-NO      TO AGP-AGENT-NO
000324               MOVE AG-AGENT-NAME    TO AGP-PAYEE
000325               MOVE AG-ADDRESS       TO AGP-ADDRESS
000326               MOVE WS-AGT-NET       TO AGP-AMOUNT
000327               MOVE WS-STMT-DATE     TO AGP-STMT-DATE
000328               WRITE AGENT-PAYABLE-RECORD
000329               ADD 1                 TO WS-PAYABLES
000330               ADD WS-AGT-NET        TO WS-PAYABLE-TOTAL
000331               MOVE ZERO             TO AG-CB-BALANCE
000332            ELSE
000333               COMPUTE AG-CB-BALANCE = 0 - WS-AGT-NET
000334               ADD 1                 TO WS-CARRIED-CTR
000335               ADD AG-CB-BALANCE     TO WS-CARRIED-TOTAL
000336            END-IF
000337            MOVE WS-STMT-DATE        TO AG-LAST-STMT-DATE
000338            REWRITE AGENT-MASTER-RECORD
000339            IF NOT AGTMSTR-OK
000340               DISPLAY 'REWRITE FAILED ON AGENT '
000341                       AG-AGENT-NO ' STATUS ' FS-STAT-AG
000342            END-IF
000343            CONTINUE.
000344*
000345        300-TERMINAR.
000346            DISPLAY "----------------  "
000347            DISPLAY 'Control Counters  '
000348            DISPLAY "----------------  "
000349            MOVE WS-DETAIL-READ      TO REC-KTR-OUT
000350            DISPLAY 'Detail Read:        ' REC-KTR-OUT
000351            MOVE WS-STATEMENTS       TO REC-KTR-OUT
000352            DISPLAY 'Statements:         ' REC-KTR-OUT
000353            MOVE WS-PAYABLES         TO REC-KTR-OUT
000354            DISPLAY 'Payables Written:   ' REC-KTR-OUT
000355            MOVE WS-CARRIED-CTR      TO REC-KTR-OUT
000356            DISPLAY 'Balances Carried:   ' REC-KTR-OUT
000357            DISPLAY 'Amount Payable:     ' WS-PAYABLE-TOTAL
000358            DISPLAY 'Amount Carried:     ' WS-CARRIED-TOTAL
000359            CLOSE DTLFILE AGTMSTR STMFILE PAYFILE
000360            DISPLAY "END PROGR: AGTSTMT"
000361            CONTINUE.
000362*
000363        900-ERROR.
000364            MOVE +12 TO RETURN-CODE
000365            GOBACK.
