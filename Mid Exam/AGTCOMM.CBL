000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. AGTCOMM.
000003*===============================================================*
000004* WRITING-AGENT COMMISSION RUN                                 =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* PAYS COMMISSION ON PREMIUM ACTUALLY COLLECTED. READS THE      =*
000009* COMBAS COMMISSION BASIS (SEE COMBASR) THAT PREMPOST WRITES    =*
000010* FOR EVERY REMITTANCE IT POSTS AND PREMLAPS FOR EVERY POLICY   =*
000011* IT LAPSES. A POSTED REMITTANCE EARNS THE POLICY'S WRITING     =*
000012* AGENT (PM-AGENT-NO) THE AGTMSTR RATE FOR ITS PLAN TIER - THE  =*
000013* FIRST-YEAR RATE WHILE THE REMITTANCE DATE IS INSIDE THE FIRST =*
000014* POLICY YEAR, THE RENEWAL RATE AFTER. A LAPSE INSIDE THE FIRST =*
000015* POLICY YEAR CHARGES BACK ALL FIRST-YEAR COMMISSION PAID ON    =*
000016* THE POLICY, AS KEPT ON THE COMMHIST KSDS (SEE COMHISTR).      =*
000017* EACH EARNING OR CHARGEBACK GOES TO OCOMDTL (SEE COMDTLR) FOR  =*
000018* THE JOB TO SORT INTO AGENT ORDER FOR AGTSTMT. BASIS RECORDS   =*
000019* THAT CANNOT BE PAID RIDE OUT ON COMERR WITH THE REASON.       =*
000019* PREMIUM DRFRETN REPORTS RETURNED UNPAID BY THE BANK TAKES     =*
000019* BACK THE COMMISSION PAID ON IT, AT THE RATE IT WAS PAID AT.   =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000022* 15/10/2026 RCH - TAKE BACK COMMISSION ON RETURNED ACH DRAFTS =*
000023*===============================================================*
000024        ENVIRONMENT DIVISION.
000025        INPUT-OUTPUT SECTION.
000026        FILE-CONTROL.
000027            SELECT BASFILE   ASSIGN TO COMBAS
000028               FILE STATUS  IS FS-STAT-BAS.
000029*    *
000030            SELECT POLMSTR   ASSIGN TO POLMSTR
000031               ORGANIZATION IS INDEXED
000032               ACCESS MODE  IS RANDOM
000033               RECORD KEY   IS PM-POLICY-NO
000034               FILE STATUS  IS FS-STAT-PM.
000035*    *
000036            SELECT AGTMSTR   ASSIGN TO AGTMSTR
000037               ORGANIZATION IS INDEXED
000038               ACCESS MODE  IS RANDOM
000039               RECORD KEY   IS AG-AGENT-NO
000040               FILE STATUS  IS FS-STAT-AG.
000041*    *
000042            SELECT HISTFILE  ASSIGN TO COMMHIST
000043               ORGANIZATION IS INDEXED
000044               ACCESS MODE  IS RANDOM
000045               RECORD KEY   IS CH-POLICY-NO
000046               FILE STATUS  IS FS-STAT-HIST.
000047*    *
000048            SELECT DTLFILE   ASSIGN TO OCOMDTL
000049               FILE STATUS  IS FS-STAT-DTL.
000050*    *
000051            SELECT ERRFILE   ASSIGN TO COMERR
000052               FILE STATUS  IS FS-STAT-ERR.
000053        DATA DIVISION.
000054        FILE SECTION.
000055* Premium posted and policies lapsed, PREMPOST's and PREMLAPS'
000056* extracts concatenated by the job, then premium returned
000056* from DRFRETN
000057        FD  BASFILE
000058            RECORDING MODE IS F
000059            RECORD CONTAINS 80 CHARACTERS
000060            BLOCK CONTAINS 0 RECORDS
000061            DATA RECORD IS COMMISSION-BASIS-RECORD.
000062        01  COMMISSION-BASIS-RECORD.
000063            COPY COMBASR.
000064*
000065        FD  POLMSTR
000066            RECORDING MODE IS F
000067            RECORD CONTAINS 80 CHARACTERS
000068            BLOCK CONTAINS 0 RECORDS
000069            DATA RECORD IS POLICY-MASTER-RECORD.
000070        01  POLICY-MASTER-RECORD.
000071            COPY POLMSTRR.
000072*
000073        FD  AGTMSTR
000074            RECORD CONTAINS 150 CHARACTERS
000075            DATA RECORD IS AGENT-MASTER-RECORD.
000076        01  AGENT-MASTER-RECORD.
000077            COPY AGTMSTRR.
000078*
000079        FD  HISTFILE
000080            RECORD CONTAINS 80 CHARACTERS
000081            DATA RECORD IS COMMISSION-HIST-RECORD.
000082        01  COMMISSION-HIST-RECORD.
000083            COPY COMHISTR.
000084*
000085        FD  DTLFILE
000086            RECORDING MODE IS F
000087            RECORD CONTAINS 80 CHARACTERS
000088            BLOCK CONTAINS 0 RECORDS
000089            DATA RECORD IS COMMISSION-DETAIL-RECORD.
000090        01  COMMISSION-DETAIL-RECORD.
000091            COPY COMDTLR.
000092*
000093        FD  ERRFILE
000094            RECORDING MODE IS F
000095            RECORD CONTAINS 120 CHARACTERS
000096            BLOCK CONTAINS 0 RECORDS
000097            DATA RECORD IS ERROR-RECORD.
000098        01  ERROR-RECORD.
000099            05  ERR-BASIS-IMAGE                  PIC X(80).
000100            05  ERR-REASON                       PIC X(40).
000101*
000102        WORKING-STORAGE SECTION.
000103*Working Variables
000104        01  WS-CONTADORES.
000105          05  WS-BASIS-READ           PIC S9(8) COMP SYNC VALUE 0.
000106          05  WS-BASIS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000107          05  WS-FY-PAID-CTR          PIC S9(8) COMP SYNC VALUE 0.
000108          05  WS-RN-PAID-CTR          PIC S9(8) COMP SYNC VALUE 0.
000109          05  WS-CHARGEBACK-CTR       PIC S9(8) COMP SYNC VALUE 0.
000110          05  WS-LAPSE-NO-CB-CTR      PIC S9(8) COMP SYNC VALUE 0.
000110          05  WS-RETURN-CB-CTR        PIC S9(8) COMP SYNC VALUE 0.
000110          05  WS-RETURN-NO-CB-CTR     PIC S9(8) COMP SYNC VALUE 0.
000111        01  WS-CALC-VARS.
000112            05  WS-ANNIVERSARY-DATE        PIC 9(08) VALUE ZERO.
000113            05  WS-RATE                    PIC 9V9(04) VALUE ZERO.
000114            05  WS-COMMISSION              PIC 9(07)V99 VALUE 0.
000115            05  WS-FY-TOTAL                PIC 9(09)V99 VALUE 0.
000116            05  WS-RN-TOTAL                PIC 9(09)V99 VALUE 0.
000117            05  WS-CB-TOTAL                PIC 9(09)V99 VALUE 0.
000117            05  WS-CB-ROOM              PIC S9(7)V99 VALUE ZERO.
000118*Switches Variables & File Status
000119        01  SW-SWITCHE-VARS.
000120            05  SW-END-FILE                     PIC X VALUE '0'.
000121                88 END-FILE                        VALUE '1'.
000122            05  SW-HIST-FOUND                   PIC X VALUE 'N'.
000123                88 HIST-FOUND                      VALUE 'Y'.
000124                88 HIST-NOT-FOUND                  VALUE 'N'.
000125            05  SW-FIRST-YEAR                   PIC X VALUE 'N'.
000126                88 FIRST-POLICY-YEAR               VALUE 'Y'.
000127                88 RENEWAL-POLICY-YEAR             VALUE 'N'.
000128            05  FS-STAT-BAS                     PIC X(02).
000129                88 BASFILE-OK                      VALUE '00'.
000130            05  FS-STAT-PM                      PIC X(02).
000131                88 POLMSTR-OK                      VALUE '00'.
000132            05  FS-STAT-AG                      PIC X(02).
000133                88 AGTMSTR-OK                      VALUE '00'.
000134            05  FS-STAT-HIST                    PIC X(02).
000135                88 HISTFILE-OK                     VALUE '00'.
000136            05  FS-STAT-DTL                     PIC X(02).
000137                88 DTLFILE-OK                      VALUE '00'.
000138            05  FS-STAT-ERR                     PIC X(02).
000139                88 ERRFILE-OK                      VALUE '00'.
000140        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000141*Editing Variables
000142        01  WS-EDIT-VARS.
000143            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000144            05  DATE-VARS                  PIC X(15).
000145*
000146        PROCEDURE DIVISION.
000147            PERFORM 100-OPEN-FILES
000148            PERFORM 200-PROCESS-ONE-BASIS UNTIL END-FILE
000149            PERFORM 300-TERMINAR
000150            GOBACK.
000151*
000152        100-OPEN-FILES.
000153            DISPLAY "Init AGTCOMM.."
000154            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000155            OPEN INPUT BASFILE
000156            IF NOT BASFILE-OK
000157               DISPLAY 'ERROR IN OPEN COMMISSION BASIS FILE '
000158               DISPLAY 'FILE STATUS = ' FS-STAT-BAS
000159               GO TO 900-ERROR.
000160            OPEN INPUT POLMSTR
000161            IF NOT POLMSTR-OK
000162               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000164               GO TO 900-ERROR.
000165            OPEN INPUT AGTMSTR
000166            IF NOT AGTMSTR-OK
000167               DISPLAY 'ERROR IN OPEN AGENT MASTER FILE '
000168               DISPLAY 'FILE STATUS = ' FS-STAT-AG
000169               GO TO 900-ERROR.
000170* The commission history is created on the first run
000171            OPEN I-O HISTFILE
000172            IF FS-STAT-HIST = '35'
000173               OPEN OUTPUT HISTFILE
000174               CLOSE HISTFILE
000175               OPEN I-O HISTFILE
000176            END-IF
000177            IF NOT HISTFILE-OK
000178               DISPLAY 'ERROR IN OPEN COMMHIST HISTORY FILE '
000179               DISPLAY 'FILE STATUS = ' FS-STAT-HIST
000180               GO TO 900-ERROR.
000181            OPEN OUTPUT DTLFILE
000182            IF NOT DTLFILE-OK
000183               DISPLAY 'ERROR IN OPEN COMMISSION DETAIL FILE '
000184               DISPLAY 'FILE STATUS = ' FS-STAT-DTL
000185               GO TO 900-ERROR.
000186            OPEN OUTPUT ERRFILE
000187            IF NOT ERRFILE-OK
000188               DISPLAY 'ERROR IN OPEN COMERR ERROR FILE '
000189               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000190               GO TO 900-ERROR.
000191            PERFORM 240-READ-RECORD
000192            CONTINUE.
000193*
000194        200-PROCESS-ONE-BASIS.
000195            ADD 1 TO WS-BASIS-READ
000196            PERFORM 210-EDIT-BASIS
000197            IF WS-REJECT-REASON NOT = SPACES
000198               PERFORM 230-REJECT-BASIS
000199            ELSE
000200               PERFORM 215-READ-HISTORY
000201               EVALUATE TRUE
000202                   WHEN CB-PREMIUM-POSTED
000202                       PERFORM 220-PAY-COMMISSION
000202                   WHEN CB-PREMIUM-RETURNED
000202                       PERFORM 227-REVERSE-RETURNED-PREMIUM
000203                   WHEN OTHER
000204                       PERFORM 225-CHARGE-BACK
000205               END-EVALUATE
000206            END-IF
000207            PERFORM 240-READ-RECORD
000208            CONTINUE.
000209*
000210* The policy and its writing agent must both be on file. The
000211* policy year is settled here against the first anniversary of
000212* PM-EFFECTIVE-DATE - an event before it is first-year.
000213        210-EDIT-BASIS.
000214            MOVE SPACES TO WS-REJECT-REASON
000215            MOVE CB-POLICY-NO TO PM-POLICY-NO
000216            READ POLMSTR
000217               INVALID KEY
000218                  MOVE 'POLICY NOT ON POLICY MASTER FILE'
000219                    TO WS-REJECT-REASON
000220            END-READ
000221            EVALUATE TRUE
000222                WHEN WS-REJECT-REASON NOT = SPACES
000223                    CONTINUE
000224                WHEN NOT CB-PREMIUM-POSTED AND
000225                     NOT CB-POLICY-LAPSED AND
000225                     NOT CB-PREMIUM-RETURNED
000226                    MOVE 'BASIS RECORD TYPE NOT P/L/R'
000227                      TO WS-REJECT-REASON
000228                WHEN CB-PREMIUM-POSTED AND
000229                     (PM-AGENT-NO NOT NUMERIC OR
000230                      PM-AGENT-NO = ZERO)
000231                    MOVE 'NO WRITING AGENT ON POLICY'
000232                      TO WS-REJECT-REASON
000233                WHEN (CB-PREMIUM-POSTED OR CB-PREMIUM-RETURNED)
000234                 AND (PM-POLICY-TYPE < 1 OR PM-POLICY-TYPE > 5)
000235                    MOVE 'POLICY TYPE NOT A KNOWN PLAN TIER'
000236                      TO WS-REJECT-REASON
000237                WHEN OTHER
000238                    CONTINUE
000239            END-EVALUATE
000240            IF WS-REJECT-REASON = SPACES AND CB-PREMIUM-POSTED
000241               MOVE PM-AGENT-NO TO AG-AGENT-NO
000242               READ AGTMSTR
000243                  INVALID KEY
000244                     MOVE 'WRITING AGENT NOT ON AGENT MASTER'
000245                       TO WS-REJECT-REASON
000246               END-READ
000247            END-IF
000248            COMPUTE WS-ANNIVERSARY-DATE =
000249                PM-EFFECTIVE-DATE + 10000
000250            IF CB-EVENT-DATE < WS-ANNIVERSARY-DATE
000251               SET FIRST-POLICY-YEAR   TO TRUE
000252            ELSE
000253               SET RENEWAL-POLICY-YEAR TO TRUE
000254            END-IF
000255            CONTINUE.
000256*
000257        215-READ-HISTORY.
000258            SET HIST-FOUND TO TRUE
000259            MOVE CB-POLICY-NO TO CH-POLICY-NO
000260            READ HISTFILE
000261               INVALID KEY
000262                  SET HIST-NOT-FOUND TO TRUE
000263            END-READ
000264            CONTINUE.
000265*
000266* Premium collected earns the writing agent the rate for the
000267* policy's tier and policy year
000268        220-PAY-COMMISSION.
000269            IF FIRST-POLICY-YEAR
000270               MOVE AG-FY-RATE (PM-POLICY-TYPE) TO WS-RATE
000271            ELSE
000272               MOVE AG-RN-RATE (PM-POLICY-TYPE) TO WS-RATE
000273            END-IF
000274            COMPUTE WS-COMMISSION ROUNDED = CB-AMOUNT * WS-RATE
000275            IF HIST-NOT-FOUND
000276               MOVE SPACES          TO COMMISSION-HIST-RECORD
000277               MOVE CB-POLICY-NO    TO CH-POLICY-NO
000278               MOVE PM-AGENT-NO     TO CH-AGENT-NO
000279               MOVE ZERO            TO CH-FY-PREMIUM
000280                                       CH-FY-COMMISSION
000281                                       CH-RN-COMMISSION
000282                                       CH-CHARGEBACK-AMT
000283                                       CH-CHARGEBACK-DATE
000284            END-IF
000285            MOVE SPACES             TO COMMISSION-DETAIL-RECORD
000286            MOVE PM-AGENT-NO        TO CD-AGENT-NO
000287            MOVE CB-POLICY-NO       TO CD-POLICY-NO
000288            MOVE CB-EVENT-DATE      TO CD-EVENT-DATE
000289            MOVE PM-POLICY-TYPE     TO CD-POLICY-TYPE
000290            MOVE CB-AMOUNT          TO CD-PREMIUM
000291            MOVE WS-RATE            TO CD-RATE
000292            MOVE WS-COMMISSION      TO CD-COMMISSION
000293            IF FIRST-POLICY-YEAR
000294               SET CD-FIRST-YEAR    TO TRUE
000295               ADD CB-AMOUNT        TO CH-FY-PREMIUM
000296               ADD WS-COMMISSION    TO CH-FY-COMMISSION
000297               ADD 1                TO WS-FY-PAID-CTR
000298               ADD WS-COMMISSION    TO WS-FY-TOTAL
000299            ELSE
000300               SET CD-RENEWAL       TO TRUE
000301               ADD WS-COMMISSION    TO CH-RN-COMMISSION
000302               ADD 1                TO WS-RN-PAID-CTR
000303               ADD WS-COMMISSION    TO WS-RN-TOTAL
000304            END-IF
000305            MOVE CB-EVENT-DATE      TO CH-LAST-PAY-DATE
000306            WRITE COMMISSION-DETAIL-RECORD
000307            PERFORM 235-SAVE-HISTORY
000308            CONTINUE.
000309*
000310* A first-year lapse takes back whatever first-year commission
000311* was paid and not already charged back, from the agent who was
000312* paid it. A later-year lapse, or one on a policy nothing was
000313* ever paid on, costs the agent nothing.
000314        225-CHARGE-BACK.
000315            MOVE ZERO TO WS-COMMISSION
000316            IF HIST-FOUND AND FIRST-POLICY-YEAR
000317               COMPUTE WS-COMMISSION =
000318                   CH-FY-COMMISSION - CH-CHARGEBACK-AMT
000319            END-IF
000320            IF WS-COMMISSION NOT > ZERO
000321               ADD 1 TO WS-LAPSE-NO-CB-CTR
000322            ELSE
000323               MOVE SPACES          TO COMMISSION-DETAIL-RECORD
000324               MOVE CH-AGENT-NO     TO CD-AGENT-NO
000325               MOVE CB-POLICY-NO    TO CD-POLICY-NO
000326               SET CD-CHARGEBACK    TO TRUE
000327               MOVE CB-EVENT-DATE   TO CD-EVENT-DATE
000328               MOVE PM-POLICY-TYPE  TO CD-POLICY-TYPE
000329               MOVE ZERO            TO CD-PREMIUM CD-RATE
000330               MOVE WS-COMMISSION   TO CD-COMMISSION
000331               WRITE COMMISSION-DETAIL-RECORD
000332               ADD WS-COMMISSION    TO CH-CHARGEBACK-AMT
000333               MOVE CB-EVENT-DATE   TO CH-CHARGEBACK-DATE
000334               ADD 1                TO WS-CHARGEBACK-CTR
000335               ADD WS-COMMISSION    TO WS-CB-TOTAL
000336               PERFORM 235-SAVE-HISTORY
000337            END-IF
000338            CONTINUE.
000339*
000339* A returned draft un-collects premium, so the commission paid
000339* on it comes back from the agent who was paid it - priced at
000339* that agent's first-year or renewal rate by the date the draft
000339* was posted, and never more than is still held on COMMHIST.
000339* Premium no commission was ever paid on costs nothing.
000339        227-REVERSE-RETURNED-PREMIUM.
000339            MOVE ZERO TO WS-COMMISSION
000339            IF HIST-FOUND
000339               PERFORM 228-PRICE-RETURNED-PREMIUM
000339            END-IF
000339            IF WS-REJECT-REASON NOT = SPACES
000339               PERFORM 230-REJECT-BASIS
000339            ELSE
000339               IF WS-COMMISSION NOT > ZERO
000339                  ADD 1 TO WS-RETURN-NO-CB-CTR
000339               ELSE
000339                  MOVE SPACES          TO COMMISSION-DETAIL-RECORD
000339                  MOVE CH-AGENT-NO     TO CD-AGENT-NO
000339                  MOVE CB-POLICY-NO    TO CD-POLICY-NO
000339                  SET CD-CHARGEBACK    TO TRUE
000339                  MOVE CB-EVENT-DATE   TO CD-EVENT-DATE
000339                  MOVE PM-POLICY-TYPE  TO CD-POLICY-TYPE
000339                  MOVE CB-AMOUNT       TO CD-PREMIUM
000339                  MOVE WS-RATE         TO CD-RATE
000339                  MOVE WS-COMMISSION   TO CD-COMMISSION
000339                  WRITE COMMISSION-DETAIL-RECORD
000339                  IF FIRST-POLICY-YEAR
000339                     IF CH-FY-PREMIUM < CB-AMOUNT
000339                        MOVE ZERO TO CH-FY-PREMIUM
000339                     ELSE
000339                        SUBTRACT CB-AMOUNT FROM CH-FY-PREMIUM
000339                     END-IF
000339                     SUBTRACT WS-COMMISSION FROM CH-FY-COMMISSION
000339                  ELSE
000339                     SUBTRACT WS-COMMISSION FROM CH-RN-COMMISSION
000339                  END-IF
000339                  ADD 1                TO WS-RETURN-CB-CTR
000339                  ADD WS-COMMISSION    TO WS-CB-TOTAL
000339                  PERFORM 235-SAVE-HISTORY
000339               END-IF
000339            END-IF
000339            CONTINUE.
000339*
000339        228-PRICE-RETURNED-PREMIUM.
000339            MOVE CH-AGENT-NO TO AG-AGENT-NO
000339            READ AGTMSTR
000339               INVALID KEY
000339                  MOVE 'WRITING AGENT NOT ON AGENT MASTER'
000339                    TO WS-REJECT-REASON
000339            END-READ
000339            IF WS-REJECT-REASON = SPACES
000339               IF FIRST-POLICY-YEAR
000339                  MOVE AG-FY-RATE (PM-POLICY-TYPE) TO WS-RATE
000339                  COMPUTE WS-CB-ROOM =
000339                      CH-FY-COMMISSION - CH-CHARGEBACK-AMT
000339               ELSE
000339                  MOVE AG-RN-RATE (PM-POLICY-TYPE) TO WS-RATE
000339                  MOVE CH-RN-COMMISSION TO WS-CB-ROOM
000339               END-IF
000339               COMPUTE WS-COMMISSION ROUNDED = CB-AMOUNT * WS-RATE
000339               IF WS-CB-ROOM NOT > ZERO
000339                  MOVE ZERO       TO WS-COMMISSION
000339               ELSE
000339                  IF WS-COMMISSION > WS-CB-ROOM
000339                     MOVE WS-CB-ROOM TO WS-COMMISSION
000339                  END-IF
000339               END-IF
000339            END-IF
000339            CONTINUE.
000339*
000340        230-REJECT-BASIS.
000341            ADD 1 TO WS-BASIS-REJECTED
000342            MOVE COMMISSION-BASIS-RECORD TO ERR-BASIS-IMAGE
000343            MOVE WS-REJECT-REASON        TO ERR-REASON
000344            WRITE ERROR-RECORD
000345            DISPLAY 'REJECTED BASIS - ' CB-POLICY-NO ' '
000346                    WS-REJECT-REASON
000347            MOVE SPACES TO WS-REJECT-REASON
000348            CONTINUE.
000349*
000350        235-SAVE-HISTORY.
000351            IF HIST-FOUND
000352               REWRITE COMMISSION-HIST-RECORD
000353            ELSE
000354               WRITE COMMISSION-HIST-RECORD
000355               SET HIST-FOUND TO TRUE
000356            END-IF
000357            IF NOT HISTFILE-OK
000358               DISPLAY 'COMMHIST UPDATE FAILED ON POLICY '
000359                       CH-POLICY-NO ' STATUS ' FS-STAT-HIST
000360            END-IF
000361            CONTINUE.
000362*
000363        240-READ-RECORD.
000364            READ BASFILE
000365               AT END MOVE '1' TO SW-END-FILE
000366            END-READ
000367            CONTINUE.
000368*
000369        300-TERMINAR.
000370            DISPLAY "----------------  "
000371            DISPLAY 'Control Counters  '
000372            DISPLAY "----------------  "
000373            MOVE WS-BASIS-READ       TO REC-KTR-OUT
000374            DISPLAY 'Basis Read:         ' REC-KTR-OUT
000375            MOVE WS-BASIS-REJECTED   TO REC-KTR-OUT
000376            DISPLAY 'Basis Rejected:     ' REC-KTR-OUT
000377            MOVE WS-FY-PAID-CTR      TO REC-KTR-OUT
000378            DISPLAY 'First-Year Paid:    ' REC-KTR-OUT
000379            MOVE WS-RN-PAID-CTR      TO REC-KTR-OUT
000380            DISPLAY 'Renewal Paid:       ' REC-KTR-OUT
000381            MOVE WS-CHARGEBACK-CTR   TO REC-KTR-OUT
000382            DISPLAY 'Chargebacks:        ' REC-KTR-OUT
000383            MOVE WS-LAPSE-NO-CB-CTR  TO REC-KTR-OUT
000384            DISPLAY 'Lapses, No Charge:  ' REC-KTR-OUT
000384            MOVE WS-RETURN-CB-CTR    TO REC-KTR-OUT
000384            DISPLAY 'Return Chargebacks: ' REC-KTR-OUT
000384            MOVE WS-RETURN-NO-CB-CTR TO REC-KTR-OUT
000384            DISPLAY 'Returns, No Charge: ' REC-KTR-OUT
000385            DISPLAY 'First-Year Comm:    ' WS-FY-TOTAL
000386            DISPLAY 'Renewal Comm:       ' WS-RN-TOTAL
000387            DISPLAY 'Charged Back:       ' WS-CB-TOTAL
000388            CLOSE BASFILE POLMSTR AGTMSTR HISTFILE DTLFILE ERRFILE
000389            DISPLAY "END PROGR: AGTCOMM"
000390            CONTINUE.
000391*
000392        900-ERROR.
000393            MOVE +12 TO RETURN-CODE
000394            GOBACK.
