000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. AGTMAINT.
000003*===============================================================*
000004* AGTMSTR WRITING-AGENT MASTER MAINTENANCE                     =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* APPLIES THE AGENCY DESK'S MAINTENANCE TRANSACTIONS (AGTTRAN)  =*
000009* AGAINST THE AGTMSTR AGENT MASTER KSDS (SEE AGTMSTRR) - ADDS,  =*
000010* NAME/ADDRESS CHANGES, COMMISSION RATE CHANGES BY PLAN TIER    =*
000011* AND TERMINATIONS. AGTCOMM PRICES EVERY COMMISSION OFF THESE   =*
000012* RATES, SO EVERY APPLIED TRANSACTION LEAVES A BEFORE/AFTER     =*
000013* IMAGE ON THE AGAUDIT TRAIL AND EVERY BAD ONE RIDES OUT ON THE =*
000014* AGERR LISTING WITH ITS REASON (THE POLMAINT PATTERN).         =*
000015*---------------------------------------------------------------*
000016* MODIFICATION HISTORY:                                        =*
000017* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000018*===============================================================*
000019        ENVIRONMENT DIVISION.
000020        INPUT-OUTPUT SECTION.
000021        FILE-CONTROL.
000022            SELECT TRANFILE  ASSIGN TO AGTTRAN
000023               FILE STATUS  IS FS-STAT-TRAN.
000024*    *
000025            SELECT AGTMSTR   ASSIGN TO AGTMSTR
000026               ORGANIZATION IS INDEXED
000027               ACCESS MODE  IS RANDOM
000028               RECORD KEY   IS AG-AGENT-NO
000029               FILE STATUS  IS FS-STAT-AG.
000030*    *
000031            SELECT AUDITFILE ASSIGN TO AGAUDIT
000032               FILE STATUS  IS FS-STAT-AUDIT.
000033*    *
000034            SELECT ERRFILE   ASSIGN TO AGERR
000035               FILE STATUS  IS FS-STAT-ERR.
000036        DATA DIVISION.
000037        FILE SECTION.
000038* One maintenance transaction - the action byte, the agent key,
000039* and the fields that apply to that action
000040        FD  TRANFILE
000041            RECORDING MODE IS F
000042            RECORD CONTAINS 120 CHARACTERS
000043            BLOCK CONTAINS 0 RECORDS
000044            DATA RECORD IS TRAN-RECORD.
000045        01  TRAN-RECORD.
000046            05  TRAN-ACTION                      PIC X(01).
000047                88 TRAN-ADD                         VALUE 'A'.
000048                88 TRAN-CHANGE                      VALUE 'C'.
000049                88 TRAN-RATES                       VALUE 'R'.
000050                88 TRAN-TERMINATE                   VALUE 'T'.
000051                88 TRAN-VALID-ACTION                VALUES 'A' 'C'
000052                                                    'R' 'T'.
000053            05  TRAN-AGENT-NO                    PIC 9(05).
000054            05  TRAN-AGENT-NAME                  PIC X(26).
000055            05  TRAN-ADDRESS                     PIC X(30).
000056            05  TRAN-RATE-TABLE.
000057                10  TRAN-TIER-RATES OCCURS 5 TIMES.
000058                    15  TRAN-FY-RATE             PIC 9V9(04).
000059                    15  TRAN-RN-RATE             PIC 9V9(04).
000060            05  FILLER                           PIC X(08).
000061*
000062        FD  AGTMSTR
000063            RECORD CONTAINS 150 CHARACTERS
000064            DATA RECORD IS AGENT-MASTER-RECORD.
000065        01  AGENT-MASTER-RECORD.
000066            COPY AGTMSTRR.
000067*
000068* Before/after audit trail - one line per applied transaction,
000069* the same shape POLMAINT leaves on PMAUDIT
000070        FD  AUDITFILE
000071            RECORDING MODE IS F
000072            RECORD CONTAINS 320 CHARACTERS
000073            BLOCK CONTAINS 0 RECORDS
000074            DATA RECORD IS AUDIT-RECORD.
000075        01  AUDIT-RECORD.
000076            05  AUD-DATE                         PIC 9(08).
000077            05  AUD-ACTION                       PIC X(01).
000078            05  AUD-BEFORE-IMAGE                 PIC X(150).
000079            05  AUD-AFTER-IMAGE                  PIC X(150).
000080            05  FILLER                           PIC X(11).
000081*
000082        FD  ERRFILE
000083            RECORDING MODE IS F
000084            RECORD CONTAINS 160 CHARACTERS
000085            BLOCK CONTAINS 0 RECORDS
000086            DATA RECORD IS ERROR-RECORD.
000087        01  ERROR-RECORD.
000088            05  ERR-TRAN-IMAGE                   PIC X(120).
000089            05  ERR-REASON                       PIC X(40).
000090*
000091        WORKING-STORAGE SECTION.
000092*Working Variables
000093        01  WS-CONTADORES.
000094          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000095          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000096          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000097          05  WS-AGENTS-ADDED         PIC S9(8) COMP SYNC VALUE 0.
000098        77  WS-TIER-SUB               PIC S9(4) COMP VALUE 0.
000099*Switches Variables & File Status
000100        01  SW-SWITCHE-VARS.
000101            05  SW-END-TRANS                    PIC X VALUE '0'.
000102                88 END-TRANS                       VALUE '1'.
000103            05  SW-MASTER-FOUND                 PIC X VALUE 'N'.
000104                88 MASTER-FOUND                    VALUE 'Y'.
000105                88 MASTER-NOT-FOUND                VALUE 'N'.
000106            05  FS-STAT-TRAN                    PIC X(02).
000107                88 TRANFILE-OK                     VALUE '00'.
000108            05  FS-STAT-AG                      PIC X(02).
000109                88 AGTMSTR-OK                      VALUE '00'.
000110            05  FS-STAT-AUDIT                   PIC X(02).
000111                88 AUDITFILE-OK                    VALUE '00'.
000112            05  FS-STAT-ERR                     PIC X(02).
000113                88 ERRFILE-OK                      VALUE '00'.
000114        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000115*Editing Variables
000116        01  WS-EDIT-VARS.
000117            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000118            05  DATE-VARS                  PIC X(15).
000119*
000120        PROCEDURE DIVISION.
000121            PERFORM 100-OPEN-FILES
000122            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000123            PERFORM 300-TERMINAR
000124            GOBACK.
000125*
000126        100-OPEN-FILES.
000127            DISPLAY "Init AGTMAINT.."
000128            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000129            OPEN INPUT TRANFILE
000130            IF NOT TRANFILE-OK
000131               DISPLAY 'ERROR IN OPEN AGTTRAN TRANSACTION FILE '
000132               DISPLAY 'FILE STATUS = ' FS-STAT-TRAN
000133               GO TO 900-ERROR.
000134            OPEN I-O AGTMSTR
000135* A brand-new AGTMSTR is established empty once, then reopened
000136* I-O - the same first-run handling POLMAINT gives POLMSTR
000137            IF FS-STAT-AG = '35'
000138               OPEN OUTPUT AGTMSTR
000139               CLOSE AGTMSTR
000140               OPEN I-O AGTMSTR
000141            END-IF
000142            IF NOT AGTMSTR-OK
000143               DISPLAY 'ERROR IN OPEN AGENT MASTER FILE '
000144               DISPLAY 'FILE STATUS = ' FS-STAT-AG
000145               GO TO 900-ERROR.
000146            OPEN OUTPUT AUDITFILE
000147            IF NOT AUDITFILE-OK
000148               DISPLAY 'ERROR IN OPEN AGAUDIT AUDIT FILE '
000149               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000150               GO TO 900-ERROR.
000151            OPEN OUTPUT ERRFILE
000152            IF NOT ERRFILE-OK
000153               DISPLAY 'ERROR IN OPEN AGERR ERROR FILE '
000154               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000155               GO TO 900-ERROR.
000156            PERFORM 240-READ-RECORD
000157            CONTINUE.
000158*
000159        200-APPLY-ONE-TRAN.
000160            ADD 1 TO WS-TRANS-READ
000161            PERFORM 210-EDIT-TRANSACTION
000162            IF WS-REJECT-REASON NOT = SPACES
000163               PERFORM 230-REJECT-TRANSACTION
000164            ELSE
000165               PERFORM 215-READ-MASTER
000166               IF TRAN-ADD
000167                  PERFORM 220-APPLY-ADD
000168               ELSE
000169                  IF MASTER-NOT-FOUND
000170                     MOVE 'AGENT NOT ON AGENT MASTER FILE'
000171                       TO WS-REJECT-REASON
000172                     PERFORM 230-REJECT-TRANSACTION
000173                  ELSE
000174                     PERFORM 222-APPLY-CHANGE
000175                  END-IF
000176               END-IF
000177            END-IF
000178            PERFORM 240-READ-RECORD
000179            CONTINUE.
000180*
000181* Field edits, strictest first - the first failure wins and its
000182* reason rides the error record back to the agency desk.
000183        210-EDIT-TRANSACTION.
000184            MOVE SPACES TO WS-REJECT-REASON
000185            EVALUATE TRUE
000186                WHEN NOT TRAN-VALID-ACTION
000187                    MOVE 'ACTION NOT A/C/R/T'
000188                      TO WS-REJECT-REASON
000189                WHEN TRAN-AGENT-NO NOT NUMERIC
000190                    MOVE 'AGENT NUMBER NOT NUMERIC'
000191                      TO WS-REJECT-REASON
000192                WHEN TRAN-AGENT-NO = ZERO
000193                    MOVE 'AGENT NUMBER IS ZERO'
000194                      TO WS-REJECT-REASON
000195                WHEN (TRAN-ADD OR TRAN-CHANGE) AND
000196                     TRAN-AGENT-NAME = SPACES
000197                    MOVE 'AGENT NAME MISSING'
000198                      TO WS-REJECT-REASON
000199                WHEN (TRAN-ADD OR TRAN-CHANGE) AND
000200                     TRAN-ADDRESS = SPACES
000201                    MOVE 'AGENT ADDRESS MISSING'
000202                      TO WS-REJECT-REASON
000203                WHEN OTHER
000204                    CONTINUE
000205            END-EVALUATE
000206            IF WS-REJECT-REASON = SPACES AND
000207               (TRAN-ADD OR TRAN-RATES)
000208               PERFORM 211-EDIT-ONE-TIER
000209                  VARYING WS-TIER-SUB FROM 1 BY 1
000210                  UNTIL WS-TIER-SUB > 5
000211                     OR WS-REJECT-REASON NOT = SPACES
000212            END-IF
000213            CONTINUE.
000214*
000215* Every tier needs both rates, and no rate may pay out more
000216* than the premium it is earned on
000217        211-EDIT-ONE-TIER.
000218            EVALUATE TRUE
000219                WHEN TRAN-FY-RATE (WS-TIER-SUB) NOT NUMERIC
000220                  OR TRAN-RN-RATE (WS-TIER-SUB) NOT NUMERIC
000221                    MOVE 'COMMISSION RATE NOT NUMERIC'
000222                      TO WS-REJECT-REASON
000223                WHEN TRAN-FY-RATE (WS-TIER-SUB) > 1
000224                  OR TRAN-RN-RATE (WS-TIER-SUB) > 1
000225                    MOVE 'COMMISSION RATE OVER 100 PERCENT'
000226                      TO WS-REJECT-REASON
000227                WHEN OTHER
000228                    CONTINUE
000229            END-EVALUATE
000230            CONTINUE.
000231*
000232        215-READ-MASTER.
000233            SET MASTER-FOUND TO TRUE
000234            MOVE TRAN-AGENT-NO TO AG-AGENT-NO
000235            READ AGTMSTR
000236               INVALID KEY
000237                  SET MASTER-NOT-FOUND TO TRUE
000238            END-READ
000239            CONTINUE.
000240*
000241        220-APPLY-ADD.
000242            IF MASTER-FOUND
000243               MOVE 'AGENT ALREADY ON MASTER'
000244                 TO WS-REJECT-REASON
000245               PERFORM 230-REJECT-TRANSACTION
000246            ELSE
000247               MOVE SPACES TO AUD-BEFORE-IMAGE
000248               MOVE SPACES                 TO AGENT-MASTER-RECORD
000249               MOVE TRAN-AGENT-NO          TO AG-AGENT-NO
000250               MOVE TRAN-AGENT-NAME        TO AG-AGENT-NAME
000251               MOVE TRAN-ADDRESS           TO AG-ADDRESS
000252               SET AG-ACTIVE               TO TRUE
000253               MOVE TRAN-RATE-TABLE        TO AG-RATE-TABLE
000254               MOVE ZERO                   TO AG-CB-BALANCE
000255                                              AG-LAST-STMT-DATE
000256               MOVE AGENT-MASTER-RECORD    TO AUD-AFTER-IMAGE
000257               WRITE AGENT-MASTER-RECORD
000258                  INVALID KEY
000259                     MOVE 'WRITE FAILED ON AGENT MASTER'
000260                       TO WS-REJECT-REASON
000261                     PERFORM 230-REJECT-TRANSACTION
000262                  NOT INVALID KEY
000263                     ADD 1 TO WS-AGENTS-ADDED
000264                     PERFORM 235-WRITE-AUDIT
000265               END-WRITE
000266            END-IF
000267            CONTINUE.
000268*
000269* Name/address, rate and termination changes all land on the
000270* record already read by 215-READ-MASTER and rewrite it in place.
000271* A rate change applies to premium posted from the next
000272* commission run on - commission already paid is not repriced.
000273        222-APPLY-CHANGE.
000274            MOVE AGENT-MASTER-RECORD TO AUD-BEFORE-IMAGE
000275            EVALUATE TRUE
000276                WHEN TRAN-CHANGE
000277                    MOVE TRAN-AGENT-NAME  TO AG-AGENT-NAME
000278                    MOVE TRAN-ADDRESS     TO AG-ADDRESS
000279                WHEN TRAN-RATES
000280                    MOVE TRAN-RATE-TABLE  TO AG-RATE-TABLE
000281                WHEN TRAN-TERMINATE
000282                    SET AG-TERMINATED     TO TRUE
000283            END-EVALUATE
000284            MOVE AGENT-MASTER-RECORD TO AUD-AFTER-IMAGE
000285            REWRITE AGENT-MASTER-RECORD
000286            IF NOT AGTMSTR-OK
000287               DISPLAY 'REWRITE FAILED ON AGENT '
000288                       TRAN-AGENT-NO ' STATUS ' FS-STAT-AG
000289               MOVE 'REWRITE FAILED ON AGENT MASTER'
000290                 TO WS-REJECT-REASON
000291               PERFORM 230-REJECT-TRANSACTION
000292            ELSE
000293               PERFORM 235-WRITE-AUDIT
000294            END-IF
000295            CONTINUE.
000296*
000297        230-REJECT-TRANSACTION.
000298            ADD 1 TO WS-TRANS-REJECTED
000299            MOVE TRAN-RECORD      TO ERR-TRAN-IMAGE
000300            MOVE WS-REJECT-REASON TO ERR-REASON
000301            WRITE ERROR-RECORD
000302            DISPLAY 'REJECTED TRAN - ' WS-REJECT-REASON
000303            MOVE SPACES TO WS-REJECT-REASON
000304            CONTINUE.
000305*
000306        235-WRITE-AUDIT.
000307            ADD 1 TO WS-TRANS-APPLIED
000308            MOVE DATE-VARS (1:8)  TO AUD-DATE
000309            MOVE TRAN-ACTION      TO AUD-ACTION
000310            WRITE AUDIT-RECORD
000311            CONTINUE.
000312*
000313        240-READ-RECORD.
000314            READ TRANFILE
000315               AT END MOVE '1' TO SW-END-TRANS
000316            END-READ
000317            CONTINUE.
000318*
000319        300-TERMINAR.
000320            DISPLAY "----------------  "
000321            DISPLAY 'Control Counters  '
000322            DISPLAY "----------------  "
000323            MOVE WS-TRANS-READ       TO REC-KTR-OUT
000324            DISPLAY 'Trans Read:         ' REC-KTR-OUT
000325            MOVE WS-TRANS-APPLIED    TO REC-KTR-OUT
000326            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000327            MOVE WS-TRANS-REJECTED   TO REC-KTR-OUT
000328            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000329            MOVE WS-AGENTS-ADDED     TO REC-KTR-OUT
000330            DISPLAY 'Agents Added:       ' REC-KTR-OUT
000331            CLOSE TRANFILE AGTMSTR AUDITFILE ERRFILE
000332            DISPLAY "END PROGR: AGTMAINT"
000333            CONTINUE.
000334*
000335        900-ERROR.
000336            MOVE +12 TO RETURN-CODE
000337            GOBACK.
