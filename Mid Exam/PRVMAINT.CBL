000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. PRVMAINT.
000003*===============================================================*
000004* PRVMSTR TREATING-PROVIDER MASTER MAINTENANCE                 =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* APPLIES PROVIDER RELATIONS' MAINTENANCE TRANSACTIONS (PRVTRAN)=*
000009* AGAINST THE PRVMSTR PROVIDER MASTER KSDS (SEE PRVMSTRR) -     =*
000010* ADDS, NAME/TAX ID/REMIT ADDRESS CHANGES, NETWORK STATUS       =*
000011* CHANGES AND TERMINATIONS. CLMINTAK EDITS EVERY CLAIM'S        =*
000012* PROVIDER AGAINST THIS FILE AND CLAIMPRO PAYS ASSIGNED CLAIMS  =*
000013* TO IT, SO EVERY APPLIED TRANSACTION LEAVES A BEFORE/AFTER     =*
000014* IMAGE ON THE PVAUDIT TRAIL AND EVERY BAD ONE RIDES OUT ON THE =*
000015* PVERR LISTING WITH ITS REASON (THE AGTMAINT PATTERN).         =*
000016*---------------------------------------------------------------*
000017* MODIFICATION HISTORY:                                        =*
000018* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000022        FILE-CONTROL.
000023            SELECT TRANFILE  ASSIGN TO PRVTRAN
000024               FILE STATUS  IS FS-STAT-TRAN.
000025*    *
000026            SELECT PRVMSTR   ASSIGN TO PRVMSTR
000027               ORGANIZATION IS INDEXED
000028               ACCESS MODE  IS RANDOM
000029               RECORD KEY   IS PV-PROVIDER-NO
000030               FILE STATUS  IS FS-STAT-PV.
000031*    *
000032            SELECT AUDITFILE ASSIGN TO PVAUDIT
000033               FILE STATUS  IS FS-STAT-AUDIT.
000034*    *
000035            SELECT ERRFILE   ASSIGN TO PVERR
000036               FILE STATUS  IS FS-STAT-ERR.
000037        DATA DIVISION.
000038        FILE SECTION.
000039* One maintenance transaction - the action byte, the provider
000040* key, and the fields that apply to that action
000041        FD  TRANFILE
000042            RECORDING MODE IS F
000043            RECORD CONTAINS 120 CHARACTERS
000044            BLOCK CONTAINS 0 RECORDS
000045            DATA RECORD IS TRAN-RECORD.
000046        01  TRAN-RECORD.
000047            05  TRAN-ACTION                      PIC X(01).
000048                88 TRAN-ADD                         VALUE 'A'.
000049                88 TRAN-CHANGE                      VALUE 'C'.
000050                88 TRAN-NETWORK                     VALUE 'N'.
000051                88 TRAN-TERMINATE                   VALUE 'T'.
000052                88 TRAN-VALID-ACTION                VALUES 'A' 'C'
000053                                                    'N' 'T'.
000054            05  TRAN-PROVIDER-NO                 PIC 9(07).
000055            05  TRAN-PROVIDER-NAME               PIC X(26).
000056            05  TRAN-TAX-ID                      PIC 9(09).
000057            05  TRAN-REMIT-ADDRESS               PIC X(30).
000058            05  TRAN-REMIT-CITY                  PIC X(20).
000059            05  TRAN-REMIT-STATE                 PIC X(02).
000060            05  TRAN-REMIT-ZIP                   PIC X(09).
000061            05  TRAN-NETWORK-STATUS              PIC X(01).
000062                88 TRAN-VALID-NETWORK               VALUES 'I'
000063                                                    'O'.
000064            05  FILLER                           PIC X(15).
000065*
000066        FD  PRVMSTR
000067            RECORD CONTAINS 150 CHARACTERS
000068            DATA RECORD IS PROVIDER-MASTER-RECORD.
000069        01  PROVIDER-MASTER-RECORD.
000070            COPY PRVMSTRR.
000071*
000072* Before/after audit trail - one line per applied transaction,
000073* the same shape AGTMAINT leaves on AGAUDIT
000074        FD  AUDITFILE
000075            RECORDING MODE IS F
000076            RECORD CONTAINS 320 CHARACTERS
000077            BLOCK CONTAINS 0 RECORDS
000078            DATA RECORD IS AUDIT-RECORD.
000079        01  AUDIT-RECORD.
000080            05  AUD-DATE                         PIC 9(08).
000081            05  AUD-ACTION                       PIC X(01).
000082            05  AUD-BEFORE-IMAGE                 PIC X(150).
000083            05  AUD-AFTER-IMAGE                  PIC X(150).
000084            05  FILLER                           PIC X(11).
000085*
000086        FD  ERRFILE
000087            RECORDING MODE IS F
000088            RECORD CONTAINS 160 CHARACTERS
000089            BLOCK CONTAINS 0 RECORDS
000090            DATA RECORD IS ERROR-RECORD.
000091        01  ERROR-RECORD.
000092            05  ERR-TRAN-IMAGE                   PIC X(120).
000093            05  ERR-REASON                       PIC X(40).
000094*
000095        WORKING-STORAGE SECTION.
000096*Working Variables
000097        01  WS-CONTADORES.
000098          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000099          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000100          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000101          05  WS-PROVIDERS-ADDED      PIC S9(8) COMP SYNC VALUE 0.
000102*Switches Variables & File Status
000103        01  SW-SWITCHE-VARS.
000104            05  SW-END-TRANS                    PIC X VALUE '0'.
000105                88 END-TRANS                       VALUE '1'.
000106            05  SW-MASTER-FOUND                 PIC X VALUE 'N'.
000107                88 MASTER-FOUND                    VALUE 'Y'.
000108                88 MASTER-NOT-FOUND                VALUE 'N'.
000109            05  FS-STAT-TRAN                    PIC X(02).
000110                88 TRANFILE-OK                     VALUE '00'.
000111            05  FS-STAT-PV                      PIC X(02).
000112                88 PRVMSTR-OK                      VALUE '00'.
000113            05  FS-STAT-AUDIT                   PIC X(02).
000114                88 AUDITFILE-OK                    VALUE '00'.
000115            05  FS-STAT-ERR                     PIC X(02).
000116                88 ERRFILE-OK                      VALUE '00'.
000117        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000118*Editing Variables
000119        01  WS-EDIT-VARS.
000120            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000121            05  DATE-VARS                  PIC X(15).
000122*
000123        PROCEDURE DIVISION.
000124            PERFORM 100-OPEN-FILES
000125            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000126            PERFORM 300-TERMINAR
000127            GOBACK.
000128*
000129        100-OPEN-FILES.
000130            DISPLAY "Init PRVMAINT.."
000131            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000132            OPEN INPUT TRANFILE
000133            IF NOT TRANFILE-OK
000134               DISPLAY 'ERROR IN OPEN PRVTRAN TRANSACTION FILE '
000135               DISPLAY 'FILE STATUS = ' FS-STAT-TRAN
000136               GO TO 900-ERROR.
000137            OPEN I-O PRVMSTR
000138* A brand-new PRVMSTR is established empty once, then reopened
000139* I-O - the same first-run handling AGTMAINT gives AGTMSTR
000140            IF FS-STAT-PV = '35'
000141               OPEN OUTPUT PRVMSTR
000142               CLOSE PRVMSTR
000143               OPEN I-O PRVMSTR
000144            END-IF
000145            IF NOT PRVMSTR-OK
000146               DISPLAY 'ERROR IN OPEN PROVIDER MASTER FILE '
000147               DISPLAY 'FILE STATUS = ' FS-STAT-PV
000148               GO TO 900-ERROR.
000149            OPEN OUTPUT AUDITFILE
000150            IF NOT AUDITFILE-OK
000151               DISPLAY 'ERROR IN OPEN PVAUDIT AUDIT FILE '
000152               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000153               GO TO 900-ERROR.
000154            OPEN OUTPUT ERRFILE
000155            IF NOT ERRFILE-OK
000156               DISPLAY 'ERROR IN OPEN PVERR ERROR FILE '
000157               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000158               GO TO 900-ERROR.
000159            PERFORM 240-READ-RECORD
000160            CONTINUE.
000161*
000162        200-APPLY-ONE-TRAN.
000163            ADD 1 TO WS-TRANS-READ
000164            PERFORM 210-EDIT-TRANSACTION
000165            IF WS-REJECT-REASON NOT = SPACES
000166               PERFORM 230-REJECT-TRANSACTION
000167            ELSE
000168               PERFORM 215-READ-MASTER
000169               IF TRAN-ADD
000170                  PERFORM 220-APPLY-ADD
000171               ELSE
000172                  IF MASTER-NOT-FOUND
000173                     MOVE 'PROVIDER NOT ON PROVIDER MASTER FILE'
000174                       TO WS-REJECT-REASON
000175                     PERFORM 230-REJECT-TRANSACTION
000176                  ELSE
000177                     PERFORM 222-APPLY-CHANGE
000178                  END-IF
000179               END-IF
000180            END-IF
000181            PERFORM 240-READ-RECORD
000182            CONTINUE.
000183*
000184* Field edits, strictest first - the first failure wins and its
000185* reason rides the error record back to provider relations.
000186* The tax ID is what the payments are reported under at year
000187* end, so an add or change must carry a real one.
000188        210-EDIT-TRANSACTION.
000189            MOVE SPACES TO WS-REJECT-REASON
000190            EVALUATE TRUE
000191                WHEN NOT TRAN-VALID-ACTION
000192                    MOVE 'ACTION NOT A/C/N/T'
000193                      TO WS-REJECT-REASON
000194                WHEN TRAN-PROVIDER-NO NOT NUMERIC
000195                    MOVE 'PROVIDER NUMBER NOT NUMERIC'
000196                      TO WS-REJECT-REASON
000197                WHEN TRAN-PROVIDER-NO = ZERO
000198                    MOVE 'PROVIDER NUMBER IS ZERO'
000199                      TO WS-REJECT-REASON
000200                WHEN (TRAN-ADD OR TRAN-CHANGE) AND
000201                     TRAN-PROVIDER-NAME = SPACES
000202                    MOVE 'PROVIDER NAME MISSING'
000203                      TO WS-REJECT-REASON
000204                WHEN (TRAN-ADD OR TRAN-CHANGE) AND
000205                     (TRAN-TAX-ID NOT NUMERIC OR
000206                      TRAN-TAX-ID = ZERO)
000207                    MOVE 'TAX ID MISSING OR NOT NUMERIC'
000208                      TO WS-REJECT-REASON
000209                WHEN (TRAN-ADD OR TRAN-CHANGE) AND
000210                     (TRAN-REMIT-ADDRESS = SPACES OR
000211                      TRAN-REMIT-CITY    = SPACES OR
000212                      TRAN-REMIT-STATE   = SPACES OR
000213                      TRAN-REMIT-ZIP     = SPACES)
000214                    MOVE 'REMIT ADDRESS INCOMPLETE'
000215                      TO WS-REJECT-REASON
000216                WHEN (TRAN-ADD OR TRAN-NETWORK) AND
000217                     NOT TRAN-VALID-NETWORK
000218                    MOVE 'NETWORK STATUS NOT I/O'
000219                      TO WS-REJECT-REASON
000220                WHEN OTHER
000221                    CONTINUE
000222            END-EVALUATE
000223            CONTINUE.
000224*
000225        215-READ-MASTER.
000226            SET MASTER-FOUND TO TRUE
000227            MOVE TRAN-PROVIDER-NO TO PV-PROVIDER-NO
000228            READ PRVMSTR
000229               INVALID KEY
000230                  SET MASTER-NOT-FOUND TO TRUE
000231            END-READ
000232            CONTINUE.
000233*
000234        220-APPLY-ADD.
000235            IF MASTER-FOUND
000236               MOVE 'PROVIDER ALREADY ON MASTER'
000237                 TO WS-REJECT-REASON
000238               PERFORM 230-REJECT-TRANSACTION
000239            ELSE
000240               MOVE SPACES TO AUD-BEFORE-IMAGE
000241               MOVE SPACES              TO PROVIDER-MASTER-RECORD
000242               MOVE TRAN-PROVIDER-NO       TO PV-PROVIDER-NO
000243               MOVE TRAN-PROVIDER-NAME     TO PV-PROVIDER-NAME
000244               MOVE TRAN-TAX-ID            TO PV-TAX-ID
000245               MOVE TRAN-REMIT-ADDRESS     TO PV-REMIT-ADDRESS
000246               MOVE TRAN-REMIT-CITY        TO PV-REMIT-CITY
000247               MOVE TRAN-REMIT-STATE       TO PV-REMIT-STATE
000248               MOVE TRAN-REMIT-ZIP         TO PV-REMIT-ZIP
000249               MOVE TRAN-NETWORK-STATUS    TO PV-NETWORK-STATUS
000250               SET PV-ACTIVE               TO TRUE
000251               MOVE ZERO                   TO PV-LAST-REMIT-DATE
000252               MOVE PROVIDER-MASTER-RECORD TO AUD-AFTER-IMAGE
000253               WRITE PROVIDER-MASTER-RECORD
000254                  INVALID KEY
000255                     MOVE 'WRITE FAILED ON PROVIDER MASTER'
000256                       TO WS-REJECT-REASON
000257                     PERFORM 230-REJECT-TRANSACTION
000258                  NOT INVALID KEY
000259                     ADD 1 TO WS-PROVIDERS-ADDED
000260                     PERFORM 235-WRITE-AUDIT
000261               END-WRITE
000262            END-IF
000263            CONTINUE.
000264*
000265* Name/tax ID/address, network and termination changes all land
000266* on the record already read by 215-READ-MASTER and rewrite it in
000267* place. A network change prices claims adjudicated from the
000268* next CLAIMPRO run on - nothing already paid is reworked.
000269        222-APPLY-CHANGE.
000270            MOVE PROVIDER-MASTER-RECORD TO AUD-BEFORE-IMAGE
000271            EVALUATE TRUE
000272                WHEN TRAN-CHANGE
000273                    MOVE TRAN-PROVIDER-NAME TO PV-PROVIDER-NAME
000274                    MOVE TRAN-TAX-ID        TO PV-TAX-ID
000275                    MOVE TRAN-REMIT-ADDRESS TO PV-REMIT-ADDRESS
000276                    MOVE TRAN-REMIT-CITY    TO PV-REMIT-CITY
000277                    MOVE TRAN-REMIT-STATE   TO PV-REMIT-STATE
000278                    MOVE TRAN-REMIT-ZIP     TO PV-REMIT-ZIP
000279                WHEN TRAN-NETWORK
000280                    MOVE TRAN-NETWORK-STATUS TO PV-NETWORK-STATUS
000281                WHEN TRAN-TERMINATE
000282                    SET PV-TERMINATED       TO TRUE
000283            END-EVALUATE
000284            MOVE PROVIDER-MASTER-RECORD TO AUD-AFTER-IMAGE
000285            REWRITE PROVIDER-MASTER-RECORD
000286            IF NOT PRVMSTR-OK
000287               DISPLAY 'REWRITE FAILED ON PROVIDER '
000288                       TRAN-PROVIDER-NO ' STATUS ' FS-STAT-PV
000289               MOVE 'REWRITE FAILED ON PROVIDER MASTER'
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
000329            MOVE WS-PROVIDERS-ADDED  TO REC-KTR-OUT
000330            DISPLAY 'Providers Added:    ' REC-KTR-OUT
000331            CLOSE TRANFILE PRVMSTR AUDITFILE ERRFILE
000332            DISPLAY "END PROGR: PRVMAINT"
000333            CONTINUE.
000334*
000335        900-ERROR.
000336            MOVE +12 TO RETURN-CODE
000337            GOBACK.
