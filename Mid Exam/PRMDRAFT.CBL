000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. PRMDRAFT.
000003*===============================================================*
000004* PREMIUM ACH AUTO-DRAFT RUN                                   =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* SWEEPS THE DRFAUTH AUTHORIZATION KSDS (SEE DRFAUTHR) AND, FOR =*
000009* EVERY ACTIVE AUTHORIZATION ON AN ACTIVE POLMSTR POLICY WHOSE  =*
000010* NEXT INSTALLMENT ON THE PRMBAL SCHEDULE HAS FALLEN DUE SINCE  =*
000011* THE LAST DRAFT, DEBITS THE INSURED'S BANK ACCOUNT FOR THE     =*
000012* OPEN BALANCE THAT IS DUE (INSTALLMENTS BILLED BUT NOT YET DUE =*
000013* ARE LEFT FOR THEIR OWN DUE DATE). THE DEBITS GO TO ODRFACH AS =*
000014* ONE NACHA PPD BATCH FOR THE ORIGINATING BANK (SEE ACHRECR),   =*
000015* WHOSE ROUTING NUMBER AND OUR COMPANY ID COME ON THE SYSIN     =*
000016* CARD. THE SAME DRAFTS ARE WRITTEN TO ODRFPAY IN PREMPOST'S    =*
000017* PRMPAY LAYOUT SO PREMPOST POSTS THEM LIKE ANY REMITTANCE, AND =*
000018* ARE LISTED ON THE ODRFREG DRAFT REGISTER. A DRAFT THE BANK    =*
000019* RETURNS IS REVERSED BY DRFRETN.                               =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000023*===============================================================*
000024        ENVIRONMENT DIVISION.
000025        INPUT-OUTPUT SECTION.
000026        FILE-CONTROL.
000027            SELECT DRFAUTH   ASSIGN TO DRFAUTH
000028               ORGANIZATION IS INDEXED
000029               ACCESS MODE  IS SEQUENTIAL
000030               RECORD KEY   IS DA-POLICY-NO
000031               FILE STATUS  IS FS-STAT-DA.
000032*    *
000033            SELECT POLMSTR   ASSIGN TO POLMSTR
000034               ORGANIZATION IS INDEXED
000035               ACCESS MODE  IS RANDOM
000036               RECORD KEY   IS PM-POLICY-NO
000037               FILE STATUS  IS FS-STAT-PM.
000038*    *
000039            SELECT PRMBAL    ASSIGN TO PRMBAL
000040               ORGANIZATION IS INDEXED
000041               ACCESS MODE  IS RANDOM
000042               RECORD KEY   IS PB-POLICY-NO
000043               FILE STATUS  IS FS-STAT-BAL.
000044*    *
000045            SELECT ACHFILE   ASSIGN TO ODRFACH
000046               FILE STATUS  IS FS-STAT-ACH.
000047*    *
000048            SELECT PAYFILE   ASSIGN TO ODRFPAY
000049               FILE STATUS  IS FS-STAT-PAY.
000050*    *
000051            SELECT REGFILE   ASSIGN TO ODRFREG
000052               FILE STATUS  IS FS-STAT-REG.
000053        DATA DIVISION.
000054        FILE SECTION.
000055        FD  DRFAUTH
000056            RECORD CONTAINS 120 CHARACTERS
000057            DATA RECORD IS DRAFT-AUTH-RECORD.
000058        01  DRAFT-AUTH-RECORD.
000059            COPY DRFAUTHR.
000060        FD  POLMSTR
000061            RECORD CONTAINS 80 CHARACTERS
000062            DATA RECORD IS POLICY-MASTER-RECORD.
000063        01  POLICY-MASTER-RECORD.
000064            COPY POLMSTRR.
000065        FD  PRMBAL
000066            RECORD CONTAINS 320 CHARACTERS
000067            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000068        01  PREMIUM-BALANCE-RECORD.
000069            COPY PRMBALR.
000070* The ACH debit file for the originating bank
000071        FD  ACHFILE
000072            RECORDING MODE IS F
000073            RECORD CONTAINS 94 CHARACTERS
000074            BLOCK CONTAINS 0 RECORDS
000075            DATA RECORD IS ACH-RECORD.
000076        01  ACH-RECORD.
000077            COPY ACHRECR.
000078* Each draft as a remittance - the PREMPOST PRMPAY layout
000079        FD  PAYFILE
000080            RECORDING MODE IS F
000081            RECORD CONTAINS 80 CHARACTERS
000082            BLOCK CONTAINS 0 RECORDS
000083            DATA RECORD IS PAY-RECORD.
000084        01  PAY-RECORD.
000085            05  PAY-POLICY-NO                    PIC 9(07).
000086            05  PAY-DATE                         PIC 9(08).
000087            05  PAY-AMOUNT                       PIC 9(7)V99.
000088            05  FILLER                           PIC X(56).
000089        FD  REGFILE
000090            RECORDING MODE IS F
000091            RECORD CONTAINS 80 CHARACTERS
000092            BLOCK CONTAINS 0 RECORDS
000093            DATA RECORD IS REG-REPORT.
000094        01  REG-REPORT                           PIC X(80).
000095*
000096        WORKING-STORAGE SECTION.
000097*Working Variables
000098        01  WS-CONTADORES.
000099          05  WS-AUTHS-READ           PIC S9(8) COMP SYNC VALUE 0.
000100          05  WS-AUTHS-NOT-ACTIVE     PIC S9(8) COMP SYNC VALUE 0.
000101          05  WS-POLICY-NOT-ACTIVE    PIC S9(8) COMP SYNC VALUE 0.
000102          05  WS-NO-BALANCE-CTR       PIC S9(8) COMP SYNC VALUE 0.
000103          05  WS-NOTHING-DUE-CTR      PIC S9(8) COMP SYNC VALUE 0.
000104          05  WS-DRAFTS-WRITTEN       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-ACH-RECORDS          PIC S9(8) COMP SYNC VALUE 0.
000106          05  WS-ACH-BLOCKS           PIC S9(8) COMP SYNC VALUE 0.
000107          05  WS-REG-NUM-LINES        PIC S9(4) COMP VALUE 61.
000108        01  WS-CALC-VARS.
000109            05  WS-DRAFT-DUE-DATE          PIC 9(08) VALUE ZERO.
000110            05  WS-NOT-YET-DUE          PIC S9(7)V99 VALUE ZERO.
000111            05  WS-DRAFT-AMOUNT         PIC S9(7)V99 VALUE ZERO.
000112            05  WS-DRAFTED-TOTAL           PIC 9(10)V99 VALUE 0.
000113            05  WS-ENTRY-HASH              PIC 9(12) VALUE ZERO.
000114            05  WS-EFFECTIVE-INT           PIC 9(08) VALUE ZERO.
000115            05  WS-EFFECTIVE-DATE          PIC 9(08) VALUE ZERO.
000116            05  WS-INST-SUB                PIC S9(4) COMP VALUE 0.
000117*Entry trace number - the originating bank's 8-digit ID and a
000118*sequence within the file; a return quotes it back to us
000119        01  WS-TRACE-NUM                   PIC 9(15) VALUE ZERO.
000120        01  WS-TRACE-PARTS REDEFINES WS-TRACE-NUM.
000121            05  WS-TRACE-ODFI-ID           PIC 9(08).
000122            05  WS-TRACE-SEQ               PIC 9(07).
000123*ACH origination card from SYSIN - the originating bank's
000124*routing number and name and our company ID and name as the
000125*bank has them on file. There is no default - a draft file
000126*the bank cannot match to us is worse than none.
000127        01  WS-ACH-CONTROL-CARD.
000128            05  CTL-ODFI-ROUTING.
000129                10  CTL-ODFI-ID            PIC 9(08).
000130                10  CTL-ODFI-CHECK         PIC 9(01).
000131            05  CTL-COMPANY-ID             PIC X(10).
000132            05  CTL-COMPANY-NAME           PIC X(16).
000133            05  CTL-ODFI-NAME              PIC X(23).
000134            05  FILLER                     PIC X(22).
000135*Switches Variables & File Status
000136        01  SW-SWITCHE-VARS.
000137            05  SW-END-FILE                     PIC X VALUE '0'.
000138                88 END-FILE                        VALUE '1'.
000139            05  SW-PM-FOUND                     PIC X VALUE 'Y'.
000140                88 PM-FOUND                        VALUE 'Y'.
000141                88 PM-NOT-FOUND                    VALUE 'N'.
000142            05  SW-BAL-FOUND                    PIC X VALUE 'Y'.
000143                88 BAL-FOUND                       VALUE 'Y'.
000144                88 BAL-NOT-FOUND                   VALUE 'N'.
000145            05  SW-BATCH-OPEN                   PIC X VALUE 'N'.
000146                88 BATCH-OPEN                      VALUE 'Y'.
000147            05  FS-STAT-DA                      PIC X(02).
000148                88 DRFAUTH-OK                      VALUE '00'.
000149            05  FS-STAT-PM                      PIC X(02).
000150                88 POLMSTR-OK                      VALUE '00'.
000151            05  FS-STAT-BAL                     PIC X(02).
000152                88 PRMBAL-OK                       VALUE '00'.
000153            05  FS-STAT-ACH                     PIC X(02).
000154                88 ACHFILE-OK                      VALUE '00'.
000155            05  FS-STAT-PAY                     PIC X(02).
000156                88 PAYFILE-OK                      VALUE '00'.
000157            05  FS-STAT-REG                     PIC X(02).
000158                88 REGFILE-OK                      VALUE '00'.
000159*Editing Variables
000160        01  WS-EDIT-VARS.
000161            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000162            05  DATE-VARS                  PIC X(15).
000163            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000164*Draft register lines
000165        01  WS-REG-LINES.
000166            02  REG-HEADER-01.
000167                05  FILLER            PIC X VALUE SPACE.
000168                05  FILLER            PIC X(40)
000169                    VALUE 'Premium ACH Auto-Draft Register'.
000170            02  REG-HEADER-02.
000171                05  FILLER            PIC X VALUE SPACE.
000172                05  FILLER            PIC X(10) VALUE 'POLICY'.
000173                05  FILLER            PIC X(10) VALUE 'DUE DATE'.
000174                05  FILLER            PIC X(24)
000175                    VALUE 'ACCOUNT HOLDER'.
000176                05  FILLER            PIC X(11) VALUE 'ROUTING'.
000177                05  FILLER            PIC X(03) VALUE 'AC'.
000178                05  FILLER            PIC X(15)
000179                    VALUE ' AMOUNT DRAFTED'.
000180            02  REG-HEADER-03.
000181                05  FILLER            PIC X VALUE SPACE.
000182                05  FILLER            PIC X(08) VALUE ALL '-'.
000183                05  FILLER            PIC X(02) VALUE SPACES.
000184                05  FILLER            PIC X(08) VALUE ALL '-'.
000185                05  FILLER            PIC X(02) VALUE SPACES.
000186                05  FILLER            PIC X(22) VALUE ALL '-'.
000187                05  FILLER            PIC X(02) VALUE SPACES.
000188                05  FILLER            PIC X(09) VALUE ALL '-'.
000189                05  FILLER            PIC X(02) VALUE SPACES.
000190                05  FILLER            PIC X(01) VALUE ALL '-'.
000191                05  FILLER            PIC X(02) VALUE SPACES.
000192                05  FILLER            PIC X(12) VALUE ALL '-'.
000193            02  REG-DETAIL-RECORD.
000194                05  FILLER            PIC X VALUE SPACE.
000195                05  REG-POLICY-NO-OU       PIC 9(07).
000196                05  FILLER            PIC X(03) VALUE SPACES.
000197                05  REG-DUE-DATE-OU        PIC 9(08).
000198                05  FILLER            PIC X(02) VALUE SPACES.
000199                05  REG-HOLDER-OU          PIC X(22).
000200                05  FILLER            PIC X(02) VALUE SPACES.
000201                05  REG-ROUTING-OU         PIC X(09).
000202                05  FILLER            PIC X(02) VALUE SPACES.
000203                05  REG-ACCT-TYPE-OU       PIC X(01).
000204                05  FILLER            PIC X(02) VALUE SPACES.
000205                05  REG-AMOUNT-OU          PIC $,$$$,$$$.99.
000206*
000207        PROCEDURE DIVISION.
000208            PERFORM 100-OPEN-FILES
000209            PERFORM 200-DRAFT-ONE-AUTH UNTIL END-FILE
000210            PERFORM 300-TERMINAR
000211            GOBACK.
000212*
000213        100-OPEN-FILES.
000214            DISPLAY "Init PRMDRAFT.."
000215            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000216            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000217            MOVE SPACES TO WS-ACH-CONTROL-CARD
000218            ACCEPT WS-ACH-CONTROL-CARD FROM SYSIN
000219            IF CTL-ODFI-ROUTING NOT NUMERIC OR
000220               CTL-COMPANY-ID = SPACES OR
000221               CTL-COMPANY-NAME = SPACES
000222               DISPLAY 'ACH ORIGINATION CARD MISSING OR INVALID '
000223               DISPLAY 'CARD = ' WS-ACH-CONTROL-CARD
000224               GO TO 900-ERROR.
000225* Debits settle the business day after the file goes to the
000226* bank - tomorrow is asked for and the bank rolls it forward
000227* over a weekend or holiday
000228            COMPUTE WS-EFFECTIVE-INT =
000229                FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM)
000230                + 1
000231            COMPUTE WS-EFFECTIVE-DATE =
000232                FUNCTION DATE-OF-INTEGER (WS-EFFECTIVE-INT)
000233            MOVE CTL-ODFI-ID TO WS-TRACE-ODFI-ID
000234            OPEN I-O DRFAUTH
000235            IF NOT DRFAUTH-OK
000236               DISPLAY 'ERROR IN OPEN DRAFT AUTHORIZATION FILE '
000237               DISPLAY 'FILE STATUS = ' FS-STAT-DA
000238               GO TO 900-ERROR.
000239            OPEN INPUT POLMSTR
000240            IF NOT POLMSTR-OK
000241               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000242               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000243               GO TO 900-ERROR.
000244            OPEN INPUT PRMBAL
000245            IF NOT PRMBAL-OK
000246               DISPLAY 'ERROR IN OPEN PREMIUM BALANCE FILE '
000247               DISPLAY 'FILE STATUS = ' FS-STAT-BAL
000248               GO TO 900-ERROR.
000249            OPEN OUTPUT ACHFILE
000250            IF NOT ACHFILE-OK
000251               DISPLAY 'ERROR IN OPEN ACH DEBIT FILE '
000252               DISPLAY 'FILE STATUS = ' FS-STAT-ACH
000253               GO TO 900-ERROR.
000254            OPEN OUTPUT PAYFILE
000255            IF NOT PAYFILE-OK
000256               DISPLAY 'ERROR IN OPEN DRAFT PAYMENT FILE '
000257               DISPLAY 'FILE STATUS = ' FS-STAT-PAY
000258               GO TO 900-ERROR.
000259            OPEN OUTPUT REGFILE
000260            IF NOT REGFILE-OK
000261               DISPLAY 'ERROR IN OPEN DRAFT REGISTER FILE '
000262               DISPLAY 'FILE STATUS = ' FS-STAT-REG
000263               GO TO 900-ERROR.
000264            PERFORM 240-READ-RECORD
000265            CONTINUE.
000266*
000267* Only an active authorization on an active policy with a
000268* balance record is drafted; the rest are counted and passed.
000269        200-DRAFT-ONE-AUTH.
000270            ADD 1 TO WS-AUTHS-READ
000271            IF NOT DA-ACTIVE
000272               ADD 1 TO WS-AUTHS-NOT-ACTIVE
000273            ELSE
000274               PERFORM 205-READ-POLICY-AND-BALANCE
000275               EVALUATE TRUE
000276                   WHEN PM-NOT-FOUND
000277                   WHEN NOT PM-STATUS-ACTIVE
000278                       ADD 1 TO WS-POLICY-NOT-ACTIVE
000279                   WHEN BAL-NOT-FOUND
000280                       ADD 1 TO WS-NO-BALANCE-CTR
000281                   WHEN OTHER
000282                       PERFORM 210-FIND-DRAFT-DUE
000283                       IF WS-DRAFT-DUE-DATE > DA-LAST-DRAFT-DUE
000284                          AND WS-DRAFT-AMOUNT > 0
000285                          PERFORM 220-WRITE-DRAFT
000286                       ELSE
000287                          ADD 1 TO WS-NOTHING-DUE-CTR
000288                       END-IF
000289               END-EVALUATE
000290            END-IF
000291            PERFORM 240-READ-RECORD
000292            CONTINUE.
000293*
000294        205-READ-POLICY-AND-BALANCE.
000295            SET PM-FOUND  TO TRUE
000296            SET BAL-FOUND TO TRUE
000297            MOVE DA-POLICY-NO TO PM-POLICY-NO
000298            READ POLMSTR
000299               INVALID KEY
000300                  SET PM-NOT-FOUND TO TRUE
000301            END-READ
000302            MOVE DA-POLICY-NO TO PB-POLICY-NO
000303            READ PRMBAL
000304               INVALID KEY
000305                  SET BAL-NOT-FOUND TO TRUE
000306            END-READ
000307            CONTINUE.
000308*
000309* The latest installment due on or before today is the one this
000310* draft covers; installments billed but not yet due are held
000311* out of the amount. A balance billed before the schedule was
000312* kept falls back on PB-DUE-DATE for the whole balance.
000313        210-FIND-DRAFT-DUE.
000314            MOVE ZERO TO WS-DRAFT-DUE-DATE
000315                         WS-NOT-YET-DUE
000316            IF PB-INST-COUNT NUMERIC AND PB-INST-COUNT > 0
000317               PERFORM 211-CHECK-ONE-INSTALLMENT
000318                  VARYING WS-INST-SUB FROM 1 BY 1
000319                  UNTIL WS-INST-SUB > PB-INST-COUNT
000320            ELSE
000321               IF PB-DUE-DATE NOT > WS-CURRENT-DATE-NUM
000322                  MOVE PB-DUE-DATE     TO WS-DRAFT-DUE-DATE
000323               ELSE
000324                  MOVE PB-OPEN-BALANCE TO WS-NOT-YET-DUE
000325               END-IF
000326            END-IF
000327            COMPUTE WS-DRAFT-AMOUNT =
000328                PB-OPEN-BALANCE - WS-NOT-YET-DUE
000329            CONTINUE.
000330*
000331        211-CHECK-ONE-INSTALLMENT.
000332            IF PB-INST-DUE-DATE (WS-INST-SUB) >
000333               WS-CURRENT-DATE-NUM
000334               ADD PB-INST-AMOUNT (WS-INST-SUB) TO WS-NOT-YET-DUE
000335            ELSE
000336               IF PB-INST-DUE-DATE (WS-INST-SUB) >
000337                  WS-DRAFT-DUE-DATE
000338                  MOVE PB-INST-DUE-DATE (WS-INST-SUB)
000339                    TO WS-DRAFT-DUE-DATE
000340               END-IF
000341            END-IF
000342            CONTINUE.
000343*
000344* One debit: the ACH entry, the same amount as a remittance for
000345* PREMPOST, a register line, and the authorization stamped with
000346* the due date covered so the next run waits for a later one.
000347        220-WRITE-DRAFT.
000348            IF NOT BATCH-OPEN
000349               PERFORM 250-WRITE-ACH-HEADERS
000350            END-IF
000351            ADD 1 TO WS-DRAFTS-WRITTEN
000352            ADD WS-DRAFT-AMOUNT TO WS-DRAFTED-TOTAL
000353            ADD DA-RDFI-ID      TO WS-ENTRY-HASH
000354            MOVE WS-DRAFTS-WRITTEN TO WS-TRACE-SEQ
000355            MOVE SPACES            TO ACH-RECORD
000356            SET ACH-ENTRY-DETAIL   TO TRUE
000357            IF DA-SAVINGS
000358               SET ACH-ED-SAVINGS-DEBIT  TO TRUE
000359            ELSE
000360               SET ACH-ED-CHECKING-DEBIT TO TRUE
000361            END-IF
000362            MOVE DA-RDFI-ID        TO ACH-ED-RDFI-ID
000363            MOVE DA-ROUTING-CHECK  TO ACH-ED-ROUTING-CHECK
000364            MOVE DA-ACCOUNT-NO     TO ACH-ED-ACCOUNT-NO
000365            MOVE WS-DRAFT-AMOUNT   TO ACH-ED-AMOUNT
000366            MOVE DA-POLICY-NO      TO ACH-ED-POLICY-NO
000367            MOVE DA-HOLDER-NAME    TO ACH-ED-INDIVIDUAL-NAME
000368            MOVE ZERO              TO ACH-ED-ADDENDA-IND
000369            MOVE WS-TRACE-NUM      TO ACH-ED-TRACE-NO
000370            PERFORM 260-WRITE-ACH-RECORD
000371            MOVE SPACES            TO PAY-RECORD
000372            MOVE DA-POLICY-NO      TO PAY-POLICY-NO
000373            MOVE WS-CURRENT-DATE-NUM TO PAY-DATE
000374            MOVE WS-DRAFT-AMOUNT   TO PAY-AMOUNT
000375            WRITE PAY-RECORD
000376            PERFORM 225-WRITE-REGISTER-LINE
000377            MOVE WS-CURRENT-DATE-NUM TO DA-LAST-DRAFT-DATE
000378            MOVE WS-DRAFT-AMOUNT   TO DA-LAST-DRAFT-AMOUNT
000379            MOVE WS-DRAFT-DUE-DATE TO DA-LAST-DRAFT-DUE
000380            REWRITE DRAFT-AUTH-RECORD
000381            IF NOT DRFAUTH-OK
000382               DISPLAY 'REWRITE FAILED ON POLICY '
000383                       DA-POLICY-NO ' STATUS ' FS-STAT-DA
000384            END-IF
000385            CONTINUE.
000386*
000387        225-WRITE-REGISTER-LINE.
000388            MOVE DA-POLICY-NO      TO REG-POLICY-NO-OU
000389            MOVE WS-DRAFT-DUE-DATE TO REG-DUE-DATE-OU
000390            MOVE DA-HOLDER-NAME    TO REG-HOLDER-OU
000391            MOVE DA-ROUTING-NO     TO REG-ROUTING-OU
000392            MOVE DA-ACCOUNT-TYPE   TO REG-ACCT-TYPE-OU
000393            MOVE WS-DRAFT-AMOUNT   TO REG-AMOUNT-OU
000394            IF WS-REG-NUM-LINES > 60 THEN
000395               PERFORM 226-WRITE-REGISTER-TITLES
000396            END-IF
000397            WRITE REG-REPORT FROM REG-DETAIL-RECORD
000398            ADD 1 TO WS-REG-NUM-LINES
000399            CONTINUE.
000400*
000401        226-WRITE-REGISTER-TITLES.
000402            WRITE REG-REPORT FROM REG-HEADER-01
000403            WRITE REG-REPORT FROM REG-HEADER-02
000404            WRITE REG-REPORT FROM REG-HEADER-03
000405            MOVE 3 TO WS-REG-NUM-LINES
000406            CONTINUE.
000407*
000408        240-READ-RECORD.
000409            READ DRFAUTH
000410               AT END MOVE '1' TO SW-END-FILE
000411            END-READ
000412            CONTINUE.
000413*
000414* File header and the one PPD debit batch header, written with
000415* the first draft - a run with nothing due leaves the file empty
000416* rather than send the bank an empty batch.
000417        250-WRITE-ACH-HEADERS.
000418            SET BATCH-OPEN TO TRUE
000419            MOVE SPACES             TO ACH-RECORD
000420            SET ACH-FILE-HEADER     TO TRUE
000421            MOVE '01'               TO ACH-FH-PRIORITY
000422            MOVE CTL-ODFI-ROUTING   TO ACH-FH-DESTINATION (2:9)
000423            MOVE CTL-COMPANY-ID     TO ACH-FH-ORIGIN
000424            MOVE DATE-VARS (3:6)    TO ACH-FH-CREATE-DATE
000425            MOVE DATE-VARS (9:4)    TO ACH-FH-CREATE-TIME
000426            MOVE 'A'                TO ACH-FH-ID-MODIFIER
000427            MOVE '094'              TO ACH-FH-RECORD-SIZE
000428            MOVE '10'               TO ACH-FH-BLOCKING
000429            MOVE '1'                TO ACH-FH-FORMAT
000430            MOVE CTL-ODFI-NAME      TO ACH-FH-DEST-NAME
000431            MOVE CTL-COMPANY-NAME   TO ACH-FH-ORIGIN-NAME
000432            PERFORM 260-WRITE-ACH-RECORD
000433            MOVE SPACES             TO ACH-RECORD
000434            SET ACH-BATCH-HEADER    TO TRUE
000435            MOVE 225                TO ACH-BH-SERVICE-CLASS
000436            MOVE CTL-COMPANY-NAME   TO ACH-BH-COMPANY-NAME
000437            MOVE CTL-COMPANY-ID     TO ACH-BH-COMPANY-ID
000438            MOVE 'PPD'              TO ACH-BH-SEC-CODE
000439            MOVE 'INS PREM'         TO ACH-BH-ENTRY-DESC
000440            MOVE WS-EFFECTIVE-DATE (3:6)
000441              TO ACH-BH-EFFECTIVE-DATE
000442            MOVE '1'                TO ACH-BH-ORIGINATOR-STATUS
000443            MOVE CTL-ODFI-ID        TO ACH-BH-ODFI-ID
000444            MOVE 1                  TO ACH-BH-BATCH-NO
000445            PERFORM 260-WRITE-ACH-RECORD
000446            CONTINUE.
000447*
000448        260-WRITE-ACH-RECORD.
000449            WRITE ACH-RECORD
000450            ADD 1 TO WS-ACH-RECORDS
000451            CONTINUE.
000452*
000453* Batch and file controls carry the entry count, the hash of
000454* the receiving banks' IDs (low ten digits) and the debit
000455* total; the last block is filled out with all-9 records.
000456        270-WRITE-ACH-CONTROLS.
000457            MOVE SPACES             TO ACH-RECORD
000458            SET ACH-BATCH-CONTROL   TO TRUE
000459            MOVE 225                TO ACH-BC-SERVICE-CLASS
000460            MOVE WS-DRAFTS-WRITTEN  TO ACH-BC-ENTRY-COUNT
000461            MOVE WS-ENTRY-HASH      TO ACH-BC-ENTRY-HASH
000462            MOVE WS-DRAFTED-TOTAL   TO ACH-BC-TOTAL-DEBIT
000463            MOVE ZERO               TO ACH-BC-TOTAL-CREDIT
000464            MOVE CTL-COMPANY-ID     TO ACH-BC-COMPANY-ID
000465            MOVE CTL-ODFI-ID        TO ACH-BC-ODFI-ID
000466            MOVE 1                  TO ACH-BC-BATCH-NO
000467            PERFORM 260-WRITE-ACH-RECORD
000468            COMPUTE WS-ACH-BLOCKS = (WS-ACH-RECORDS + 10) / 10
000469            MOVE SPACES             TO ACH-RECORD
000470            SET ACH-FILE-CONTROL    TO TRUE
000471            MOVE 1                  TO ACH-FC-BATCH-COUNT
000472            MOVE WS-ACH-BLOCKS      TO ACH-FC-BLOCK-COUNT
000473            MOVE WS-DRAFTS-WRITTEN  TO ACH-FC-ENTRY-COUNT
000474            MOVE WS-ENTRY-HASH      TO ACH-FC-ENTRY-HASH
000475            MOVE WS-DRAFTED-TOTAL   TO ACH-FC-TOTAL-DEBIT
000476            MOVE ZERO               TO ACH-FC-TOTAL-CREDIT
000477            PERFORM 260-WRITE-ACH-RECORD
000478            PERFORM 275-WRITE-BLOCK-FILL
000479               UNTIL WS-ACH-RECORDS NOT < WS-ACH-BLOCKS * 10
000480            CONTINUE.
000481*
000482        275-WRITE-BLOCK-FILL.
000483            MOVE ALL '9' TO ACH-RECORD
000484            PERFORM 260-WRITE-ACH-RECORD
000485            CONTINUE.
000486*
000487        300-TERMINAR.
000488            IF BATCH-OPEN
000489               PERFORM 270-WRITE-ACH-CONTROLS
000490            END-IF
000491            DISPLAY "----------------  "
000492            DISPLAY 'Control Counters  '
000493            DISPLAY "----------------  "
000494            MOVE WS-AUTHS-READ        TO REC-KTR-OUT
000495            DISPLAY 'Auths Read:         ' REC-KTR-OUT
000496            MOVE WS-AUTHS-NOT-ACTIVE  TO REC-KTR-OUT
000497            DISPLAY 'Susp/Revoked:       ' REC-KTR-OUT
000498            MOVE WS-POLICY-NOT-ACTIVE TO REC-KTR-OUT
000499            DISPLAY 'Policy Not Active:  ' REC-KTR-OUT
000500            MOVE WS-NO-BALANCE-CTR    TO REC-KTR-OUT
000501            DISPLAY 'No Balance Record:  ' REC-KTR-OUT
000502            MOVE WS-NOTHING-DUE-CTR   TO REC-KTR-OUT
000503            DISPLAY 'Nothing Due:        ' REC-KTR-OUT
000504            MOVE WS-DRAFTS-WRITTEN    TO REC-KTR-OUT
000505            DISPLAY 'Drafts Written:     ' REC-KTR-OUT
000506            DISPLAY 'Amount Drafted:     ' WS-DRAFTED-TOTAL
000507            MOVE WS-ACH-RECORDS       TO REC-KTR-OUT
000508            DISPLAY 'ACH Records:        ' REC-KTR-OUT
000509            CLOSE DRFAUTH POLMSTR PRMBAL ACHFILE PAYFILE REGFILE
000510            DISPLAY "END PROGR: PRMDRAFT"
000511            CONTINUE.
000512*
000513        900-ERROR.
000514            MOVE +12 TO RETURN-CODE
000515            GOBACK.
