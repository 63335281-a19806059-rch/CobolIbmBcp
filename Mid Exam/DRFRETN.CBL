000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. DRFRETN.
000003*===============================================================*
000004* RETURNED PREMIUM DRAFT PROCESSING                            =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* READS THE BANK'S ACH RETURN FILE (DRFRTN, NACHA FORMAT - SEE  =*
000009* ACHRECR) FOR PREMIUM DRAFTS PRMDRAFT SENT AND PREMPOST POSTED =*
000010* THAT CAME BACK UNPAID. EACH RETURNED DEBIT IS REVERSED ON THE =*
000011* PRMBAL OPEN-PREMIUM BALANCE (THE AMOUNT IS DUE AGAIN AND      =*
000012* COMES OFF TOTAL PAID), COUNTED ON THE DRFAUTH AUTHORIZATION,  =*
000013* AND THE AUTHORIZATION IS SUSPENDED WHEN THE RETURN SAYS THE   =*
000014* ACCOUNT ITSELF IS BAD (CLOSED, NOT FOUND, UNAUTHORIZED..) OR  =*
000015* WHEN RETURNS WITHIN A YEAR OF EACH OTHER REACH THE LIMIT ON   =*
000016* THE SYSIN CARD. A RETURNED-DRAFT NOTICE FOR THE INSURED GOES  =*
000017* TO ODRFNTC, THE RETURN REGISTER TO ORTNREG, AN 'R' COMMISSION =*
000018* BASIS RECORD TO OCOMBAS SO AGTCOMM TAKES BACK THE COMMISSION  =*
000019* PAID ON THE PREMIUM, AND RETURNS THAT CANNOT BE MATCHED (AND  =*
000020* NOTIFICATIONS OF CHANGE FOR THE PREMIUM DESK) TO DRFRERR.     =*
000021*---------------------------------------------------------------*
000022* MODIFICATION HISTORY:                                        =*
000023* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000023* 15/10/2026 RCH - REVERSED CASH TO THE GLJRNL GL JOURNAL     =*
000024*===============================================================*
000025        ENVIRONMENT DIVISION.
000026        INPUT-OUTPUT SECTION.
000027        FILE-CONTROL.
000028            SELECT RTNFILE   ASSIGN TO DRFRTN
000029               FILE STATUS  IS FS-STAT-RTN.
000030*    *
000031            SELECT DRFAUTH   ASSIGN TO DRFAUTH
000032               ORGANIZATION IS INDEXED
000033               ACCESS MODE  IS RANDOM
000034               RECORD KEY   IS DA-POLICY-NO
000035               FILE STATUS  IS FS-STAT-DA.
000036*    *
000037            SELECT PRMBAL    ASSIGN TO PRMBAL
000038               ORGANIZATION IS INDEXED
000039               ACCESS MODE  IS RANDOM
000040               RECORD KEY   IS PB-POLICY-NO
000041               FILE STATUS  IS FS-STAT-BAL.
000042*    *
000043            SELECT POLMSTR   ASSIGN TO POLMSTR
000044               ORGANIZATION IS INDEXED
000045               ACCESS MODE  IS RANDOM
000046               RECORD KEY   IS PM-POLICY-NO
000047               FILE STATUS  IS FS-STAT-PM.
000048*    *
000049            SELECT NTCFILE   ASSIGN TO ODRFNTC
000050               FILE STATUS  IS FS-STAT-NTC.
000051*    *
000052            SELECT REGFILE   ASSIGN TO ORTNREG
000053               FILE STATUS  IS FS-STAT-REG.
000054*    *
000055            SELECT COMFILE   ASSIGN TO OCOMBAS
000056               FILE STATUS  IS FS-STAT-COM.
000057*    *
000058            SELECT JRNLFILE  ASSIGN TO GLJRNL
000058               FILE STATUS  IS FS-STAT-JRN.
000058*    *
000058            SELECT ERRFILE   ASSIGN TO DRFRERR
000059               FILE STATUS  IS FS-STAT-ERR.
000060        DATA DIVISION.
000061        FILE SECTION.
000062* The bank's return file - a returned entry is followed by its
000063* return addenda
000064        FD  RTNFILE
000065            RECORDING MODE IS F
000066            RECORD CONTAINS 94 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000068            DATA RECORD IS ACH-RECORD.
000069        01  ACH-RECORD.
000070            COPY ACHRECR.
000071        FD  DRFAUTH
000072            RECORD CONTAINS 120 CHARACTERS
000073            DATA RECORD IS DRAFT-AUTH-RECORD.
000074        01  DRAFT-AUTH-RECORD.
000075            COPY DRFAUTHR.
000076        FD  PRMBAL
000077            RECORD CONTAINS 320 CHARACTERS
000078            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000079        01  PREMIUM-BALANCE-RECORD.
000080            COPY PRMBALR.
000081        FD  POLMSTR
000082            RECORD CONTAINS 80 CHARACTERS
000083            DATA RECORD IS POLICY-MASTER-RECORD.
000084        01  POLICY-MASTER-RECORD.
000085            COPY POLMSTRR.
000086        FD  NTCFILE
000087            RECORDING MODE IS F
000088            RECORD CONTAINS 80 CHARACTERS
000089            BLOCK CONTAINS 0 RECORDS
000090            DATA RECORD IS NTC-REPORT.
000091        01  NTC-REPORT                           PIC X(80).
000092        FD  REGFILE
000093            RECORDING MODE IS F
000094            RECORD CONTAINS 80 CHARACTERS
000095            BLOCK CONTAINS 0 RECORDS
000096            DATA RECORD IS REG-REPORT.
000097        01  REG-REPORT                           PIC X(80).
000098* Commission basis - every returned draft takes back premium
000099* AGTCOMM already paid the writing agent commission on
000100        FD  COMFILE
000101            RECORDING MODE IS F
000102            RECORD CONTAINS 80 CHARACTERS
000103            BLOCK CONTAINS 0 RECORDS
000104            DATA RECORD IS COMMISSION-BASIS-RECORD.
000105        01  COMMISSION-BASIS-RECORD.
000106            COPY COMBASR.
000107* General-ledger journal - tonight's reversed drafts as one
000107* batch, appended for GLPOST (see GLJRNLR)
000107        FD  JRNLFILE
000107            RECORDING MODE IS F
000107            RECORD CONTAINS 100 CHARACTERS
000107            BLOCK CONTAINS 0 RECORDS
000107            DATA RECORD IS JOURNAL-RECORD.
000107        01  JOURNAL-RECORD.
000107            COPY GLJRNLR.
000107        FD  ERRFILE
000108            RECORDING MODE IS F
000109            RECORD CONTAINS 134 CHARACTERS
000110            BLOCK CONTAINS 0 RECORDS
000111            DATA RECORD IS ERROR-RECORD.
000112        01  ERROR-RECORD.
000113            05  ERR-ENTRY-IMAGE                  PIC X(94).
000114            05  ERR-REASON                       PIC X(40).
000115*
000116        WORKING-STORAGE SECTION.
000117*Working Variables
000118        01  WS-CONTADORES.
000119          05  WS-RECORDS-READ         PIC S9(8) COMP SYNC VALUE 0.
000120          05  WS-RETURNS-READ         PIC S9(8) COMP SYNC VALUE 0.
000121          05  WS-RETURNS-REVERSED     PIC S9(8) COMP SYNC VALUE 0.
000122          05  WS-RETURNS-REJECTED     PIC S9(8) COMP SYNC VALUE 0.
000123          05  WS-CHANGE-NOTICES       PIC S9(8) COMP SYNC VALUE 0.
000124          05  WS-DRAFTS-SUSPENDED     PIC S9(8) COMP SYNC VALUE 0.
000125          05  WS-REG-NUM-LINES        PIC S9(4) COMP VALUE 61.
000126        01  WS-CALC-VARS.
000127            05  WS-REVERSED-TOTAL          PIC 9(9)V99 VALUE ZERO.
000128            05  WS-RETURN-AMOUNT           PIC 9(7)V99 VALUE ZERO.
000129            05  WS-DAYS-SINCE-RETURN       PIC S9(07) VALUE ZERO.
000130*The returned entry, held until its addenda is read
000131        01  WS-PENDING-ENTRY               PIC X(94) VALUE SPACES.
000132*Returns within a year of each other that suspend the draft,
000133*read from SYSIN - the VALUE only covers a missing card
000134        01  WS-LIMIT-VARS.
000135            05  WS-RETURN-LIMIT-X          PIC X(02) VALUE '02'.
000136            05  WS-RETURN-LIMIT            PIC 9(02) VALUE 2.
000137*ACH return reason codes - 'A' the account itself is bad and
000138*the draft is suspended at once, 'F' a funds or one-off return
000139*counted toward the limit
000140        01  WS-REASON-TABLE-VALUES.
000141            05  FILLER  PIC X(32)
000142                VALUE 'R01FINSUFFICIENT FUNDS          '.
000143            05  FILLER  PIC X(32)
000144                VALUE 'R02AACCOUNT CLOSED              '.
000145            05  FILLER  PIC X(32)
000146                VALUE 'R03ANO ACCOUNT/UNABLE TO LOCATE '.
000147            05  FILLER  PIC X(32)
000148                VALUE 'R04AINVALID ACCOUNT NUMBER      '.
000149            05  FILLER  PIC X(32)
000150                VALUE 'R07AAUTHORIZATION REVOKED       '.
000151            05  FILLER  PIC X(32)
000152                VALUE 'R08FPAYMENT STOPPED             '.
000153            05  FILLER  PIC X(32)
000154                VALUE 'R09FUNCOLLECTED FUNDS           '.
000155            05  FILLER  PIC X(32)
000156                VALUE 'R10ANOT AUTHORIZED BY CUSTOMER  '.
000157            05  FILLER  PIC X(32)
000158                VALUE 'R16AACCOUNT FROZEN              '.
000159            05  FILLER  PIC X(32)
000160                VALUE 'R20ANON-TRANSACTION ACCOUNT     '.
000161        01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-VALUES.
000162            05  WS-REASON-ENTRY OCCURS 10 TIMES
000163                                INDEXED BY REASON-IDX.
000164                10  WS-REASON-CODE         PIC X(03).
000165                10  WS-REASON-CLASS        PIC X(01).
000166                    88  WS-REASON-ACCOUNT      VALUE 'A'.
000167                10  WS-REASON-TEXT         PIC X(28).
000168        01  WS-REASON-FOUND-VARS.
000169            05  WS-RETURN-CODE             PIC X(03).
000170            05  WS-RETURN-CLASS            PIC X(01).
000171                88  RETURN-ACCOUNT-BAD         VALUE 'A'.
000172            05  WS-RETURN-TEXT             PIC X(28).
000173*Switches Variables & File Status
000174        01  SW-SWITCHE-VARS.
000175            05  SW-END-FILE                     PIC X VALUE '0'.
000176                88 END-FILE                        VALUE '1'.
000177            05  SW-ENTRY-PENDING                PIC X VALUE 'N'.
000178                88 ENTRY-PENDING                   VALUE 'Y'.
000179            05  SW-DA-FOUND                     PIC X VALUE 'Y'.
000180                88 DA-FOUND                        VALUE 'Y'.
000181                88 DA-NOT-FOUND                    VALUE 'N'.
000182            05  SW-BAL-FOUND                    PIC X VALUE 'Y'.
000183                88 BAL-FOUND                       VALUE 'Y'.
000184                88 BAL-NOT-FOUND                   VALUE 'N'.
000185            05  SW-PM-FOUND                     PIC X VALUE 'Y'.
000186                88 PM-FOUND                        VALUE 'Y'.
000187                88 PM-NOT-FOUND                    VALUE 'N'.
000188            05  SW-SUSPENDED-NOW                PIC X VALUE 'N'.
000189                88 SUSPENDED-NOW                   VALUE 'Y'.
000190            05  FS-STAT-RTN                     PIC X(02).
000191                88 RTNFILE-OK                      VALUE '00'.
000192            05  FS-STAT-DA                      PIC X(02).
000193                88 DRFAUTH-OK                      VALUE '00'.
000194            05  FS-STAT-BAL                     PIC X(02).
000195                88 PRMBAL-OK                       VALUE '00'.
000196            05  FS-STAT-PM                      PIC X(02).
000197                88 POLMSTR-OK                      VALUE '00'.
000198            05  FS-STAT-NTC                     PIC X(02).
000199                88 NTCFILE-OK                      VALUE '00'.
000200            05  FS-STAT-REG                     PIC X(02).
000201                88 REGFILE-OK                      VALUE '00'.
000202            05  FS-STAT-COM                     PIC X(02).
000203                88 COMFILE-OK                      VALUE '00'.
000204            05  FS-STAT-JRN                     PIC X(02).
000204                88 JRNLFILE-OK                     VALUE '00'.
000204            05  FS-STAT-ERR                     PIC X(02).
000205                88 ERRFILE-OK                      VALUE '00'.
000206        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000207*Editing Variables
000208        01  WS-EDIT-VARS.
000209            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000210            05  DATE-VARS                  PIC X(15).
000211            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000212*Returned-draft notice lines
000213        01  WS-NTC-LINES.
000214            02  NTC-SEPARATOR.
000215                05  FILLER            PIC X(70) VALUE ALL '*'.
000216            02  NTC-TITLE-LINE.
000217                05  FILLER            PIC X(34)
000218                    VALUE ' RETURNED PREMIUM DRAFT NOTICE'.
000219                05  FILLER            PIC X(06) VALUE 'DATE: '.
000220                05  NTC-DATE-YEAR     PIC X(04).
000221                05  FILLER            PIC X VALUE '/'.
000222                05  NTC-DATE-MONTH    PIC X(02).
000223                05  FILLER            PIC X VALUE '/'.
000224                05  NTC-DATE-DAY      PIC X(02).
000225            02  NTC-POLICY-LINE.
000226                05  FILLER            PIC X(12)
000227                    VALUE ' POLICY NO: '.
000228                05  NTC-POLICY-NO-OU  PIC 9(07).
000229            02  NTC-ADDR-LINE.
000230                05  FILLER            PIC X(12)
000231                    VALUE ' ADDRESS:   '.
000232                05  NTC-ADDRESS-OU    PIC X(30).
000233            02  NTC-AMOUNT-LINE.
000234                05  FILLER            PIC X VALUE SPACE.
000235                05  NTC-AMT-LABEL     PIC X(32).
000236                05  NTC-AMT-OU        PIC $,$$$,$$$.99-.
000237            02  NTC-REASON-LINE.
000238                05  FILLER            PIC X(16)
000239                    VALUE ' RETURN REASON: '.
000240                05  NTC-RETURN-CODE-OU PIC X(03).
000241                05  FILLER            PIC X VALUE SPACE.
000242                05  NTC-RETURN-TEXT-OU PIC X(28).
000243            02  NTC-MESSAGE-LINE.
000244                05  FILLER            PIC X VALUE SPACE.
000245                05  NTC-MESSAGE-OU    PIC X(60).
000246*Return register lines
000247        01  WS-REG-LINES.
000248            02  REG-HEADER-01.
000249                05  FILLER            PIC X VALUE SPACE.
000250                05  FILLER            PIC X(40)
000251                    VALUE 'Returned Premium Draft Register'.
000252            02  REG-HEADER-02.
000253                05  FILLER            PIC X VALUE SPACE.
000254                05  FILLER            PIC X(10) VALUE 'POLICY'.
000255                05  FILLER            PIC X(06) VALUE 'CODE'.
000256                05  FILLER            PIC X(14)
000257                    VALUE '  AMOUNT'.
000258                05  FILLER            PIC X(06) VALUE 'RTNS'.
000259                05  FILLER            PIC X(08) VALUE 'DRAFT'.
000260                05  FILLER            PIC X(16)
000261                    VALUE '  OPEN BALANCE'.
000262            02  REG-HEADER-03.
000263                05  FILLER            PIC X VALUE SPACE.
000264                05  FILLER            PIC X(08) VALUE ALL '-'.
000265                05  FILLER            PIC X(02) VALUE SPACES.
000266                05  FILLER            PIC X(04) VALUE ALL '-'.
000267                05  FILLER            PIC X(02) VALUE SPACES.
000268                05  FILLER            PIC X(12) VALUE ALL '-'.
000269                05  FILLER            PIC X(02) VALUE SPACES.
000270                05  FILLER            PIC X(04) VALUE ALL '-'.
000271                05  FILLER            PIC X(02) VALUE SPACES.
000272                05  FILLER            PIC X(06) VALUE ALL '-'.
000273                05  FILLER            PIC X(02) VALUE SPACES.
000274                05  FILLER            PIC X(14) VALUE ALL '-'.
000275            02  REG-DETAIL-RECORD.
000276                05  FILLER            PIC X VALUE SPACE.
000277                05  REG-POLICY-NO-OU       PIC 9(07).
000278                05  FILLER            PIC X(03) VALUE SPACES.
000279                05  REG-RETURN-CODE-OU     PIC X(03).
000280                05  FILLER            PIC X(03) VALUE SPACES.
000281                05  REG-AMOUNT-OU          PIC $,$$$,$$$.99.
000282                05  FILLER            PIC X(03) VALUE SPACES.
000283                05  REG-RETURN-COUNT-OU    PIC Z9.
000284                05  FILLER            PIC X(03) VALUE SPACES.
000285                05  REG-DRAFT-STATUS-OU    PIC X(06).
000286                05  FILLER            PIC X(02) VALUE SPACES.
000287                05  REG-BALANCE-OU         PIC $,$$$,$$$.99-.
000288*
000289        PROCEDURE DIVISION.
000290            PERFORM 100-OPEN-FILES
000291            PERFORM 200-READ-ONE-RECORD UNTIL END-FILE
000292            PERFORM 300-TERMINAR
000293            GOBACK.
000294*
000295        100-OPEN-FILES.
000296            DISPLAY "Init DRFRETN.."
000297            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000298            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000299            ACCEPT WS-RETURN-LIMIT-X FROM SYSIN
000300            IF WS-RETURN-LIMIT-X NUMERIC AND
000301               WS-RETURN-LIMIT-X NOT = '00'
000302               MOVE WS-RETURN-LIMIT-X TO WS-RETURN-LIMIT
000303            ELSE
000304               DISPLAY 'RETURN LIMIT CARD NOT NUMERIC, USING '
000305                       WS-RETURN-LIMIT ' RETURNS'
000306            END-IF
000307            OPEN INPUT RTNFILE
000308            IF NOT RTNFILE-OK
000309               DISPLAY 'ERROR IN OPEN ACH RETURN FILE '
000310               DISPLAY 'FILE STATUS = ' FS-STAT-RTN
000311               GO TO 900-ERROR.
000312            OPEN I-O DRFAUTH
000313            IF NOT DRFAUTH-OK
000314               DISPLAY 'ERROR IN OPEN DRAFT AUTHORIZATION FILE '
000315               DISPLAY 'FILE STATUS = ' FS-STAT-DA
000316               GO TO 900-ERROR.
000317            OPEN I-O PRMBAL
000318            IF NOT PRMBAL-OK
000319               DISPLAY 'ERROR IN OPEN PREMIUM BALANCE FILE '
000320               DISPLAY 'FILE STATUS = ' FS-STAT-BAL
000321               GO TO 900-ERROR.
000322            OPEN INPUT POLMSTR
000323            IF NOT POLMSTR-OK
000324               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000325               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000326               GO TO 900-ERROR.
000327            OPEN OUTPUT NTCFILE
000328            IF NOT NTCFILE-OK
000329               DISPLAY 'ERROR IN OPEN RETURN NOTICE FILE '
000330               DISPLAY 'FILE STATUS = ' FS-STAT-NTC
000331               GO TO 900-ERROR.
000332            OPEN OUTPUT REGFILE
000333            IF NOT REGFILE-OK
000334               DISPLAY 'ERROR IN OPEN RETURN REGISTER FILE '
000335               DISPLAY 'FILE STATUS = ' FS-STAT-REG
000336               GO TO 900-ERROR.
000337            OPEN OUTPUT COMFILE
000338            IF NOT COMFILE-OK
000339               DISPLAY 'ERROR IN OPEN COMMISSION BASIS FILE '
000340               DISPLAY 'FILE STATUS = ' FS-STAT-COM
000341               GO TO 900-ERROR.
000342            OPEN OUTPUT ERRFILE
000343            IF NOT ERRFILE-OK
000344               DISPLAY 'ERROR IN OPEN RETURN ERROR FILE '
000345               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000346               GO TO 900-ERROR.
000347            OPEN EXTEND JRNLFILE
000347            IF NOT JRNLFILE-OK
000347               DISPLAY 'ERROR IN OPEN GL JOURNAL FILE '
000347               DISPLAY 'FILE STATUS = ' FS-STAT-JRN
000347               GO TO 900-ERROR.
000347            PERFORM 240-READ-RECORD
000348            CONTINUE.
000349*
000350* Headers and controls are the bank's; only a returned entry
000351* and the addenda behind it mean anything here. An entry is
000352* held until its addenda arrives with the reason code.
000353        200-READ-ONE-RECORD.
000354            ADD 1 TO WS-RECORDS-READ
000355            EVALUATE TRUE
000356                WHEN ACH-ENTRY-DETAIL
000357                    IF ENTRY-PENDING
000358                       PERFORM 205-REJECT-NO-ADDENDA
000359                    END-IF
000360                    MOVE ACH-RECORD TO WS-PENDING-ENTRY
000361                    SET ENTRY-PENDING TO TRUE
000362                WHEN ACH-ADDENDA AND ENTRY-PENDING
000363                    PERFORM 210-PROCESS-RETURN
000364                    MOVE 'N' TO SW-ENTRY-PENDING
000365                WHEN OTHER
000366                    CONTINUE
000367            END-EVALUATE
000368            PERFORM 240-READ-RECORD
000369            CONTINUE.
000370*
000371        205-REJECT-NO-ADDENDA.
000372            ADD 1 TO WS-RETURNS-READ
000373            MOVE 'RETURN ENTRY WITH NO ADDENDA RECORD'
000374              TO WS-REJECT-REASON
000375            PERFORM 230-REJECT-RETURN
000376            MOVE 'N' TO SW-ENTRY-PENDING
000377            CONTINUE.
000378*
000379* The addenda is in the record area; the entry it belongs to is
000380* moved back over it once the reason code has been taken off.
000381* A notification of change is not a return - the draft stood -
000382* so it goes to the premium desk for an account change.
000383        210-PROCESS-RETURN.
000384            ADD 1 TO WS-RETURNS-READ
000385            MOVE ACH-AD-RETURN-CODE TO WS-RETURN-CODE
000386            IF ACH-AD-CHANGE-NOTICE
000387               ADD 1 TO WS-CHANGE-NOTICES
000388               MOVE WS-PENDING-ENTRY TO ACH-RECORD
000389               MOVE SPACES TO WS-REJECT-REASON
000390               STRING 'NOTIFICATION OF CHANGE ' WS-RETURN-CODE
000391                      ' - UPDATE ACCOUNT'
000392                      DELIMITED BY SIZE INTO WS-REJECT-REASON
000393               PERFORM 230-REJECT-RETURN
000394            ELSE
000395               MOVE WS-PENDING-ENTRY TO ACH-RECORD
000396               PERFORM 212-EDIT-RETURN
000397               IF WS-REJECT-REASON NOT = SPACES
000398                  PERFORM 230-REJECT-RETURN
000399               ELSE
000400                  PERFORM 215-LOOK-UP-REASON
000401                  PERFORM 220-REVERSE-DRAFT
000402               END-IF
000403            END-IF
000404            CONTINUE.
000405*
000406* Field edits, strictest first - the first failure wins. The
000407* policy rides in the entry's individual ID, as PRMDRAFT put it.
000408        212-EDIT-RETURN.
000409            MOVE SPACES TO WS-REJECT-REASON
000410            SET DA-FOUND  TO TRUE
000411            SET BAL-FOUND TO TRUE
000412            EVALUATE TRUE
000413                WHEN NOT (ACH-ED-CHECKING-RETURN OR
000414                          ACH-ED-SAVINGS-RETURN OR
000415                          ACH-ED-CHECKING-DEBIT OR
000416                          ACH-ED-SAVINGS-DEBIT)
000417                    MOVE 'NOT A RETURNED DEBIT ENTRY'
000418                      TO WS-REJECT-REASON
000419                WHEN ACH-ED-POLICY-NO NOT NUMERIC
000420                    MOVE 'POLICY NUMBER NOT NUMERIC'
000421                      TO WS-REJECT-REASON
000422                WHEN ACH-ED-AMOUNT NOT NUMERIC
000423                    MOVE 'RETURN AMOUNT NOT NUMERIC'
000424                      TO WS-REJECT-REASON
000425                WHEN ACH-ED-AMOUNT = ZERO
000426                    MOVE 'RETURN AMOUNT IS ZERO'
000427                      TO WS-REJECT-REASON
000428                WHEN ACH-ED-AMOUNT > 9999999.99
000429                    MOVE 'RETURN AMOUNT TOO LARGE'
000430                      TO WS-REJECT-REASON
000431                WHEN OTHER
000432                    PERFORM 213-READ-DRAFT-POLICY
000433            END-EVALUATE
000434            CONTINUE.
000435*
000436        213-READ-DRAFT-POLICY.
000437            MOVE ACH-ED-POLICY-NO TO DA-POLICY-NO
000438            READ DRFAUTH
000439               INVALID KEY
000440                  SET DA-NOT-FOUND TO TRUE
000441            END-READ
000442            MOVE ACH-ED-POLICY-NO TO PB-POLICY-NO
000443            READ PRMBAL
000444               INVALID KEY
000445                  SET BAL-NOT-FOUND TO TRUE
000446            END-READ
000447            EVALUATE TRUE
000448                WHEN DA-NOT-FOUND
000449                    MOVE 'POLICY HAS NO DRAFT AUTHORIZATION'
000450                      TO WS-REJECT-REASON
000451                WHEN BAL-NOT-FOUND
000452                    MOVE 'POLICY NOT ON PREMIUM BALANCE FILE'
000453                      TO WS-REJECT-REASON
000454                WHEN OTHER
000455                    CONTINUE
000456            END-EVALUATE
000457            CONTINUE.
000458*
000459        215-LOOK-UP-REASON.
000460            MOVE 'F'                        TO WS-RETURN-CLASS
000461            MOVE 'OTHER RETURN REASON'      TO WS-RETURN-TEXT
000462            PERFORM 216-SEARCH-REASON-ENTRY
000463               VARYING REASON-IDX FROM 1 BY 1
000464               UNTIL REASON-IDX > 10
000465            CONTINUE.
000466*
000467        216-SEARCH-REASON-ENTRY.
000468            IF WS-REASON-CODE (REASON-IDX) = WS-RETURN-CODE
000469               MOVE WS-REASON-CLASS (REASON-IDX)
000470                 TO WS-RETURN-CLASS
000471               MOVE WS-REASON-TEXT (REASON-IDX)
000472                 TO WS-RETURN-TEXT
000473            END-IF
000474            CONTINUE.
000475*
000476* The returned amount is owed again and comes off total paid.
000477* A return within a year of the last one adds to the count,
000478* an older one starts it over. An active draft is suspended
000479* on a bad account or when the count reaches the limit; one
000480* already suspended or revoked only has the return recorded.
000481        220-REVERSE-DRAFT.
000482            MOVE ACH-ED-AMOUNT TO WS-RETURN-AMOUNT
000483            ADD WS-RETURN-AMOUNT TO PB-OPEN-BALANCE
000484            IF PB-TOTAL-PAID < WS-RETURN-AMOUNT
000485               MOVE ZERO TO PB-TOTAL-PAID
000486            ELSE
000487               SUBTRACT WS-RETURN-AMOUNT FROM PB-TOTAL-PAID
000488            END-IF
000489            REWRITE PREMIUM-BALANCE-RECORD
000490            IF NOT PRMBAL-OK
000491               DISPLAY 'REWRITE FAILED ON BALANCE '
000492                       PB-POLICY-NO ' STATUS ' FS-STAT-BAL
000493               MOVE 'REWRITE FAILED ON PREMIUM BALANCE'
000494                 TO WS-REJECT-REASON
000495               PERFORM 230-REJECT-RETURN
000496            ELSE
000497               ADD 1 TO WS-RETURNS-REVERSED
000498               ADD WS-RETURN-AMOUNT TO WS-REVERSED-TOTAL
000499               PERFORM 222-COUNT-RETURN
000500               PERFORM 225-WRITE-NOTICE
000501               PERFORM 227-WRITE-REGISTER-LINE
000502               PERFORM 229-WRITE-COMMISSION-BASIS
000503            END-IF
000504            CONTINUE.
000505*
000506        222-COUNT-RETURN.
000507            MOVE 'N' TO SW-SUSPENDED-NOW
000508            MOVE ZERO TO WS-DAYS-SINCE-RETURN
000509            IF DA-LAST-RETURN-DATE NUMERIC AND
000510               DA-LAST-RETURN-DATE > ZERO
000511               COMPUTE WS-DAYS-SINCE-RETURN =
000512                  FUNCTION INTEGER-OF-DATE
000513                     (WS-CURRENT-DATE-NUM)
000514                - FUNCTION INTEGER-OF-DATE (DA-LAST-RETURN-DATE)
000515            END-IF
000516            IF DA-LAST-RETURN-DATE NUMERIC AND
000517               DA-LAST-RETURN-DATE > ZERO AND
000518               WS-DAYS-SINCE-RETURN NOT > 365 AND
000519               DA-RETURN-COUNT < 99
000520               ADD 1 TO DA-RETURN-COUNT
000521            ELSE
000522               MOVE 1 TO DA-RETURN-COUNT
000523            END-IF
000524            MOVE WS-CURRENT-DATE-NUM TO DA-LAST-RETURN-DATE
000525            MOVE WS-RETURN-CODE      TO DA-LAST-RETURN-CODE
000526            IF DA-ACTIVE AND
000527               (RETURN-ACCOUNT-BAD OR
000528                DA-RETURN-COUNT NOT < WS-RETURN-LIMIT)
000529               SET DA-SUSPENDED TO TRUE
000530               MOVE WS-CURRENT-DATE-NUM TO DA-STOP-DATE
000531               SET SUSPENDED-NOW TO TRUE
000532               ADD 1 TO WS-DRAFTS-SUSPENDED
000533            END-IF
000534            REWRITE DRAFT-AUTH-RECORD
000535            IF NOT DRFAUTH-OK
000536               DISPLAY 'REWRITE FAILED ON AUTHORIZATION '
000537                       DA-POLICY-NO ' STATUS ' FS-STAT-DA
000538            END-IF
000539            CONTINUE.
000540*
000541* The insured hears what came back, why, what is owed now, and
000542* whether the next installment will still be drafted.
000543        225-WRITE-NOTICE.
000544            SET PM-FOUND TO TRUE
000545            MOVE DA-POLICY-NO TO PM-POLICY-NO
000546            READ POLMSTR
000547               INVALID KEY
000548                  SET PM-NOT-FOUND TO TRUE
000549                  MOVE SPACES TO PM-INSURED-ADDRESS
000550            END-READ
000551            WRITE NTC-REPORT FROM NTC-SEPARATOR
000552            MOVE DATE-VARS (1:4)    TO NTC-DATE-YEAR
000553            MOVE DATE-VARS (5:2)    TO NTC-DATE-MONTH
000554            MOVE DATE-VARS (7:2)    TO NTC-DATE-DAY
000555            WRITE NTC-REPORT FROM NTC-TITLE-LINE
000556            MOVE DA-POLICY-NO       TO NTC-POLICY-NO-OU
000557            WRITE NTC-REPORT FROM NTC-POLICY-LINE
000558            MOVE PM-INSURED-ADDRESS TO NTC-ADDRESS-OU
000559            WRITE NTC-REPORT FROM NTC-ADDR-LINE
000560            MOVE 'PREMIUM DRAFT RETURNED UNPAID...'
000561              TO NTC-AMT-LABEL
000562            MOVE WS-RETURN-AMOUNT   TO NTC-AMT-OU
000563            WRITE NTC-REPORT FROM NTC-AMOUNT-LINE
000564            MOVE WS-RETURN-CODE     TO NTC-RETURN-CODE-OU
000565            MOVE WS-RETURN-TEXT     TO NTC-RETURN-TEXT-OU
000566            WRITE NTC-REPORT FROM NTC-REASON-LINE
000567            MOVE 'PREMIUM NOW DUE.................'
000568              TO NTC-AMT-LABEL
000569            MOVE PB-OPEN-BALANCE    TO NTC-AMT-OU
000570            WRITE NTC-REPORT FROM NTC-AMOUNT-LINE
000571            IF DA-ACTIVE
000572               MOVE 'PLEASE REMIT THE RETURNED AMOUNT BY CHECK.'
000573                 TO NTC-MESSAGE-OU
000574               WRITE NTC-REPORT FROM NTC-MESSAGE-LINE
000575               MOVE 'DRAFTS RESUME WITH YOUR NEXT INSTALLMENT.'
000576                 TO NTC-MESSAGE-OU
000577               WRITE NTC-REPORT FROM NTC-MESSAGE-LINE
000578            ELSE
000579               MOVE 'AUTOMATIC PREMIUM DRAFTING IS SUSPENDED.'
000580                 TO NTC-MESSAGE-OU
000581               WRITE NTC-REPORT FROM NTC-MESSAGE-LINE
000582               MOVE 'PLEASE REMIT BY CHECK TO KEEP COVERAGE.'
000583                 TO NTC-MESSAGE-OU
000584               WRITE NTC-REPORT FROM NTC-MESSAGE-LINE
000585            END-IF
000586            MOVE SPACES TO NTC-REPORT
000587            WRITE NTC-REPORT
000588            CONTINUE.
000589*
000590        227-WRITE-REGISTER-LINE.
000591            MOVE DA-POLICY-NO       TO REG-POLICY-NO-OU
000592            MOVE WS-RETURN-CODE     TO REG-RETURN-CODE-OU
000593            MOVE WS-RETURN-AMOUNT   TO REG-AMOUNT-OU
000594            MOVE DA-RETURN-COUNT    TO REG-RETURN-COUNT-OU
000595            EVALUATE TRUE
000596                WHEN SUSPENDED-NOW
000597                    MOVE 'SUSPND' TO REG-DRAFT-STATUS-OU
000598                WHEN DA-ACTIVE
000599                    MOVE 'ACTIVE' TO REG-DRAFT-STATUS-OU
000600                WHEN DA-SUSPENDED
000601                    MOVE 'SUSP'   TO REG-DRAFT-STATUS-OU
000602                WHEN OTHER
000603                    MOVE 'REVOKD' TO REG-DRAFT-STATUS-OU
000604            END-EVALUATE
000605            MOVE PB-OPEN-BALANCE    TO REG-BALANCE-OU
000606            IF WS-REG-NUM-LINES > 60 THEN
000607               PERFORM 228-WRITE-REGISTER-TITLES
000608            END-IF
000609            WRITE REG-REPORT FROM REG-DETAIL-RECORD
000610            ADD 1 TO WS-REG-NUM-LINES
000611            CONTINUE.
000612*
000613        228-WRITE-REGISTER-TITLES.
000614            WRITE REG-REPORT FROM REG-HEADER-01
000615            WRITE REG-REPORT FROM REG-HEADER-02
000616            WRITE REG-REPORT FROM REG-HEADER-03
000617            MOVE 3 TO WS-REG-NUM-LINES
000618            CONTINUE.
000619*
000620* Dated the day the draft was posted, so AGTCOMM takes back the
000621* commission at the first-year or renewal rate it was paid at.
000622        229-WRITE-COMMISSION-BASIS.
000623            MOVE SPACES              TO COMMISSION-BASIS-RECORD
000624            SET CB-PREMIUM-RETURNED  TO TRUE
000625            MOVE DA-POLICY-NO        TO CB-POLICY-NO
000626            IF DA-LAST-DRAFT-DATE NUMERIC AND
000627               DA-LAST-DRAFT-DATE > ZERO
000628               MOVE DA-LAST-DRAFT-DATE  TO CB-EVENT-DATE
000629            ELSE
000630               MOVE WS-CURRENT-DATE-NUM TO CB-EVENT-DATE
000631            END-IF
000632            MOVE WS-RETURN-AMOUNT    TO CB-AMOUNT
000633            WRITE COMMISSION-BASIS-RECORD
000634            CONTINUE.
000635*
000636        230-REJECT-RETURN.
000637            ADD 1 TO WS-RETURNS-REJECTED
000638            MOVE WS-PENDING-ENTRY TO ERR-ENTRY-IMAGE
000639            MOVE WS-REJECT-REASON TO ERR-REASON
000640            WRITE ERROR-RECORD
000641            DISPLAY 'REJECTED RETURN - ' WS-REJECT-REASON
000642            MOVE SPACES TO WS-REJECT-REASON
000643            CONTINUE.
000644*
000645        240-READ-RECORD.
000646            READ RTNFILE
000647               AT END MOVE '1' TO SW-END-FILE
000648            END-READ
000649            CONTINUE.
000650*
000651        300-TERMINAR.
000652            IF ENTRY-PENDING
000653               PERFORM 205-REJECT-NO-ADDENDA
000654            END-IF
000655            DISPLAY "----------------  "
000656            DISPLAY 'Control Counters  '
000657            DISPLAY "----------------  "
000658            MOVE WS-RECORDS-READ      TO REC-KTR-OUT
000659            DISPLAY 'Records Read:       ' REC-KTR-OUT
000660            MOVE WS-RETURNS-READ      TO REC-KTR-OUT
000661            DISPLAY 'Returns Read:       ' REC-KTR-OUT
000662            MOVE WS-RETURNS-REVERSED  TO REC-KTR-OUT
000663            DISPLAY 'Returns Reversed:   ' REC-KTR-OUT
000664            MOVE WS-RETURNS-REJECTED  TO REC-KTR-OUT
000665            DISPLAY 'Returns Rejected:   ' REC-KTR-OUT
000666            MOVE WS-CHANGE-NOTICES    TO REC-KTR-OUT
000667            DISPLAY 'Change Notices:     ' REC-KTR-OUT
000668            MOVE WS-DRAFTS-SUSPENDED  TO REC-KTR-OUT
000669            DISPLAY 'Drafts Suspended:   ' REC-KTR-OUT
000670            DISPLAY 'Amount Reversed:    ' WS-REVERSED-TOTAL
000671            PERFORM 310-WRITE-GL-JOURNAL
000671            CLOSE RTNFILE DRFAUTH PRMBAL POLMSTR NTCFILE REGFILE
000672                  COMFILE ERRFILE JRNLFILE
000673            DISPLAY "END PROGR: DRFRETN"
000674            CONTINUE.
000675*
000676* Tonight's returns as one GL batch - the reverse of the
000676* PREMPOST posting, Dr premium receivable (the premium is due
000676* again), Cr operating cash (the bank took it back) - closed by
000676* its control trailer, which goes out even on a night with
000676* nothing reversed.
000676        310-WRITE-GL-JOURNAL.
000676            MOVE SPACES              TO JOURNAL-RECORD
000676            MOVE DATE-VARS(1:8)      TO JRNL-RUN-DATE
000676            MOVE DATE-VARS(9:7)      TO JRNL-BATCH-ID
000676            MOVE 'DRFRETN '          TO JRNL-SOURCE
000676            MOVE WS-REVERSED-TOTAL   TO JRNL-AMOUNT
000676            MOVE WS-RETURNS-REVERSED TO JRNL-ITEM-COUNT
000676            IF WS-REVERSED-TOTAL > 0
000676               SET JRNL-DEBIT        TO TRUE
000676               MOVE 'PRM-RCVB'       TO JRNL-ACCOUNT-NO
000676               MOVE 'PREMIUM RECEIVABLE'
000676                 TO JRNL-ACCOUNT-DESC
000676               WRITE JOURNAL-RECORD
000676               SET JRNL-CREDIT       TO TRUE
000676               MOVE 'CASH-OPR'       TO JRNL-ACCOUNT-NO
000676               MOVE 'CASH - OPERATING ACCOUNT'
000676                 TO JRNL-ACCOUNT-DESC
000676               WRITE JOURNAL-RECORD
000676            END-IF
000676            SET JRNL-TRAILER         TO TRUE
000676            MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO
000676            MOVE 'DRFRETN BATCH CONTROL'
000676              TO JRNL-ACCOUNT-DESC
000676            WRITE JOURNAL-RECORD
000676            CONTINUE.
000676*
000676        900-ERROR.
000677            MOVE +12 TO RETURN-CODE
000678            GOBACK.
