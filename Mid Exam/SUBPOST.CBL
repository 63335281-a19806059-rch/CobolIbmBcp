000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. SUBPOST.
000003*===============================================================*
000004* SUBROGATION RECOVERY POSTING                                 =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* POSTS THE SETTLEMENTS THAT COME BACK FROM LIABLE THIRD       =*
000009* PARTIES AND THEIR CARRIERS (SUBRCPT) AGAINST THE SUBCASE     =*
000010* SUBROGATION CASE KSDS (SEE SUBCASER) THAT CLAIMPRO OPENS     =*
000011* OFF PAID ACCIDENT CLAIMS. ACTION 'P' POSTS A PARTIAL         =*
000012* RECOVERY, 'F' POSTS A FINAL SETTLEMENT AND CLOSES THE CASE,  =*
000013* 'W' CLOSES IT AS WRITTEN OFF WITH NO CASH. A RECOVERY OVER   =*
000014* WHAT IS STILL OUTSTANDING POSTS ONLY UP TO IT AND FLAGS THE  =*
000015* EXCESS; A CASE RECOVERED IN FULL CLOSES ON ITS OWN. POSTING  =*
000016* REGISTER GOES TO OSUBPOST; UNMATCHED OR MALFORMED            =*
000017* SETTLEMENTS RIDE OUT ON SUBPERR WITH THE REASON.             =*
000018*---------------------------------------------------------------*
000019* MODIFICATION HISTORY:                                        =*
000020* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000021*===============================================================*
000022        ENVIRONMENT DIVISION.
000023        INPUT-OUTPUT SECTION.
000024        FILE-CONTROL.
000025            SELECT RCPTFILE  ASSIGN TO SUBRCPT
000026               FILE STATUS  IS FS-STAT-RCPT.
000027*    *
000028            SELECT SUBCASE   ASSIGN TO SUBCASE
000029               ORGANIZATION IS INDEXED
000030               ACCESS MODE  IS RANDOM
000031               RECORD KEY   IS SB-CASE-KEY
000032               FILE STATUS  IS FS-STAT-SUB.
000033*    *
000034            SELECT REGFILE   ASSIGN TO OSUBPOST
000035               FILE STATUS  IS FS-STAT-REG.
000036*    *
000037            SELECT ERRFILE   ASSIGN TO SUBPERR
000038               FILE STATUS  IS FS-STAT-ERR.
000039        DATA DIVISION.
000040        FILE SECTION.
000041* One settlement transaction from the recovery unit
000042        FD  RCPTFILE
000043            RECORDING MODE IS F
000044            RECORD CONTAINS 80 CHARACTERS
000045            BLOCK CONTAINS 0 RECORDS
000046            DATA RECORD IS RCPT-RECORD.
000047        01  RCPT-RECORD.
000048            05  RCPT-CASE-KEY.
000049                10  RCPT-POLICY-NO               PIC 9(07).
000050                10  RCPT-OPEN-DATE               PIC 9(08).
000051            05  RCPT-ACTION                      PIC X(01).
000052                88 RCPT-PARTIAL                     VALUE 'P'.
000053                88 RCPT-FINAL                       VALUE 'F'.
000054                88 RCPT-WRITE-OFF                   VALUE 'W'.
000055            05  RCPT-DATE                        PIC 9(08).
000056            05  RCPT-AMOUNT                      PIC 9(7)V99.
000057            05  FILLER                           PIC X(47).
000058        FD  SUBCASE
000059            RECORDING MODE IS F
000060            RECORD CONTAINS 80 CHARACTERS
000061            BLOCK CONTAINS 0 RECORDS
000062            DATA RECORD IS SUBROGATION-RECORD.
000063        01  SUBROGATION-RECORD.
000064            COPY SUBCASER.
000065        FD  REGFILE
000066            RECORDING MODE IS F
000067            RECORD CONTAINS 100 CHARACTERS
000068            BLOCK CONTAINS 0 RECORDS
000069            DATA RECORD IS REG-REPORT.
000070        01  REG-REPORT                           PIC X(100).
000071        FD  ERRFILE
000072            RECORDING MODE IS F
000073            RECORD CONTAINS 120 CHARACTERS
000074            BLOCK CONTAINS 0 RECORDS
000075            DATA RECORD IS ERROR-RECORD.
000076        01  ERROR-RECORD.
000077            05  ERR-RCPT-IMAGE                   PIC X(80).
000078            05  ERR-REASON                       PIC X(40).
000079*
000080        WORKING-STORAGE SECTION.
000081*Working Variables
000082        01  WS-CONTADORES.
000083          05  WS-RECEIPTS-READ        PIC S9(8) COMP SYNC VALUE 0.
000084          05  WS-RECEIPTS-POSTED      PIC S9(8) COMP SYNC VALUE 0.
000085          05  WS-RECEIPTS-REJECTED    PIC S9(8) COMP SYNC VALUE 0.
000086          05  WS-CASES-CLOSED         PIC S9(8) COMP SYNC VALUE 0.
000087          05  WS-REG-NUM-LINES        PIC S9(4) COMP VALUE 61.
000088        01  WS-CALC-VARS.
000089            05  WS-POSTED-TOTAL            PIC 9(9)V99 VALUE ZERO.
000090            05  WS-WRITTEN-OFF-TOTAL       PIC 9(9)V99 VALUE ZERO.
000091            05  WS-OUTSTANDING-AMT         PIC 9(7)V99 VALUE ZERO.
000092            05  WS-APPLIED-AMT             PIC 9(7)V99 VALUE ZERO.
000093            05  WS-EXCESS-AMT              PIC 9(7)V99 VALUE ZERO.
000094*Switches Variables & File Status
000095        01  SW-SWITCHE-VARS.
000096            05  SW-END-FILE                     PIC X VALUE '0'.
000097                88 END-FILE                        VALUE '1'.
000098            05  SW-SUB-FOUND                    PIC X VALUE 'Y'.
000099                88 SUB-FOUND                       VALUE 'Y'.
000100                88 SUB-NOT-FOUND                   VALUE 'N'.
000101            05  FS-STAT-RCPT                    PIC X(02).
000102                88 RCPTFILE-OK                     VALUE '00'.
000103            05  FS-STAT-SUB                     PIC X(02).
000104                88 SUBCASE-OK                      VALUE '00'.
000105            05  FS-STAT-REG                     PIC X(02).
000106                88 REGFILE-OK                      VALUE '00'.
000107            05  FS-STAT-ERR                     PIC X(02).
000108                88 ERRFILE-OK                      VALUE '00'.
000109        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000110*Editing Variables
000111        01  WS-EDIT-VARS.
000112            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000113            05  DATE-VARS                  PIC X(15).
000114*Date-Validation Variables
000115            COPY GNSWVDTV.
000116*Posting register lines
000117        01  WS-REG-LINES.
000118            02  REG-HEADER-01.
000119                05  FILLER            PIC X VALUE SPACE.
000120                05  FILLER            PIC X(45)
000121                VALUE 'Subrogation Recovery Posting Register'.
000122            02  REG-HEADER-02.
000123                05  FILLER            PIC X VALUE SPACE.
000124                05  FILLER            PIC X(10) VALUE 'POLICY'.
000125                05  FILLER            PIC X(10) VALUE 'OPENED'.
000126                05  FILLER            PIC X(04) VALUE 'ACT'.
000127                05  FILLER            PIC X(10) VALUE 'RCV DATE'.
000128                05  FILLER            PIC X(14) VALUE 'APPLIED'.
000129                05  FILLER            PIC X(16)
000130                    VALUE '   OUTSTANDING'.
000131                05  FILLER            PIC X(20) VALUE 'NOTE'.
000132            02  REG-DETAIL-RECORD.
000133                05  FILLER            PIC X VALUE SPACE.
000134                05  REG-POLICY-NO-OU       PIC 9(07).
000135                05  FILLER            PIC X(03) VALUE SPACES.
000136                05  REG-OPEN-DATE-OU       PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000138                05  REG-ACTION-OU          PIC X(01).
000139                05  FILLER            PIC X(03) VALUE SPACES.
000140                05  REG-DATE-OU            PIC 9(08).
000141                05  FILLER            PIC X(02) VALUE SPACES.
000142                05  REG-APPLIED-OU         PIC $,$$$,$$$.99.
000143                05  FILLER            PIC X(02) VALUE SPACES.
000144                05  REG-OUTSTANDING-OU     PIC $,$$$,$$$.99.
000145                05  FILLER            PIC X(03) VALUE SPACES.
000146                05  REG-NOTE-OU            PIC X(28).
000147*
000148        PROCEDURE DIVISION.
000149            PERFORM 100-OPEN-FILES
000150            PERFORM 200-POST-ONE-RECEIPT UNTIL END-FILE
000151            PERFORM 300-TERMINAR
000152            GOBACK.
000153*
000154        100-OPEN-FILES.
000155            DISPLAY "Init SUBPOST.."
000156            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000157            OPEN INPUT RCPTFILE
000158            IF NOT RCPTFILE-OK
000159               DISPLAY 'ERROR IN OPEN SETTLEMENT FILE '
000160               DISPLAY 'FILE STATUS = ' FS-STAT-RCPT
000161               GO TO 900-ERROR.
000162            OPEN I-O SUBCASE
000163            IF NOT SUBCASE-OK
000164               DISPLAY 'ERROR IN OPEN SUBROGATION CASE FILE '
000165               DISPLAY 'FILE STATUS = ' FS-STAT-SUB
000166               GO TO 900-ERROR.
000167            OPEN OUTPUT REGFILE
000168            IF NOT REGFILE-OK
000169               DISPLAY 'ERROR IN OPEN POSTING REGISTER FILE '
000170               DISPLAY 'FILE STATUS = ' FS-STAT-REG
000171               GO TO 900-ERROR.
000172            OPEN OUTPUT ERRFILE
000173            IF NOT ERRFILE-OK
000174               DISPLAY 'ERROR IN OPEN SETTLEMENT ERROR FILE '
000175               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000176               GO TO 900-ERROR.
000177            PERFORM 240-READ-RECORD
000178            CONTINUE.
000179*
000180        200-POST-ONE-RECEIPT.
000181            ADD 1 TO WS-RECEIPTS-READ
000182            PERFORM 210-EDIT-RECEIPT
000183            IF WS-REJECT-REASON NOT = SPACES
000184               PERFORM 230-REJECT-RECEIPT
000185            ELSE
000186               PERFORM 220-APPLY-RECEIPT
000187            END-IF
000188            PERFORM 240-READ-RECORD
000189            CONTINUE.
000190*
000191* A write-off carries no cash; a recovery or final settlement
000192* must carry some
000193        210-EDIT-RECEIPT.
000194            MOVE SPACES TO WS-REJECT-REASON
000195            EVALUATE TRUE
000196                WHEN RCPT-POLICY-NO NOT NUMERIC
000197                    MOVE 'POLICY NUMBER NOT NUMERIC'
000198                      TO WS-REJECT-REASON
000199                WHEN RCPT-OPEN-DATE NOT NUMERIC
000200                    MOVE 'CASE OPEN DATE NOT NUMERIC'
000201                      TO WS-REJECT-REASON
000202                WHEN NOT RCPT-PARTIAL AND NOT RCPT-FINAL
000203                     AND NOT RCPT-WRITE-OFF
000204                    MOVE 'ACTION NOT P/F/W'
000205                      TO WS-REJECT-REASON
000206                WHEN RCPT-AMOUNT NOT NUMERIC
000207                    MOVE 'RECOVERY AMOUNT NOT NUMERIC'
000208                      TO WS-REJECT-REASON
000209                WHEN RCPT-AMOUNT = ZERO AND NOT RCPT-WRITE-OFF
000210                    MOVE 'RECOVERY AMOUNT IS ZERO'
000211                      TO WS-REJECT-REASON
000212                WHEN RCPT-AMOUNT > ZERO AND RCPT-WRITE-OFF
000213                    MOVE 'WRITE-OFF CARRIES AN AMOUNT'
000214                      TO WS-REJECT-REASON
000215                WHEN RCPT-DATE NOT NUMERIC
000216                    MOVE 'RECOVERY DATE NOT NUMERIC'
000217                      TO WS-REJECT-REASON
000218                WHEN OTHER
000219                    MOVE RCPT-DATE TO DTV-DATE-NUM
000220                    CALL 'GNSPPDTV' USING DTV-VARI
000221                        RETURNING RETURN-CODE
000222                    END-CALL
000223                    IF RETURN-CODE NOT = 0
000224                       MOVE +0 TO RETURN-CODE
000225                       MOVE DTV-CMSG TO WS-REJECT-REASON
000226                    END-IF
000227            END-EVALUATE
000228            CONTINUE.
000229*
000230        220-APPLY-RECEIPT.
000231            SET SUB-FOUND TO TRUE
000232            MOVE RCPT-CASE-KEY TO SB-CASE-KEY
000233            READ SUBCASE
000234               INVALID KEY
000235                  SET SUB-NOT-FOUND TO TRUE
000236            END-READ
000237            IF SUB-NOT-FOUND
000238               MOVE 'NO SUBROGATION CASE FOR POLICY/DATE'
000239                 TO WS-REJECT-REASON
000240               PERFORM 230-REJECT-RECEIPT
000241            ELSE
000242               IF SB-CASE-CLOSED
000243                  MOVE 'SUBROGATION CASE ALREADY CLOSED'
000244                    TO WS-REJECT-REASON
000245                  PERFORM 230-REJECT-RECEIPT
000246               ELSE
000247                  PERFORM 222-POST-TO-CASE
000248               END-IF
000249            END-IF
000250            CONTINUE.
000251*
000252* Cash posts only up to what the case still has outstanding;
000253* anything over goes back to the payer. The case closes on a
000254* final settlement or write-off, or once recovered in full.
000255        222-POST-TO-CASE.
000256            MOVE SPACES TO REG-NOTE-OU
000257            MOVE ZERO   TO WS-APPLIED-AMT
000258            COMPUTE WS-OUTSTANDING-AMT =
000259                SB-PAID-AMOUNT - SB-RECOVERED-AMOUNT
000260            IF NOT RCPT-WRITE-OFF
000261               IF RCPT-AMOUNT > WS-OUTSTANDING-AMT
000262                  MOVE WS-OUTSTANDING-AMT TO WS-APPLIED-AMT
000263                  COMPUTE WS-EXCESS-AMT =
000264                      RCPT-AMOUNT - WS-OUTSTANDING-AMT
000265                  MOVE 'EXCESS - RETURN TO PAYER'
000266                    TO REG-NOTE-OU
000267                  DISPLAY 'RECOVERY OVER OUTSTANDING, POLICY '
000268                          RCPT-POLICY-NO ' EXCESS '
000269                          WS-EXCESS-AMT
000270               ELSE
000271                  MOVE RCPT-AMOUNT TO WS-APPLIED-AMT
000272               END-IF
000273               ADD WS-APPLIED-AMT      TO SB-RECOVERED-AMOUNT
000274               SUBTRACT WS-APPLIED-AMT FROM WS-OUTSTANDING-AMT
000275               ADD WS-APPLIED-AMT      TO WS-POSTED-TOTAL
000276            END-IF
000277            EVALUATE TRUE
000278                WHEN WS-OUTSTANDING-AMT = ZERO
000279                    SET SB-CLOSED-FULL TO TRUE
000280                    PERFORM 224-CLOSE-CASE
000281                    IF REG-NOTE-OU = SPACES
000282                       MOVE 'RECOVERED IN FULL - CLOSED'
000283                         TO REG-NOTE-OU
000284                    END-IF
000285                WHEN RCPT-FINAL
000286                    SET SB-CLOSED-SETTLED TO TRUE
000287                    PERFORM 224-CLOSE-CASE
000288                    MOVE 'FINAL SETTLEMENT - CLOSED'
000289                      TO REG-NOTE-OU
000290                WHEN RCPT-WRITE-OFF
000291                    SET SB-CLOSED-WRITTEN-OFF TO TRUE
000292                    PERFORM 224-CLOSE-CASE
000293                    ADD WS-OUTSTANDING-AMT TO WS-WRITTEN-OFF-TOTAL
000294                    MOVE 'WRITTEN OFF - CLOSED'
000295                      TO REG-NOTE-OU
000296                WHEN OTHER
000297                    CONTINUE
000298            END-EVALUATE
000299            MOVE RCPT-DATE          TO SB-LAST-ACTIVITY-DATE
000300            MOVE 'SUBPOST '         TO SB-LAST-RUN-ID
000301            REWRITE SUBROGATION-RECORD
000302            ADD 1 TO WS-RECEIPTS-POSTED
000303            PERFORM 225-WRITE-REGISTER-LINE
000304            CONTINUE.
000305*
000306* Caller sets the close reason first
000307        224-CLOSE-CASE.
000308            SET SB-CASE-CLOSED TO TRUE
000309            MOVE RCPT-DATE TO SB-CLOSE-DATE
000310            ADD 1 TO WS-CASES-CLOSED
000311            CONTINUE.
000312*
000313        225-WRITE-REGISTER-LINE.
000314            MOVE RCPT-POLICY-NO     TO REG-POLICY-NO-OU
000315            MOVE RCPT-OPEN-DATE     TO REG-OPEN-DATE-OU
000316            MOVE RCPT-ACTION        TO REG-ACTION-OU
000317            MOVE RCPT-DATE          TO REG-DATE-OU
000318            MOVE WS-APPLIED-AMT     TO REG-APPLIED-OU
000319            MOVE WS-OUTSTANDING-AMT TO REG-OUTSTANDING-OU
000320            IF WS-REG-NUM-LINES > 60 THEN
000321               PERFORM 226-WRITE-REGISTER-TITLES
000322            END-IF
000323            WRITE REG-REPORT FROM REG-DETAIL-RECORD
000324            ADD 1 TO WS-REG-NUM-LINES
000325            CONTINUE.
000326*
000327        226-WRITE-REGISTER-TITLES.
000328            WRITE REG-REPORT FROM REG-HEADER-01
000329            WRITE REG-REPORT FROM REG-HEADER-02
000330            MOVE 2 TO WS-REG-NUM-LINES
000331            CONTINUE.
000332*
000333        230-REJECT-RECEIPT.
000334            ADD 1 TO WS-RECEIPTS-REJECTED
000335            MOVE RCPT-RECORD      TO ERR-RCPT-IMAGE
000336            MOVE WS-REJECT-REASON TO ERR-REASON
000337            WRITE ERROR-RECORD
000338            DISPLAY 'REJECTED SETTLEMENT - ' WS-REJECT-REASON
000339            MOVE SPACES TO WS-REJECT-REASON
000340            CONTINUE.
000341*
000342        240-READ-RECORD.
000343            READ RCPTFILE
000344               AT END MOVE '1' TO SW-END-FILE
000345            END-READ
000346            CONTINUE.
000347*
000348        300-TERMINAR.
000349            DISPLAY "----------------  "
000350            DISPLAY 'Control Counters  '
000351            DISPLAY "----------------  "
000352            MOVE WS-RECEIPTS-READ     TO REC-KTR-OUT
000353            DISPLAY 'Settlements Read:   ' REC-KTR-OUT
000354            MOVE WS-RECEIPTS-POSTED   TO REC-KTR-OUT
000355            DISPLAY 'Settlements Posted: ' REC-KTR-OUT
000356            MOVE WS-RECEIPTS-REJECTED TO REC-KTR-OUT
000357            DISPLAY 'Settlements Reject: ' REC-KTR-OUT
000358            MOVE WS-CASES-CLOSED      TO REC-KTR-OUT
000359            DISPLAY 'Cases Closed:       ' REC-KTR-OUT
000360            DISPLAY 'Amount Recovered:   ' WS-POSTED-TOTAL
000361            DISPLAY 'Amount Written Off: ' WS-WRITTEN-OFF-TOTAL
000362            CLOSE RCPTFILE SUBCASE REGFILE ERRFILE
000363            DISPLAY "END PROGR: SUBPOST"
000364            CONTINUE.
000365*
000366        900-ERROR.
000367            MOVE +12 TO RETURN-CODE
000368            GOBACK.
