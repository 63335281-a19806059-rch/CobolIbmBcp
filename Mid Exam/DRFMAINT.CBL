000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. DRFMAINT.
000003*===============================================================*
000004* DRFAUTH PREMIUM AUTO-DRAFT AUTHORIZATION MAINTENANCE         =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* APPLIES THE PREMIUM DESK'S DRAFT TRANSACTIONS (DRFTRAN) FROM  =*
000009* THE INSUREDS' SIGNED ACH AUTHORIZATIONS AGAINST THE DRFAUTH   =*
000010* KSDS (SEE DRFAUTHR) - NEW AUTHORIZATIONS, BANK ACCOUNT        =*
000011* CHANGES, REVOCATIONS, AND REINSTATEMENT OF A DRAFT THAT       =*
000012* DRFRETN SUSPENDED AFTER RETURNED ITEMS. ROUTING NUMBERS MUST  =*
000013* PASS THE ABA CHECK DIGIT AND THE POLICY MUST BE ACTIVE ON     =*
000014* POLMSTR. EVERY APPLIED TRANSACTION LEAVES A BEFORE/AFTER      =*
000015* IMAGE ON DAAUDIT AND EVERY BAD ONE RIDES OUT ON THE DAERR     =*
000016* LISTING WITH ITS REASON (THE POLMAINT PATTERN).               =*
000017*---------------------------------------------------------------*
000018* MODIFICATION HISTORY:                                        =*
000019* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000023        FILE-CONTROL.
000024            SELECT TRANFILE  ASSIGN TO DRFTRAN
000025               FILE STATUS  IS FS-STAT-TRAN.
000026*    *
000027            SELECT DRFAUTH   ASSIGN TO DRFAUTH
000028               ORGANIZATION IS INDEXED
000029               ACCESS MODE  IS RANDOM
000030               RECORD KEY   IS DA-POLICY-NO
000031               FILE STATUS  IS FS-STAT-DA.
000032*    *
000033            SELECT POLMSTR   ASSIGN TO POLMSTR
000034               ORGANIZATION IS INDEXED
000035               ACCESS MODE  IS RANDOM
000036               RECORD KEY   IS PM-POLICY-NO
000037               FILE STATUS  IS FS-STAT-PM.
000038*    *
000039            SELECT AUDITFILE ASSIGN TO DAAUDIT
000040               FILE STATUS  IS FS-STAT-AUDIT.
000041*    *
000042            SELECT ERRFILE   ASSIGN TO DAERR
000043               FILE STATUS  IS FS-STAT-ERR.
000044        DATA DIVISION.
000045        FILE SECTION.
000046* One draft transaction - the action byte, the policy key, and
000047* the bank account fields from the signed authorization
000048        FD  TRANFILE
000049            RECORDING MODE IS F
000050            RECORD CONTAINS 120 CHARACTERS
000051            BLOCK CONTAINS 0 RECORDS
000052            DATA RECORD IS TRAN-RECORD.
000053        01  TRAN-RECORD.
000054            05  TRAN-ACTION                      PIC X(01).
000055                88 TRAN-ADD                         VALUE 'A'.
000056                88 TRAN-CHANGE                      VALUE 'C'.
000057                88 TRAN-REVOKE                      VALUE 'R'.
000058                88 TRAN-REINSTATE                   VALUE 'U'.
000059                88 TRAN-VALID-ACTION                VALUES 'A' 'C'
000060                                                    'R' 'U'.
000061            05  TRAN-POLICY-NO                   PIC 9(07).
000062            05  TRAN-ROUTING-NO.
000063                10  TRAN-ROUTING-DIGIT OCCURS 9 TIMES
000064                                                 PIC 9(01).
000065            05  TRAN-ACCOUNT-NO                  PIC X(17).
000066            05  TRAN-ACCOUNT-TYPE                PIC X(01).
000067                88 TRAN-VALID-ACCT-TYPE          VALUES 'C' 'S'.
000068            05  TRAN-HOLDER-NAME                 PIC X(22).
000069            05  TRAN-AUTH-DATE                   PIC 9(08).
000070            05  FILLER                           PIC X(55).
000071*
000072        FD  DRFAUTH
000073            RECORD CONTAINS 120 CHARACTERS
000074            DATA RECORD IS DRAFT-AUTH-RECORD.
000075        01  DRAFT-AUTH-RECORD.
000076            COPY DRFAUTHR.
000077*
000078        FD  POLMSTR
000079            RECORD CONTAINS 80 CHARACTERS
000080            DATA RECORD IS POLICY-MASTER-RECORD.
000081        01  POLICY-MASTER-RECORD.
000082            COPY POLMSTRR.
000083*
000084* Before/after audit trail - one line per applied transaction,
000085* the same shape POLMAINT leaves on PMAUDIT
000086        FD  AUDITFILE
000087            RECORDING MODE IS F
000088            RECORD CONTAINS 260 CHARACTERS
000089            BLOCK CONTAINS 0 RECORDS
000090            DATA RECORD IS AUDIT-RECORD.
000091        01  AUDIT-RECORD.
000092            05  AUD-DATE                         PIC 9(08).
000093            05  AUD-ACTION                       PIC X(01).
000094            05  AUD-BEFORE-IMAGE                 PIC X(120).
000095            05  AUD-AFTER-IMAGE                  PIC X(120).
000096            05  FILLER                           PIC X(11).
000097*
000098        FD  ERRFILE
000099            RECORDING MODE IS F
000100            RECORD CONTAINS 160 CHARACTERS
000101            BLOCK CONTAINS 0 RECORDS
000102            DATA RECORD IS ERROR-RECORD.
000103        01  ERROR-RECORD.
000104            05  ERR-TRAN-IMAGE                   PIC X(120).
000105            05  ERR-REASON                       PIC X(40).
000106*
000107        WORKING-STORAGE SECTION.
000108*Working Variables
000109        01  WS-CONTADORES.
000110          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000111          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000112          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000113          05  WS-DRAFTS-AUTHORIZED    PIC S9(8) COMP SYNC VALUE 0.
000114*ABA routing check digit - digits weighted 3,7,1 repeating must
000115*sum to a multiple of 10
000116        01  WS-ABA-VARS.
000117            05  WS-ABA-WEIGHTS-X           PIC X(09)
000118                VALUE '371371371'.
000119            05  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHTS-X.
000120                10  WS-ABA-WEIGHT          PIC 9(01) OCCURS 9.
000121            05  WS-ABA-SUM                 PIC 9(04) VALUE ZERO.
000122            05  WS-ABA-QUOTIENT            PIC 9(04) VALUE ZERO.
000123            05  WS-ABA-REMAINDER           PIC 9(02) VALUE ZERO.
000124        77  WS-DIGIT-SUB              PIC S9(4) COMP VALUE 0.
000125*Switches Variables & File Status
000126        01  SW-SWITCHE-VARS.
000127            05  SW-END-TRANS                    PIC X VALUE '0'.
000128                88 END-TRANS                       VALUE '1'.
000129            05  SW-MASTER-FOUND                 PIC X VALUE 'N'.
000130                88 MASTER-FOUND                    VALUE 'Y'.
000131                88 MASTER-NOT-FOUND                VALUE 'N'.
000132            05  FS-STAT-TRAN                    PIC X(02).
000133                88 TRANFILE-OK                     VALUE '00'.
000134            05  FS-STAT-DA                      PIC X(02).
000135                88 DRFAUTH-OK                      VALUE '00'.
000136            05  FS-STAT-PM                      PIC X(02).
000137                88 POLMSTR-OK                      VALUE '00'.
000138            05  FS-STAT-AUDIT                   PIC X(02).
000139                88 AUDITFILE-OK                    VALUE '00'.
000140            05  FS-STAT-ERR                     PIC X(02).
000141                88 ERRFILE-OK                      VALUE '00'.
000142        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000143*Editing Variables
000144        01  WS-EDIT-VARS.
000145            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000146            05  DATE-VARS                  PIC X(15).
000147            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000148*Date-Validation Variables
000149            COPY GNSWVDTV.
000150*
000151        PROCEDURE DIVISION.
000152            PERFORM 100-OPEN-FILES
000153            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000154            PERFORM 300-TERMINAR
000155            GOBACK.
000156*
000157        100-OPEN-FILES.
000158            DISPLAY "Init DRFMAINT.."
000159            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000160            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000161            OPEN INPUT TRANFILE
000162            IF NOT TRANFILE-OK
000163               DISPLAY 'ERROR IN OPEN DRFTRAN TRANSACTION FILE '
000164               DISPLAY 'FILE STATUS = ' FS-STAT-TRAN
000165               GO TO 900-ERROR.
000166            OPEN I-O DRFAUTH
000167* A brand-new DRFAUTH is established empty once, then reopened
000168* I-O - the same first-run handling POLMAINT gives POLMSTR
000169            IF FS-STAT-DA = '35'
000170               OPEN OUTPUT DRFAUTH
000171               CLOSE DRFAUTH
000172               OPEN I-O DRFAUTH
000173            END-IF
000174            IF NOT DRFAUTH-OK
000175               DISPLAY 'ERROR IN OPEN DRAFT AUTHORIZATION FILE '
000176               DISPLAY 'FILE STATUS = ' FS-STAT-DA
000177               GO TO 900-ERROR.
000178            OPEN INPUT POLMSTR
000179            IF NOT POLMSTR-OK
000180               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000181               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000182               GO TO 900-ERROR.
000183            OPEN OUTPUT AUDITFILE
000184            IF NOT AUDITFILE-OK
000185               DISPLAY 'ERROR IN OPEN DAAUDIT AUDIT FILE '
000186               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000187               GO TO 900-ERROR.
000188            OPEN OUTPUT ERRFILE
000189            IF NOT ERRFILE-OK
000190               DISPLAY 'ERROR IN OPEN DAERR ERROR FILE '
000191               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000192               GO TO 900-ERROR.
000193            PERFORM 240-READ-RECORD
000194            CONTINUE.
000195*
000196        200-APPLY-ONE-TRAN.
000197            ADD 1 TO WS-TRANS-READ
000198            PERFORM 210-EDIT-TRANSACTION
000199            IF WS-REJECT-REASON NOT = SPACES
000200               PERFORM 230-REJECT-TRANSACTION
000201            ELSE
000202               PERFORM 215-READ-MASTER
000203               IF TRAN-ADD
000204                  PERFORM 220-APPLY-ADD
000205               ELSE
000206                  IF MASTER-NOT-FOUND
000207                     MOVE 'POLICY HAS NO DRAFT AUTHORIZATION'
000208                       TO WS-REJECT-REASON
000209                     PERFORM 230-REJECT-TRANSACTION
000210                  ELSE
000211                     PERFORM 222-APPLY-CHANGE
000212                  END-IF
000213               END-IF
000214            END-IF
000215            PERFORM 240-READ-RECORD
000216            CONTINUE.
000217*
000218* Field edits, strictest first - the first failure wins and its
000219* reason rides the error record back to the premium desk. An
000220* authorization or account change carries a full bank account
000221* and the date the insured signed for it.
000222        210-EDIT-TRANSACTION.
000223            MOVE SPACES TO WS-REJECT-REASON
000224            EVALUATE TRUE
000225                WHEN NOT TRAN-VALID-ACTION
000226                    MOVE 'ACTION NOT A/C/R/U'
000227                      TO WS-REJECT-REASON
000228                WHEN TRAN-POLICY-NO NOT NUMERIC
000229                    MOVE 'POLICY NUMBER NOT NUMERIC'
000230                      TO WS-REJECT-REASON
000231                WHEN TRAN-POLICY-NO = ZERO
000232                    MOVE 'POLICY NUMBER IS ZERO'
000233                      TO WS-REJECT-REASON
000234                WHEN NOT (TRAN-ADD OR TRAN-CHANGE)
000235                    CONTINUE
000236                WHEN TRAN-ROUTING-NO NOT NUMERIC
000237                    MOVE 'ROUTING NUMBER NOT NUMERIC'
000238                      TO WS-REJECT-REASON
000239                WHEN TRAN-ACCOUNT-NO = SPACES
000240                    MOVE 'BANK ACCOUNT NUMBER MISSING'
000241                      TO WS-REJECT-REASON
000242                WHEN NOT TRAN-VALID-ACCT-TYPE
000243                    MOVE 'ACCOUNT TYPE NOT C/S'
000244                      TO WS-REJECT-REASON
000245                WHEN TRAN-HOLDER-NAME = SPACES
000246                    MOVE 'ACCOUNT HOLDER NAME MISSING'
000247                      TO WS-REJECT-REASON
000248                WHEN TRAN-AUTH-DATE NOT NUMERIC
000249                    MOVE 'AUTHORIZATION DATE NOT NUMERIC'
000250                      TO WS-REJECT-REASON
000251                WHEN TRAN-AUTH-DATE > WS-CURRENT-DATE-NUM
000252                    MOVE 'AUTHORIZATION DATE IN THE FUTURE'
000253                      TO WS-REJECT-REASON
000254                WHEN OTHER
000255                    MOVE TRAN-AUTH-DATE TO DTV-DATE-NUM
000256                    CALL 'GNSPPDTV' USING DTV-VARI
000257                        RETURNING RETURN-CODE
000258                    END-CALL
000259                    IF RETURN-CODE NOT = 0
000260                       MOVE +0 TO RETURN-CODE
000261                       MOVE DTV-CMSG TO WS-REJECT-REASON
000262                    ELSE
000263                       PERFORM 211-CHECK-ROUTING-DIGIT
000264                    END-IF
000265            END-EVALUATE
000266            IF WS-REJECT-REASON = SPACES AND
000267               (TRAN-ADD OR TRAN-REINSTATE)
000268               PERFORM 212-CHECK-POLICY-ACTIVE
000269            END-IF
000270            CONTINUE.
000271*
000272* A mistyped routing number would send the debit to the wrong
000273* bank - the ninth digit checks the first eight.
000274        211-CHECK-ROUTING-DIGIT.
000275            MOVE ZERO TO WS-ABA-SUM
000276            PERFORM 213-ADD-WEIGHTED-DIGIT
000277               VARYING WS-DIGIT-SUB FROM 1 BY 1
000278               UNTIL WS-DIGIT-SUB > 9
000279            DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
000280                REMAINDER WS-ABA-REMAINDER
000281            IF WS-ABA-REMAINDER NOT = ZERO OR WS-ABA-SUM = ZERO
000282               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
000283                 TO WS-REJECT-REASON
000284            END-IF
000285            CONTINUE.
000286*
000287* Only an in-force policy is drafted - a lapsed or cancelled
000288* one is not authorized or reinstated.
000289        212-CHECK-POLICY-ACTIVE.
000290            MOVE TRAN-POLICY-NO TO PM-POLICY-NO
000291            READ POLMSTR
000292               INVALID KEY
000293                  MOVE 'POLICY NOT ON POLICY MASTER FILE'
000294                    TO WS-REJECT-REASON
000295               NOT INVALID KEY
000296                  IF NOT PM-STATUS-ACTIVE
000297                     MOVE 'POLICY IS NOT ACTIVE'
000298                       TO WS-REJECT-REASON
000299                  END-IF
000300            END-READ
000301            CONTINUE.
000302*
000303        213-ADD-WEIGHTED-DIGIT.
000304            COMPUTE WS-ABA-SUM = WS-ABA-SUM
000305                  + TRAN-ROUTING-DIGIT (WS-DIGIT-SUB)
000306                  * WS-ABA-WEIGHT (WS-DIGIT-SUB)
000307            CONTINUE.
000308*
000309        215-READ-MASTER.
000310            SET MASTER-FOUND TO TRUE
000311            MOVE TRAN-POLICY-NO TO DA-POLICY-NO
000312            READ DRFAUTH
000313               INVALID KEY
000314                  SET MASTER-NOT-FOUND TO TRUE
000315            END-READ
000316            CONTINUE.
000317*
000318* A new authorization - or a fresh one signed after the insured
000319* revoked the last. Drafting starts with the first installment
000320* falling due after the signature, never one already past due
000321* that the insured may have mailed a check for.
000322        220-APPLY-ADD.
000323            IF MASTER-FOUND AND NOT DA-REVOKED
000324               MOVE 'POLICY ALREADY HAS A DRAFT AUTHORIZATION'
000325                 TO WS-REJECT-REASON
000326               PERFORM 230-REJECT-TRANSACTION
000327            ELSE
000328               IF MASTER-FOUND
000329                  MOVE DRAFT-AUTH-RECORD   TO AUD-BEFORE-IMAGE
000330               ELSE
000331                  MOVE SPACES              TO AUD-BEFORE-IMAGE
000332               END-IF
000333               MOVE SPACES                 TO DRAFT-AUTH-RECORD
000334               MOVE TRAN-POLICY-NO         TO DA-POLICY-NO
000335               SET DA-ACTIVE               TO TRUE
000336               PERFORM 225-MOVE-BANK-ACCOUNT
000337               MOVE ZERO                   TO DA-LAST-DRAFT-DATE
000338                                              DA-LAST-DRAFT-AMOUNT
000339                                              DA-RETURN-COUNT
000340                                              DA-LAST-RETURN-DATE
000341                                              DA-STOP-DATE
000342               MOVE TRAN-AUTH-DATE         TO DA-LAST-DRAFT-DUE
000343               MOVE DRAFT-AUTH-RECORD      TO AUD-AFTER-IMAGE
000344               IF MASTER-FOUND
000345                  REWRITE DRAFT-AUTH-RECORD
000346               ELSE
000347                  WRITE DRAFT-AUTH-RECORD
000348               END-IF
000349               IF NOT DRFAUTH-OK
000350                  DISPLAY 'WRITE FAILED ON POLICY '
000351                          TRAN-POLICY-NO ' STATUS ' FS-STAT-DA
000352                  MOVE 'WRITE FAILED ON DRAFT AUTHORIZATION'
000353                    TO WS-REJECT-REASON
000354                  PERFORM 230-REJECT-TRANSACTION
000355               ELSE
000356                  ADD 1 TO WS-DRAFTS-AUTHORIZED
000357                  PERFORM 235-WRITE-AUDIT
000358               END-IF
000359            END-IF
000360            CONTINUE.
000361*
000362* Account changes, revocations and reinstatements all land on
000363* the record already read by 215-READ-MASTER and rewrite it in
000364* place. A new account does not lift a suspension - only a
000365* reinstatement does, and it starts the return count over.
000366        222-APPLY-CHANGE.
000367            MOVE DRAFT-AUTH-RECORD TO AUD-BEFORE-IMAGE
000368            EVALUATE TRUE
000369                WHEN TRAN-CHANGE AND DA-REVOKED
000370                    MOVE 'DRAFT AUTHORIZATION WAS REVOKED'
000371                      TO WS-REJECT-REASON
000372                WHEN TRAN-CHANGE
000373                    PERFORM 225-MOVE-BANK-ACCOUNT
000374                WHEN TRAN-REVOKE AND DA-REVOKED
000375                    MOVE 'DRAFT AUTHORIZATION ALREADY REVOKED'
000376                      TO WS-REJECT-REASON
000377                WHEN TRAN-REVOKE
000378                    SET DA-REVOKED        TO TRUE
000379                    MOVE WS-CURRENT-DATE-NUM TO DA-STOP-DATE
000380                WHEN TRAN-REINSTATE AND NOT DA-SUSPENDED
000381                    MOVE 'DRAFT AUTHORIZATION NOT SUSPENDED'
000382                      TO WS-REJECT-REASON
000383                WHEN TRAN-REINSTATE
000384                    SET DA-ACTIVE         TO TRUE
000385                    MOVE ZERO             TO DA-RETURN-COUNT
000386                                             DA-STOP-DATE
000387            END-EVALUATE
000388            IF WS-REJECT-REASON NOT = SPACES
000389               PERFORM 230-REJECT-TRANSACTION
000390            ELSE
000391               MOVE DRAFT-AUTH-RECORD TO AUD-AFTER-IMAGE
000392               REWRITE DRAFT-AUTH-RECORD
000393               IF NOT DRFAUTH-OK
000394                  DISPLAY 'REWRITE FAILED ON POLICY '
000395                          TRAN-POLICY-NO ' STATUS ' FS-STAT-DA
000396                  MOVE 'REWRITE FAILED ON DRAFT AUTHORIZATION'
000397                    TO WS-REJECT-REASON
000398                  PERFORM 230-REJECT-TRANSACTION
000399               ELSE
000400                  PERFORM 235-WRITE-AUDIT
000401               END-IF
000402            END-IF
000403            CONTINUE.
000404*
000405        225-MOVE-BANK-ACCOUNT.
000406            MOVE TRAN-ROUTING-NO       TO DA-ROUTING-NO
000407            MOVE TRAN-ACCOUNT-NO       TO DA-ACCOUNT-NO
000408            MOVE TRAN-ACCOUNT-TYPE     TO DA-ACCOUNT-TYPE
000409            MOVE TRAN-HOLDER-NAME      TO DA-HOLDER-NAME
000410            MOVE TRAN-AUTH-DATE        TO DA-AUTH-DATE
000411            CONTINUE.
000412*
000413        230-REJECT-TRANSACTION.
000414            ADD 1 TO WS-TRANS-REJECTED
000415            MOVE TRAN-RECORD      TO ERR-TRAN-IMAGE
000416            MOVE WS-REJECT-REASON TO ERR-REASON
000417            WRITE ERROR-RECORD
000418            DISPLAY 'REJECTED TRAN - ' WS-REJECT-REASON
000419            MOVE SPACES TO WS-REJECT-REASON
000420            CONTINUE.
000421*
000422        235-WRITE-AUDIT.
000423            ADD 1 TO WS-TRANS-APPLIED
000424            MOVE WS-CURRENT-DATE-NUM TO AUD-DATE
000425            MOVE TRAN-ACTION      TO AUD-ACTION
000426            WRITE AUDIT-RECORD
000427            CONTINUE.
000428*
000429        240-READ-RECORD.
000430            READ TRANFILE
000431               AT END MOVE '1' TO SW-END-TRANS
000432            END-READ
000433            CONTINUE.
000434*
000435        300-TERMINAR.
000436            DISPLAY "----------------  "
000437            DISPLAY 'Control Counters  '
000438            DISPLAY "----------------  "
000439            MOVE WS-TRANS-READ        TO REC-KTR-OUT
000440            DISPLAY 'Trans Read:         ' REC-KTR-OUT
000441            MOVE WS-TRANS-APPLIED     TO REC-KTR-OUT
000442            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000443            MOVE WS-TRANS-REJECTED    TO REC-KTR-OUT
000444            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000445            MOVE WS-DRAFTS-AUTHORIZED TO REC-KTR-OUT
000446            DISPLAY 'Drafts Authorized:  ' REC-KTR-OUT
000447            CLOSE TRANFILE DRFAUTH POLMSTR AUDITFILE ERRFILE
000448            DISPLAY "END PROGR: DRFMAINT"
000449            CONTINUE.
000450*
000451        900-ERROR.
000452            MOVE +12 TO RETURN-CODE
000453            GOBACK.
