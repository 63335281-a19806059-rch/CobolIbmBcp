000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. CHKMAINT.
000003*===============================================================*
000004* CHECK REGISTER VOID / STOP-PAYMENT / REISSUE MAINTENANCE     =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* APPLIES THE DISBURSEMENT DESK'S CHKTRAN TRANSACTIONS AGAINST  =*
000009* THE CUMULATIVE CHKREG CHECK REGISTER (SEE CHKREGR) - VOIDS,   =*
000010* STOP-PAYMENTS AND REISSUES OF CHECKS THAT NEVER ARRIVED OR    =*
000011* WERE MADE OUT WRONG. A VOIDED OR STOPPED ITEM IS FLAGGED FOR  =*
000012* THE NEXT POSITIVE-PAY FILE AND STOPS AGING ON CHKRECON. A     =*
000013* REISSUE VOIDS THE ORIGINAL IF IT IS STILL LIVE, DRAWS THE     =*
000014* REPLACEMENT NUMBER FROM THE CHKCTL CONTROLLED COUNTER THE WAY =*
000015* CHKASGN DOES, POSTS THE REPLACEMENT TO CHKREG LINKED BACK TO  =*
000016* THE ORIGINAL (AND THE ORIGINAL FORWARD TO IT) AND WRITES IT   =*
000017* IN THE PAYEXTR LAYOUT TO CHKRISO FOR THE DISBURSEMENT SYSTEM  =*
000018* TO PRINT. EVERY APPLIED ACTION LEAVES A BEFORE/AFTER IMAGE ON =*
000019* CHKAUDIT (THE POLMAINT/PMAUDIT PATTERN) AND EVERY BAD         =*
000020* TRANSACTION RIDES OUT ON CHKERR WITH ITS REASON.              =*
000021*---------------------------------------------------------------*
000022* MODIFICATION HISTORY:                                        =*
000023* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000023* 15/10/2026 RCH - REJECT ACTIONS AGAINST ESCHEATED ITEMS      =*
000023* 15/10/2026 RCH - REISSUE KEEPS THE ORIGINAL'S PAYEE TYPE      =*
000024*===============================================================*
000025        ENVIRONMENT DIVISION.
000026        INPUT-OUTPUT SECTION.
000027        FILE-CONTROL.
000028            SELECT TRANFILE  ASSIGN TO CHKTRAN
000029               FILE STATUS  IS FS-STAT-TRAN.
000030*    *
000031            SELECT CRGFILE   ASSIGN TO CHKREG
000032               ORGANIZATION IS INDEXED
000033               ACCESS MODE  IS RANDOM
000034               RECORD KEY   IS CRG-CHECK-NO
000035               FILE STATUS  IS FS-STAT-CRG.
000036*    *
000037            SELECT CTRFILE   ASSIGN TO CHKCTL
000038               FILE STATUS  IS FS-STAT-CTR.
000039*    *
000040            SELECT RISFILE   ASSIGN TO CHKRISO
000041               FILE STATUS  IS FS-STAT-RIS.
000042*    *
000043            SELECT AUDITFILE ASSIGN TO CHKAUDIT
000044               FILE STATUS  IS FS-STAT-AUDIT.
000045*    *
000046            SELECT ERRFILE   ASSIGN TO CHKERR
000047               FILE STATUS  IS FS-STAT-ERR.
000048        DATA DIVISION.
000049        FILE SECTION.
000050* One maintenance transaction - the action byte, the check
000051* number it applies to and why; a reissue may correct the payee
000052        FD  TRANFILE
000053            RECORDING MODE IS F
000054            RECORD CONTAINS 80 CHARACTERS
000055            BLOCK CONTAINS 0 RECORDS
000056            DATA RECORD IS TRAN-RECORD.
000057        01  TRAN-RECORD.
000058            05  TRAN-ACTION                      PIC X(01).
000059                88 TRAN-VOID                        VALUE 'V'.
000060                88 TRAN-STOP                        VALUE 'S'.
000061                88 TRAN-REISSUE                     VALUE 'R'.
000062                88 TRAN-VALID-ACTION                VALUES 'V'
000063                                                    'S' 'R'.
000064            05  TRAN-CHECK-NO                    PIC 9(08).
000065            05  TRAN-REASON                      PIC X(30).
000066*  REISSUE ONLY - CORRECTED PAYEE, SPACES KEEPS THE ORIGINAL
000067            05  TRAN-NEW-PAYEE                   PIC X(26).
000068            05  FILLER                           PIC X(15).
000069* The cumulative register - one row per number ever issued
000070        FD  CRGFILE
000071            RECORD CONTAINS 80 CHARACTERS
000072            DATA RECORD IS CHECK-REGISTER-REC.
000073        01  CHECK-REGISTER-REC.
000074            COPY CHKREGR.
000075* The controlled counter record CHKASGN also draws from - one
000076* record, rewritten in place at end of run
000077        FD  CTRFILE
000078            RECORDING MODE IS F
000079            RECORD CONTAINS 20 CHARACTERS
000080            BLOCK CONTAINS 0 RECORDS
000081            DATA RECORD IS COUNTER-RECORD.
000082        01  COUNTER-RECORD.
000083            05  CTR-NEXT-CHECK-NO          PIC 9(08).
000084            05  CTR-PAY-METHOD             PIC X(01).
000085            05  CTR-BANK-ACCOUNT           PIC X(10).
000086            05  FILLER                     PIC X(01).
000087* Replacement checks for the disbursement system to print
000088        FD  RISFILE
000089            RECORDING MODE IS F
000090            RECORD CONTAINS 80 CHARACTERS
000091            BLOCK CONTAINS 0 RECORDS
000092            DATA RECORD IS RIS-RECORD.
000093        01  RIS-RECORD.
000094            COPY PAYEXTR.
000095* Before/after audit trail - one line per register row changed
000096        FD  AUDITFILE
000097            RECORDING MODE IS F
000098            RECORD CONTAINS 180 CHARACTERS
000099            BLOCK CONTAINS 0 RECORDS
000100            DATA RECORD IS AUDIT-RECORD.
000101        01  AUDIT-RECORD.
000102            05  AUD-DATE                         PIC 9(08).
000103            05  AUD-ACTION                       PIC X(01).
000104            05  AUD-BEFORE-IMAGE                 PIC X(80).
000105            05  AUD-AFTER-IMAGE                  PIC X(80).
000106            05  FILLER                           PIC X(11).
000107*
000108        FD  ERRFILE
000109            RECORDING MODE IS F
000110            RECORD CONTAINS 120 CHARACTERS
000111            BLOCK CONTAINS 0 RECORDS
000112            DATA RECORD IS ERROR-RECORD.
000113        01  ERROR-RECORD.
000114            05  ERR-TRAN-IMAGE                   PIC X(80).
000115            05  ERR-REASON                       PIC X(40).
000116*
000117        WORKING-STORAGE SECTION.
000118*Working Variables
000119        01  WS-CONTADORES.
000120          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000121          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000122          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000123          05  WS-CHECKS-VOIDED        PIC S9(8) COMP SYNC VALUE 0.
000124          05  WS-CHECKS-STOPPED       PIC S9(8) COMP SYNC VALUE 0.
000125          05  WS-CHECKS-REISSUED      PIC S9(8) COMP SYNC VALUE 0.
000126        01  WS-CALC-VARS.
000127            05  WS-REISSUE-TOTAL           PIC 9(9)V99 VALUE ZERO.
000128            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000129            05  WS-NEW-CHECK-NO            PIC 9(08) VALUE ZERO.
000130            05  WS-BATCH-RUN-ID            PIC X(08) VALUE SPACES.
000131*The original's row as read, held while its replacement is
000132*written
000133        01  WS-ORIGINAL-REGISTER-REC       PIC X(80) VALUE SPACES.
000134*Switches Variables & File Status
000135        01  SW-SWITCHE-VARS.
000136            05  SW-END-TRANS                    PIC X VALUE '0'.
000137                88 END-TRANS                       VALUE '1'.
000138            05  SW-REGISTER-FOUND               PIC X VALUE 'N'.
000139                88 REGISTER-FOUND                  VALUE 'Y'.
000140                88 REGISTER-NOT-FOUND              VALUE 'N'.
000141            05  FS-STAT-TRAN                    PIC X(02).
000142                88 TRANFILE-OK                     VALUE '00'.
000143            05  FS-STAT-CRG                     PIC X(02).
000144                88 CRGFILE-OK                      VALUE '00'.
000145            05  FS-STAT-CTR                     PIC X(02).
000146                88 CTRFILE-OK                      VALUE '00'.
000147            05  FS-STAT-RIS                     PIC X(02).
000148                88 RISFILE-OK                      VALUE '00'.
000149            05  FS-STAT-AUDIT                   PIC X(02).
000150                88 AUDITFILE-OK                    VALUE '00'.
000151            05  FS-STAT-ERR                     PIC X(02).
000152                88 ERRFILE-OK                      VALUE '00'.
000153        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000154*Editing Variables
000155        01  WS-EDIT-VARS.
000156            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000157            05  DATE-VARS                  PIC X(15).
000158*
000159        PROCEDURE DIVISION.
000160            PERFORM 100-OPEN-FILES
000161            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000162            PERFORM 300-TERMINAR
000163            GOBACK.
000164*
000165        100-OPEN-FILES.
000166            DISPLAY "Init CHKMAINT.."
000167            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000168            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000169            MOVE 'RIS'                  TO WS-BATCH-RUN-ID (1:3)
000170            MOVE DATE-VARS (9:5)        TO WS-BATCH-RUN-ID (4:5)
000171            OPEN INPUT TRANFILE
000172            IF NOT TRANFILE-OK
000173               DISPLAY 'ERROR IN OPEN CHKTRAN TRANSACTION FILE '
000174               DISPLAY 'FILE STATUS = ' FS-STAT-TRAN
000175               GO TO 900-ERROR.
000176            OPEN I-O CRGFILE
000177            IF NOT CRGFILE-OK
000178               DISPLAY 'ERROR IN OPEN CHKREG REGISTER FILE '
000179               DISPLAY 'FILE STATUS = ' FS-STAT-CRG
000180               GO TO 900-ERROR.
000181            OPEN I-O CTRFILE
000182            IF NOT CTRFILE-OK
000183               DISPLAY 'ERROR IN OPEN CHKCTL COUNTER FILE '
000184               DISPLAY 'FILE STATUS = ' FS-STAT-CTR
000185               GO TO 900-ERROR.
000186            READ CTRFILE
000187               AT END
000188                  DISPLAY 'CHKCTL COUNTER RECORD MISSING'
000189                  GO TO 900-ERROR
000190            END-READ
000191            OPEN OUTPUT RISFILE
000192            IF NOT RISFILE-OK
000193               DISPLAY 'ERROR IN OPEN REISSUE EXTRACT FILE '
000194               DISPLAY 'FILE STATUS = ' FS-STAT-RIS
000195               GO TO 900-ERROR.
000196            OPEN OUTPUT AUDITFILE
000197            IF NOT AUDITFILE-OK
000198               DISPLAY 'ERROR IN OPEN CHKAUDIT AUDIT FILE '
000199               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000200               GO TO 900-ERROR.
000201            OPEN OUTPUT ERRFILE
000202            IF NOT ERRFILE-OK
000203               DISPLAY 'ERROR IN OPEN CHKERR ERROR FILE '
000204               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000205               GO TO 900-ERROR.
000206            PERFORM 240-READ-RECORD
000207            CONTINUE.
000208*
000209        200-APPLY-ONE-TRAN.
000210            ADD 1 TO WS-TRANS-READ
000211            PERFORM 210-EDIT-TRANSACTION
000212            IF WS-REJECT-REASON = SPACES
000213               PERFORM 215-READ-REGISTER
000214               PERFORM 216-EDIT-AGAINST-REGISTER
000215            END-IF
000216            IF WS-REJECT-REASON NOT = SPACES
000217               PERFORM 230-REJECT-TRANSACTION
000218            ELSE
000219               EVALUATE TRUE
000220                   WHEN TRAN-REISSUE
000221                       PERFORM 225-APPLY-REISSUE
000222                   WHEN OTHER
000223                       PERFORM 220-APPLY-VOID-STOP
000224               END-EVALUATE
000225            END-IF
000226            PERFORM 240-READ-RECORD
000227            CONTINUE.
000228*
000229* Field edits, strictest first - the first failure wins and its
000230* reason rides the error record back to the disbursement desk.
000231        210-EDIT-TRANSACTION.
000232            MOVE SPACES TO WS-REJECT-REASON
000233            EVALUATE TRUE
000234                WHEN NOT TRAN-VALID-ACTION
000235                    MOVE 'ACTION NOT V/S/R'
000236                      TO WS-REJECT-REASON
000237                WHEN TRAN-CHECK-NO NOT NUMERIC
000238                    MOVE 'CHECK NUMBER NOT NUMERIC'
000239                      TO WS-REJECT-REASON
000240                WHEN TRAN-REASON = SPACES
000241                    MOVE 'REASON FOR THE ACTION MISSING'
000242                      TO WS-REJECT-REASON
000243                WHEN OTHER
000244                    CONTINUE
000245            END-EVALUATE
000246            CONTINUE.
000247*
000248        215-READ-REGISTER.
000249            SET REGISTER-FOUND TO TRUE
000250            MOVE TRAN-CHECK-NO TO CRG-CHECK-NO
000251            READ CRGFILE
000252               INVALID KEY
000253                  SET REGISTER-NOT-FOUND TO TRUE
000254            END-READ
000255            CONTINUE.
000256*
000257* A cleared item has already been paid - nothing can be voided
000258* or stopped after the fact. A void or stop applies once; a
000259* reissue is allowed on a live item (it voids it) or on a void
000260* or stop not already replaced.
000261        216-EDIT-AGAINST-REGISTER.
000262            EVALUATE TRUE
000263                WHEN REGISTER-NOT-FOUND
000264                    MOVE 'CHECK NOT ON CHECK REGISTER'
000265                      TO WS-REJECT-REASON
000266                WHEN CRG-ITEM-CLEARED
000267                    MOVE 'CHECK ALREADY CLEARED BY THE BANK'
000268                      TO WS-REJECT-REASON
000269                WHEN CRG-ITEM-ESCHEATED
000269                    MOVE 'CHECK ESCHEATED - CLAIM FROM THE STATE'
000269                      TO WS-REJECT-REASON
000269                WHEN (TRAN-STOP OR TRAN-REISSUE) AND
000270                     CRG-PAID-BY-ACH
000271                    MOVE 'STOP/REISSUE NOT VALID FOR ACH ITEM'
000272                      TO WS-REJECT-REASON
000273                WHEN (TRAN-VOID OR TRAN-STOP) AND
000274                     NOT CRG-ITEM-LIVE
000275                    MOVE 'CHECK ALREADY VOIDED OR STOPPED'
000276                      TO WS-REJECT-REASON
000277                WHEN TRAN-REISSUE AND NOT CRG-ITEM-LIVE AND
000278                     CRG-LINKED-CHECK-NO > 0
000279                    MOVE 'CHECK ALREADY REISSUED'
000280                      TO WS-REJECT-REASON
000281                WHEN OTHER
000282                    CONTINUE
000283            END-EVALUATE
000284            CONTINUE.
000285*
000286        220-APPLY-VOID-STOP.
000287            MOVE CHECK-REGISTER-REC TO AUD-BEFORE-IMAGE
000288            IF TRAN-VOID
000289               SET CRG-ITEM-VOIDED  TO TRUE
000290               ADD 1 TO WS-CHECKS-VOIDED
000291            ELSE
000292               SET CRG-ITEM-STOPPED TO TRUE
000293               ADD 1 TO WS-CHECKS-STOPPED
000294            END-IF
000295            PERFORM 221-FLAG-POSITIVE-PAY-VOID
000296            MOVE CHECK-REGISTER-REC TO AUD-AFTER-IMAGE
000297            REWRITE CHECK-REGISTER-REC
000298            IF NOT CRGFILE-OK
000299               DISPLAY 'REWRITE FAILED ON CHECK '
000300                       TRAN-CHECK-NO ' STATUS ' FS-STAT-CRG
000301               MOVE 'REWRITE FAILED ON CHECK REGISTER'
000302                 TO WS-REJECT-REASON
000303               PERFORM 230-REJECT-TRANSACTION
000304            ELSE
000305               PERFORM 235-WRITE-AUDIT
000306            END-IF
000307            CONTINUE.
000308*
000309* The bank has to hear about the void on the next positive-pay
000310* file - unless the item was a reissue whose issue record never
000311* went out, in which case the bank never knew of it at all
000312        221-FLAG-POSITIVE-PAY-VOID.
000313            EVALUATE TRUE
000314                WHEN CRG-PAID-BY-ACH
000315                    CONTINUE
000316                WHEN CRG-PP-ISSUE-PENDING
000317                    MOVE SPACE TO CRG-PP-FLAG
000318                WHEN OTHER
000319                    SET CRG-PP-VOID-PENDING TO TRUE
000320            END-EVALUATE
000321            CONTINUE.
000322*
000323* The replacement takes the next CHKCTL number and goes onto the
000324* register first; only once it is safely there is the original
000325* voided (if still live) and linked forward to it.
000326        225-APPLY-REISSUE.
000327            MOVE CHECK-REGISTER-REC TO WS-ORIGINAL-REGISTER-REC
000328            MOVE CTR-NEXT-CHECK-NO  TO WS-NEW-CHECK-NO
000329            MOVE WS-NEW-CHECK-NO    TO CRG-CHECK-NO
000330            IF TRAN-NEW-PAYEE NOT = SPACES
000331               MOVE TRAN-NEW-PAYEE  TO CRG-PAYEE
000332            END-IF
000333            MOVE WS-CURRENT-DATE-NUM TO CRG-ISSUE-DATE
000334            MOVE 'N'                TO CRG-CLEARED-FLAG
000335            MOVE ZERO               TO CRG-CLEARED-DATE
000336            MOVE 'C'                TO CRG-PAY-METHOD
000337            SET CRG-PP-ISSUE-PENDING TO TRUE
000338            SET CRG-ITEM-LIVE       TO TRUE
000339            MOVE TRAN-CHECK-NO      TO CRG-LINKED-CHECK-NO
000340            WRITE CHECK-REGISTER-REC
000341               INVALID KEY
000342                  DISPLAY 'CHECK NO ALREADY ON REGISTER: '
000343                          CRG-CHECK-NO
000344                  MOVE 'REPLACEMENT NUMBER ALREADY ON REGISTER'
000345                    TO WS-REJECT-REASON
000346                  PERFORM 230-REJECT-TRANSACTION
000347               NOT INVALID KEY
000348                  ADD 1 TO CTR-NEXT-CHECK-NO
000349                  PERFORM 226-WRITE-REISSUE-EXTRACT
000350                  MOVE SPACES             TO AUD-BEFORE-IMAGE
000351                  MOVE CHECK-REGISTER-REC TO AUD-AFTER-IMAGE
000352                  PERFORM 235-WRITE-AUDIT
000353                  PERFORM 227-LINK-ORIGINAL
000354            END-WRITE
000355            CONTINUE.
000356*
000357        226-WRITE-REISSUE-EXTRACT.
000358            MOVE SPACES            TO RIS-RECORD
000359            MOVE CRG-POLICY-NO     TO PAYX-POLICY-NO
000360            MOVE CRG-PAYEE         TO PAYX-PAYEE
000361            MOVE CRG-AMOUNT        TO PAYX-AMOUNT
000362            MOVE WS-BATCH-RUN-ID   TO PAYX-RUN-ID
000363            MOVE CRG-ISSUE-DATE    TO PAYX-PROCESS-DATE
000364            MOVE CRG-CHECK-NO      TO PAYX-CHECK-NO
000365            MOVE CRG-PAY-METHOD    TO PAYX-PAY-METHOD
000365* A reissue goes to the same payee as the item it replaces
000365            MOVE CRG-PAYEE-TYPE    TO PAYX-PAYEE-TYPE
000365            MOVE ZERO              TO PAYX-PROVIDER-NO
000366            WRITE RIS-RECORD
000367            ADD 1 TO WS-CHECKS-REISSUED
000368            ADD CRG-AMOUNT TO WS-REISSUE-TOTAL
000369            CONTINUE.
000370*
000371        227-LINK-ORIGINAL.
000372            MOVE WS-ORIGINAL-REGISTER-REC TO CHECK-REGISTER-REC
000373            MOVE CHECK-REGISTER-REC TO AUD-BEFORE-IMAGE
000374            IF CRG-ITEM-LIVE
000375               SET CRG-ITEM-VOIDED  TO TRUE
000376               ADD 1 TO WS-CHECKS-VOIDED
000377               PERFORM 221-FLAG-POSITIVE-PAY-VOID
000378            END-IF
000379            MOVE WS-NEW-CHECK-NO    TO CRG-LINKED-CHECK-NO
000380            MOVE CHECK-REGISTER-REC TO AUD-AFTER-IMAGE
000381            REWRITE CHECK-REGISTER-REC
000382            IF NOT CRGFILE-OK
000383               DISPLAY 'REWRITE FAILED ON CHECK '
000384                       TRAN-CHECK-NO ' STATUS ' FS-STAT-CRG
000385                       ' - REPLACEMENT ' WS-NEW-CHECK-NO
000386                       ' ISSUED'
000387            ELSE
000388               PERFORM 235-WRITE-AUDIT
000389            END-IF
000390            CONTINUE.
000391*
000392        230-REJECT-TRANSACTION.
000393            ADD 1 TO WS-TRANS-REJECTED
000394            MOVE TRAN-RECORD      TO ERR-TRAN-IMAGE
000395            MOVE WS-REJECT-REASON TO ERR-REASON
000396            WRITE ERROR-RECORD
000397            DISPLAY 'REJECTED TRAN - ' WS-REJECT-REASON
000398            MOVE SPACES TO WS-REJECT-REASON
000399            CONTINUE.
000400*
000401        235-WRITE-AUDIT.
000402            ADD 1 TO WS-TRANS-APPLIED
000403            MOVE WS-CURRENT-DATE-NUM TO AUD-DATE
000404            MOVE TRAN-ACTION      TO AUD-ACTION
000405            WRITE AUDIT-RECORD
000406            CONTINUE.
000407*
000408        240-READ-RECORD.
000409            READ TRANFILE
000410               AT END MOVE '1' TO SW-END-TRANS
000411            END-READ
000412            CONTINUE.
000413*
000414        300-TERMINAR.
000415            REWRITE COUNTER-RECORD
000416            DISPLAY "----------------  "
000417            DISPLAY 'Control Counters  '
000418            DISPLAY "----------------  "
000419            MOVE WS-TRANS-READ       TO REC-KTR-OUT
000420            DISPLAY 'Trans Read:         ' REC-KTR-OUT
000421            MOVE WS-TRANS-APPLIED    TO REC-KTR-OUT
000422            DISPLAY 'Audit Rows Written: ' REC-KTR-OUT
000423            MOVE WS-TRANS-REJECTED   TO REC-KTR-OUT
000424            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000425            MOVE WS-CHECKS-VOIDED    TO REC-KTR-OUT
000426            DISPLAY 'Checks Voided:      ' REC-KTR-OUT
000427            MOVE WS-CHECKS-STOPPED   TO REC-KTR-OUT
000428            DISPLAY 'Checks Stopped:     ' REC-KTR-OUT
000429            MOVE WS-CHECKS-REISSUED  TO REC-KTR-OUT
000430            DISPLAY 'Checks Reissued:    ' REC-KTR-OUT
000431            DISPLAY 'Reissue Total:      ' WS-REISSUE-TOTAL
000432            CLOSE TRANFILE CRGFILE CTRFILE RISFILE AUDITFILE
000433                  ERRFILE
000434            DISPLAY "END PROGR: CHKMAINT"
000435            CONTINUE.
000436*
000437        900-ERROR.
000438            MOVE +12 TO RETURN-CODE
000439            GOBACK.
