000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. CLMAUDF.
000003*===============================================================*
000004* CLAIMS QUALITY-AUDIT FINDINGS POSTING                        =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* APPLIES THE QUALITY UNIT'S FINDING TRANSACTIONS (AUDFIND),   =*
000009* KEYED FROM THE CLMAUDS WORKSHEETS, TO THE AUDSAMP SAMPLE     =*
000010* KSDS (SEE AUDSAMPR). AN 'F' RECORDS THE FINDING ON A CLAIM   =*
000011* STILL AWAITING AUDIT, A 'C' CORRECTS ONE ALREADY RECORDED.   =*
000012* THE AUDITOR GIVES THE AMOUNT THE CLAIM SHOULD HAVE PAID AND  =*
000013* ANY PROCEDURAL ERROR CODE (SEE AUDERRT); THE PAYMENT         =*
000014* ERROR IS WORKED OUT HERE AGAINST WHAT CLAIMPRO PAID. EVERY   =*
000015* APPLIED TRANSACTION LEAVES A BEFORE/AFTER IMAGE ON THE       =*
000016* AFAUDIT TRAIL AND EVERY BAD ONE RIDES OUT ON THE AFERR       =*
000017* LISTING WITH ITS REASON (THE AGTMAINT PATTERN).              =*
000018*---------------------------------------------------------------*
000019* MODIFICATION HISTORY:                                        =*
000020* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000021*===============================================================*
000022        ENVIRONMENT DIVISION.
000023        INPUT-OUTPUT SECTION.
000024        FILE-CONTROL.
000025            SELECT TRANFILE  ASSIGN TO AUDFIND
000026               FILE STATUS  IS FS-STAT-TRAN.
000027*    *
000028            SELECT AUDSAMP   ASSIGN TO AUDSAMP
000029               ORGANIZATION IS INDEXED
000030               ACCESS MODE  IS RANDOM
000031               RECORD KEY   IS AS-SAMPLE-KEY
000032               FILE STATUS  IS FS-STAT-AS.
000033*    *
000034            SELECT AUDITFILE ASSIGN TO AFAUDIT
000035               FILE STATUS  IS FS-STAT-AUDIT.
000036*    *
000037            SELECT ERRFILE   ASSIGN TO AFERR
000038               FILE STATUS  IS FS-STAT-ERR.
000039        DATA DIVISION.
000040        FILE SECTION.
000041* One finding transaction - the action byte, the sample ID off
000042* the worksheet, and what the auditor found
000043        FD  TRANFILE
000044            RECORDING MODE IS F
000045            RECORD CONTAINS 100 CHARACTERS
000046            BLOCK CONTAINS 0 RECORDS
000047            DATA RECORD IS TRAN-RECORD.
000048        01  TRAN-RECORD.
000049            05  TRAN-ACTION                      PIC X(01).
000050                88 TRAN-FINDING                     VALUE 'F'.
000051                88 TRAN-CORRECT                     VALUE 'C'.
000052                88 TRAN-VALID-ACTION                VALUES 'F'
000053                                                    'C'.
000054            05  TRAN-SAMPLE-KEY.
000055                10  TRAN-WEEK-END-DATE           PIC 9(08).
000056                10  TRAN-SAMPLE-SEQ              PIC 9(04).
000057            05  TRAN-AUDITOR-ID                  PIC X(08).
000058*  DATE THE AUDIT WAS DONE, CCYYMMDD - ZERO = TODAY
000059            05  TRAN-AUDIT-DATE                  PIC 9(08).
000060            05  TRAN-CORRECT-PAID                PIC 9(07)V99.
000061            05  TRAN-PROC-ERROR-CODE             PIC X(04).
000062            05  TRAN-FINDING-NOTE                PIC X(40).
000063            05  FILLER                           PIC X(18).
000064*
000065        FD  AUDSAMP
000066            RECORD CONTAINS 200 CHARACTERS
000067            DATA RECORD IS AUDIT-SAMPLE-RECORD.
000068        01  AUDIT-SAMPLE-RECORD.
000069            COPY AUDSAMPR.
000070*
000071* Before/after audit trail - one line per applied transaction,
000072* the same shape AGTMAINT leaves on AGAUDIT
000073        FD  AUDITFILE
000074            RECORDING MODE IS F
000075            RECORD CONTAINS 420 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000077            DATA RECORD IS AUDIT-RECORD.
000078        01  AUDIT-RECORD.
000079            05  AUD-DATE                         PIC 9(08).
000080            05  AUD-ACTION                       PIC X(01).
000081            05  AUD-BEFORE-IMAGE                 PIC X(200).
000082            05  AUD-AFTER-IMAGE                  PIC X(200).
000083            05  FILLER                           PIC X(11).
000084*
000085        FD  ERRFILE
000086            RECORDING MODE IS F
000087            RECORD CONTAINS 140 CHARACTERS
000088            BLOCK CONTAINS 0 RECORDS
000089            DATA RECORD IS ERROR-RECORD.
000090        01  ERROR-RECORD.
000091            05  ERR-TRAN-IMAGE                   PIC X(100).
000092            05  ERR-REASON                       PIC X(40).
000093*
000094        WORKING-STORAGE SECTION.
000095*Working Variables
000096        01  WS-CONTADORES.
000097          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000098          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000099          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000100          05  WS-FINDINGS-CLEAN       PIC S9(8) COMP SYNC VALUE 0.
000101          05  WS-FINDINGS-IN-ERROR    PIC S9(8) COMP SYNC VALUE 0.
000102        01  WS-AUDIT-DATE                  PIC 9(08) VALUE ZERO.
000103*Switches Variables & File Status
000104        01  SW-SWITCHE-VARS.
000105            05  SW-END-TRANS                    PIC X VALUE '0'.
000106                88 END-TRANS                       VALUE '1'.
000107            05  SW-SAMPLE-FOUND                 PIC X VALUE 'N'.
000108                88 SAMPLE-FOUND                    VALUE 'Y'.
000109                88 SAMPLE-NOT-FOUND                VALUE 'N'.
000110            05  SW-CODE-FOUND                   PIC X VALUE 'N'.
000111                88 CODE-FOUND                      VALUE 'Y'.
000112                88 CODE-NOT-FOUND                  VALUE 'N'.
000113            05  FS-STAT-TRAN                    PIC X(02).
000114                88 TRANFILE-OK                     VALUE '00'.
000115            05  FS-STAT-AS                      PIC X(02).
000116                88 AUDSAMP-OK                      VALUE '00'.
000117            05  FS-STAT-AUDIT                   PIC X(02).
000118                88 AUDITFILE-OK                    VALUE '00'.
000119            05  FS-STAT-ERR                     PIC X(02).
000120                88 ERRFILE-OK                      VALUE '00'.
000121        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000122*Editing Variables
000123        01  WS-EDIT-VARS.
000124            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000125            05  DATE-VARS                  PIC X(15).
000126            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000127*Date-Validation Variables
000128            COPY GNSWVDTV.
000129*Procedural error codes the auditor may report
000130            COPY AUDERRT.
000131*
000132        PROCEDURE DIVISION.
000133            PERFORM 100-OPEN-FILES
000134            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000135            PERFORM 300-TERMINAR
000136            GOBACK.
000137*
000138        100-OPEN-FILES.
000139            DISPLAY "Init CLMAUDF.."
000140            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000141            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000142            OPEN INPUT TRANFILE
000143            IF NOT TRANFILE-OK
000144               DISPLAY 'ERROR IN OPEN AUDFIND TRANSACTION FILE '
000145               DISPLAY 'FILE STATUS = ' FS-STAT-TRAN
000146               GO TO 900-ERROR.
000147            OPEN I-O AUDSAMP
000148            IF NOT AUDSAMP-OK
000149               DISPLAY 'ERROR IN OPEN AUDIT SAMPLE FILE '
000150               DISPLAY 'FILE STATUS = ' FS-STAT-AS
000151               GO TO 900-ERROR.
000152            OPEN OUTPUT AUDITFILE
000153            IF NOT AUDITFILE-OK
000154               DISPLAY 'ERROR IN OPEN AFAUDIT AUDIT FILE '
000155               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000156               GO TO 900-ERROR.
000157            OPEN OUTPUT ERRFILE
000158            IF NOT ERRFILE-OK
000159               DISPLAY 'ERROR IN OPEN AFERR ERROR FILE '
000160               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000161               GO TO 900-ERROR.
000162            PERFORM 240-READ-RECORD
000163            CONTINUE.
000164*
000165        200-APPLY-ONE-TRAN.
000166            ADD 1 TO WS-TRANS-READ
000167            PERFORM 210-EDIT-TRANSACTION
000168            IF WS-REJECT-REASON = SPACES
000169               PERFORM 215-READ-SAMPLE
000170               EVALUATE TRUE
000171                   WHEN SAMPLE-NOT-FOUND
000172                       MOVE 'SAMPLE ID NOT ON AUDIT SAMPLE FILE'
000173                         TO WS-REJECT-REASON
000174                   WHEN TRAN-FINDING AND AS-AUDIT-DONE
000175                       MOVE 'FINDING ALREADY RECORDED - USE C'
000176                         TO WS-REJECT-REASON
000177                   WHEN TRAN-CORRECT AND AS-AUDIT-OPEN
000178                       MOVE 'NO FINDING RECORDED YET - USE F'
000179                         TO WS-REJECT-REASON
000180                   WHEN WS-AUDIT-DATE < AS-WEEK-END-DATE
000181                       MOVE 'AUDIT DATE BEFORE THE SAMPLE WEEK'
000182                         TO WS-REJECT-REASON
000183                   WHEN OTHER
000184                       PERFORM 220-APPLY-FINDING
000185               END-EVALUATE
000186            END-IF
000187            IF WS-REJECT-REASON NOT = SPACES
000188               PERFORM 230-REJECT-TRANSACTION
000189            END-IF
000190            PERFORM 240-READ-RECORD
000191            CONTINUE.
000192*
000193* Field edits, strictest first - the first failure wins and its
000194* reason rides the error record back to the quality unit.
000195        210-EDIT-TRANSACTION.
000196            MOVE SPACES TO WS-REJECT-REASON
000197            MOVE WS-CURRENT-DATE-NUM TO WS-AUDIT-DATE
000198            PERFORM 211-FIND-ERROR-CODE
000199            EVALUATE TRUE
000200                WHEN NOT TRAN-VALID-ACTION
000201                    MOVE 'ACTION NOT F/C'
000202                      TO WS-REJECT-REASON
000203                WHEN TRAN-SAMPLE-KEY NOT NUMERIC
000204                    MOVE 'SAMPLE ID NOT NUMERIC'
000205                      TO WS-REJECT-REASON
000206                WHEN TRAN-AUDITOR-ID = SPACES
000207                    MOVE 'AUDITOR ID MISSING'
000208                      TO WS-REJECT-REASON
000209                WHEN TRAN-CORRECT-PAID NOT NUMERIC
000210                    MOVE 'CORRECT PAID AMOUNT NOT NUMERIC'
000211                      TO WS-REJECT-REASON
000212                WHEN TRAN-PROC-ERROR-CODE NOT = SPACES AND
000213                     CODE-NOT-FOUND
000214                    MOVE 'PROCEDURAL ERROR CODE NOT ON TABLE'
000215                      TO WS-REJECT-REASON
000216                WHEN TRAN-AUDIT-DATE NOT NUMERIC
000217                    MOVE 'AUDIT DATE NOT NUMERIC'
000218                      TO WS-REJECT-REASON
000219                WHEN TRAN-AUDIT-DATE = ZERO
000220                    CONTINUE
000221                WHEN TRAN-AUDIT-DATE > WS-CURRENT-DATE-NUM
000222                    MOVE 'AUDIT DATE IN THE FUTURE'
000223                      TO WS-REJECT-REASON
000224                WHEN OTHER
000225                    MOVE TRAN-AUDIT-DATE TO DTV-DATE-NUM
000226                    CALL 'GNSPPDTV' USING DTV-VARI
000227                        RETURNING RETURN-CODE
000228                    END-CALL
000229                    IF RETURN-CODE NOT = 0
000230                       MOVE +0 TO RETURN-CODE
000231                       MOVE DTV-CMSG TO WS-REJECT-REASON
000232                    ELSE
000233                       MOVE TRAN-AUDIT-DATE TO WS-AUDIT-DATE
000234                    END-IF
000235            END-EVALUATE
000236            CONTINUE.
000237*
000238        211-FIND-ERROR-CODE.
000239            SET CODE-NOT-FOUND TO TRUE
000240            SET AUD-ERR-IDX TO 1
000241            SEARCH AUD-ERROR-ENTRY
000242               AT END CONTINUE
000243               WHEN AUD-ERROR-CODE (AUD-ERR-IDX) =
000244                    TRAN-PROC-ERROR-CODE
000245                  SET CODE-FOUND TO TRUE
000246            END-SEARCH
000247            CONTINUE.
000248*
000249        215-READ-SAMPLE.
000250            SET SAMPLE-FOUND TO TRUE
000251            MOVE TRAN-SAMPLE-KEY TO AS-SAMPLE-KEY
000252            READ AUDSAMP
000253               INVALID KEY
000254                  SET SAMPLE-NOT-FOUND TO TRUE
000255            END-READ
000256            CONTINUE.
000257*
000258* The payment error is what CLAIMPRO paid against what the
000259* auditor says it should have paid - a wrongly denied claim
000260* is an underpayment of everything it should have paid. A
000261* correction replaces the earlier finding outright.
000262        220-APPLY-FINDING.
000263            MOVE AUDIT-SAMPLE-RECORD   TO AUD-BEFORE-IMAGE
000264            MOVE TRAN-AUDITOR-ID       TO AS-AUDITOR-ID
000265            MOVE WS-AUDIT-DATE         TO AS-AUDIT-DATE
000266            MOVE TRAN-CORRECT-PAID     TO AS-CORRECT-PAID
000267            MOVE TRAN-PROC-ERROR-CODE  TO AS-PROC-ERROR-CODE
000268            MOVE TRAN-FINDING-NOTE     TO AS-FINDING-NOTE
000269            EVALUATE TRUE
000270                WHEN AS-PAID-AMOUNT > AS-CORRECT-PAID
000271                    SET AS-OVERPAID TO TRUE
000272                    COMPUTE AS-PAY-ERROR-AMOUNT =
000273                        AS-PAID-AMOUNT - AS-CORRECT-PAID
000274                WHEN AS-PAID-AMOUNT < AS-CORRECT-PAID
000275                    SET AS-UNDERPAID TO TRUE
000276                    COMPUTE AS-PAY-ERROR-AMOUNT =
000277                        AS-CORRECT-PAID - AS-PAID-AMOUNT
000278                WHEN OTHER
000279                    SET AS-NO-PAY-ERROR TO TRUE
000280                    MOVE ZERO TO AS-PAY-ERROR-AMOUNT
000281            END-EVALUATE
000282            SET AS-AUDIT-DONE          TO TRUE
000283            MOVE AUDIT-SAMPLE-RECORD   TO AUD-AFTER-IMAGE
000284            REWRITE AUDIT-SAMPLE-RECORD
000285            IF NOT AUDSAMP-OK
000286               DISPLAY 'REWRITE FAILED ON SAMPLE '
000287                       TRAN-SAMPLE-KEY ' STATUS ' FS-STAT-AS
000288               MOVE 'REWRITE FAILED ON AUDIT SAMPLE FILE'
000289                 TO WS-REJECT-REASON
000290            ELSE
000291               IF AS-NO-PAY-ERROR AND AS-NO-PROC-ERROR
000292                  ADD 1 TO WS-FINDINGS-CLEAN
000293               ELSE
000294                  ADD 1 TO WS-FINDINGS-IN-ERROR
000295               END-IF
000296               PERFORM 235-WRITE-AUDIT
000297            END-IF
000298            CONTINUE.
000299*
000300        230-REJECT-TRANSACTION.
000301            ADD 1 TO WS-TRANS-REJECTED
000302            MOVE TRAN-RECORD      TO ERR-TRAN-IMAGE
000303            MOVE WS-REJECT-REASON TO ERR-REASON
000304            WRITE ERROR-RECORD
000305            DISPLAY 'REJECTED TRAN - ' WS-REJECT-REASON
000306            MOVE SPACES TO WS-REJECT-REASON
000307            CONTINUE.
000308*
000309        235-WRITE-AUDIT.
000310            ADD 1 TO WS-TRANS-APPLIED
000311            MOVE DATE-VARS (1:8)  TO AUD-DATE
000312            MOVE TRAN-ACTION      TO AUD-ACTION
000313            WRITE AUDIT-RECORD
000314            CONTINUE.
000315*
000316        240-READ-RECORD.
000317            READ TRANFILE
000318               AT END MOVE '1' TO SW-END-TRANS
000319            END-READ
000320            CONTINUE.
000321*
000322        300-TERMINAR.
000323            DISPLAY "----------------  "
000324            DISPLAY 'Control Counters  '
000325            DISPLAY "----------------  "
000326            MOVE WS-TRANS-READ        TO REC-KTR-OUT
000327            DISPLAY 'Trans Read:         ' REC-KTR-OUT
000328            MOVE WS-TRANS-APPLIED     TO REC-KTR-OUT
000329            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000330            MOVE WS-TRANS-REJECTED    TO REC-KTR-OUT
000331            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000332            MOVE WS-FINDINGS-CLEAN    TO REC-KTR-OUT
000333            DISPLAY 'Claims No Error:    ' REC-KTR-OUT
000334            MOVE WS-FINDINGS-IN-ERROR TO REC-KTR-OUT
000335            DISPLAY 'Claims In Error:    ' REC-KTR-OUT
000336            CLOSE TRANFILE AUDSAMP AUDITFILE ERRFILE
000337            DISPLAY "END PROGR: CLMAUDF"
000338            CONTINUE.
000339*
000340        900-ERROR.
000341            MOVE +12 TO RETURN-CODE
000342            GOBACK.
