000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. NITEBAL.
000003*===============================================================*
000004* END-OF-NIGHT CROSS-SYSTEM MONEY BALANCING                    =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* EVERY NIGHTLY PROGRAM BALANCES ITS OWN INPUT TO ITS OWN      =*
000009* OUTPUT; THIS ONE PROVES THE DOLLARS AGREE FROM ONE STEP TO   =*
000010* THE NEXT. RUN LAST IN THE NIGHT, IT TIES THE CONTROL TOTALS  =*
000011* EACH PROGRAM LEFT ON RUNSTATS (SEE RUNSTREC) TO THE FILES    =*
000012* THE NEXT PROGRAM READ:                                       =*
000013*   CLAIMPRO PAID TOTAL/COUNT  - OGLEXT DEBITS AND TRAILER     =*
000014*   CLAIMPRO PAID TOTAL/COUNT  - OPAYEXT PAYMENT EXTRACT       =*
000015*   OPAYEXT + ORFNDEXT         - CHKASGN CHECK REGISTER TOTAL  =*
000016*   CHKASGN REGISTER TOTAL     - CHKREG ITEMS POSTED FOR THE   =*
000017*                                NUMBERS ON PAYEXTO            =*
000018*   HOSPEDIT HCLAIM CLAIMS FED - CLMINTAK HCLAIM CLAIMS LOADED =*
000019*   PATSTMT AMOUNTS DUE        - HOSPEDIT PATAR CHARGES POSTED =*
000020*                                PLUS OPEN-STAY AMOUNTS DUE    =*
000021* EVERY CHECK PRINTS ON OBALRPT; A CHECK THAT DOES NOT TIE,    =*
000022* OR A PROGRAM WITH NO RUNSTATS ROW FOR THE NIGHT, IS FLAGGED  =*
000023* *** BREAK *** AND ALSO DISPLAYED ON SYSOUT. ANY BREAK ENDS   =*
000024* THE RUN WITH RC 8 SO THE SCHEDULER HOLDS THE MORNING         =*
000025* DISBURSEMENT JOBS; RC 12 = A FILE COULD NOT BE OPENED.       =*
000026* SYSIN: BUSINESS DATE CCYYMMDD (BLANK = TODAY).               =*
000027*---------------------------------------------------------------*
000028* MODIFICATION HISTORY:                                        =*
000029* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000030*===============================================================*
000031        ENVIRONMENT DIVISION.
000032        INPUT-OUTPUT SECTION.
000033        FILE-CONTROL.
000034            SELECT RUNSTATS  ASSIGN TO RUNSTATS
000035               FILE STATUS  IS FS-STAT-RUNS.
000036*    *
000037            SELECT GLFILE    ASSIGN TO OGLEXT
000038               FILE STATUS  IS FS-STAT-GL.
000039*    *
000040            SELECT CLMPAY    ASSIGN TO OPAYEXT
000041               FILE STATUS  IS FS-STAT-CPAY.
000042*    *
000043            SELECT RFNDPAY   ASSIGN TO RFNDEXT
000044               FILE STATUS  IS FS-STAT-RPAY.
000045*    *
000046            SELECT PAYOUT    ASSIGN TO PAYEXTO
000047               FILE STATUS  IS FS-STAT-PAYOUT.
000048*    *
000049            SELECT CRGFILE   ASSIGN TO CHKREG
000050               ORGANIZATION IS INDEXED
000051               ACCESS MODE  IS RANDOM
000052               RECORD KEY   IS CRG-CHECK-NO
000053               FILE STATUS  IS FS-STAT-CRG.
000054*    *
000055            SELECT STMTFILE  ASSIGN TO PATSTMT
000056               FILE STATUS  IS FS-STAT-STMT.
000057*    *
000058            SELECT BALRPT    ASSIGN TO OBALRPT
000059               FILE STATUS  IS FS-STAT-RPT.
000060        DATA DIVISION.
000061        FILE SECTION.
000062        FD  RUNSTATS
000063            RECORDING MODE IS F
000064            RECORD CONTAINS 80 CHARACTERS
000065            BLOCK CONTAINS 0 RECORDS
000066            DATA RECORD IS RUN-STAT-RECORD.
000067        01  RUN-STAT-RECORD.
000068            COPY RUNSTREC.
000069* Same GL extract layout CLAIMPRO (or CLMMERGE) writes
000070        FD  GLFILE
000071            RECORDING MODE IS F
000072            RECORD CONTAINS 100 CHARACTERS
000073            BLOCK CONTAINS 0 RECORDS
000074            DATA RECORD IS GL-IN-RECORD.
000075        01  GL-IN-RECORD.
000076            05  GLI-RUN-DATE                     PIC 9(08).
000077            05  GLI-BATCH-RUN-ID                 PIC X(08).
000078            05  GLI-RECORD-TYPE                  PIC X(01).
000079            05  GLI-ACCOUNT-NO                   PIC X(08).
000080            05  GLI-ACCOUNT-DESC                 PIC X(30).
000081            05  GLI-AMOUNT                       PIC 9(11)V99.
000082            05  GLI-CLAIM-PAID-COUNT             PIC 9(08).
000083            05  FILLER                           PIC X(24).
000084* The three payment files are all in the PAYEXTR layout - each
000085* is read into WS-PAY-RECORD
000086        FD  CLMPAY
000087            RECORDING MODE IS F
000088            RECORD CONTAINS 80 CHARACTERS
000089            BLOCK CONTAINS 0 RECORDS
000090            DATA RECORD IS CLM-PAY-RECORD.
000091        01  CLM-PAY-RECORD                       PIC X(80).
000092        FD  RFNDPAY
000093            RECORDING MODE IS F
000094            RECORD CONTAINS 80 CHARACTERS
000095            BLOCK CONTAINS 0 RECORDS
000096            DATA RECORD IS RFND-PAY-RECORD.
000097        01  RFND-PAY-RECORD                      PIC X(80).
000098        FD  PAYOUT
000099            RECORDING MODE IS F
000100            RECORD CONTAINS 80 CHARACTERS
000101            BLOCK CONTAINS 0 RECORDS
000102            DATA RECORD IS PAY-OUT-RECORD.
000103        01  PAY-OUT-RECORD                       PIC X(80).
000104        FD  CRGFILE
000105            RECORD CONTAINS 80 CHARACTERS
000106            DATA RECORD IS CHECK-REGISTER-REC.
000107        01  CHECK-REGISTER-REC.
000108            COPY CHKREGR.
000109        FD  STMTFILE
000110            RECORDING MODE IS F
000111            RECORD CONTAINS 80 CHARACTERS
000112            BLOCK CONTAINS 0 RECORDS
000113            DATA RECORD IS STMT-IN-RECORD.
000114        01  STMT-IN-RECORD                       PIC X(80).
000115        FD  BALRPT
000116            RECORDING MODE IS F
000117            RECORD CONTAINS 133 CHARACTERS
000118            BLOCK CONTAINS 0 RECORDS
000119            DATA RECORD IS BAL-REPORT.
000120        01  BAL-REPORT                           PIC X(133).
000121*
000122        WORKING-STORAGE SECTION.
000123*Working Variables
000124        01  WS-CONTADORES.
000125          05  WS-RUNS-READ            PIC S9(8) COMP SYNC VALUE 0.
000126          05  WS-GL-READ              PIC S9(8) COMP SYNC VALUE 0.
000127          05  WS-CPAY-READ            PIC S9(8) COMP SYNC VALUE 0.
000128          05  WS-RPAY-READ            PIC S9(8) COMP SYNC VALUE 0.
000129          05  WS-PAYOUT-READ          PIC S9(8) COMP SYNC VALUE 0.
000130          05  WS-CRG-FOUND            PIC S9(8) COMP SYNC VALUE 0.
000131          05  WS-CRG-MISSING          PIC S9(8) COMP SYNC VALUE 0.
000132          05  WS-STMT-READ            PIC S9(8) COMP SYNC VALUE 0.
000133          05  WS-STMT-TOTALS          PIC S9(8) COMP SYNC VALUE 0.
000134          05  WS-CHECKS-MADE          PIC S9(8) COMP SYNC VALUE 0.
000135          05  WS-BREAKS               PIC S9(8) COMP SYNC VALUE 0.
000136*Business date - SYSIN override or today
000137        01  WS-RUN-DATE-IN                 PIC X(08) VALUE SPACES.
000138        01  WS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
000139*Control totals off the night's RUNSTATS rows - a split night
000140*leaves one CLAIMPRO row per partition, so CLAIMPRO rows add up;
000141*for the others the last row of the night (a rerun) stands
000142        01  WS-RUNSTATS-TOTALS.
000143            05  WS-CLMP-PAID-COUNT         PIC S9(9) COMP-3
000144                                                     VALUE 0.
000145            05  WS-CLMP-PAID-AMT           PIC S9(11)V99 COMP-3
000146                                                     VALUE 0.
000147            05  WS-CHKA-ASSIGNED           PIC S9(9) COMP-3
000148                                                     VALUE 0.
000149            05  WS-CHKA-REGISTER-AMT       PIC S9(11)V99 COMP-3
000150                                                     VALUE 0.
000151            05  WS-CINT-HOSP-LOADED        PIC S9(9) COMP-3
000152                                                     VALUE 0.
000153            05  WS-HOSP-CLAIMS-FED         PIC S9(9) COMP-3
000154                                                     VALUE 0.
000155            05  WS-HOSP-AR-POSTED          PIC S9(11)V99 COMP-3
000156                                                     VALUE 0.
000157            05  WS-HOSP-OPEN-DUE           PIC S9(11)V99 COMP-3
000158                                                     VALUE 0.
000159*Totals taken off the files themselves
000160        01  WS-FILE-TOTALS.
000161            05  WS-GL-DEBIT-AMT            PIC S9(11)V99 COMP-3
000162                                                     VALUE 0.
000163            05  WS-GL-TRAILER-COUNT        PIC S9(9) COMP-3
000164                                                     VALUE 0.
000165            05  WS-CPAY-AMT                PIC S9(11)V99 COMP-3
000166                                                     VALUE 0.
000167            05  WS-RPAY-AMT                PIC S9(11)V99 COMP-3
000168                                                     VALUE 0.
000169            05  WS-CRG-AMT                 PIC S9(11)V99 COMP-3
000170                                                     VALUE 0.
000171            05  WS-STMT-DUE-AMT            PIC S9(11)V99 COMP-3
000172                                                     VALUE 0.
000173*The one tie being checked and printed
000174        01  WS-TIE-VARS.
000175            05  WS-TIE-DESC                PIC X(50).
000176            05  WS-TIE-LEFT                PIC S9(11)V99 COMP-3.
000177            05  WS-TIE-RIGHT               PIC S9(11)V99 COMP-3.
000178            05  WS-TIE-DIFF                PIC S9(11)V99 COMP-3.
000179*Switches Variables & File Status
000180        01  SW-SWITCHE-VARS.
000181            05  SW-END-RUNS                     PIC X VALUE '0'.
000182                88 END-RUNS                        VALUE '1'.
000183            05  SW-END-GL                       PIC X VALUE '0'.
000184                88 END-GL                          VALUE '1'.
000185            05  SW-END-CPAY                     PIC X VALUE '0'.
000186                88 END-CPAY                        VALUE '1'.
000187            05  SW-END-RPAY                     PIC X VALUE '0'.
000188                88 END-RPAY                        VALUE '1'.
000189            05  SW-END-PAYOUT                   PIC X VALUE '0'.
000190                88 END-PAYOUT                      VALUE '1'.
000191            05  SW-END-STMT                     PIC X VALUE '0'.
000192                88 END-STMT                        VALUE '1'.
000193            05  SW-CLMP-SEEN                    PIC X VALUE 'N'.
000194                88 CLMP-SEEN                       VALUE 'Y'.
000195            05  SW-CHKA-SEEN                    PIC X VALUE 'N'.
000196                88 CHKA-SEEN                       VALUE 'Y'.
000197            05  SW-CINT-SEEN                    PIC X VALUE 'N'.
000198                88 CINT-SEEN                       VALUE 'Y'.
000199            05  SW-HOSP-SEEN                    PIC X VALUE 'N'.
000200                88 HOSP-SEEN                       VALUE 'Y'.
000201            05  FS-STAT-RUNS                    PIC X(02).
000202                88 RUNSFILE-OK                     VALUE '00'.
000203            05  FS-STAT-GL                      PIC X(02).
000204                88 GLFILE-OK                       VALUE '00'.
000205            05  FS-STAT-CPAY                    PIC X(02).
000206                88 CLMPAY-OK                       VALUE '00'.
000207            05  FS-STAT-RPAY                    PIC X(02).
000208                88 RFNDPAY-OK                      VALUE '00'.
000209            05  FS-STAT-PAYOUT                  PIC X(02).
000210                88 PAYOUT-OK                       VALUE '00'.
000211            05  FS-STAT-CRG                     PIC X(02).
000212                88 CRGFILE-OK                      VALUE '00'.
000213            05  FS-STAT-STMT                    PIC X(02).
000214                88 STMTFILE-OK                     VALUE '00'.
000215            05  FS-STAT-RPT                     PIC X(02).
000216                88 BALRPT-OK                       VALUE '00'.
000217*Editing Variables
000218        01  WS-EDIT-VARS.
000219            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000220            05  DATE-VARS                  PIC X(15).
000221*Payment record - OPAYEXT, ORFNDEXT and PAYEXTO are read into it
000222        01  WS-PAY-RECORD.
000223            COPY PAYEXTR.
000224*PATSTMT line - the total line of a statement (interim or final)
000225*carries AMOUNT DUE in columns 1-28 and the edited amount after
000226        01  WS-STMT-LINE.
000227            05  WS-STMT-LABEL              PIC X(28).
000228                88 STMT-AMOUNT-DUE-LINE       VALUE 'AMOUNT DUE'.
000229            05  WS-STMT-AMT-ED             PIC $,$$$,$99.99.
000230            05  FILLER                     PIC X(40).
000231        01  WS-STMT-AMT                PIC 9(07)V99 VALUE ZERO.
000232*Report lines
000233        01  WS-BAL-LINES.
000234            02  BAL-HEADER-01.
000235                05  FILLER            PIC X VALUE SPACE.
000236                05  FILLER            PIC X(45)
000237                VALUE 'End-of-Night Cross-System Balancing'.
000238                05  FILLER            PIC X(15)
000239                VALUE 'BUSINESS DATE: '.
000240                05  BAL-DATE-OU       PIC 9999/99/99.
000241            02  BAL-HEADER-02.
000242                05  FILLER            PIC X VALUE SPACE.
000243                05  FILLER            PIC X(51) VALUE 'CHECK'.
000244                05  FILLER            PIC X(20)
000245                    VALUE '      FIRST SOURCE'.
000246                05  FILLER            PIC X(20)
000247                    VALUE '     SECOND SOURCE'.
000248                05  FILLER            PIC X(20)
000249                    VALUE '        DIFFERENCE'.
000250                05  FILLER            PIC X(06) VALUE 'STATUS'.
000251            02  BAL-AMOUNT-LINE.
000252                05  FILLER            PIC X VALUE SPACE.
000253                05  BAL-DESC-OU            PIC X(50).
000254                05  FILLER            PIC X VALUE SPACE.
000255                05  BAL-LEFT-OU            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000256                05  FILLER            PIC X(02) VALUE SPACES.
000257                05  BAL-RIGHT-OU           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000258                05  FILLER            PIC X(02) VALUE SPACES.
000259                05  BAL-DIFF-OU            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
000260                05  FILLER            PIC X(02) VALUE SPACES.
000261                05  BAL-STATUS-OU          PIC X(14).
000262            02  BAL-COUNT-LINE.
000263                05  FILLER            PIC X VALUE SPACE.
000264                05  BAL-CDESC-OU           PIC X(50).
000265                05  FILLER            PIC X VALUE SPACE.
000266                05  BAL-CLEFT-OU           PIC ZZ,ZZZ,ZZZ,ZZ9-.
000267                05  FILLER            PIC X(05) VALUE SPACES.
000268                05  BAL-CRIGHT-OU          PIC ZZ,ZZZ,ZZZ,ZZ9-.
000269                05  FILLER            PIC X(05) VALUE SPACES.
000270                05  BAL-CDIFF-OU           PIC ZZ,ZZZ,ZZZ,ZZ9-.
000271                05  FILLER            PIC X(05) VALUE SPACES.
000272                05  BAL-CSTATUS-OU         PIC X(14).
000273            02  BAL-MISSING-LINE.
000274                05  FILLER            PIC X VALUE SPACE.
000275                05  FILLER            PIC X(22)
000276                    VALUE 'NO RUNSTATS ROW FROM '.
000277                05  BAL-MISS-PGM-OU        PIC X(08).
000278                05  FILLER            PIC X(93) VALUE SPACES.
000279                05  FILLER            PIC X(13)
000280                    VALUE '*** BREAK ***'.
000281            02  BAL-NOTREG-LINE.
000282                05  FILLER            PIC X VALUE SPACE.
000283                05  FILLER            PIC X(06) VALUE 'CHECK '.
000284                05  BAL-NOTREG-NO-OU       PIC 9(08).
000285                05  FILLER            PIC X(18)
000286                    VALUE ' ON PAYEXTO, AMT '.
000287                05  BAL-NOTREG-AMT-OU      PIC Z,ZZZ,ZZ9.99.
000288                05  FILLER            PIC X(19)
000289                    VALUE ' - NOT ON CHKREG'.
000290            02  BAL-TOTAL-LINE.
000291                05  FILLER            PIC X VALUE SPACE.
000292                05  FILLER            PIC X(16)
000293                    VALUE 'CHECKS MADE:    '.
000294                05  BAL-TOT-CHECKS-OU      PIC ZZZ9.
000295                05  FILLER            PIC X(04) VALUE SPACES.
000296                05  FILLER            PIC X(16)
000297                    VALUE 'BREAKS:         '.
000298                05  BAL-TOT-BREAKS-OU      PIC ZZZ9.
000299                05  FILLER            PIC X(04) VALUE SPACES.
000300                05  BAL-VERDICT-OU         PIC X(50).
000301*
000302        PROCEDURE DIVISION.
000303            PERFORM 100-OPEN-FILES
000304            PERFORM 200-TAKE-RUN-STATS UNTIL END-RUNS
000305            PERFORM 210-ADD-GL-LINE UNTIL END-GL
000306            PERFORM 220-ADD-CLAIM-PAYMENT UNTIL END-CPAY
000307            PERFORM 225-ADD-REFUND-PAYMENT UNTIL END-RPAY
000308            PERFORM 230-MATCH-REGISTER-ITEM UNTIL END-PAYOUT
000309            PERFORM 240-ADD-STATEMENT-LINE UNTIL END-STMT
000310            PERFORM 300-BALANCE
000311            PERFORM 400-TERMINAR
000312            GOBACK.
000313*
000314        100-OPEN-FILES.
000315            DISPLAY "Init NITEBAL.."
000316            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000317            ACCEPT WS-RUN-DATE-IN FROM SYSIN
000318            IF WS-RUN-DATE-IN = SPACES
000319               OR WS-RUN-DATE-IN = LOW-VALUES
000320               MOVE DATE-VARS (1:8) TO WS-BUSINESS-DATE
000321            ELSE
000322               MOVE WS-RUN-DATE-IN  TO WS-BUSINESS-DATE
000323            END-IF
000324            DISPLAY "Balancing business date: " WS-BUSINESS-DATE
000325            OPEN INPUT RUNSTATS
000326            IF NOT RUNSFILE-OK
000327               DISPLAY 'ERROR IN OPEN RUNSTATS HISTORY FILE '
000328               DISPLAY 'FILE STATUS = ' FS-STAT-RUNS
000329               GO TO 900-ERROR.
000330            OPEN INPUT GLFILE
000331            IF NOT GLFILE-OK
000332               DISPLAY 'ERROR IN OPEN GL EXTRACT FILE '
000333               DISPLAY 'FILE STATUS = ' FS-STAT-GL
000334               GO TO 900-ERROR.
000335            OPEN INPUT CLMPAY
000336            IF NOT CLMPAY-OK
000337               DISPLAY 'ERROR IN OPEN CLAIM PAYMENT EXTRACT '
000338               DISPLAY 'FILE STATUS = ' FS-STAT-CPAY
000339               GO TO 900-ERROR.
000340            OPEN INPUT RFNDPAY
000341            IF NOT RFNDPAY-OK
000342               DISPLAY 'ERROR IN OPEN REFUND PAYMENT EXTRACT '
000343               DISPLAY 'FILE STATUS = ' FS-STAT-RPAY
000344               GO TO 900-ERROR.
000345            OPEN INPUT PAYOUT
000346            IF NOT PAYOUT-OK
000347               DISPLAY 'ERROR IN OPEN NUMBERED EXTRACT FILE '
000348               DISPLAY 'FILE STATUS = ' FS-STAT-PAYOUT
000349               GO TO 900-ERROR.
000350            OPEN INPUT CRGFILE
000351            IF NOT CRGFILE-OK
000352               DISPLAY 'ERROR IN OPEN CHKREG CHECK REGISTER '
000353               DISPLAY 'FILE STATUS = ' FS-STAT-CRG
000354               GO TO 900-ERROR.
000355            OPEN INPUT STMTFILE
000356            IF NOT STMTFILE-OK
000357               DISPLAY 'ERROR IN OPEN PATSTMT STATEMENT FILE '
000358               DISPLAY 'FILE STATUS = ' FS-STAT-STMT
000359               GO TO 900-ERROR.
000360            OPEN OUTPUT BALRPT
000361            IF NOT BALRPT-OK
000362               DISPLAY 'ERROR IN OPEN BALANCING REPORT FILE '
000363               DISPLAY 'FILE STATUS = ' FS-STAT-RPT
000364               GO TO 900-ERROR.
000365            PERFORM 260-READ-RUN-STATS
000366            PERFORM 261-READ-GL
000367            PERFORM 262-READ-CLAIM-PAYMENT
000368            PERFORM 263-READ-REFUND-PAYMENT
000369            PERFORM 264-READ-PAYOUT
000370            PERFORM 265-READ-STATEMENT
000371            CONTINUE.
000372*
000373* Picks the night's control totals off RUNSTATS. Rows written
000374* before the control-total fields existed carry spaces there.
000375        200-TAKE-RUN-STATS.
000376            ADD 1 TO WS-RUNS-READ
000377            IF RUNS-RUN-DATE = WS-BUSINESS-DATE
000378               IF RUNS-CONTROL-COUNT NOT NUMERIC
000379                  MOVE ZERO TO RUNS-CONTROL-COUNT
000380               END-IF
000381               IF RUNS-CONTROL-AMOUNT NOT NUMERIC
000382                  MOVE ZERO TO RUNS-CONTROL-AMOUNT
000383               END-IF
000384               IF RUNS-CONTROL-AMOUNT-2 NOT NUMERIC
000385                  MOVE ZERO TO RUNS-CONTROL-AMOUNT-2
000386               END-IF
000387               EVALUATE RUNS-PROGRAM-ID
000388                   WHEN 'CLAIMPRO'
000389                       SET CLMP-SEEN TO TRUE
000390                       ADD RUNS-CONTROL-COUNT
000391                                          TO WS-CLMP-PAID-COUNT
000392                       ADD RUNS-CONTROL-AMOUNT
000393                                          TO WS-CLMP-PAID-AMT
000394                   WHEN 'CHKASGN'
000395                       SET CHKA-SEEN TO TRUE
000396                       MOVE RUNS-CONTROL-COUNT
000397                                          TO WS-CHKA-ASSIGNED
000398                       MOVE RUNS-CONTROL-AMOUNT
000399                                          TO WS-CHKA-REGISTER-AMT
000400                   WHEN 'CLMINTAK'
000401                       SET CINT-SEEN TO TRUE
000402                       MOVE RUNS-CONTROL-COUNT
000403                                          TO WS-CINT-HOSP-LOADED
000404                   WHEN 'HOSPEDIT'
000405                       SET HOSP-SEEN TO TRUE
000406                       MOVE RUNS-CONTROL-COUNT
000407                                          TO WS-HOSP-CLAIMS-FED
000408                       MOVE RUNS-CONTROL-AMOUNT
000409                                          TO WS-HOSP-AR-POSTED
000410                       MOVE RUNS-CONTROL-AMOUNT-2
000411                                          TO WS-HOSP-OPEN-DUE
000412                   WHEN OTHER
000413                       CONTINUE
000414               END-EVALUATE
000415            END-IF
000416            PERFORM 260-READ-RUN-STATS
000417            CONTINUE.
000418*
000419* OGLEXT debits are the paid dollars by plan tier; the 'T'
000420* trailer carries the paid-claim count (one per partition on a
000421* night CLMMERGE did not combine, so they add up)
000422        210-ADD-GL-LINE.
000423            ADD 1 TO WS-GL-READ
000424            EVALUATE GLI-RECORD-TYPE
000425                WHEN 'D'
000426                    ADD GLI-AMOUNT TO WS-GL-DEBIT-AMT
000427                WHEN 'T'
000428                    ADD GLI-CLAIM-PAID-COUNT
000429                                          TO WS-GL-TRAILER-COUNT
000430                WHEN OTHER
000431                    CONTINUE
000432            END-EVALUATE
000433            PERFORM 261-READ-GL
000434            CONTINUE.
000435*
000436        220-ADD-CLAIM-PAYMENT.
000437            ADD 1 TO WS-CPAY-READ
000438            ADD PAYX-AMOUNT TO WS-CPAY-AMT
000439            PERFORM 262-READ-CLAIM-PAYMENT
000440            CONTINUE.
000441*
000442        225-ADD-REFUND-PAYMENT.
000443            ADD 1 TO WS-RPAY-READ
000444            ADD PAYX-AMOUNT TO WS-RPAY-AMT
000445            PERFORM 263-READ-REFUND-PAYMENT
000446            CONTINUE.
000447*
000448* Every number CHKASGN handed out tonight must be on the CHKREG
000449* register at the amount it went out for - a missing item is
000450* listed and counts as a break on its own
000451        230-MATCH-REGISTER-ITEM.
000452            ADD 1 TO WS-PAYOUT-READ
000453            MOVE PAYX-CHECK-NO TO CRG-CHECK-NO
000454            READ CRGFILE
000455               INVALID KEY
000456                  ADD 1 TO WS-CRG-MISSING
000457                  MOVE PAYX-CHECK-NO TO BAL-NOTREG-NO-OU
000458                  MOVE PAYX-AMOUNT   TO BAL-NOTREG-AMT-OU
000459                  PERFORM 250-WRITE-NOTREG-LINE
000460               NOT INVALID KEY
000461                  ADD 1 TO WS-CRG-FOUND
000462                  ADD CRG-AMOUNT TO WS-CRG-AMT
000463            END-READ
000464            PERFORM 264-READ-PAYOUT
000465            CONTINUE.
000466*
000467* Only the AMOUNT DUE line of each statement is money; the mail
000468* piece headers and the itemized lines are skipped
000469        240-ADD-STATEMENT-LINE.
000470            ADD 1 TO WS-STMT-READ
000471            MOVE STMT-IN-RECORD TO WS-STMT-LINE
000472            IF STMT-AMOUNT-DUE-LINE
000473               ADD 1 TO WS-STMT-TOTALS
000474               MOVE WS-STMT-AMT-ED TO WS-STMT-AMT
000475               ADD WS-STMT-AMT TO WS-STMT-DUE-AMT
000476            END-IF
000477            PERFORM 265-READ-STATEMENT
000478            CONTINUE.
000479*
000480        250-WRITE-NOTREG-LINE.
000481            IF WS-CRG-MISSING = 1
000482               PERFORM 310-WRITE-HEADERS
000483            END-IF
000484            WRITE BAL-REPORT FROM BAL-NOTREG-LINE
000485            DISPLAY 'BREAK - CHECK ' PAYX-CHECK-NO
000486                    ' ON PAYEXTO IS NOT ON CHKREG'
000487            CONTINUE.
000488*
000489        260-READ-RUN-STATS.
000490            READ RUNSTATS
000491               AT END MOVE '1' TO SW-END-RUNS
000492            END-READ
000493            CONTINUE.
000494*
000495        261-READ-GL.
000496            READ GLFILE
000497               AT END MOVE '1' TO SW-END-GL
000498            END-READ
000499            CONTINUE.
000500*
000501        262-READ-CLAIM-PAYMENT.
000502            READ CLMPAY INTO WS-PAY-RECORD
000503               AT END MOVE '1' TO SW-END-CPAY
000504            END-READ
000505            CONTINUE.
000506*
000507        263-READ-REFUND-PAYMENT.
000508            READ RFNDPAY INTO WS-PAY-RECORD
000509               AT END MOVE '1' TO SW-END-RPAY
000510            END-READ
000511            CONTINUE.
000512*
000513        264-READ-PAYOUT.
000514            READ PAYOUT INTO WS-PAY-RECORD
000515               AT END MOVE '1' TO SW-END-PAYOUT
000516            END-READ
000517            CONTINUE.
000518*
000519        265-READ-STATEMENT.
000520            READ STMTFILE
000521               AT END MOVE '1' TO SW-END-STMT
000522            END-READ
000523            CONTINUE.
000524*
000525* One line per tie, then a line for each program that left no
000526* RUNSTATS row tonight - its side of the ties above is zero
000527        300-BALANCE.
000528            IF WS-CRG-MISSING = 0
000529               PERFORM 310-WRITE-HEADERS
000530            END-IF
000531            MOVE 'CLAIMPRO PAID TOTAL  VS OGLEXT DEBITS'
000532                                          TO WS-TIE-DESC
000533            MOVE WS-CLMP-PAID-AMT         TO WS-TIE-LEFT
000534            MOVE WS-GL-DEBIT-AMT          TO WS-TIE-RIGHT
000535            PERFORM 320-WRITE-AMOUNT-TIE
000536            MOVE 'CLAIMPRO CLAIMS PAID VS OGLEXT TRAILER COUNT'
000537                                          TO WS-TIE-DESC
000538            MOVE WS-CLMP-PAID-COUNT       TO WS-TIE-LEFT
000539            MOVE WS-GL-TRAILER-COUNT      TO WS-TIE-RIGHT
000540            PERFORM 330-WRITE-COUNT-TIE
000541            MOVE 'CLAIMPRO PAID TOTAL  VS OPAYEXT TOTAL'
000542                                          TO WS-TIE-DESC
000543            MOVE WS-CLMP-PAID-AMT         TO WS-TIE-LEFT
000544            MOVE WS-CPAY-AMT              TO WS-TIE-RIGHT
000545            PERFORM 320-WRITE-AMOUNT-TIE
000546            MOVE 'CLAIMPRO CLAIMS PAID VS OPAYEXT PAYMENTS'
000547                                          TO WS-TIE-DESC
000548            MOVE WS-CLMP-PAID-COUNT       TO WS-TIE-LEFT
000549            MOVE WS-CPAY-READ             TO WS-TIE-RIGHT
000550            PERFORM 330-WRITE-COUNT-TIE
000551            MOVE 'OPAYEXT+ORFNDEXT TOTAL VS CHKASGN REGISTER'
000552                                          TO WS-TIE-DESC
000553            COMPUTE WS-TIE-LEFT = WS-CPAY-AMT + WS-RPAY-AMT
000554            MOVE WS-CHKA-REGISTER-AMT     TO WS-TIE-RIGHT
000555            PERFORM 320-WRITE-AMOUNT-TIE
000556            MOVE 'OPAYEXT+ORFNDEXT PAYMENTS VS CHKASGN NUMBERED'
000557                                          TO WS-TIE-DESC
000558            COMPUTE WS-TIE-LEFT = WS-CPAY-READ + WS-RPAY-READ
000559            MOVE WS-CHKA-ASSIGNED         TO WS-TIE-RIGHT
000560            PERFORM 330-WRITE-COUNT-TIE
000561            MOVE 'CHKASGN REGISTER TOTAL VS CHKREG ITEMS POSTED'
000562                                          TO WS-TIE-DESC
000563            MOVE WS-CHKA-REGISTER-AMT     TO WS-TIE-LEFT
000564            MOVE WS-CRG-AMT               TO WS-TIE-RIGHT
000565            PERFORM 320-WRITE-AMOUNT-TIE
000566            MOVE 'CHKASGN NUMBERED     VS CHKREG ITEMS POSTED'
000567                                          TO WS-TIE-DESC
000568            MOVE WS-CHKA-ASSIGNED         TO WS-TIE-LEFT
000569            MOVE WS-CRG-FOUND             TO WS-TIE-RIGHT
000570            PERFORM 330-WRITE-COUNT-TIE
000571            MOVE 'HOSPEDIT HCLAIM FED  VS CLMINTAK HCLAIM LOADED'
000572                                          TO WS-TIE-DESC
000573            MOVE WS-HOSP-CLAIMS-FED       TO WS-TIE-LEFT
000574            MOVE WS-CINT-HOSP-LOADED      TO WS-TIE-RIGHT
000575            PERFORM 330-WRITE-COUNT-TIE
000576            MOVE 'PATSTMT AMOUNT DUE   VS PATAR + OPEN-STAY DUE'
000577                                          TO WS-TIE-DESC
000578            MOVE WS-STMT-DUE-AMT          TO WS-TIE-LEFT
000579            COMPUTE WS-TIE-RIGHT =
000580                WS-HOSP-AR-POSTED + WS-HOSP-OPEN-DUE
000581            PERFORM 320-WRITE-AMOUNT-TIE
000582            IF NOT CLMP-SEEN
000583               MOVE 'CLAIMPRO' TO BAL-MISS-PGM-OU
000584               PERFORM 340-WRITE-MISSING-LINE
000585            END-IF
000586            IF NOT CHKA-SEEN
000587               MOVE 'CHKASGN ' TO BAL-MISS-PGM-OU
000588               PERFORM 340-WRITE-MISSING-LINE
000589            END-IF
000590            IF NOT CINT-SEEN
000591               MOVE 'CLMINTAK' TO BAL-MISS-PGM-OU
000592               PERFORM 340-WRITE-MISSING-LINE
000593            END-IF
000594            IF NOT HOSP-SEEN
000595               MOVE 'HOSPEDIT' TO BAL-MISS-PGM-OU
000596               PERFORM 340-WRITE-MISSING-LINE
000597            END-IF
000598            IF WS-CRG-MISSING > 0
000599               ADD 1 TO WS-BREAKS
000600            END-IF
000601            CONTINUE.
000602*
000603        310-WRITE-HEADERS.
000604            MOVE WS-BUSINESS-DATE TO BAL-DATE-OU
000605            WRITE BAL-REPORT FROM BAL-HEADER-01
000606            WRITE BAL-REPORT FROM BAL-HEADER-02
000607            CONTINUE.
000608*
000609        320-WRITE-AMOUNT-TIE.
000610            ADD 1 TO WS-CHECKS-MADE
000611            COMPUTE WS-TIE-DIFF = WS-TIE-LEFT - WS-TIE-RIGHT
000612            MOVE WS-TIE-DESC  TO BAL-DESC-OU
000613            MOVE WS-TIE-LEFT  TO BAL-LEFT-OU
000614            MOVE WS-TIE-RIGHT TO BAL-RIGHT-OU
000615            MOVE WS-TIE-DIFF  TO BAL-DIFF-OU
000616            IF WS-TIE-DIFF = 0
000617               MOVE 'IN BALANCE'    TO BAL-STATUS-OU
000618            ELSE
000619               MOVE '*** BREAK ***' TO BAL-STATUS-OU
000620               ADD 1 TO WS-BREAKS
000621               DISPLAY 'BREAK - ' WS-TIE-DESC
000622            END-IF
000623            WRITE BAL-REPORT FROM BAL-AMOUNT-LINE
000624            CONTINUE.
000625*
000626        330-WRITE-COUNT-TIE.
000627            ADD 1 TO WS-CHECKS-MADE
000628            COMPUTE WS-TIE-DIFF = WS-TIE-LEFT - WS-TIE-RIGHT
000629            MOVE WS-TIE-DESC  TO BAL-CDESC-OU
000630            MOVE WS-TIE-LEFT  TO BAL-CLEFT-OU
000631            MOVE WS-TIE-RIGHT TO BAL-CRIGHT-OU
000632            MOVE WS-TIE-DIFF  TO BAL-CDIFF-OU
000633            IF WS-TIE-DIFF = 0
000634               MOVE 'IN BALANCE'    TO BAL-CSTATUS-OU
000635            ELSE
000636               MOVE '*** BREAK ***' TO BAL-CSTATUS-OU
000637               ADD 1 TO WS-BREAKS
000638               DISPLAY 'BREAK - ' WS-TIE-DESC
000639            END-IF
000640            WRITE BAL-REPORT FROM BAL-COUNT-LINE
000641            CONTINUE.
000642*
000643        340-WRITE-MISSING-LINE.
000644            ADD 1 TO WS-BREAKS
000645            WRITE BAL-REPORT FROM BAL-MISSING-LINE
000646            DISPLAY 'BREAK - NO RUNSTATS ROW FROM '
000647                    BAL-MISS-PGM-OU
000648            CONTINUE.
000649*
000650* A break of any kind ends the run with RC 8 - the scheduler
000651* holds the morning disbursement jobs on it
000652        400-TERMINAR.
000653            MOVE WS-CHECKS-MADE TO BAL-TOT-CHECKS-OU
000654            MOVE WS-BREAKS      TO BAL-TOT-BREAKS-OU
000655            IF WS-BREAKS = 0
000656               MOVE 'ALL CHECKS IN BALANCE' TO BAL-VERDICT-OU
000657            ELSE
000658               MOVE '*** OUT OF BALANCE - DISBURSEMENTS HELD ***'
000659                                            TO BAL-VERDICT-OU
000660            END-IF
000661            WRITE BAL-REPORT FROM BAL-TOTAL-LINE
000662            DISPLAY "----------------  "
000663            DISPLAY 'Control Counters  '
000664            DISPLAY "----------------  "
000665            MOVE WS-RUNS-READ    TO REC-KTR-OUT
000666            DISPLAY 'RUNSTATS Rows Read: ' REC-KTR-OUT
000667            MOVE WS-GL-READ      TO REC-KTR-OUT
000668            DISPLAY 'GL Lines Read:      ' REC-KTR-OUT
000669            MOVE WS-CPAY-READ    TO REC-KTR-OUT
000670            DISPLAY 'Claim Payments:     ' REC-KTR-OUT
000671            MOVE WS-RPAY-READ    TO REC-KTR-OUT
000672            DISPLAY 'Refund Payments:    ' REC-KTR-OUT
000673            MOVE WS-PAYOUT-READ  TO REC-KTR-OUT
000674            DISPLAY 'Numbered Payments:  ' REC-KTR-OUT
000675            MOVE WS-CRG-MISSING  TO REC-KTR-OUT
000676            DISPLAY 'Not On CHKREG:      ' REC-KTR-OUT
000677            MOVE WS-STMT-TOTALS  TO REC-KTR-OUT
000678            DISPLAY 'Statements Totaled: ' REC-KTR-OUT
000679            MOVE WS-BREAKS       TO REC-KTR-OUT
000680            DISPLAY 'Breaks:             ' REC-KTR-OUT
000681            CLOSE RUNSTATS GLFILE CLMPAY RFNDPAY PAYOUT CRGFILE
000682                  STMTFILE BALRPT
000683            IF WS-BREAKS > 0
000684               MOVE +8 TO RETURN-CODE
000685            END-IF
000686            DISPLAY "END PROGR: NITEBAL"
000687            CONTINUE.
000688*
000689        900-ERROR.
000690            MOVE +12 TO RETURN-CODE
000691            GOBACK.
