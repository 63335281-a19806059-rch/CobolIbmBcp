000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. REMITADV.
000003*===============================================================*
000004* PROVIDER REMITTANCE ADVICES                                  =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* READS CLAIMPRO'S REMITTANCE DETAIL (SEE RMTDTLR) AFTER THE    =*
000009* JOB HAS SORTED IT INTO PROVIDER ORDER AND PRINTS ONE          =*
000010* REMITTANCE ADVICE PER TREATING PROVIDER ON ORMTADV - THE      =*
000011* PROVIDER'S NAME, TAX ID, REMIT ADDRESS AND NETWORK STATUS OFF =*
000012* PRVMSTR, EVERY CLAIM PAID, DENIED, REVERSED OR ADJUSTED THIS  =*
000013* RUN, THEN THE TOTALS: BILLED, PAID TO THE PROVIDER, PAID TO   =*
000014* THE INSURED, TAKEN BACK AND THE NET REMITTED TO THE PROVIDER. =*
000015* PV-LAST-REMIT-DATE IS STAMPED ON EVERY PROVIDER ADVISED.      =*
000016*---------------------------------------------------------------*
000017* MODIFICATION HISTORY:                                        =*
000018* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000018* 15/10/2026 RCH - PROVIDER WRITE-OFF ABOVE THE FEE SCHEDULE   =*
000018*                   SHOWN PER CLAIM AND IN THE TOTALS          =*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000022        FILE-CONTROL.
000023            SELECT DTLFILE   ASSIGN TO RMTDTLS
000024               FILE STATUS  IS FS-STAT-DTL.
000025*    *
000026            SELECT PRVMSTR   ASSIGN TO PRVMSTR
000027               ORGANIZATION IS INDEXED
000028               ACCESS MODE  IS RANDOM
000029               RECORD KEY   IS PV-PROVIDER-NO
000030               FILE STATUS  IS FS-STAT-PV.
000031*    *
000032            SELECT ADVFILE   ASSIGN TO ORMTADV
000033               FILE STATUS  IS FS-STAT-ADV.
000034        DATA DIVISION.
000035        FILE SECTION.
000036* CLAIMPRO's remittance detail, sorted on RMT-PROVIDER-NO
000037        FD  DTLFILE
000038            RECORDING MODE IS F
000039            RECORD CONTAINS 80 CHARACTERS
000040            BLOCK CONTAINS 0 RECORDS
000041            DATA RECORD IS REMIT-DETAIL-RECORD.
000042        01  REMIT-DETAIL-RECORD.
000043            COPY RMTDTLR.
000044*
000045        FD  PRVMSTR
000046            RECORD CONTAINS 150 CHARACTERS
000047            DATA RECORD IS PROVIDER-MASTER-RECORD.
000048        01  PROVIDER-MASTER-RECORD.
000049            COPY PRVMSTRR.
000050*
000051        FD  ADVFILE
000052            RECORDING MODE IS F
000053            RECORD CONTAINS 133 CHARACTERS
000054            BLOCK CONTAINS 0 RECORDS
000055            DATA RECORD IS ADV-REPORT.
000056        01  ADV-REPORT                           PIC X(133).
000057*
000058        WORKING-STORAGE SECTION.
000059*Working Variables
000060        01  WS-CONTADORES.
000061          05  WS-DETAIL-READ          PIC S9(8) COMP SYNC VALUE 0.
000062          05  WS-ADVICES              PIC S9(8) COMP SYNC VALUE 0.
000063          05  WS-UNKNOWN-PROVIDERS    PIC S9(8) COMP SYNC VALUE 0.
000064          05  WS-ADV-NUM-LINES        PIC S9(4) COMP VALUE 61.
000065*Current provider and the advice being built
000066        01  WS-PROVIDER-VARS.
000067            05  WS-CURR-PROVIDER-NO        PIC 9(07) VALUE ZERO.
000068            05  WS-PRV-CLAIMS              PIC 9(05) VALUE 0.
000069            05  WS-PRV-BILLED              PIC 9(09)V99 VALUE 0.
000070            05  WS-PRV-PAID-PROVIDER       PIC 9(09)V99 VALUE 0.
000071            05  WS-PRV-PAID-INSURED        PIC 9(09)V99 VALUE 0.
000072            05  WS-PRV-TAKEN-BACK          PIC 9(09)V99 VALUE 0.
000072            05  WS-PRV-WRITE-OFF           PIC 9(09)V99 VALUE 0.
000073            05  WS-PRV-NET                 PIC S9(09)V99 VALUE 0.
000074        01  WS-RUN-TOTALS.
000075            05  WS-RUN-NET-TOTAL           PIC S9(11)V99 VALUE 0.
000076*Switches Variables & File Status
000077        01  SW-SWITCHE-VARS.
000078            05  SW-END-FILE                     PIC X VALUE '0'.
000079                88 END-FILE                        VALUE '1'.
000080            05  SW-PROVIDER-FOUND               PIC X VALUE 'N'.
000081                88 PROVIDER-FOUND                  VALUE 'Y'.
000082                88 PROVIDER-NOT-FOUND              VALUE 'N'.
000083            05  FS-STAT-DTL                     PIC X(02).
000084                88 DTLFILE-OK                      VALUE '00'.
000085            05  FS-STAT-PV                      PIC X(02).
000086                88 PRVMSTR-OK                      VALUE '00'.
000087            05  FS-STAT-ADV                     PIC X(02).
000088                88 ADVFILE-OK                      VALUE '00'.
000089*Editing Variables
000090        01  WS-EDIT-VARS.
000091            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000092            05  DATE-VARS                  PIC X(15).
000093            05  WS-ADVICE-DATE             PIC 9(08) VALUE ZERO.
000094*Advice lines
000095        01  WS-ADV-LINES.
000096            02  ADV-BLANK-LINE        PIC X(133) VALUE SPACES.
000097            02  ADV-HEADER-01.
000098                05  FILLER            PIC X VALUE SPACE.
000099                05  FILLER            PIC X(40)
000100                    VALUE 'Provider Remittance Advice'.
000101                05  FILLER            PIC X(13)
000102                    VALUE 'ADVICE DATE '.
000103                05  ADV-DATE-OU       PIC 9(08).
000104            02  ADV-HEADER-02.
000105                05  FILLER            PIC X VALUE SPACE.
000106                05  FILLER            PIC X(10) VALUE 'PROVIDER '.
000107                05  ADV-PROVIDER-NO-OU     PIC 9(07).
000108                05  FILLER            PIC X(02) VALUE SPACES.
000109                05  ADV-PROVIDER-NAME-OU   PIC X(26).
000110                05  FILLER            PIC X(02) VALUE SPACES.
000111                05  FILLER            PIC X(08) VALUE 'TAX ID '.
000112                05  ADV-TAX-ID-OU          PIC 9(09).
000113                05  FILLER            PIC X(02) VALUE SPACES.
000114                05  ADV-NETWORK-OU         PIC X(14).
000115            02  ADV-HEADER-03.
000116                05  FILLER            PIC X VALUE SPACE.
000117                05  FILLER            PIC X(19) VALUE SPACES.
000118                05  ADV-REMIT-ADDRESS-OU   PIC X(30).
000119                05  FILLER            PIC X(02) VALUE SPACES.
000120                05  ADV-REMIT-CITY-OU      PIC X(20).
000121                05  FILLER            PIC X(01) VALUE SPACES.
000122                05  ADV-REMIT-STATE-OU     PIC X(02).
000123                05  FILLER            PIC X(01) VALUE SPACES.
000124                05  ADV-REMIT-ZIP-OU       PIC X(09).
000125            02  ADV-HEADER-04.
000126                05  FILLER            PIC X VALUE SPACE.
000127                05  FILLER            PIC X(10) VALUE 'POLICY'.
000128                05  FILLER            PIC X(05) VALUE 'MBR'.
000129                05  FILLER            PIC X(10) VALUE 'SERVICE'.
000130                05  FILLER            PIC X(10) VALUE 'ACTION'.
000131                05  FILLER            PIC X(15)
000132                    VALUE '       BILLED'.
000133                05  FILLER            PIC X(15)
000134                    VALUE '         PAID'.
000135                05  FILLER            PIC X(15)
000135                    VALUE '    WRITE-OFF'.
000135                05  FILLER            PIC X(10) VALUE 'PAID TO'.
000136                05  FILLER            PIC X(06) VALUE 'REASON'.
000137            02  ADV-DETAIL-RECORD.
000138                05  FILLER            PIC X VALUE SPACE.
000139                05  ADV-POLICY-NO-OU       PIC 9(07).
000140                05  FILLER            PIC X(03) VALUE SPACES.
000141                05  ADV-MEMBER-NO-OU       PIC 9(02).
000142                05  FILLER            PIC X(03) VALUE SPACES.
000143                05  ADV-SERVICE-DATE-OU    PIC 9(08).
000144                05  FILLER            PIC X(02) VALUE SPACES.
000145                05  ADV-ACTION-OU          PIC X(08).
000146                05  FILLER            PIC X(02) VALUE SPACES.
000147                05  ADV-BILLED-OU          PIC $,$$$,$$9.99.
000148                05  FILLER            PIC X(02) VALUE SPACES.
000149                05  ADV-PAID-OU            PIC $,$$$,$$9.99-.
000150                05  FILLER            PIC X(02) VALUE SPACES.
000151                05  ADV-WRITE-OFF-OU       PIC $,$$$,$$9.99.
000151                05  FILLER            PIC X(03) VALUE SPACES.
000151                05  ADV-PAID-TO-OU         PIC X(08).
000152                05  FILLER            PIC X(02) VALUE SPACES.
000153                05  ADV-REASON-OU          PIC X(04).
000154            02  ADV-TOTAL-LINE.
000155                05  FILLER            PIC X VALUE SPACE.
000156                05  ADV-TOTAL-DESC-OU      PIC X(40).
000157                05  FILLER            PIC X(25) VALUE SPACES.
000158                05  ADV-TOTAL-AMOUNT-OU    PIC $$$,$$$,$$9.99-.
000159*
000160        PROCEDURE DIVISION.
000161            PERFORM 100-OPEN-FILES
000162            PERFORM 200-PROCESS-ONE-DETAIL UNTIL END-FILE
000163            IF WS-DETAIL-READ > 0
000164               PERFORM 250-FINISH-PROVIDER
000165            END-IF
000166            PERFORM 300-TERMINAR
000167            GOBACK.
000168*
000169        100-OPEN-FILES.
000170            DISPLAY "Init REMITADV.."
000171            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000172            MOVE DATE-VARS (1:8)  TO WS-ADVICE-DATE
000173            MOVE WS-ADVICE-DATE   TO ADV-DATE-OU
000174            OPEN INPUT DTLFILE
000175            IF NOT DTLFILE-OK
000176               DISPLAY 'ERROR IN OPEN REMITTANCE DETAIL FILE '
000177               DISPLAY 'FILE STATUS = ' FS-STAT-DTL
000178               GO TO 900-ERROR.
000179            OPEN I-O PRVMSTR
000180            IF NOT PRVMSTR-OK
000181               DISPLAY 'ERROR IN OPEN PROVIDER MASTER FILE '
000182               DISPLAY 'FILE STATUS = ' FS-STAT-PV
000183               GO TO 900-ERROR.
000184            OPEN OUTPUT ADVFILE
000185            IF NOT ADVFILE-OK
000186               DISPLAY 'ERROR IN OPEN REMITTANCE ADVICE FILE '
000187               DISPLAY 'FILE STATUS = ' FS-STAT-ADV
000188               GO TO 900-ERROR.
000189            PERFORM 240-READ-RECORD
000190            IF NOT END-FILE
000191               PERFORM 210-START-PROVIDER
000192            END-IF
000193            CONTINUE.
000194*
000195* Control break on the provider - the file arrives sorted on it
000196        200-PROCESS-ONE-DETAIL.
000197            ADD 1 TO WS-DETAIL-READ
000198            IF RMT-PROVIDER-NO NOT = WS-CURR-PROVIDER-NO
000199               PERFORM 250-FINISH-PROVIDER
000200               PERFORM 210-START-PROVIDER
000201            END-IF
000202            PERFORM 220-WRITE-DETAIL-LINE
000203            PERFORM 240-READ-RECORD
000204            CONTINUE.
000205*
000206        210-START-PROVIDER.
000207            MOVE RMT-PROVIDER-NO TO WS-CURR-PROVIDER-NO
000208            MOVE ZERO TO WS-PRV-CLAIMS WS-PRV-BILLED
000209                         WS-PRV-PAID-PROVIDER WS-PRV-PAID-INSURED
000210                         WS-PRV-TAKEN-BACK WS-PRV-WRITE-OFF
000211            SET PROVIDER-FOUND TO TRUE
000212            MOVE RMT-PROVIDER-NO TO PV-PROVIDER-NO
000213            READ PRVMSTR
000214               INVALID KEY
000215                  SET PROVIDER-NOT-FOUND TO TRUE
000216            END-READ
000217            MOVE RMT-PROVIDER-NO TO ADV-PROVIDER-NO-OU
000218            IF PROVIDER-FOUND
000219               MOVE PV-PROVIDER-NAME TO ADV-PROVIDER-NAME-OU
000220               MOVE PV-TAX-ID        TO ADV-TAX-ID-OU
000221               MOVE PV-REMIT-ADDRESS TO ADV-REMIT-ADDRESS-OU
000222               MOVE PV-REMIT-CITY    TO ADV-REMIT-CITY-OU
000223               MOVE PV-REMIT-STATE   TO ADV-REMIT-STATE-OU
000224               MOVE PV-REMIT-ZIP     TO ADV-REMIT-ZIP-OU
000225               IF PV-IN-NETWORK
000226                  MOVE 'IN-NETWORK'     TO ADV-NETWORK-OU
000227               ELSE
000228                  MOVE 'OUT-OF-NETWORK' TO ADV-NETWORK-OU
000229               END-IF
000230            ELSE
000231               MOVE 'PROVIDER NOT ON MASTER'
000232                 TO ADV-PROVIDER-NAME-OU
000233               MOVE ZERO          TO ADV-TAX-ID-OU
000234               MOVE SPACES        TO ADV-REMIT-ADDRESS-OU
000235                                     ADV-REMIT-CITY-OU
000236                                     ADV-REMIT-STATE-OU
000237                                     ADV-REMIT-ZIP-OU
000238                                     ADV-NETWORK-OU
000239               ADD 1 TO WS-UNKNOWN-PROVIDERS
000240               DISPLAY 'WARNING: DETAIL FOR PROVIDER NOT ON '
000241                        'PRVMSTR ' RMT-PROVIDER-NO
000242            END-IF
000243            ADD 1 TO WS-ADVICES
000244            PERFORM 225-WRITE-ADVICE-TITLES
000245            CONTINUE.
000246*
000247* A reversal or adjustment takes back what the original claim
000248* paid; the corrected claim follows as its own paid/denied line
000249        220-WRITE-DETAIL-LINE.
000250            MOVE RMT-POLICY-NO     TO ADV-POLICY-NO-OU
000251            MOVE RMT-MEMBER-NO     TO ADV-MEMBER-NO-OU
000252            MOVE RMT-SERVICE-DATE  TO ADV-SERVICE-DATE-OU
000253            MOVE RMT-BILLED-AMOUNT TO ADV-BILLED-OU
000254            MOVE RMT-DENIAL-REASON TO ADV-REASON-OU
000254            MOVE ZERO              TO ADV-WRITE-OFF-OU
000255            EVALUATE TRUE
000256                WHEN RMT-PAID-TO-PROVIDER
000257                    MOVE 'PROVIDER' TO ADV-PAID-TO-OU
000258                WHEN RMT-PAID-TO-INSURED
000259                    MOVE 'INSURED'  TO ADV-PAID-TO-OU
000260                WHEN OTHER
000261                    MOVE SPACES     TO ADV-PAID-TO-OU
000262            END-EVALUATE
000263            EVALUATE TRUE
000264                WHEN RMT-PAID
000265                    MOVE 'PAID'     TO ADV-ACTION-OU
000266                    MOVE RMT-PAID-AMOUNT TO ADV-PAID-OU
000266                    MOVE RMT-WRITE-OFF   TO ADV-WRITE-OFF-OU
000266                    ADD RMT-WRITE-OFF    TO WS-PRV-WRITE-OFF
000267                    ADD RMT-BILLED-AMOUNT TO WS-PRV-BILLED
000268                    IF RMT-PAID-TO-PROVIDER
000269                       ADD RMT-PAID-AMOUNT TO WS-PRV-PAID-PROVIDER
000270                    ELSE
000271                       ADD RMT-PAID-AMOUNT TO WS-PRV-PAID-INSURED
000272                    END-IF
000273                WHEN RMT-DENIED
000274                    MOVE 'DENIED'   TO ADV-ACTION-OU
000275                    MOVE ZERO       TO ADV-PAID-OU
000276                    ADD RMT-BILLED-AMOUNT TO WS-PRV-BILLED
000277                WHEN RMT-REVERSED
000278                    MOVE 'REVERSED' TO ADV-ACTION-OU
000279                    COMPUTE ADV-PAID-OU = 0 - RMT-PAID-AMOUNT
000280                    IF RMT-PAID-TO-PROVIDER
000281                       ADD RMT-PAID-AMOUNT TO WS-PRV-TAKEN-BACK
000282                    END-IF
000283                WHEN OTHER
000284                    MOVE 'ADJUSTED' TO ADV-ACTION-OU
000285                    COMPUTE ADV-PAID-OU = 0 - RMT-PAID-AMOUNT
000286                    IF RMT-PAID-TO-PROVIDER
000287                       ADD RMT-PAID-AMOUNT TO WS-PRV-TAKEN-BACK
000288                    END-IF
000289            END-EVALUATE
000290            ADD 1 TO WS-PRV-CLAIMS
000291            IF WS-ADV-NUM-LINES > 60 THEN
000292               PERFORM 225-WRITE-ADVICE-TITLES
000293            END-IF
000294            WRITE ADV-REPORT FROM ADV-DETAIL-RECORD
000295            ADD 1 TO WS-ADV-NUM-LINES
000296            CONTINUE.
000297*
000298        225-WRITE-ADVICE-TITLES.
000299            WRITE ADV-REPORT FROM ADV-BLANK-LINE
000300            WRITE ADV-REPORT FROM ADV-HEADER-01
000301            WRITE ADV-REPORT FROM ADV-HEADER-02
000302            WRITE ADV-REPORT FROM ADV-HEADER-03
000303            WRITE ADV-REPORT FROM ADV-HEADER-04
000304            MOVE 5 TO WS-ADV-NUM-LINES
000305            CONTINUE.
000306*
000307        240-READ-RECORD.
000308            READ DTLFILE
000309               AT END MOVE '1' TO SW-END-FILE
000310            END-READ
000311            CONTINUE.
000312*
000313* Paid to the provider less what was taken back from it is
000314* the net remitted; what went to the insured is shown for
000315* the provider's own patient-balance billing.
000316        250-FINISH-PROVIDER.
000317            COMPUTE WS-PRV-NET = WS-PRV-PAID-PROVIDER
000318                               - WS-PRV-TAKEN-BACK
000319            ADD WS-PRV-NET TO WS-RUN-NET-TOTAL
000320            MOVE 'TOTAL BILLED'
000321              TO ADV-TOTAL-DESC-OU
000322            MOVE WS-PRV-BILLED TO ADV-TOTAL-AMOUNT-OU
000323            PERFORM 255-WRITE-TOTAL-LINE
000324            MOVE 'WRITTEN OFF ABOVE THE FEE SCHEDULE'
000324              TO ADV-TOTAL-DESC-OU
000324            MOVE WS-PRV-WRITE-OFF TO ADV-TOTAL-AMOUNT-OU
000324            PERFORM 255-WRITE-TOTAL-LINE
000324            MOVE 'PAID TO PROVIDER'
000325              TO ADV-TOTAL-DESC-OU
000326            MOVE WS-PRV-PAID-PROVIDER TO ADV-TOTAL-AMOUNT-OU
000327            PERFORM 255-WRITE-TOTAL-LINE
000328            MOVE 'PAID TO INSURED'
000329              TO ADV-TOTAL-DESC-OU
000330            MOVE WS-PRV-PAID-INSURED TO ADV-TOTAL-AMOUNT-OU
000331            PERFORM 255-WRITE-TOTAL-LINE
000332            MOVE 'TAKEN BACK ON REVERSED/ADJUSTED CLAIMS'
000333              TO ADV-TOTAL-DESC-OU
000334            COMPUTE ADV-TOTAL-AMOUNT-OU = 0 - WS-PRV-TAKEN-BACK
000335            PERFORM 255-WRITE-TOTAL-LINE
000336            MOVE 'NET REMITTED TO PROVIDER'
000337              TO ADV-TOTAL-DESC-OU
000338            MOVE WS-PRV-NET TO ADV-TOTAL-AMOUNT-OU
000339            PERFORM 255-WRITE-TOTAL-LINE
000340            IF PROVIDER-FOUND
000341               PERFORM 260-STAMP-PROVIDER
000342            END-IF
000343            CONTINUE.
000344*
000345        255-WRITE-TOTAL-LINE.
000346            IF WS-ADV-NUM-LINES > 60 THEN
000347               PERFORM 225-WRITE-ADVICE-TITLES
000348            END-IF
000349            WRITE ADV-REPORT FROM ADV-TOTAL-LINE
000350            ADD 1 TO WS-ADV-NUM-LINES
000351            CONTINUE.
000352*
000353        260-STAMP-PROVIDER.
000354            MOVE WS-ADVICE-DATE      TO PV-LAST-REMIT-DATE
000355            REWRITE PROVIDER-MASTER-RECORD
000356            IF NOT PRVMSTR-OK
000357               DISPLAY 'REWRITE FAILED ON PROVIDER '
000358                       PV-PROVIDER-NO ' STATUS ' FS-STAT-PV
000359            END-IF
000360            CONTINUE.
000361*
000362        300-TERMINAR.
000363            DISPLAY "----------------  "
000364            DISPLAY 'Control Counters  '
000365            DISPLAY "----------------  "
000366            MOVE WS-DETAIL-READ      TO REC-KTR-OUT
000367            DISPLAY 'Detail Read:        ' REC-KTR-OUT
000368            MOVE WS-ADVICES          TO REC-KTR-OUT
000369            DISPLAY 'Advices Printed:    ' REC-KTR-OUT
000370            MOVE WS-UNKNOWN-PROVIDERS TO REC-KTR-OUT
000371            DISPLAY 'Not On PRVMSTR:     ' REC-KTR-OUT
000372            DISPLAY 'Net Remitted:       ' WS-RUN-NET-TOTAL
000373            CLOSE DTLFILE PRVMSTR ADVFILE
000374            DISPLAY "END PROGR: REMITADV"
000375            CONTINUE.
000376*
000377        900-ERROR.
000378            MOVE +12 TO RETURN-CODE
000379            GOBACK.
