000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. SUBAGE.
000003*===============================================================*
000004* OPEN SUBROGATION CASES AGING REPORT                          =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 15/10/2026                                           =*
000007*---------------------------------------------------------------*
000008* SWEEPS THE SUBCASE SUBROGATION CASE KSDS (SEE SUBCASER) AND  =*
000009* LISTS EVERY OPEN CASE FOR THE RECOVERY UNIT: ACCIDENT TYPE,  =*
000010* WHAT WE PAID, WHAT HAS COME BACK, WHAT IS STILL OUTSTANDING  =*
000011* AND THE AGE IN DAYS FROM THE DATE CLAIMPRO OPENED IT, PLUS   =*
000012* 0-90/91-180/181-365/OVER-365 BUCKET TOTALS OF THE            =*
000013* OUTSTANDING DOLLARS AT THE FOOT - LIABILITY CLAIMS SETTLE    =*
000014* SLOWLY, SO THE BUCKETS RUN LONGER THAN OVPAGE'S. REPORT GOES =*
000015* TO OSUBAGE.                                                  =*
000016*---------------------------------------------------------------*
000017* MODIFICATION HISTORY:                                        =*
000018* 15/10/2026 RCH - ORIGINAL VERSION                            =*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000022        FILE-CONTROL.
000023            SELECT SUBCASE   ASSIGN TO SUBCASE
000024               ORGANIZATION IS INDEXED
000025               ACCESS MODE  IS SEQUENTIAL
000026               RECORD KEY   IS SB-CASE-KEY
000027               FILE STATUS  IS FS-STAT-SUB.
000028*    *
000029            SELECT AGEFILE   ASSIGN TO OSUBAGE
000030               FILE STATUS  IS FS-STAT-AGE.
000031        DATA DIVISION.
000032        FILE SECTION.
000033        FD  SUBCASE
000034            RECORDING MODE IS F
000035            RECORD CONTAINS 80 CHARACTERS
000036            BLOCK CONTAINS 0 RECORDS
000037            DATA RECORD IS SUBROGATION-RECORD.
000038        01  SUBROGATION-RECORD.
000039            COPY SUBCASER.
000040        FD  AGEFILE
000041            RECORDING MODE IS F
000042            RECORD CONTAINS 100 CHARACTERS
000043            BLOCK CONTAINS 0 RECORDS
000044            DATA RECORD IS AGE-REPORT.
000045        01  AGE-REPORT                           PIC X(100).
000046*
000047        WORKING-STORAGE SECTION.
000048*Working Variables
000049        01  WS-CONTADORES.
000050          05  WS-RECORDS-READ         PIC S9(8) COMP SYNC VALUE 0.
000051          05  WS-OPEN-CTR             PIC S9(8) COMP SYNC VALUE 0.
000052          05  WS-AGE-NUM-LINES        PIC S9(4) COMP VALUE 61.
000053        01  WS-CALC-VARS.
000054            05  WS-DAYS-OPEN               PIC S9(05) VALUE ZERO.
000055            05  WS-OUTSTANDING-AMT         PIC 9(7)V99 VALUE ZERO.
000056            05  WS-OPEN-TOTAL              PIC 9(11)V99 VALUE 0.
000057            05  WS-BUCKET-AMT OCCURS 4 TIMES
000058                                           PIC 9(11)V99 VALUE 0.
000059*Switches Variables & File Status
000060        01  SW-SWITCHE-VARS.
000061            05  SW-END-FILE                     PIC X VALUE '0'.
000062                88 END-FILE                        VALUE '1'.
000063            05  FS-STAT-SUB                     PIC X(02).
000064                88 SUBCASE-OK                      VALUE '00'.
000065            05  FS-STAT-AGE                     PIC X(02).
000066                88 AGEFILE-OK                      VALUE '00'.
000067*Editing Variables
000068        01  WS-EDIT-VARS.
000069            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000070            05  DATE-VARS                  PIC X(15).
000071            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000072*Date-Validation Variables
000073            COPY GNSWVDTV.
000074*Report lines
000075        01  WS-AGE-LINES.
000076            02  AGE-HEADER-01.
000077                05  FILLER            PIC X VALUE SPACE.
000078                05  FILLER            PIC X(40)
000079                    VALUE 'Open Subrogation Cases Aging Report'.
000080            02  AGE-HEADER-02.
000081                05  FILLER            PIC X VALUE SPACE.
000082                05  FILLER            PIC X(10) VALUE 'POLICY'.
000083                05  FILLER            PIC X(04) VALUE 'MBR'.
000084                05  FILLER            PIC X(04) VALUE 'TYP'.
000085                05  FILLER            PIC X(14) VALUE '   PAID'.
000086                05  FILLER            PIC X(14)
000087                    VALUE '  RECOVERED'.
000088                05  FILLER            PIC X(15)
000089                    VALUE '  OUTSTANDING'.
000090                05  FILLER            PIC X(10) VALUE 'OPENED'.
000091                05  FILLER            PIC X(10) VALUE 'DAYS OPEN'.
000092            02  AGE-DETAIL-RECORD.
000093                05  FILLER            PIC X VALUE SPACE.
000094                05  AGE-POLICY-NO-OU       PIC 9(07).
000095                05  FILLER            PIC X(03) VALUE SPACES.
000096                05  AGE-MEMBER-NO-OU       PIC 9(02).
000097                05  FILLER            PIC X(03) VALUE SPACES.
000098                05  AGE-ACCIDENT-IND-OU    PIC X(01).
000099                05  FILLER            PIC X(02) VALUE SPACES.
000100                05  AGE-PAID-OU            PIC $,$$$,$$$.99.
000101                05  FILLER            PIC X(02) VALUE SPACES.
000102                05  AGE-RECOVERED-OU       PIC $,$$$,$$$.99.
000103                05  FILLER            PIC X(02) VALUE SPACES.
000104                05  AGE-OUTSTANDING-OU     PIC $,$$$,$$$.99.
000105                05  FILLER            PIC X(03) VALUE SPACES.
000106                05  AGE-OPEN-DATE-OU       PIC 9(08).
000107                05  FILLER            PIC X(04) VALUE SPACES.
000108                05  AGE-DAYS-OU            PIC ZZZZ9.
000109            02  AGE-BUCKET-RECORD.
000110                05  FILLER            PIC X VALUE SPACE.
000111                05  AGE-BUCKET-LABEL-OU    PIC X(22).
000112                05  AGE-BUCKET-AMT-OU      PIC $$$,$$$,$$9.99.
000113*
000114        PROCEDURE DIVISION.
000115            PERFORM 100-OPEN-FILES
000116            PERFORM 200-AGE-ONE-RECORD UNTIL END-FILE
000117            PERFORM 300-TERMINAR
000118            GOBACK.
000119*
000120        100-OPEN-FILES.
000121            DISPLAY "Init SUBAGE.."
000122            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000123            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000124            OPEN INPUT SUBCASE
000125            IF NOT SUBCASE-OK
000126               DISPLAY 'ERROR IN OPEN SUBROGATION CASE FILE '
000127               DISPLAY 'FILE STATUS = ' FS-STAT-SUB
000128               GO TO 900-ERROR.
000129            OPEN OUTPUT AGEFILE
000130            IF NOT AGEFILE-OK
000131               DISPLAY 'ERROR IN OPEN AGING REPORT FILE '
000132               DISPLAY 'FILE STATUS = ' FS-STAT-AGE
000133               GO TO 900-ERROR.
000134            PERFORM 240-READ-RECORD
000135            CONTINUE.
000136*
000137        200-AGE-ONE-RECORD.
000138            ADD 1 TO WS-RECORDS-READ
000139            IF SB-CASE-OPEN
000140               ADD 1 TO WS-OPEN-CTR
000141               COMPUTE WS-OUTSTANDING-AMT =
000142                   SB-PAID-AMOUNT - SB-RECOVERED-AMOUNT
000143               ADD WS-OUTSTANDING-AMT TO WS-OPEN-TOTAL
000144               MOVE SB-OPEN-DATE TO DTV-DATE-NUM
000145               CALL 'GNSPPDTV' USING DTV-VARI
000146                   RETURNING RETURN-CODE
000147               END-CALL
000148               IF RETURN-CODE NOT = 0
000149                  MOVE +0 TO RETURN-CODE
000150                  MOVE ZERO TO WS-DAYS-OPEN
000151               ELSE
000152                  COMPUTE WS-DAYS-OPEN =
000153                     FUNCTION INTEGER-OF-DATE
000154                        (WS-CURRENT-DATE-NUM)
000155                   - FUNCTION INTEGER-OF-DATE
000156                        (SB-OPEN-DATE)
000157               END-IF
000158               EVALUATE TRUE
000159                   WHEN WS-DAYS-OPEN <= 90
000160                       ADD WS-OUTSTANDING-AMT
000161                           TO WS-BUCKET-AMT (1)
000162                   WHEN WS-DAYS-OPEN <= 180
000163                       ADD WS-OUTSTANDING-AMT
000164                           TO WS-BUCKET-AMT (2)
000165                   WHEN WS-DAYS-OPEN <= 365
000166                       ADD WS-OUTSTANDING-AMT
000167                           TO WS-BUCKET-AMT (3)
000168                   WHEN OTHER
000169                       ADD WS-OUTSTANDING-AMT
000170                           TO WS-BUCKET-AMT (4)
000171               END-EVALUATE
000172               PERFORM 210-WRITE-AGE-LINE
000173            END-IF
000174            PERFORM 240-READ-RECORD
000175            CONTINUE.
000176*
000177        210-WRITE-AGE-LINE.
000178            MOVE SB-POLICY-NO        TO AGE-POLICY-NO-OU
000179            MOVE SB-MEMBER-NO        TO AGE-MEMBER-NO-OU
000180            MOVE SB-ACCIDENT-IND     TO AGE-ACCIDENT-IND-OU
000181            MOVE SB-PAID-AMOUNT      TO AGE-PAID-OU
000182            MOVE SB-RECOVERED-AMOUNT TO AGE-RECOVERED-OU
000183            MOVE WS-OUTSTANDING-AMT  TO AGE-OUTSTANDING-OU
000184            MOVE SB-OPEN-DATE        TO AGE-OPEN-DATE-OU
000185            MOVE WS-DAYS-OPEN        TO AGE-DAYS-OU
000186            IF WS-AGE-NUM-LINES > 60 THEN
000187               PERFORM 211-WRITE-AGE-TITLES
000188            END-IF
000189            WRITE AGE-REPORT FROM AGE-DETAIL-RECORD
000190            ADD 1 TO WS-AGE-NUM-LINES
000191            CONTINUE.
000192*
000193        211-WRITE-AGE-TITLES.
000194            WRITE AGE-REPORT FROM AGE-HEADER-01
000195            WRITE AGE-REPORT FROM AGE-HEADER-02
000196            MOVE 2 TO WS-AGE-NUM-LINES
000197            CONTINUE.
000198*
000199        240-READ-RECORD.
000200            READ SUBCASE
000201               AT END MOVE '1' TO SW-END-FILE
000202            END-READ
000203            CONTINUE.
000204*
000205        300-TERMINAR.
000206            MOVE SPACES TO AGE-REPORT
000207            WRITE AGE-REPORT
000208            MOVE 'OPEN 0-90 DAYS'     TO AGE-BUCKET-LABEL-OU
000209            MOVE WS-BUCKET-AMT (1)    TO AGE-BUCKET-AMT-OU
000210            WRITE AGE-REPORT FROM AGE-BUCKET-RECORD
000211            MOVE 'OPEN 91-180 DAYS'   TO AGE-BUCKET-LABEL-OU
000212            MOVE WS-BUCKET-AMT (2)    TO AGE-BUCKET-AMT-OU
000213            WRITE AGE-REPORT FROM AGE-BUCKET-RECORD
000214            MOVE 'OPEN 181-365 DAYS'  TO AGE-BUCKET-LABEL-OU
000215            MOVE WS-BUCKET-AMT (3)    TO AGE-BUCKET-AMT-OU
000216            WRITE AGE-REPORT FROM AGE-BUCKET-RECORD
000217            MOVE 'OPEN OVER 365 DAYS' TO AGE-BUCKET-LABEL-OU
000218            MOVE WS-BUCKET-AMT (4)    TO AGE-BUCKET-AMT-OU
000219            WRITE AGE-REPORT FROM AGE-BUCKET-RECORD
000220            MOVE 'TOTAL OUTSTANDING'  TO AGE-BUCKET-LABEL-OU
000221            MOVE WS-OPEN-TOTAL        TO AGE-BUCKET-AMT-OU
000222            WRITE AGE-REPORT FROM AGE-BUCKET-RECORD
000223            DISPLAY "----------------  "
000224            DISPLAY 'Control Counters  '
000225            DISPLAY "----------------  "
000226            MOVE WS-RECORDS-READ TO REC-KTR-OUT
000227            DISPLAY 'Records Read:       ' REC-KTR-OUT
000228            MOVE WS-OPEN-CTR     TO REC-KTR-OUT
000229            DISPLAY 'Open Cases:         ' REC-KTR-OUT
000230            DISPLAY 'Open Outstanding:   ' WS-OPEN-TOTAL
000231            CLOSE SUBCASE AGEFILE
000232            DISPLAY "END PROGR: SUBAGE"
000233            CONTINUE.
000234*
000235        900-ERROR.
000236            MOVE +12 TO RETURN-CODE
000237            GOBACK.
