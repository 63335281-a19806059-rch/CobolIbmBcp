000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTLCHGM.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* CTLCHGM - CONTROL-FILE CHANGE REQUESTS AND APPROVALS. THE      *
000090*           PRICING AND RATE CONTROL FILES LISTED IN CTLFTBR     *
000100*           (RATECTL, PRMCTL, FAVRATE, INSTYPE AND TUITCTL) ARE  *
000110*           CHANGED ONLY THROUGH HERE AND CTLPROM. EACH CTLTRAN  *
000120*           TRANSACTION (SEE CTLTRNR) IS ONE OF:                 *
000130*           'R'/'D' - A REQUEST TO CHANGE, ADD OR DELETE ONE     *
000140*           ROW, NAMING THE REQUESTER AND THE EFFECTIVE DATE.    *
000150*           THE NEW ROW IS EDITED FIELD BY FIELD FOR ITS FILE,   *
000160*           THE ROW AS IT STANDS ON THE CTLCUR IMAGE OF THE      *
000170*           CONTROL FILES (SEE CTLIMGR) IS KEPT AS THE OLD       *
000180*           VALUE, AND THE REQUEST GOES ON THE CTLCHG KSDS (SEE  *
000190*           CTLCRQR) PENDING APPROVAL. ONLY ONE REQUEST AT A     *
000200*           TIME MAY BE OPEN FOR A ROW.                          *
000210*           'A'/'J' - A SECOND OPERATOR'S APPROVAL OR REJECTION  *
000220*           OF A PENDING REQUEST. THE REQUESTER CANNOT APPROVE   *
000230*           THEIR OWN REQUEST (THEY MAY WITHDRAW IT WITH 'J').   *
000240*           OCTLTRN LISTS EVERY TRANSACTION, ACCEPTED OR NOT,    *
000250*           WITH THE OLD AND NEW ROWS. RC 4 = A TRANSACTION      *
000260*           REJECTED; RC 12 = CTLCHG, CTLCUR OR OCTLTRN          *
000270*           UNAVAILABLE OR THE CTLCUR TABLE FULL.                *
000280*                                                                *
000290* MODIFICATION HISTORY:                                          *
000300* 15/10/2026 RCH - ORIGINAL VERSION                              *
000310*================================================================*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANFILE ASSIGN TO CTLTRAN
000360            FILE STATUS IS FS-STAT-TRAN.
000370     SELECT CURFILE  ASSIGN TO CTLCUR
000380            FILE STATUS IS FS-STAT-CUR.
000390     SELECT CHGFILE  ASSIGN TO CTLCHG
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE  IS DYNAMIC
000420            RECORD KEY   IS CCR-REQUEST-ID
000430            FILE STATUS IS FS-STAT-CHG.
000440     SELECT RPTFILE  ASSIGN TO OCTLTRN
000450            FILE STATUS IS FS-STAT-RPT.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TRANFILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 200 CHARACTERS
000510     BLOCK CONTAINS 0 RECORDS
000520     DATA RECORD IS CTL-TRAN-RECORD.
000530 01  CTL-TRAN-RECORD.
000540     COPY CTLTRNR.
000550*EVERY CONTROL FILE, ONE AFTER THE OTHER, AS THE JCL COPIED IT
000560 FD  CURFILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 88 CHARACTERS
000590     BLOCK CONTAINS 0 RECORDS
000600     DATA RECORD IS CTL-IMAGE-RECORD.
000610 01  CTL-IMAGE-RECORD.
000620     COPY CTLIMGR.
000630 FD  CHGFILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 300 CHARACTERS
000660     BLOCK CONTAINS 0 RECORDS
000670     DATA RECORD IS CTL-CHANGE-RECORD.
000680 01  CTL-CHANGE-RECORD.
000690     COPY CTLCRQR.
000700 FD  RPTFILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 133 CHARACTERS
000730     BLOCK CONTAINS 0 RECORDS
000740     DATA RECORD IS RPT-RECORD.
000750 01  RPT-RECORD                      PIC X(133).
000760*
000770 WORKING-STORAGE SECTION.
000780 77  CTL-MAX                 PIC S9(4) COMP VALUE 5.
000790 77  CUR-MAX                 PIC S9(4) COMP VALUE 2000.
000800 77  WS-CUR-COUNT            PIC S9(4) COMP VALUE 0.
000810 77  WS-CUR-SUB              PIC S9(4) COMP VALUE 0.
000820 77  WS-FOUND-SUB            PIC S9(4) COMP VALUE 0.
000830 77  OPEN-MAX                PIC S9(4) COMP VALUE 500.
000840 77  WS-OPEN-COUNT           PIC S9(4) COMP VALUE 0.
000850 77  WS-OPEN-SUB             PIC S9(4) COMP VALUE 0.
000860 77  WS-FILE-SUB             PIC S9(4) COMP VALUE 0.
000870 77  WS-KEY-LEN              PIC S9(4) COMP VALUE 0.
000880 77  WS-REC-LEN              PIC S9(4) COMP VALUE 0.
000890 77  WS-PAST-POS             PIC S9(4) COMP VALUE 0.
000900 77  WS-LAST-SEQ             PIC 9(04) VALUE 0.
000910 77  WS-TRAN-READ            PIC S9(6) COMP VALUE 0.
000920 77  WS-REQUESTS-WRITTEN     PIC S9(6) COMP VALUE 0.
000930 77  WS-APPROVED             PIC S9(6) COMP VALUE 0.
000940 77  WS-REJECTED-REQ         PIC S9(6) COMP VALUE 0.
000950 77  WS-TRAN-REJECTED        PIC S9(6) COMP VALUE 0.
000960 77  WS-UNKNOWN-ROWS         PIC S9(6) COMP VALUE 0.
000970 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
000980 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
000990 77  WS-TODAY-NUM            PIC 9(08) VALUE 0.
001000 77  SW-END-TRAN             PIC X VALUE 'N'.
001010     88  END-TRAN                VALUE 'Y'.
001020 77  SW-END-CUR              PIC X VALUE 'N'.
001030     88  END-CUR                 VALUE 'Y'.
001040 77  SW-END-CHG              PIC X VALUE 'N'.
001050     88  END-CHG                 VALUE 'Y'.
001060 77  SW-ROW-FOUND            PIC X VALUE 'N'.
001070     88  ROW-FOUND               VALUE 'Y'.
001080 77  SW-OPEN-FOUND           PIC X VALUE 'N'.
001090     88  OPEN-FOUND              VALUE 'Y'.
001100 77  SW-SHOW-ROWS            PIC X VALUE 'N'.
001110     88  SHOW-ROWS               VALUE 'Y'.
001120 77  FS-STAT-TRAN            PIC X(02) VALUE SPACES.
001130     88  TRANFILE-OK             VALUE '00'.
001140 77  FS-STAT-CUR             PIC X(02) VALUE SPACES.
001150     88  CURFILE-OK              VALUE '00'.
001160 77  FS-STAT-CHG             PIC X(02) VALUE SPACES.
001170     88  CHGFILE-OK              VALUE '00'.
001180 77  FS-STAT-RPT             PIC X(02) VALUE SPACES.
001190     88  RPTFILE-OK              VALUE '00'.
001200*THE CONTROL FILES UNDER CHANGE CONTROL
001210     COPY CTLFTBR.
001220*EVERY ROW OF EVERY CONTROL FILE AS IT STANDS
001230 01  WS-CUR-TABLE.
001240     05  WS-CUR-ITEM OCCURS 2000 TIMES.
001250         10  WS-CUR-FILE-ID      PIC X(08).
001260         10  WS-CUR-KEY          PIC X(10).
001270         10  WS-CUR-ROW          PIC X(80).
001280*REQUESTS STILL PENDING OR APPROVED - ONE ROW, ONE OPEN REQUEST
001290 01  WS-OPEN-TABLE.
001300     05  WS-OPEN-ITEM OCCURS 500 TIMES.
001310         10  WS-OPEN-REQUEST-ID  PIC X(12).
001320         10  WS-OPEN-FILE-ID     PIC X(08).
001330         10  WS-OPEN-KEY         PIC X(10).
001340 01  WS-FIND-FILE-ID             PIC X(08).
001350 01  WS-FIND-KEY                 PIC X(10).
001360 01  WS-KEY-ROW                  PIC X(80).
001370 01  WS-REJECT-REASON            PIC X(40).
001380 01  WS-OLD-ROW                  PIC X(80).
001390 01  WS-EFF-DATE.
001400     05  WS-EFF-CCYY             PIC X(04).
001410     05  WS-EFF-MM               PIC 9(02).
001420     05  WS-EFF-DD               PIC 9(02).
001430 01  WS-EFF-DATE-N REDEFINES WS-EFF-DATE PIC 9(08).
001440*THE NEW ROW, WITH A VIEW OF EACH CONTROL FILE'S FIELDS
001450 01  WS-EDIT-ROW                 PIC X(80).
001460 01  WS-EDIT-RATECTL REDEFINES WS-EDIT-ROW.
001470     05  ER-POLICY-TYPE          PIC X(01).
001480     05  ER-DEDUCTIBLE-PCT       PIC X(03).
001490     05  ER-MAX-COVERAGE         PIC X(11).
001500     05  ER-FAMILY-FACTOR        PIC X(02).
001510     05  FILLER                  PIC X(63).
001520 01  WS-EDIT-PRMCTL REDEFINES WS-EDIT-ROW.
001530     05  EP-ROW-CODE             PIC X(01).
001540         88  EP-MODE-ROW             VALUE 'A' 'S' 'Q' 'M'.
001550     05  EP-ANNUAL-PREMIUM       PIC X(09).
001560     05  FILLER                  PIC X(70).
001570 01  WS-EDIT-PRMMODE REDEFINES WS-EDIT-ROW.
001580     05  FILLER                  PIC X(01).
001590     05  EM-MODE-FACTOR          PIC X(05).
001600     05  EM-MODE-FACTOR-N REDEFINES EM-MODE-FACTOR
001610                                 PIC 9V9999.
001620     05  FILLER                  PIC X(74).
001630 01  WS-EDIT-FAVRATE REDEFINES WS-EDIT-ROW.
001640     05  EF-INSTRUMENT-TYPE      PIC X(10).
001650     05  EF-BASE-COST            PIC X(09).
001660     05  FILLER                  PIC X(61).
001670 01  WS-EDIT-INSTYPE REDEFINES WS-EDIT-ROW.
001680     05  EI-INSTYPE-CODE         PIC X(03).
001690     05  EI-COVERAGE-PCT         PIC X(03).
001700     05  EI-COVERAGE-PCT-N REDEFINES EI-COVERAGE-PCT
001710                                 PIC 9(03).
001720     05  EI-OOP-MAX              PIC X(05).
001730     05  EI-PREAUTH-DAYS         PIC X(03).
001740     05  FILLER                  PIC X(66).
001750 01  WS-EDIT-TUITCTL REDEFINES WS-EDIT-ROW.
001760     05  ET-BILL-TERM            PIC X(05).
001770     05  ET-PER-CREDIT-RATE      PIC X(07).
001780     05  ET-FULLTIME-CREDITS     PIC X(02).
001790     05  ET-FLAT-RATE            PIC X(09).
001800     05  FILLER                  PIC X(57).
001810*REPORT LINES
001820 01  RPT-HEADER.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  FILLER                  PIC X(40)
001850            VALUE 'CONTROL-FILE CHANGE TRANSACTIONS        '.
001860     05  FILLER                  PIC X(08) VALUE 'RUN ON: '.
001870     05  RPT-HD-RUN-DATE         PIC 9(08).
001880     05  FILLER                  PIC X(76) VALUE SPACES.
001890 01  RPT-COLUMNS.
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  FILLER                  PIC X(36)
001920            VALUE 'A  OPERATOR  REQUEST ID    FILE     '.
001930     05  FILLER                  PIC X(36)
001940            VALUE ' ROW KEY     EFFECTIV  RESULT    MES'.
001950     05  FILLER                  PIC X(36)
001960            VALUE 'SAGE                                '.
001970     05  FILLER                  PIC X(24) VALUE SPACES.
001980 01  RPT-DETAIL.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  RPT-DT-ACTION           PIC X(01).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  RPT-DT-OPERATOR         PIC X(08).
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  RPT-DT-REQUEST-ID       PIC X(12).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  RPT-DT-FILE-ID          PIC X(08).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  RPT-DT-ROW-KEY          PIC X(10).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  RPT-DT-EFFECTIVE        PIC X(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  RPT-DT-RESULT           PIC X(08).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  RPT-DT-MESSAGE          PIC X(40).
002150     05  FILLER                  PIC X(23) VALUE SPACES.
002160 01  RPT-ROW-LINE.
002170     05  FILLER                  PIC X(06) VALUE SPACES.
002180     05  RPT-RW-LABEL            PIC X(05).
002190     05  RPT-RW-ROW              PIC X(80).
002200     05  FILLER                  PIC X(42) VALUE SPACES.
002210 01  RPT-COUNT-LINE.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  RPT-CT-LABEL            PIC X(40).
002240     05  RPT-CT-COUNT            PIC ZZZ,ZZ9.
002250     05  FILLER                  PIC X(85) VALUE SPACES.
002260 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
002270*
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-READ-TRAN THRU 2000-EXIT.
002320     PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT
002330         UNTIL END-TRAN.
002340     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002360     GOBACK.
002370*
002380*CTLCHG IS CREATED ON THE FIRST-EVER RUN. THE CONTROL FILES ARE
002390*LOADED WHOLE FOR THE OLD VALUES, AND CTLCHG IS READ THROUGH
002400*FOR TODAY'S LAST REQUEST NUMBER AND THE REQUESTS STILL OPEN
002410 1000-INITIALIZE.
002420     DISPLAY 'INIT CTLCHGM..'.
002430     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002440     MOVE WS-TIME-VARS (1:8) TO WS-TODAY-NUM.
002450     OPEN I-O CHGFILE.
002460     IF  FS-STAT-CHG = '35'
002470         OPEN OUTPUT CHGFILE
002480         CLOSE CHGFILE
002490         OPEN I-O CHGFILE
002500     END-IF.
002510     IF  NOT CHGFILE-OK
002520         DISPLAY 'ERROR IN OPEN CTLCHG ' FS-STAT-CHG
002530         MOVE 12 TO RETURN-CODE
002540         GOBACK
002550     END-IF.
002560     OPEN INPUT CURFILE.
002570     IF  NOT CURFILE-OK
002580         DISPLAY 'ERROR IN OPEN CTLCUR ' FS-STAT-CUR
002590         MOVE 12 TO RETURN-CODE
002600         GOBACK
002610     END-IF.
002620     OPEN OUTPUT RPTFILE.
002630     IF  NOT RPTFILE-OK
002640         DISPLAY 'ERROR IN OPEN OCTLTRN ' FS-STAT-RPT
002650         MOVE 12 TO RETURN-CODE
002660         GOBACK
002670     END-IF.
002680     OPEN INPUT TRANFILE.
002690     IF  NOT TRANFILE-OK
002700         DISPLAY 'NO CTLTRAN THIS RUN, STATUS ' FS-STAT-TRAN
002710         SET END-TRAN TO TRUE
002720     END-IF.
002730     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
002740         UNTIL END-CUR.
002750     CLOSE CURFILE.
002760     MOVE LOW-VALUES TO CCR-REQUEST-ID.
002770     START CHGFILE KEY NOT < CCR-REQUEST-ID
002780         INVALID KEY SET END-CHG TO TRUE
002790     END-START.
002800     PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
002810         UNTIL END-CHG.
002820     MOVE WS-TODAY-NUM TO RPT-HD-RUN-DATE.
002830     WRITE RPT-RECORD FROM RPT-HEADER.
002840     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002850     WRITE RPT-RECORD FROM RPT-COLUMNS.
002860 1000-EXIT.
002870     EXIT.
002880*
002890*A ROW OF A FILE NOT IN CTLFTBR IS SKIPPED AND COUNTED; A FULL
002900*TABLE STOPS THE RUN, AS A ROW LEFT OFF WOULD LOOK LIKE AN ADD
002910 1100-LOAD-ONE-ROW.
002920     READ CURFILE
002930         AT END
002940             SET END-CUR TO TRUE
002950             GO TO 1100-EXIT
002960     END-READ.
002970     MOVE CTI-FILE-ID TO WS-FIND-FILE-ID.
002980     PERFORM 1500-FIND-FILE THRU 1500-EXIT.
002990     IF  WS-FILE-SUB = 0
003000         ADD 1 TO WS-UNKNOWN-ROWS
003010         GO TO 1100-EXIT
003020     END-IF.
003030     IF  WS-CUR-COUNT NOT < CUR-MAX
003040         DISPLAY 'ERROR - CTLCUR TABLE FULL AT ' CUR-MAX
003050         MOVE 12 TO RETURN-CODE
003060         GOBACK
003070     END-IF.
003080     ADD 1 TO WS-CUR-COUNT.
003090     MOVE CTI-FILE-ID TO WS-CUR-FILE-ID (WS-CUR-COUNT).
003100     MOVE CTI-ROW     TO WS-CUR-ROW (WS-CUR-COUNT).
003110     MOVE CTI-ROW     TO WS-KEY-ROW.
003120     PERFORM 1600-ROW-KEY THRU 1600-EXIT.
003130     MOVE WS-FIND-KEY TO WS-CUR-KEY (WS-CUR-COUNT).
003140 1100-EXIT.
003150     EXIT.
003160*
003170 1200-LOAD-ONE-REQUEST.
003180     READ CHGFILE NEXT
003190         AT END
003200             SET END-CHG TO TRUE
003210             GO TO 1200-EXIT
003220     END-READ.
003230     IF  CCR-REQUEST-DATE = WS-TODAY-NUM
003240         MOVE CCR-REQUEST-SEQ TO WS-LAST-SEQ
003250     END-IF.
003260     IF  CCR-OPEN
003270         PERFORM 1800-ADD-OPEN THRU 1800-EXIT
003280     END-IF.
003290 1200-EXIT.
003300     EXIT.
003310*
003320*WS-FILE-SUB FOR WS-FIND-FILE-ID, ZERO IF IT IS NOT LISTED
003330 1500-FIND-FILE.
003340     MOVE 0 TO WS-FILE-SUB.
003350     SET CTL-IDX TO 1.
003360     SEARCH CTL-FILE-ITEM
003370         AT END
003380             CONTINUE
003390         WHEN CTL-FILE-ID (CTL-IDX) = WS-FIND-FILE-ID
003400             SET WS-FILE-SUB TO CTL-IDX
003410             MOVE CTL-FILE-KEYLEN (CTL-IDX) TO WS-KEY-LEN
003420             MOVE CTL-FILE-RECLEN (CTL-IDX) TO WS-REC-LEN
003430     END-SEARCH.
003440 1500-EXIT.
003450     EXIT.
003460*
003470*THE KEY AT THE FRONT OF WS-KEY-ROW - SPACES FOR A SINGLE-ROW
003480*FILE
003490 1600-ROW-KEY.
003500     MOVE SPACES TO WS-FIND-KEY.
003510     IF  WS-KEY-LEN > 0
003520         MOVE WS-KEY-ROW (1:WS-KEY-LEN) TO WS-FIND-KEY
003530     END-IF.
003540 1600-EXIT.
003550     EXIT.
003560*
003570*WS-FOUND-SUB FOR THE CURRENT ROW OF WS-FIND-FILE-ID AND
003580*WS-FIND-KEY
003590 1700-FIND-ROW.
003600     MOVE 'N' TO SW-ROW-FOUND.
003610     MOVE 0 TO WS-FOUND-SUB.
003620     PERFORM 1710-CHECK-ONE-ROW THRU 1710-EXIT
003630         VARYING WS-CUR-SUB FROM 1 BY 1
003640         UNTIL WS-CUR-SUB > WS-CUR-COUNT
003650            OR ROW-FOUND.
003660 1700-EXIT.
003670     EXIT.
003680*
003690 1710-CHECK-ONE-ROW.
003700     IF  WS-CUR-FILE-ID (WS-CUR-SUB) = WS-FIND-FILE-ID
003710     AND WS-CUR-KEY (WS-CUR-SUB) = WS-FIND-KEY
003720         MOVE 'Y' TO SW-ROW-FOUND
003730         MOVE WS-CUR-SUB TO WS-FOUND-SUB
003740     END-IF.
003750 1710-EXIT.
003760     EXIT.
003770*
003780 1800-ADD-OPEN.
003790     IF  WS-OPEN-COUNT NOT < OPEN-MAX
003800         DISPLAY 'ERROR - OPEN-REQUEST TABLE FULL AT ' OPEN-MAX
003810         MOVE 12 TO RETURN-CODE
003820         GOBACK
003830     END-IF.
003840     ADD 1 TO WS-OPEN-COUNT.
003850     MOVE CCR-REQUEST-ID TO WS-OPEN-REQUEST-ID (WS-OPEN-COUNT).
003860     MOVE CCR-FILE-ID    TO WS-OPEN-FILE-ID (WS-OPEN-COUNT).
003870     MOVE CCR-ROW-KEY    TO WS-OPEN-KEY (WS-OPEN-COUNT).
003880 1800-EXIT.
003890     EXIT.
003900*
003910*IS A REQUEST ALREADY OPEN FOR WS-FIND-FILE-ID/WS-FIND-KEY
003920 1900-FIND-OPEN.
003930     MOVE 'N' TO SW-OPEN-FOUND.
003940     PERFORM 1910-CHECK-ONE-OPEN THRU 1910-EXIT
003950         VARYING WS-OPEN-SUB FROM 1 BY 1
003960         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
003970            OR OPEN-FOUND.
003980 1900-EXIT.
003990     EXIT.
004000*
004010 1910-CHECK-ONE-OPEN.
004020     IF  WS-OPEN-FILE-ID (WS-OPEN-SUB) = WS-FIND-FILE-ID
004030     AND WS-OPEN-KEY (WS-OPEN-SUB) = WS-FIND-KEY
004040         MOVE 'Y' TO SW-OPEN-FOUND
004050     END-IF.
004060 1910-EXIT.
004070     EXIT.
004080*
004090*A REJECTED REQUEST NO LONGER HOLDS ITS ROW
004100 1950-CLOSE-OPEN.
004110     IF  WS-OPEN-REQUEST-ID (WS-OPEN-SUB) = CCR-REQUEST-ID
004120         MOVE SPACES TO WS-OPEN-FILE-ID (WS-OPEN-SUB)
004130         MOVE SPACES TO WS-OPEN-KEY (WS-OPEN-SUB)
004140     END-IF.
004150 1950-EXIT.
004160     EXIT.
004170*
004180 2000-READ-TRAN.
004190     READ TRANFILE
004200         AT END
004210             SET END-TRAN TO TRUE
004220             GO TO 2000-EXIT
004230     END-READ.
004240     ADD 1 TO WS-TRAN-READ.
004250 2000-EXIT.
004260     EXIT.
004270*
004280 3000-PROCESS-TRAN.
004290     MOVE SPACES TO WS-REJECT-REASON.
004300     MOVE 'N' TO SW-SHOW-ROWS.
004310     MOVE CTR-ACTION         TO RPT-DT-ACTION.
004320     MOVE CTR-OPERATOR       TO RPT-DT-OPERATOR.
004330     MOVE CTR-REQUEST-ID     TO RPT-DT-REQUEST-ID.
004340     MOVE CTR-FILE-ID        TO RPT-DT-FILE-ID.
004350     MOVE CTR-ROW-KEY        TO RPT-DT-ROW-KEY.
004360     MOVE CTR-EFFECTIVE-DATE TO RPT-DT-EFFECTIVE.
004370     EVALUATE TRUE
004380         WHEN CTR-REQUEST-CHANGE
004390         WHEN CTR-REQUEST-DELETE
004400             PERFORM 3100-NEW-REQUEST THRU 3100-EXIT
004410         WHEN CTR-APPROVE
004420         WHEN CTR-REJECT
004430             PERFORM 3300-DECIDE-REQUEST THRU 3300-EXIT
004440         WHEN OTHER
004450             MOVE 'ACTION NOT R/D/A/J' TO WS-REJECT-REASON
004460     END-EVALUATE.
004470     PERFORM 3900-REPORT-TRAN THRU 3900-EXIT.
004480     PERFORM 2000-READ-TRAN THRU 2000-EXIT.
004490 3000-EXIT.
004500     EXIT.
004510*
004520*A NEW CHANGE ('R') OR DELETE ('D') REQUEST. THE ROW AS IT
004530*STANDS BECOMES THE OLD VALUE - NONE MEANS AN ADD
004540 3100-NEW-REQUEST.
004550     IF  CTR-OPERATOR = SPACES
004560         MOVE 'REQUESTER NOT GIVEN' TO WS-REJECT-REASON
004570         GO TO 3100-EXIT
004580     END-IF.
004590     MOVE CTR-FILE-ID TO WS-FIND-FILE-ID.
004600     PERFORM 1500-FIND-FILE THRU 1500-EXIT.
004610     IF  WS-FILE-SUB = 0
004620         MOVE 'NOT A CONTROL FILE UNDER CHANGE CONTROL'
004630             TO WS-REJECT-REASON
004640         GO TO 3100-EXIT
004650     END-IF.
004660     MOVE CTR-EFFECTIVE-DATE TO WS-EFF-DATE.
004670     IF  WS-EFF-DATE NOT NUMERIC
004680         MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
004690             TO WS-REJECT-REASON
004700         GO TO 3100-EXIT
004710     END-IF.
004720     IF  WS-EFF-MM < 1 OR WS-EFF-MM > 12
004730     OR  WS-EFF-DD < 1 OR WS-EFF-DD > 31
004740         MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
004750             TO WS-REJECT-REASON
004760         GO TO 3100-EXIT
004770     END-IF.
004780     IF  WS-EFF-DATE-N < WS-TODAY-NUM
004790         MOVE 'EFFECTIVE DATE BEFORE TODAY' TO WS-REJECT-REASON
004800         GO TO 3100-EXIT
004810     END-IF.
004820     IF  WS-KEY-LEN = 0
004830         IF  CTR-ROW-KEY NOT = SPACES
004840             MOVE 'SINGLE-ROW FILE TAKES NO ROW KEY'
004850                 TO WS-REJECT-REASON
004860             GO TO 3100-EXIT
004870         END-IF
004880     ELSE
004890         IF  CTR-ROW-KEY = SPACES
004900             MOVE 'ROW KEY NOT GIVEN' TO WS-REJECT-REASON
004910             GO TO 3100-EXIT
004920         END-IF
004930         IF  WS-KEY-LEN < 10
004940             COMPUTE WS-PAST-POS = WS-KEY-LEN + 1
004950             IF  CTR-ROW-KEY (WS-PAST-POS:) NOT = SPACES
004960                 MOVE 'ROW KEY TOO LONG FOR THIS FILE'
004970                     TO WS-REJECT-REASON
004980                 GO TO 3100-EXIT
004990             END-IF
005000         END-IF
005010     END-IF.
005020     MOVE CTR-ROW-KEY TO WS-FIND-KEY.
005030     PERFORM 1900-FIND-OPEN THRU 1900-EXIT.
005040     IF  OPEN-FOUND
005050         MOVE 'A CHANGE TO THIS ROW IS ALREADY OPEN'
005060             TO WS-REJECT-REASON
005070         GO TO 3100-EXIT
005080     END-IF.
005090     PERFORM 1700-FIND-ROW THRU 1700-EXIT.
005100     IF  ROW-FOUND
005110         MOVE WS-CUR-ROW (WS-FOUND-SUB) TO WS-OLD-ROW
005120     ELSE
005130         MOVE SPACES TO WS-OLD-ROW
005140     END-IF.
005150     IF  CTR-REQUEST-DELETE
005160         IF  NOT ROW-FOUND
005170             MOVE 'NO SUCH ROW TO DELETE' TO WS-REJECT-REASON
005180             GO TO 3100-EXIT
005190         END-IF
005200         MOVE SPACES TO WS-EDIT-ROW
005210     ELSE
005220         PERFORM 3200-EDIT-NEW-ROW THRU 3200-EXIT
005230         IF  WS-REJECT-REASON NOT = SPACES
005240             GO TO 3100-EXIT
005250         END-IF
005260     END-IF.
005270     IF  WS-LAST-SEQ = 9999
005280         MOVE 'NO REQUEST NUMBERS LEFT TODAY'
005290             TO WS-REJECT-REASON
005300         GO TO 3100-EXIT
005310     END-IF.
005320     ADD 1 TO WS-LAST-SEQ.
005330     MOVE SPACES             TO CTL-CHANGE-RECORD.
005340     MOVE WS-TODAY-NUM       TO CCR-REQUEST-DATE.
005350     MOVE WS-LAST-SEQ        TO CCR-REQUEST-SEQ.
005360     MOVE CTR-FILE-ID        TO CCR-FILE-ID.
005370     MOVE CTR-ROW-KEY        TO CCR-ROW-KEY.
005380     IF  CTR-REQUEST-DELETE
005390         SET CCR-DELETE-ROW  TO TRUE
005400     ELSE
005410         SET CCR-CHANGE-ROW  TO TRUE
005420     END-IF.
005430     MOVE CTR-OPERATOR       TO CCR-REQUESTER.
005440     MOVE WS-EFF-DATE-N      TO CCR-EFFECTIVE-DATE.
005450     MOVE WS-OLD-ROW         TO CCR-OLD-ROW.
005460     MOVE WS-EDIT-ROW        TO CCR-NEW-ROW.
005470     SET CCR-PENDING         TO TRUE.
005480     MOVE 0                  TO CCR-DECIDED-DATE.
005490     MOVE 0                  TO CCR-APPLIED-DATE.
005500     MOVE CTR-REASON         TO CCR-REASON.
005510     WRITE CTL-CHANGE-RECORD
005520         INVALID KEY
005530             MOVE 'REQUEST ID ALREADY ON CTLCHG'
005540                 TO WS-REJECT-REASON
005550             GO TO 3100-EXIT
005560     END-WRITE.
005570     PERFORM 1800-ADD-OPEN THRU 1800-EXIT.
005580     ADD 1 TO WS-REQUESTS-WRITTEN.
005590     MOVE CCR-REQUEST-ID TO RPT-DT-REQUEST-ID.
005600     MOVE 'REQUESTED - AWAITING APPROVAL' TO RPT-DT-MESSAGE.
005610     MOVE 'Y' TO SW-SHOW-ROWS.
005620 3100-EXIT.
005630     EXIT.
005640*
005650*THE NEW ROW MUST START WITH ITS KEY, FIT THE FILE'S RECORD,
005660*DIFFER FROM THE OLD ONE AND PASS THE FILE'S OWN FIELD EDITS
005670 3200-EDIT-NEW-ROW.
005680     MOVE CTR-NEW-ROW TO WS-EDIT-ROW.
005690     IF  WS-KEY-LEN > 0
005700         IF  WS-EDIT-ROW (1:WS-KEY-LEN)
005710                 NOT = CTR-ROW-KEY (1:WS-KEY-LEN)
005720             MOVE 'NEW ROW DOES NOT START WITH THE KEY'
005730                 TO WS-REJECT-REASON
005740             GO TO 3200-EXIT
005750         END-IF
005760     END-IF.
005770     IF  WS-REC-LEN < 80
005780         COMPUTE WS-PAST-POS = WS-REC-LEN + 1
005790         IF  WS-EDIT-ROW (WS-PAST-POS:) NOT = SPACES
005800             MOVE 'NEW ROW LONGER THAN THE RECORD'
005810                 TO WS-REJECT-REASON
005820             GO TO 3200-EXIT
005830         END-IF
005840     END-IF.
005850     IF  WS-EDIT-ROW = WS-OLD-ROW
005860         MOVE 'NEW ROW SAME AS THE OLD' TO WS-REJECT-REASON
005870         GO TO 3200-EXIT
005880     END-IF.
005890     EVALUATE CTL-FILE-ID (WS-FILE-SUB)
005900         WHEN 'RATECTL '
005910             IF  ER-POLICY-TYPE NOT NUMERIC
005920             OR  ER-DEDUCTIBLE-PCT NOT NUMERIC
005930             OR  ER-MAX-COVERAGE NOT NUMERIC
005940                 MOVE 'PLAN-TIER RATE FIELDS NOT NUMERIC'
005950                     TO WS-REJECT-REASON
005960             END-IF
005970             IF  ER-FAMILY-FACTOR NOT = SPACES
005980             AND ER-FAMILY-FACTOR NOT NUMERIC
005990                 MOVE 'FAMILY FACTOR NOT NUMERIC'
006000                     TO WS-REJECT-REASON
006010             END-IF
006020         WHEN 'PRMCTL  '
006030             IF  EP-ROW-CODE NUMERIC
006040                 IF  EP-ANNUAL-PREMIUM NOT NUMERIC
006050                     MOVE 'ANNUAL PREMIUM NOT NUMERIC'
006060                         TO WS-REJECT-REASON
006070                 END-IF
006080             ELSE
006090                 IF  NOT EP-MODE-ROW
006100                     MOVE 'NOT A POLICY TYPE OR A/S/Q/M ROW'
006110                         TO WS-REJECT-REASON
006120                 ELSE
006130                     IF  EM-MODE-FACTOR NOT NUMERIC
006140                         MOVE 'MODAL FACTOR NOT NUMERIC'
006150                             TO WS-REJECT-REASON
006160                     ELSE
006170                         IF  EM-MODE-FACTOR-N = 0
006180                             MOVE 'MODAL FACTOR IS ZERO'
006190                                 TO WS-REJECT-REASON
006200                         END-IF
006210                     END-IF
006220                 END-IF
006230             END-IF
006240         WHEN 'FAVRATE '
006250             IF  EF-BASE-COST NOT NUMERIC
006260                 MOVE 'INSTRUMENT BASE COST NOT NUMERIC'
006270                     TO WS-REJECT-REASON
006280             END-IF
006290         WHEN 'INSTYPE '
006300             IF  EI-COVERAGE-PCT NOT NUMERIC
006310             OR  EI-OOP-MAX NOT NUMERIC
006320             OR  EI-PREAUTH-DAYS NOT NUMERIC
006330                 MOVE 'INSURANCE TYPE FIELDS NOT NUMERIC'
006340                     TO WS-REJECT-REASON
006350             ELSE
006360                 IF  EI-COVERAGE-PCT-N > 100
006370                     MOVE 'COVERAGE PERCENTAGE OVER 100'
006380                         TO WS-REJECT-REASON
006390                 END-IF
006400             END-IF
006410         WHEN 'TUITCTL '
006420             IF  ET-BILL-TERM = SPACES
006430                 MOVE 'BILLING TERM NOT GIVEN'
006440                     TO WS-REJECT-REASON
006450             END-IF
006460             IF  ET-PER-CREDIT-RATE NOT NUMERIC
006470             OR  ET-FULLTIME-CREDITS NOT NUMERIC
006480             OR  ET-FLAT-RATE NOT NUMERIC
006490                 MOVE 'TUITION RATE FIELDS NOT NUMERIC'
006500                     TO WS-REJECT-REASON
006510             END-IF
006520     END-EVALUATE.
006530 3200-EXIT.
006540     EXIT.
006550*
006560*A SECOND OPERATOR APPROVES ('A') OR REJECTS ('J') A PENDING
006570*REQUEST. THE REQUESTER MAY ONLY WITHDRAW THEIR OWN
006580 3300-DECIDE-REQUEST.
006590     IF  CTR-OPERATOR = SPACES
006600         MOVE 'APPROVER NOT GIVEN' TO WS-REJECT-REASON
006610         GO TO 3300-EXIT
006620     END-IF.
006630     MOVE 'N' TO SW-ROW-FOUND.
006640     MOVE CTR-REQUEST-ID TO CCR-REQUEST-ID.
006650     READ CHGFILE
006660         INVALID KEY
006670             CONTINUE
006680         NOT INVALID KEY
006690             MOVE 'Y' TO SW-ROW-FOUND
006700     END-READ.
006710     IF  NOT ROW-FOUND
006720         MOVE 'NO SUCH REQUEST ON CTLCHG' TO WS-REJECT-REASON
006730         GO TO 3300-EXIT
006740     END-IF.
006750     MOVE CCR-FILE-ID        TO RPT-DT-FILE-ID.
006760     MOVE CCR-ROW-KEY        TO RPT-DT-ROW-KEY.
006770     MOVE CCR-EFFECTIVE-DATE TO RPT-DT-EFFECTIVE.
006780     IF  NOT CCR-PENDING
006790         MOVE 'REQUEST IS NOT PENDING APPROVAL'
006800             TO WS-REJECT-REASON
006810         GO TO 3300-EXIT
006820     END-IF.
006830     IF  CTR-APPROVE
006840     AND CTR-OPERATOR = CCR-REQUESTER
006850         MOVE 'APPROVER MUST NOT BE THE REQUESTER'
006860             TO WS-REJECT-REASON
006870         GO TO 3300-EXIT
006880     END-IF.
006890     MOVE CCR-OLD-ROW TO WS-OLD-ROW.
006900     MOVE CCR-NEW-ROW TO WS-EDIT-ROW.
006910     MOVE CTR-OPERATOR TO CCR-APPROVER.
006920     MOVE WS-TODAY-NUM TO CCR-DECIDED-DATE.
006930     IF  CTR-APPROVE
006940         SET CCR-APPROVED TO TRUE
006950     ELSE
006960         SET CCR-REJECTED TO TRUE
006970     END-IF.
006980     REWRITE CTL-CHANGE-RECORD
006990         INVALID KEY
007000             MOVE 'REWRITE OF CTLCHG FAILED' TO WS-REJECT-REASON
007010             GO TO 3300-EXIT
007020     END-REWRITE.
007030     IF  CTR-APPROVE
007040         ADD 1 TO WS-APPROVED
007050         MOVE 'APPROVED - PROMOTES ON EFFECTIVE DATE'
007060             TO RPT-DT-MESSAGE
007070     ELSE
007080         ADD 1 TO WS-REJECTED-REQ
007090         PERFORM 1950-CLOSE-OPEN THRU 1950-EXIT
007100             VARYING WS-OPEN-SUB FROM 1 BY 1
007110             UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
007120         MOVE 'REJECTED - WILL NOT BE PROMOTED'
007130             TO RPT-DT-MESSAGE
007140     END-IF.
007150     MOVE 'Y' TO SW-SHOW-ROWS.
007160 3300-EXIT.
007170     EXIT.
007180*
007190*ONE LINE PER TRANSACTION, AND THE OLD AND NEW ROWS UNDER ONE
007200*THAT WAS TAKEN
007210 3900-REPORT-TRAN.
007220     IF  WS-REJECT-REASON NOT = SPACES
007230         ADD 1 TO WS-TRAN-REJECTED
007240         MOVE 4 TO WS-RESULT
007250         MOVE 'REJECTED' TO RPT-DT-RESULT
007260         MOVE WS-REJECT-REASON TO RPT-DT-MESSAGE
007270         MOVE 'N' TO SW-SHOW-ROWS
007280     ELSE
007290         MOVE 'ACCEPTED' TO RPT-DT-RESULT
007300     END-IF.
007310     WRITE RPT-RECORD FROM RPT-DETAIL.
007320     IF  SHOW-ROWS
007330         MOVE 'OLD: '     TO RPT-RW-LABEL
007340         MOVE WS-OLD-ROW  TO RPT-RW-ROW
007350         WRITE RPT-RECORD FROM RPT-ROW-LINE
007360         MOVE 'NEW: '     TO RPT-RW-LABEL
007370         MOVE WS-EDIT-ROW TO RPT-RW-ROW
007380         WRITE RPT-RECORD FROM RPT-ROW-LINE
007390     END-IF.
007400 3900-EXIT.
007410     EXIT.
007420*
007430 8000-WRITE-TOTALS.
007440     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007450     MOVE 'TRANSACTIONS READ' TO RPT-CT-LABEL.
007460     MOVE WS-TRAN-READ TO RPT-CT-COUNT.
007470     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007480     MOVE 'CHANGE REQUESTS WRITTEN' TO RPT-CT-LABEL.
007490     MOVE WS-REQUESTS-WRITTEN TO RPT-CT-COUNT.
007500     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007510     MOVE 'REQUESTS APPROVED' TO RPT-CT-LABEL.
007520     MOVE WS-APPROVED TO RPT-CT-COUNT.
007530     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007540     MOVE 'REQUESTS REJECTED OR WITHDRAWN' TO RPT-CT-LABEL.
007550     MOVE WS-REJECTED-REQ TO RPT-CT-COUNT.
007560     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007570     MOVE 'TRANSACTIONS NOT TAKEN' TO RPT-CT-LABEL.
007580     MOVE WS-TRAN-REJECTED TO RPT-CT-COUNT.
007590     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007600     IF  WS-UNKNOWN-ROWS > 0
007610         MOVE 'CTLCUR ROWS OF NO LISTED FILE' TO RPT-CT-LABEL
007620         MOVE WS-UNKNOWN-ROWS TO RPT-CT-COUNT
007630         WRITE RPT-RECORD FROM RPT-COUNT-LINE
007640         MOVE 4 TO WS-RESULT
007650     END-IF.
007660 8000-EXIT.
007670     EXIT.
007680*
007690 9000-TERMINATE.
007700     DISPLAY 'TRANSACTIONS READ:   ' WS-TRAN-READ.
007710     DISPLAY 'REQUESTS WRITTEN:    ' WS-REQUESTS-WRITTEN.
007720     DISPLAY 'REQUESTS APPROVED:   ' WS-APPROVED.
007730     DISPLAY 'REQUESTS REJECTED:   ' WS-REJECTED-REQ.
007740     DISPLAY 'TRANSACTIONS REFUSED:' WS-TRAN-REJECTED.
007750     CLOSE CHGFILE.
007760     CLOSE RPTFILE.
007770     CLOSE TRANFILE.
007780     MOVE WS-RESULT TO RETURN-CODE.
007790 9000-EXIT.
007800     EXIT.
