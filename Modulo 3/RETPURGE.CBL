000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RETPURGE.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* RETPURGE - RECORD-RETENTION PURGE. READS THE RECORDS OF THE    *
000090*            HISTORY, JOURNAL AND AUDIT DATASETS THAT OTHERWISE  *
000100*            GROW FOREVER (CLMARCH, CLMJRNL, EXCPLOG, SIUCASE,   *
000110*            PMAUDIT, EMPAUDIT AND GRDAUDT), EACH TAGGED WITH    *
000120*            ITS DATASET ID BY THE JCL, AND AGES EVERY RECORD    *
000130*            AGAINST THE RETCTL RETENTION SCHEDULE (SEE RETCTLR) *
000140*            FOR ITS DATASET AND RECORD TYPE. A RECORD PAST ITS  *
000150*            PERIOD IS REMOVED - DESTROYED, OR FIRST COPIED TO   *
000160*            THE RETOFFS OFF-SITE FILE - UNLESS ITS KEY IS UNDER *
000170*            A HOLD ON THE LEGALHLD LIST (SEE RETHLDR). EVERY    *
000180*            OTHER RECORD, AND ANY RECORD WITH NO RULE OR NO     *
000190*            READABLE DATE, GOES TO RETKEEP FOR THE JCL TO PUT   *
000200*            BACK. ORETCERT IS THE CERTIFICATE OF DESTRUCTION    *
000210*            FOR THE RECORDS MANAGER: COUNTS PER DATASET AND     *
000220*            RECORD TYPE, THE HOLDS THAT KEPT RECORDS, AND THE   *
000230*            SIGNATURE BLOCK. RUN DATE ON THE SYSIN CARD         *
000240*            (CCYYMMDD; BLANK = TODAY). RC 4 = RECORDS OF A      *
000250*            DATASET NOT ON RETCTL, RECORDS NO RULE COVERS,      *
000255*            RECORDS WITH NO READABLE DATE, OR A TABLE FULL      *
000260*            (THOSE RECORDS ARE KEPT);                           *
000270*            RC 12 = A FILE UNAVAILABLE OR A BAD RETCTL ROW -    *
000280*            NOTHING MAY THEN BE PUT BACK.                       *
000290*                                                                *
000300* MODIFICATION HISTORY:                                          *
000310* 15/10/2026 RCH - ORIGINAL VERSION                              *
000320*================================================================*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CTLFILE  ASSIGN TO RETCTL
000370            FILE STATUS IS FS-STAT-CTL.
000380     SELECT HLDFILE  ASSIGN TO LEGALHLD
000390            FILE STATUS IS FS-STAT-HLD.
000400     SELECT INFILE   ASSIGN TO RETIN
000410            FILE STATUS IS FS-STAT-IN.
000420     SELECT KEEPFILE ASSIGN TO RETKEEP
000430            FILE STATUS IS FS-STAT-KEEP.
000440     SELECT OFFFILE  ASSIGN TO RETOFFS
000450            FILE STATUS IS FS-STAT-OFF.
000460     SELECT CERTFILE ASSIGN TO ORETCERT
000470            FILE STATUS IS FS-STAT-CERT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CTLFILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 80 CHARACTERS
000530     BLOCK CONTAINS 0 RECORDS
000540     DATA RECORD IS RETAIN-CONTROL-RECORD.
000550 01  RETAIN-CONTROL-RECORD.
000560     COPY RETCTLR.
000570 FD  HLDFILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 80 CHARACTERS
000600     BLOCK CONTAINS 0 RECORDS
000610     DATA RECORD IS LEGAL-HOLD-RECORD.
000620 01  LEGAL-HOLD-RECORD.
000630     COPY RETHLDR.
000640*EVERY RECORD OF EVERY DATASET PURGED, THE DATASET ID IN FRONT
000650*AND THE RECORD PADDED TO 200 BY THE JCL
000660 FD  INFILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 208 CHARACTERS
000690     BLOCK CONTAINS 0 RECORDS
000700     DATA RECORD IS IN-RECORD.
000710 01  IN-RECORD.
000720     05  RIN-DATASET-ID              PIC X(08).
000730     05  RIN-RECORD                  PIC X(200).
000740*THE RECORDS KEPT, AS READ
000750 FD  KEEPFILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 208 CHARACTERS
000780     BLOCK CONTAINS 0 RECORDS
000790     DATA RECORD IS KEEP-RECORD.
000800 01  KEEP-RECORD                     PIC X(208).
000810*THE RECORDS REMOVED UNDER AN 'O' RULE, AS READ
000820 FD  OFFFILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 208 CHARACTERS
000850     BLOCK CONTAINS 0 RECORDS
000860     DATA RECORD IS OFFSITE-RECORD.
000870 01  OFFSITE-RECORD                  PIC X(208).
000880 FD  CERTFILE
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 133 CHARACTERS
000910     BLOCK CONTAINS 0 RECORDS
000920     DATA RECORD IS CERT-RECORD.
000930 01  CERT-RECORD                     PIC X(133).
000940*
000950 WORKING-STORAGE SECTION.
000960 77  RULE-MAX                PIC S9(4) COMP VALUE 100.
000970 77  WS-RULE-COUNT           PIC S9(4) COMP VALUE 0.
000980 77  WS-RULE-SUB             PIC S9(4) COMP VALUE 0.
000990 77  WS-MATCH-RULE           PIC S9(4) COMP VALUE 0.
001000 77  WS-ANY-RULE             PIC S9(4) COMP VALUE 0.
001010 77  DS-MAX                  PIC S9(4) COMP VALUE 20.
001020 77  WS-DS-COUNT             PIC S9(4) COMP VALUE 0.
001030 77  WS-DS-SUB               PIC S9(4) COMP VALUE 0.
001040 77  WS-FOUND-DS             PIC S9(4) COMP VALUE 0.
001050 77  HOLD-MAX                PIC S9(4) COMP VALUE 500.
001060 77  WS-HOLD-COUNT           PIC S9(4) COMP VALUE 0.
001070 77  WS-HOLD-SUB             PIC S9(4) COMP VALUE 0.
001080 77  WS-TRAIL-SPACES         PIC S9(4) COMP VALUE 0.
001090 77  WS-KEY-LEN              PIC S9(4) COMP VALUE 0.
001100 77  WS-LAST-POS             PIC S9(4) COMP VALUE 0.
001110 77  WS-MONTHS-TOTAL         PIC S9(7) COMP VALUE 0.
001120 77  WS-CUT-CCYY             PIC S9(5) COMP VALUE 0.
001130 77  WS-CUT-MM               PIC S9(3) COMP VALUE 0.
001140 77  WS-BAD-ROWS             PIC S9(4) COMP VALUE 0.
001150 77  WS-HOLDS-SKIPPED        PIC S9(4) COMP VALUE 0.
001160 77  WS-RECORDS-READ         PIC S9(9) COMP VALUE 0.
001170 77  WS-RECORDS-KEPT         PIC S9(9) COMP VALUE 0.
001180 77  WS-RECORDS-REMOVED      PIC S9(9) COMP VALUE 0.
001190 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
001200 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
001210 77  WS-ASKED-DATE-X         PIC X(08) VALUE SPACES.
001220 77  SW-END-CTL              PIC X VALUE 'N'.
001230     88  END-CTL                 VALUE 'Y'.
001240 77  SW-END-HLD              PIC X VALUE 'N'.
001250     88  END-HLD                 VALUE 'Y'.
001260 77  SW-END-IN               PIC X VALUE 'N'.
001270     88  END-IN                  VALUE 'Y'.
001280 77  SW-HELD                 PIC X VALUE 'N'.
001290     88  RECORD-HELD             VALUE 'Y'.
001300 77  FS-STAT-CTL             PIC X(02) VALUE SPACES.
001310     88  CTLFILE-OK              VALUE '00'.
001320 77  FS-STAT-HLD             PIC X(02) VALUE SPACES.
001330     88  HLDFILE-OK              VALUE '00'.
001340 77  FS-STAT-IN              PIC X(02) VALUE SPACES.
001350     88  INFILE-OK               VALUE '00'.
001360 77  FS-STAT-KEEP            PIC X(02) VALUE SPACES.
001370     88  KEEPFILE-OK             VALUE '00'.
001380 77  FS-STAT-OFF             PIC X(02) VALUE SPACES.
001390     88  OFFFILE-OK              VALUE '00'.
001400 77  FS-STAT-CERT            PIC X(02) VALUE SPACES.
001410     88  CERTFILE-OK             VALUE '00'.
001420 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
001430 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001440     05  WS-RUN-CCYY         PIC 9(04).
001450     05  WS-RUN-MM           PIC 9(02).
001460     05  WS-RUN-DD           PIC 9(02).
001470*THE DATE A RECORD IS AGED ON
001480 01  WS-REC-DATE.
001490     05  WS-REC-DATE-CCYY    PIC X(04).
001500     05  WS-REC-DATE-MMDD    PIC X(04).
001510 01  WS-REC-DATE-N REDEFINES WS-REC-DATE PIC 9(08).
001520 01  WS-REC-KEY              PIC X(20).
001530 01  WS-REC-KEY2             PIC X(20).
001540 01  WS-REVERSED-KEY         PIC X(20).
001550*THE RETENTION SCHEDULE, IN RETCTL ORDER, WITH EACH RULE'S
001560*CUTOFF DATE (OLDER THAN THIS IS PAST THE PERIOD) AND COUNTS
001570 01  WS-RULE-TABLE.
001580     05  WS-RULE-ITEM OCCURS 100 TIMES.
001590         10  RL-DATASET-ID       PIC X(08).
001600         10  RL-RECORD-TYPE      PIC X(08).
001610         10  RL-TYPE-POS         PIC S9(4) COMP.
001620         10  RL-TYPE-LEN         PIC S9(4) COMP.
001630         10  RL-DATE-POS         PIC S9(4) COMP.
001640         10  RL-DATE-FORM        PIC X(01).
001650             88  RL-DATE-CCYY        VALUE 'Y'.
001660         10  RL-KEY-POS          PIC S9(4) COMP.
001670         10  RL-KEY-LEN          PIC S9(4) COMP.
001680         10  RL-KEY2-POS         PIC S9(4) COMP.
001690         10  RL-RETAIN-MONTHS    PIC 9(03).
001700         10  RL-ACTION           PIC X(01).
001710             88  RL-OFFSITE          VALUE 'O'.
001720         10  RL-DESCRIPTION      PIC X(30).
001730         10  RL-CUTOFF           PIC 9(08).
001740         10  RL-IN-PERIOD        PIC S9(9) COMP.
001750         10  RL-UNDATED          PIC S9(9) COMP.
001760         10  RL-HELD             PIC S9(9) COMP.
001770         10  RL-DESTROYED        PIC S9(9) COMP.
001780         10  RL-SENT-OFFSITE     PIC S9(9) COMP.
001790*THE DATASETS, IN THE ORDER RETCTL FIRST NAMES THEM (OR THE
001800*STREAM DOES, FOR ONE WITH NO ROWS)
001810 01  WS-DS-TABLE.
001820     05  WS-DS-ITEM OCCURS 20 TIMES.
001830         10  DS-DATASET-ID       PIC X(08).
001840         10  DS-READ             PIC S9(9) COMP.
001850         10  DS-KEPT             PIC S9(9) COMP.
001860         10  DS-REMOVED          PIC S9(9) COMP.
001870         10  DS-NO-RULE          PIC S9(9) COMP.
001880*THE LEGAL HOLDS IN FORCE
001890 01  WS-HOLD-TABLE.
001900     05  WS-HOLD-ITEM OCCURS 500 TIMES.
001910         10  HD-DATASET-ID       PIC X(08).
001920         10  HD-HOLD-KEY         PIC X(20).
001930         10  HD-KEY-LEN          PIC S9(4) COMP.
001940         10  HD-MATTER           PIC X(12).
001950         10  HD-RECORDS-HELD     PIC S9(9) COMP.
001960*CERTIFICATE LINES
001970 01  CRT-TITLE.
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  FILLER                  PIC X(44)
002000            VALUE 'CERTIFICATE OF DESTRUCTION - RECORD RETENTIO'.
002010     05  FILLER                  PIC X(22)
002020            VALUE 'N PURGE     RUN DATE: '.
002030     05  CRT-TI-RUN-DATE         PIC 9(08).
002040     05  FILLER                  PIC X(58) VALUE SPACES.
002050 01  CRT-TEXT-LINE.
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  CRT-TX-TEXT             PIC X(72).
002080     05  FILLER                  PIC X(60) VALUE SPACES.
002090 01  CRT-COLUMNS-1.
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  FILLER                  PIC X(36)
002120            VALUE 'DATASET   REC TYPE  RETAIN  CUTOFF  '.
002130     05  FILLER                  PIC X(36)
002140            VALUE '  A    IN PERIOD      UNDATED   LEGA'.
002150     05  FILLER                  PIC X(36)
002160            VALUE 'L HOLD    DESTROYED     OFF-SITE DES'.
002170     05  FILLER                  PIC X(24)
002180            VALUE 'CRIPTION                '.
002190 01  CRT-RULE-LINE.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  CRT-RL-DATASET-ID       PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  CRT-RL-RECORD-TYPE      PIC X(08).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  CRT-RL-MONTHS           PIC ZZ9.
002260     05  FILLER                  PIC X(03) VALUE ' MO'.
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  CRT-RL-CUTOFF           PIC 9(08).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  CRT-RL-ACTION           PIC X(01).
002310     05  CRT-RL-IN-PERIOD        PIC ZZZ,ZZZ,ZZ9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  CRT-RL-UNDATED          PIC ZZZ,ZZZ,ZZ9.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  CRT-RL-HELD             PIC ZZZ,ZZZ,ZZ9.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  CRT-RL-DESTROYED        PIC ZZZ,ZZZ,ZZ9.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  CRT-RL-OFFSITE          PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  CRT-RL-DESCRIPTION      PIC X(30).
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430 01  CRT-DATASET-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  CRT-DS-DATASET-ID       PIC X(08).
002460     05  FILLER                  PIC X(20)
002470            VALUE ' TOTAL - READ:      '.
002480     05  CRT-DS-READ             PIC ZZZ,ZZZ,ZZ9.
002490     05  FILLER                  PIC X(09) VALUE '   KEPT: '.
002500     05  CRT-DS-KEPT             PIC ZZZ,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(12) VALUE '   REMOVED: '.
002520     05  CRT-DS-REMOVED          PIC ZZZ,ZZZ,ZZ9.
002530     05  FILLER                  PIC X(19)
002540            VALUE '   KEPT - NO RULE: '.
002550     05  CRT-DS-NO-RULE          PIC ZZZ,ZZZ,ZZ9.
002560     05  FILLER                  PIC X(20) VALUE SPACES.
002570 01  CRT-HOLD-COLUMNS.
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  FILLER                  PIC X(36)
002600            VALUE 'LEGAL HOLDS IN FORCE - DATASET  HOLD'.
002610     05  FILLER                  PIC X(36)
002620            VALUE ' KEY              MATTER       RECOR'.
002630     05  FILLER                  PIC X(36)
002640            VALUE 'DS KEPT PAST PERIOD                 '.
002650     05  FILLER                  PIC X(24) VALUE SPACES.
002660 01  CRT-HOLD-LINE.
002670     05  FILLER                  PIC X(24) VALUE SPACES.
002680     05  CRT-HD-DATASET-ID       PIC X(08).
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  CRT-HD-HOLD-KEY         PIC X(20).
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  CRT-HD-MATTER           PIC X(12).
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  CRT-HD-RECORDS          PIC ZZZ,ZZZ,ZZ9.
002750     05  FILLER                  PIC X(55) VALUE SPACES.
002760 01  CRT-TOTAL-LINE.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  CRT-TL-LABEL            PIC X(40).
002790     05  CRT-TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                  PIC X(81) VALUE SPACES.
002810 01  CRT-BLANK-LINE              PIC X(133) VALUE SPACES.
002820*
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
002870         UNTIL END-IN.
002880     PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT.
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002900     GOBACK.
002910*
002920*EVERY FILE MUST OPEN - AN EMPTY LEGALHLD IS FINE, A MISSING
002930*ONE IS NOT. A BAD RETCTL ROW STOPS THE RUN BEFORE ANY RECORD
002940*IS READ
002950 1000-INITIALIZE.
002960     DISPLAY 'INIT RETPURGE..'.
002970     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002980     ACCEPT WS-ASKED-DATE-X FROM SYSIN.
002990     IF  WS-ASKED-DATE-X NUMERIC
003000         MOVE WS-ASKED-DATE-X TO WS-RUN-DATE
003010     ELSE
003020         MOVE WS-TIME-VARS (1:8) TO WS-RUN-DATE
003030     END-IF.
003040     OPEN INPUT CTLFILE.
003050     IF  NOT CTLFILE-OK
003060         DISPLAY 'ERROR IN OPEN RETCTL ' FS-STAT-CTL
003070         MOVE 12 TO RETURN-CODE
003080         GOBACK
003090     END-IF.
003100     OPEN INPUT HLDFILE.
003110     IF  NOT HLDFILE-OK
003120         DISPLAY 'ERROR IN OPEN LEGALHLD ' FS-STAT-HLD
003130         MOVE 12 TO RETURN-CODE
003140         GOBACK
003150     END-IF.
003160     OPEN INPUT INFILE.
003170     IF  NOT INFILE-OK
003180         DISPLAY 'ERROR IN OPEN RETIN ' FS-STAT-IN
003190         MOVE 12 TO RETURN-CODE
003200         GOBACK
003210     END-IF.
003220     OPEN OUTPUT KEEPFILE.
003230     IF  NOT KEEPFILE-OK
003240         DISPLAY 'ERROR IN OPEN RETKEEP ' FS-STAT-KEEP
003250         MOVE 12 TO RETURN-CODE
003260         GOBACK
003270     END-IF.
003280     OPEN OUTPUT OFFFILE.
003290     IF  NOT OFFFILE-OK
003300         DISPLAY 'ERROR IN OPEN RETOFFS ' FS-STAT-OFF
003310         MOVE 12 TO RETURN-CODE
003320         GOBACK
003330     END-IF.
003340     OPEN OUTPUT CERTFILE.
003350     IF  NOT CERTFILE-OK
003360         DISPLAY 'ERROR IN OPEN ORETCERT ' FS-STAT-CERT
003370         MOVE 12 TO RETURN-CODE
003380         GOBACK
003390     END-IF.
003400     INITIALIZE WS-DS-TABLE.
003410     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
003420         UNTIL END-CTL.
003430     CLOSE CTLFILE.
003440     IF  WS-BAD-ROWS > 0
003450         DISPLAY 'RETCTL HAS ' WS-BAD-ROWS
003460                 ' BAD ROWS - NOTHING PURGED'
003470         MOVE 12 TO RETURN-CODE
003480         GOBACK
003490     END-IF.
003500     PERFORM 1300-LOAD-ONE-HOLD THRU 1300-EXIT
003510         UNTIL END-HLD.
003520     CLOSE HLDFILE.
003530 1000-EXIT.
003540     EXIT.
003550*
003560*EVERY POSITION MUST FALL INSIDE THE 200-BYTE RECORD AREA, SO A
003570*TYPING SLIP IN THE SCHEDULE CANNOT PURGE THE WRONG RECORDS
003580 1100-LOAD-ONE-RULE.
003590     READ CTLFILE
003600         AT END
003610             SET END-CTL TO TRUE
003620             GO TO 1100-EXIT
003630     END-READ.
003640     IF  RTC-TYPE-POS NOT NUMERIC
003650     OR  RTC-TYPE-LEN NOT NUMERIC
003660     OR  RTC-DATE-POS NOT NUMERIC
003670     OR  RTC-KEY-POS NOT NUMERIC
003680     OR  RTC-KEY-LEN NOT NUMERIC
003690     OR  RTC-KEY2-POS NOT NUMERIC
003700     OR  RTC-RETAIN-MONTHS NOT NUMERIC
003710         PERFORM 1190-BAD-RULE THRU 1190-EXIT
003720         GO TO 1100-EXIT
003730     END-IF.
003740     IF  RTC-DATASET-ID = SPACES
003750     OR  RTC-RETAIN-MONTHS = 0
003760     OR  RTC-TYPE-LEN > 8
003770     OR  RTC-KEY-LEN > 20
003780     OR  RTC-DATE-POS = 0
003790     OR  NOT (RTC-DATE-CCYYMMDD OR RTC-DATE-CCYY)
003800     OR  NOT (RTC-DESTROY OR RTC-OFFSITE)
003810         PERFORM 1190-BAD-RULE THRU 1190-EXIT
003820         GO TO 1100-EXIT
003830     END-IF.
003840     IF  RTC-DATE-POS + 7 > 200
003850     OR  RTC-TYPE-POS + RTC-TYPE-LEN > 201
003860     OR  RTC-KEY-POS + RTC-KEY-LEN > 201
003870     OR  RTC-KEY2-POS + RTC-KEY-LEN > 201
003880     OR (RTC-TYPE-LEN > 0 AND RTC-TYPE-POS = 0)
003890     OR (RTC-KEY-LEN > 0 AND RTC-KEY-POS = 0)
003900         PERFORM 1190-BAD-RULE THRU 1190-EXIT
003910         GO TO 1100-EXIT
003920     END-IF.
003930     IF  WS-RULE-COUNT NOT < RULE-MAX
003940         DISPLAY 'ERROR - RETCTL TABLE FULL AT ' RULE-MAX
003950         PERFORM 1190-BAD-RULE THRU 1190-EXIT
003960         GO TO 1100-EXIT
003970     END-IF.
003980     ADD 1 TO WS-RULE-COUNT.
003990     MOVE RTC-DATASET-ID    TO RL-DATASET-ID (WS-RULE-COUNT).
004000     MOVE RTC-RECORD-TYPE   TO RL-RECORD-TYPE (WS-RULE-COUNT).
004010     MOVE RTC-TYPE-POS      TO RL-TYPE-POS (WS-RULE-COUNT).
004020     MOVE RTC-TYPE-LEN      TO RL-TYPE-LEN (WS-RULE-COUNT).
004030     MOVE RTC-DATE-POS      TO RL-DATE-POS (WS-RULE-COUNT).
004040     MOVE RTC-DATE-FORM     TO RL-DATE-FORM (WS-RULE-COUNT).
004050     MOVE RTC-KEY-POS       TO RL-KEY-POS (WS-RULE-COUNT).
004060     MOVE RTC-KEY-LEN       TO RL-KEY-LEN (WS-RULE-COUNT).
004070     MOVE RTC-KEY2-POS      TO RL-KEY2-POS (WS-RULE-COUNT).
004080     MOVE RTC-RETAIN-MONTHS TO RL-RETAIN-MONTHS (WS-RULE-COUNT).
004090     MOVE RTC-ACTION        TO RL-ACTION (WS-RULE-COUNT).
004100     MOVE RTC-DESCRIPTION   TO RL-DESCRIPTION (WS-RULE-COUNT).
004110     MOVE 0 TO RL-IN-PERIOD (WS-RULE-COUNT)
004120               RL-UNDATED (WS-RULE-COUNT)
004130               RL-HELD (WS-RULE-COUNT)
004140               RL-DESTROYED (WS-RULE-COUNT)
004150               RL-SENT-OFFSITE (WS-RULE-COUNT).
004160*THE CUTOFF IS THE RUN DATE LESS THE RETENTION MONTHS
004170     COMPUTE WS-MONTHS-TOTAL = WS-RUN-CCYY * 12 + WS-RUN-MM - 1
004180                             - RTC-RETAIN-MONTHS.
004190     DIVIDE WS-MONTHS-TOTAL BY 12 GIVING WS-CUT-CCYY
004200         REMAINDER WS-CUT-MM.
004210     ADD 1 TO WS-CUT-MM.
004220     COMPUTE RL-CUTOFF (WS-RULE-COUNT) = WS-CUT-CCYY * 10000
004230                                       + WS-CUT-MM * 100
004240                                       + WS-RUN-DD.
004250     MOVE RTC-DATASET-ID TO RIN-DATASET-ID.
004260     PERFORM 1500-FIND-DATASET THRU 1500-EXIT.
004270 1100-EXIT.
004280     EXIT.
004290*
004300 1190-BAD-RULE.
004310     ADD 1 TO WS-BAD-ROWS.
004320     DISPLAY 'BAD RETCTL ROW: ' RETAIN-CONTROL-RECORD.
004330 1190-EXIT.
004340     EXIT.
004350*
004360*A HOLD KEY IS MATCHED ON ITS LENGTH WITHOUT TRAILING SPACES; A
004370*BLANK ONE WOULD HOLD NOTHING AND IS SKIPPED
004380 1300-LOAD-ONE-HOLD.
004390     READ HLDFILE
004400         AT END
004410             SET END-HLD TO TRUE
004420             GO TO 1300-EXIT
004430     END-READ.
004440     IF  RHD-HOLD-KEY = SPACES
004450     OR  RHD-DATASET-ID = SPACES
004460         ADD 1 TO WS-HOLDS-SKIPPED
004470         DISPLAY 'LEGALHLD ROW SKIPPED: ' LEGAL-HOLD-RECORD
004480         GO TO 1300-EXIT
004490     END-IF.
004500     IF  WS-HOLD-COUNT NOT < HOLD-MAX
004510         DISPLAY 'ERROR - LEGALHLD TABLE FULL AT ' HOLD-MAX
004520         MOVE 12 TO RETURN-CODE
004530         GOBACK
004540     END-IF.
004550     ADD 1 TO WS-HOLD-COUNT.
004560     MOVE RHD-DATASET-ID TO HD-DATASET-ID (WS-HOLD-COUNT).
004570     MOVE RHD-HOLD-KEY   TO HD-HOLD-KEY (WS-HOLD-COUNT).
004580     MOVE RHD-MATTER     TO HD-MATTER (WS-HOLD-COUNT).
004590     MOVE 0              TO HD-RECORDS-HELD (WS-HOLD-COUNT).
004600     MOVE FUNCTION REVERSE (RHD-HOLD-KEY) TO WS-REVERSED-KEY.
004610     MOVE 0 TO WS-TRAIL-SPACES.
004620     INSPECT WS-REVERSED-KEY TALLYING WS-TRAIL-SPACES
004630         FOR LEADING SPACES.
004640     COMPUTE HD-KEY-LEN (WS-HOLD-COUNT) = 20 - WS-TRAIL-SPACES.
004650 1300-EXIT.
004660     EXIT.
004670*
004680*WS-FOUND-DS FOR RIN-DATASET-ID, ADDING IT TO THE TABLE THE
004690*FIRST TIME; ZERO IF THE TABLE IS FULL
004700 1500-FIND-DATASET.
004710     MOVE 0 TO WS-FOUND-DS.
004720     PERFORM 1510-CHECK-ONE-DATASET THRU 1510-EXIT
004730         VARYING WS-DS-SUB FROM 1 BY 1
004740         UNTIL WS-DS-SUB > WS-DS-COUNT
004750            OR WS-FOUND-DS > 0.
004760     IF  WS-FOUND-DS = 0
004770     AND WS-DS-COUNT < DS-MAX
004780         ADD 1 TO WS-DS-COUNT
004790         MOVE RIN-DATASET-ID TO DS-DATASET-ID (WS-DS-COUNT)
004800         MOVE WS-DS-COUNT TO WS-FOUND-DS
004810     END-IF.
004820 1500-EXIT.
004830     EXIT.
004840*
004850 1510-CHECK-ONE-DATASET.
004860     IF  DS-DATASET-ID (WS-DS-SUB) = RIN-DATASET-ID
004870         MOVE WS-DS-SUB TO WS-FOUND-DS
004880     END-IF.
004890 1510-EXIT.
004900     EXIT.
004910*
004920*ONE RECORD: ITS RULE, ITS DATE AGAINST THE RULE'S CUTOFF, AND
004930*ANY HOLD ON ITS KEY DECIDE WHETHER IT STAYS
004940 2000-AGE-ONE-RECORD.
004950     READ INFILE
004960         AT END
004970             SET END-IN TO TRUE
004980             GO TO 2000-EXIT
004990     END-READ.
005000     ADD 1 TO WS-RECORDS-READ.
005010     PERFORM 1500-FIND-DATASET THRU 1500-EXIT.
005020     IF  WS-FOUND-DS = 0
005030         MOVE 4 TO WS-RESULT
005040         GO TO 2000-KEEP
005050     END-IF.
005060     ADD 1 TO DS-READ (WS-FOUND-DS).
005070     PERFORM 2100-FIND-RULE THRU 2100-EXIT.
005080     IF  WS-MATCH-RULE = 0
005090         ADD 1 TO DS-NO-RULE (WS-FOUND-DS)
005091         IF  WS-RESULT < 4
005092             MOVE 4 TO WS-RESULT
005093         END-IF
005100         GO TO 2000-KEEP
005110     END-IF.
005120     MOVE WS-MATCH-RULE TO WS-RULE-SUB.
005130     IF  RL-DATE-CCYY (WS-RULE-SUB)
005140         MOVE RIN-RECORD (RL-DATE-POS (WS-RULE-SUB):4)
005150             TO WS-REC-DATE-CCYY
005160         MOVE '1231' TO WS-REC-DATE-MMDD
005170     ELSE
005180         MOVE RIN-RECORD (RL-DATE-POS (WS-RULE-SUB):8)
005190             TO WS-REC-DATE
005200     END-IF.
005210     IF  WS-REC-DATE NOT NUMERIC
005220         ADD 1 TO RL-UNDATED (WS-RULE-SUB)
005230         MOVE 4 TO WS-RESULT
005240         GO TO 2000-KEEP
005250     END-IF.
005260     IF  WS-REC-DATE-N = 0
005270         ADD 1 TO RL-UNDATED (WS-RULE-SUB)
005280         MOVE 4 TO WS-RESULT
005290         GO TO 2000-KEEP
005300     END-IF.
005310     IF  WS-REC-DATE-N NOT < RL-CUTOFF (WS-RULE-SUB)
005320         ADD 1 TO RL-IN-PERIOD (WS-RULE-SUB)
005330         GO TO 2000-KEEP
005340     END-IF.
005350     PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT.
005360     IF  RECORD-HELD
005370         ADD 1 TO RL-HELD (WS-RULE-SUB)
005380         GO TO 2000-KEEP
005390     END-IF.
005400     IF  RL-OFFSITE (WS-RULE-SUB)
005410         WRITE OFFSITE-RECORD FROM IN-RECORD
005420         ADD 1 TO RL-SENT-OFFSITE (WS-RULE-SUB)
005430     ELSE
005440         ADD 1 TO RL-DESTROYED (WS-RULE-SUB)
005450     END-IF.
005460     ADD 1 TO DS-REMOVED (WS-FOUND-DS).
005470     ADD 1 TO WS-RECORDS-REMOVED.
005480     GO TO 2000-EXIT.
005490 2000-KEEP.
005500     WRITE KEEP-RECORD FROM IN-RECORD.
005510     ADD 1 TO WS-RECORDS-KEPT.
005520     IF  WS-FOUND-DS > 0
005530         ADD 1 TO DS-KEPT (WS-FOUND-DS)
005540     END-IF.
005550 2000-EXIT.
005560     EXIT.
005570*
005580*THE DATASET'S ROW FOR THIS RECORD TYPE, OR FAILING THAT ITS
005590*'*' ROW (OR A ROW FOR A DATASET WITH NO RECORD TYPE)
005600 2100-FIND-RULE.
005610     MOVE 0 TO WS-MATCH-RULE.
005620     MOVE 0 TO WS-ANY-RULE.
005630     PERFORM 2110-CHECK-ONE-RULE THRU 2110-EXIT
005640         VARYING WS-RULE-SUB FROM 1 BY 1
005650         UNTIL WS-RULE-SUB > WS-RULE-COUNT
005660            OR WS-MATCH-RULE > 0.
005670     IF  WS-MATCH-RULE = 0
005680         MOVE WS-ANY-RULE TO WS-MATCH-RULE
005690     END-IF.
005700 2100-EXIT.
005710     EXIT.
005720*
005730 2110-CHECK-ONE-RULE.
005740     IF  RL-DATASET-ID (WS-RULE-SUB) NOT = RIN-DATASET-ID
005750         GO TO 2110-EXIT
005760     END-IF.
005770     IF  RL-TYPE-LEN (WS-RULE-SUB) = 0
005780     OR  RL-RECORD-TYPE (WS-RULE-SUB) = '*'
005790         IF  WS-ANY-RULE = 0
005800             MOVE WS-RULE-SUB TO WS-ANY-RULE
005810         END-IF
005820         GO TO 2110-EXIT
005830     END-IF.
005840     MOVE RL-TYPE-LEN (WS-RULE-SUB) TO WS-KEY-LEN.
005850     IF  RIN-RECORD (RL-TYPE-POS (WS-RULE-SUB):WS-KEY-LEN)
005860             = RL-RECORD-TYPE (WS-RULE-SUB) (1:WS-KEY-LEN)
005870         MOVE WS-RULE-SUB TO WS-MATCH-RULE
005880     END-IF.
005890 2110-EXIT.
005900     EXIT.
005910*
005920*HELD IF A HOLD FOR THIS DATASET (OR FOR ALL) MATCHES THE
005930*START OF EITHER KEY
005940 2200-CHECK-HOLDS.
005950     MOVE 'N' TO SW-HELD.
005960     MOVE RL-KEY-LEN (WS-RULE-SUB) TO WS-KEY-LEN.
005970     IF  WS-KEY-LEN = 0
005980         GO TO 2200-EXIT
005990     END-IF.
006000     MOVE SPACES TO WS-REC-KEY WS-REC-KEY2.
006010     MOVE RIN-RECORD (RL-KEY-POS (WS-RULE-SUB):WS-KEY-LEN)
006020         TO WS-REC-KEY.
006030     IF  RL-KEY2-POS (WS-RULE-SUB) > 0
006040         MOVE RIN-RECORD (RL-KEY2-POS (WS-RULE-SUB):WS-KEY-LEN)
006050             TO WS-REC-KEY2
006060     END-IF.
006070     PERFORM 2210-CHECK-ONE-HOLD THRU 2210-EXIT
006080         VARYING WS-HOLD-SUB FROM 1 BY 1
006090         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
006100            OR RECORD-HELD.
006110 2200-EXIT.
006120     EXIT.
006130*
006140 2210-CHECK-ONE-HOLD.
006150     IF  HD-DATASET-ID (WS-HOLD-SUB) NOT = RIN-DATASET-ID
006160     AND HD-DATASET-ID (WS-HOLD-SUB) NOT = '*'
006170         GO TO 2210-EXIT
006180     END-IF.
006190     IF  HD-KEY-LEN (WS-HOLD-SUB) > WS-KEY-LEN
006200         GO TO 2210-EXIT
006210     END-IF.
006220     MOVE HD-KEY-LEN (WS-HOLD-SUB) TO WS-LAST-POS.
006230     IF  WS-REC-KEY (1:WS-LAST-POS)
006240             = HD-HOLD-KEY (WS-HOLD-SUB) (1:WS-LAST-POS)
006250     OR  WS-REC-KEY2 (1:WS-LAST-POS)
006260             = HD-HOLD-KEY (WS-HOLD-SUB) (1:WS-LAST-POS)
006270         MOVE 'Y' TO SW-HELD
006280         ADD 1 TO HD-RECORDS-HELD (WS-HOLD-SUB)
006290     END-IF.
006300 2210-EXIT.
006310     EXIT.
006320*
006330*THE CERTIFICATE: EACH DATASET'S RULES AND TOTAL, THE HOLDS,
006340*THE RUN TOTALS AND THE SIGNATURE BLOCK
006350 8000-WRITE-CERTIFICATE.
006360     MOVE WS-RUN-DATE TO CRT-TI-RUN-DATE.
006370     WRITE CERT-RECORD FROM CRT-TITLE.
006380     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006390     MOVE 'THE RECORDS COUNTED BELOW AS DESTROYED OR OFF-SITE WER'
006400       TO CRT-TX-TEXT.
006410     MOVE 'E PAST THEIR' TO CRT-TX-TEXT (55:).
006420     WRITE CERT-RECORD FROM CRT-TEXT-LINE.
006430     MOVE 'RETENTION PERIOD (OLDER THAN THE CUTOFF) ON THE RUN D'
006440       TO CRT-TX-TEXT.
006450     MOVE 'ATE AND NOT UNDER' TO CRT-TX-TEXT (54:).
006460     WRITE CERT-RECORD FROM CRT-TEXT-LINE.
006470     MOVE 'A LEGAL HOLD. OFF-SITE RECORDS WERE COPIED TO THE OFF'
006480       TO CRT-TX-TEXT.
006490     MOVE '-SITE FILE FIRST.' TO CRT-TX-TEXT (54:).
006500     WRITE CERT-RECORD FROM CRT-TEXT-LINE.
006510     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006520     WRITE CERT-RECORD FROM CRT-COLUMNS-1.
006530     PERFORM 8100-CERTIFY-DATASET THRU 8100-EXIT
006540         VARYING WS-DS-SUB FROM 1 BY 1
006550         UNTIL WS-DS-SUB > WS-DS-COUNT.
006560     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006570     WRITE CERT-RECORD FROM CRT-HOLD-COLUMNS.
006580     PERFORM 8200-CERTIFY-HOLD THRU 8200-EXIT
006590         VARYING WS-HOLD-SUB FROM 1 BY 1
006600         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
006610     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006620     MOVE 'RECORDS READ' TO CRT-TL-LABEL.
006630     MOVE WS-RECORDS-READ TO CRT-TL-COUNT.
006640     WRITE CERT-RECORD FROM CRT-TOTAL-LINE.
006650     MOVE 'RECORDS KEPT' TO CRT-TL-LABEL.
006660     MOVE WS-RECORDS-KEPT TO CRT-TL-COUNT.
006670     WRITE CERT-RECORD FROM CRT-TOTAL-LINE.
006680     MOVE 'RECORDS DESTROYED OR SENT OFF-SITE' TO CRT-TL-LABEL.
006690     MOVE WS-RECORDS-REMOVED TO CRT-TL-COUNT.
006700     WRITE CERT-RECORD FROM CRT-TOTAL-LINE.
006710     IF  WS-HOLDS-SKIPPED > 0
006720         MOVE 'LEGALHLD ROWS SKIPPED - NO KEY' TO CRT-TL-LABEL
006730         MOVE WS-HOLDS-SKIPPED TO CRT-TL-COUNT
006740         WRITE CERT-RECORD FROM CRT-TOTAL-LINE
006750         MOVE 4 TO WS-RESULT
006760     END-IF.
006770     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006780     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006790     MOVE 'RECORDS MANAGER: ______________________________   DA'
006800       TO CRT-TX-TEXT.
006810     MOVE 'TE: ____________' TO CRT-TX-TEXT (53:).
006820     WRITE CERT-RECORD FROM CRT-TEXT-LINE.
006830     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
006840     MOVE 'OPERATOR:        ______________________________   DA'
006850       TO CRT-TX-TEXT.
006860     MOVE 'TE: ____________' TO CRT-TX-TEXT (53:).
006870     WRITE CERT-RECORD FROM CRT-TEXT-LINE.
006880 8000-EXIT.
006890     EXIT.
006900*
006910 8100-CERTIFY-DATASET.
006920     PERFORM 8110-CERTIFY-RULE THRU 8110-EXIT
006930         VARYING WS-RULE-SUB FROM 1 BY 1
006940         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
006950     MOVE DS-DATASET-ID (WS-DS-SUB) TO CRT-DS-DATASET-ID.
006960     MOVE DS-READ (WS-DS-SUB)       TO CRT-DS-READ.
006970     MOVE DS-KEPT (WS-DS-SUB)       TO CRT-DS-KEPT.
006980     MOVE DS-REMOVED (WS-DS-SUB)    TO CRT-DS-REMOVED.
006990     MOVE DS-NO-RULE (WS-DS-SUB)    TO CRT-DS-NO-RULE.
007000     WRITE CERT-RECORD FROM CRT-DATASET-LINE.
007010     WRITE CERT-RECORD FROM CRT-BLANK-LINE.
007020 8100-EXIT.
007030     EXIT.
007040*
007050 8110-CERTIFY-RULE.
007060     IF  RL-DATASET-ID (WS-RULE-SUB)
007070             NOT = DS-DATASET-ID (WS-DS-SUB)
007080         GO TO 8110-EXIT
007090     END-IF.
007100     MOVE RL-DATASET-ID (WS-RULE-SUB)    TO CRT-RL-DATASET-ID.
007110     MOVE RL-RECORD-TYPE (WS-RULE-SUB)   TO CRT-RL-RECORD-TYPE.
007120     MOVE RL-RETAIN-MONTHS (WS-RULE-SUB) TO CRT-RL-MONTHS.
007130     MOVE RL-CUTOFF (WS-RULE-SUB)        TO CRT-RL-CUTOFF.
007140     MOVE RL-ACTION (WS-RULE-SUB)        TO CRT-RL-ACTION.
007150     MOVE RL-IN-PERIOD (WS-RULE-SUB)     TO CRT-RL-IN-PERIOD.
007160     MOVE RL-UNDATED (WS-RULE-SUB)       TO CRT-RL-UNDATED.
007170     MOVE RL-HELD (WS-RULE-SUB)          TO CRT-RL-HELD.
007180     MOVE RL-DESTROYED (WS-RULE-SUB)     TO CRT-RL-DESTROYED.
007190     MOVE RL-SENT-OFFSITE (WS-RULE-SUB)  TO CRT-RL-OFFSITE.
007200     MOVE RL-DESCRIPTION (WS-RULE-SUB)   TO CRT-RL-DESCRIPTION.
007210     WRITE CERT-RECORD FROM CRT-RULE-LINE.
007220 8110-EXIT.
007230     EXIT.
007240*
007250 8200-CERTIFY-HOLD.
007260     MOVE HD-DATASET-ID (WS-HOLD-SUB)   TO CRT-HD-DATASET-ID.
007270     MOVE HD-HOLD-KEY (WS-HOLD-SUB)     TO CRT-HD-HOLD-KEY.
007280     MOVE HD-MATTER (WS-HOLD-SUB)       TO CRT-HD-MATTER.
007290     MOVE HD-RECORDS-HELD (WS-HOLD-SUB) TO CRT-HD-RECORDS.
007300     WRITE CERT-RECORD FROM CRT-HOLD-LINE.
007310 8200-EXIT.
007320     EXIT.
007330*
007340 9000-TERMINATE.
007350     DISPLAY 'RECORDS READ:        ' WS-RECORDS-READ.
007360     DISPLAY 'RECORDS KEPT:        ' WS-RECORDS-KEPT.
007370     DISPLAY 'RECORDS REMOVED:     ' WS-RECORDS-REMOVED.
007380     CLOSE INFILE.
007390     CLOSE KEEPFILE.
007400     CLOSE OFFFILE.
007410     CLOSE CERTFILE.
007420     MOVE WS-RESULT TO RETURN-CODE.
007430 9000-EXIT.
007440     EXIT.
