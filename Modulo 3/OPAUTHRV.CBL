000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPAUTHRV.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* OPAUTHRV - OPERATOR AUTHORITY ACCESS REVIEW. LISTS EVERY ROW   *
000090*            OF THE OPERAUTH OPERATOR AUTHORITY FILE (SEE        *
000100*            OPAUTHR) - WHO MAY DO WHAT IN WHICH MAINTENANCE     *
000110*            PROGRAM, UP TO WHAT DOLLAR LIMIT, GRANTED BY WHOM   *
000120*            AND UNTIL WHEN - ONE OPERATOR AT A TIME, FOR THE    *
000130*            AUDITORS' MONTHLY ACCESS REVIEW. EACH ROW IS SHOWN  *
000140*            IN FORCE, EXPIRED OR NOT YET IN FORCE ON THE RUN    *
000150*            DATE, AND FLAGGED WHERE IT WANTS A SECOND LOOK:     *
000160*            SELF-GRANTED (GRANTED BY THE OPERATOR), NO EXPIRY,  *
000170*            ANY ACTION ('*'), A DUPLICATE OF THE ROW BEFORE IT  *
000180*            (GNSPOAUT USES THE FIRST) OR A BAD ROW GNSPOAUT     *
000190*            IGNORES. A SUMMARY BY PROGRAM, THE RUN TOTALS AND   *
000200*            THE REVIEWER'S SIGNATURE BLOCK FOLLOW. INPUT MUST   *
000210*            BE IN OPERATOR/PROGRAM/ACTION ORDER (OPAUTHRV.JCL   *
000220*            SORTS IT). RUN DATE ON THE SYSIN CARD (CCYYMMDD;    *
000230*            BLANK = TODAY). RC 4 = BAD OR DUPLICATE ROWS, OR    *
000240*            THE PROGRAM TABLE FULL; RC 12 = A FILE UNAVAILABLE. *
000250*                                                                *
000260* MODIFICATION HISTORY:                                          *
000270* 15/10/2026 RCH - ORIGINAL VERSION                              *
000280*================================================================*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AUTHFILE ASSIGN TO OPAUSRT
000330            FILE STATUS IS FS-STAT-AUTH.
000340     SELECT RPTFILE  ASSIGN TO OOPAUTRV
000350            FILE STATUS IS FS-STAT-RPT.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  AUTHFILE
000390     RECORDING MODE IS F
000400     RECORD CONTAINS 80 CHARACTERS
000410     BLOCK CONTAINS 0 RECORDS
000420     DATA RECORD IS OPERATOR-AUTHORITY-RECORD.
000430 01  OPERATOR-AUTHORITY-RECORD.
000440     COPY OPAUTHR.
000450 FD  RPTFILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 133 CHARACTERS
000480     BLOCK CONTAINS 0 RECORDS
000490     DATA RECORD IS RPT-RECORD.
000500 01  RPT-RECORD                  PIC X(133).
000510*
000520 WORKING-STORAGE SECTION.
000530 77  PGM-MAX                 PIC S9(4) COMP VALUE 50.
000540 77  WS-PGM-COUNT            PIC S9(4) COMP VALUE 0.
000550 77  WS-PGM-SUB              PIC S9(4) COMP VALUE 0.
000560 77  WS-FOUND-PGM            PIC S9(4) COMP VALUE 0.
000570 77  WS-LINE-CTR             PIC S9(4) COMP VALUE 99.
000580 77  WS-PAGE-CTR             PIC S9(4) COMP VALUE 0.
000590 77  WS-OPR-ROWS             PIC S9(7) COMP VALUE 0.
000600 77  WS-OPR-IN-FORCE         PIC S9(7) COMP VALUE 0.
000610 77  WS-OPERATORS            PIC S9(7) COMP VALUE 0.
000620 77  WS-ROWS-READ            PIC S9(7) COMP VALUE 0.
000630 77  WS-ROWS-IN-FORCE        PIC S9(7) COMP VALUE 0.
000640 77  WS-ROWS-EXPIRED         PIC S9(7) COMP VALUE 0.
000650 77  WS-ROWS-NOT-YET         PIC S9(7) COMP VALUE 0.
000660 77  WS-ROWS-SELF            PIC S9(7) COMP VALUE 0.
000670 77  WS-ROWS-NO-EXPIRY       PIC S9(7) COMP VALUE 0.
000680 77  WS-ROWS-ANY-ACTION      PIC S9(7) COMP VALUE 0.
000690 77  WS-ROWS-DUPLICATE       PIC S9(7) COMP VALUE 0.
000700 77  WS-ROWS-BAD             PIC S9(7) COMP VALUE 0.
000710 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
000720 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
000730 77  WS-ASKED-DATE-X         PIC X(08) VALUE SPACES.
000740 77  WS-PREV-OPERATOR        PIC X(08) VALUE LOW-VALUES.
000750 77  WS-PREV-KEY             PIC X(17) VALUE LOW-VALUES.
000760 77  SW-END-AUTH             PIC X VALUE 'N'.
000770     88  END-AUTH                VALUE 'Y'.
000780 77  SW-ROW-STATUS           PIC X VALUE SPACE.
000790     88  ROW-IN-FORCE            VALUE 'F'.
000800     88  ROW-EXPIRED             VALUE 'E'.
000810     88  ROW-NOT-YET             VALUE 'N'.
000820     88  ROW-BAD                 VALUE 'B'.
000830 77  FS-STAT-AUTH            PIC X(02) VALUE SPACES.
000840     88  AUTHFILE-OK             VALUE '00'.
000850 77  FS-STAT-RPT             PIC X(02) VALUE SPACES.
000860     88  RPTFILE-OK              VALUE '00'.
000870 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
000880*THE SORT KEY OF THE ROW IN HAND - OPERATOR, PROGRAM, ACTION
000890 01  WS-THIS-KEY.
000900     05  WS-THIS-OPERATOR    PIC X(08).
000910     05  WS-THIS-PROGRAM     PIC X(08).
000920     05  WS-THIS-ACTION      PIC X(01).
000930*ROW COUNTS BY PROGRAM, IN THE ORDER THE PROGRAMS ARE MET
000940 01  WS-PGM-TABLE.
000950     05  WS-PGM-ITEM OCCURS 50 TIMES.
000960         10  PG-PROGRAM          PIC X(08).
000970         10  PG-ROWS             PIC S9(7) COMP.
000980         10  PG-IN-FORCE         PIC S9(7) COMP.
000990         10  PG-EXPIRED          PIC S9(7) COMP.
001000         10  PG-NOT-YET          PIC S9(7) COMP.
001010         10  PG-SELF             PIC S9(7) COMP.
001020         10  PG-ANY-ACTION       PIC S9(7) COMP.
001030*REPORT LINES
001040 01  RPT-TITLE.
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  FILLER                  PIC X(44)
001070            VALUE 'OPERATOR AUTHORITY ACCESS REVIEW - OPERAUTH '.
001080     05  FILLER                  PIC X(22)
001090            VALUE '            RUN DATE: '.
001100     05  RPT-TI-RUN-DATE         PIC 9(08).
001110     05  FILLER                  PIC X(08) VALUE '  PAGE: '.
001120     05  RPT-TI-PAGE             PIC ZZZ9.
001130     05  FILLER                  PIC X(46) VALUE SPACES.
001140 01  RPT-COLUMNS.
001150     05  FILLER                  PIC X(01) VALUE SPACE.
001160     05  FILLER                  PIC X(36)
001170            VALUE '    PROGRAM   ACT DOLLAR LIMIT   GRA'.
001180     05  FILLER                  PIC X(36)
001190            VALUE 'NTED BY GRANTED   EXPIRES  STATUS   '.
001200     05  FILLER                  PIC X(36)
001210            VALUE '         REVIEW NOTES               '.
001220     05  FILLER                  PIC X(24) VALUE SPACES.
001230 01  RPT-OPERATOR-LINE.
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
001260     05  RPT-OP-OPERATOR         PIC X(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  RPT-OP-NAME             PIC X(24).
001290     05  FILLER                  PIC X(88) VALUE SPACES.
001300 01  RPT-DETAIL-LINE.
001310     05  FILLER                  PIC X(05) VALUE SPACES.
001320     05  RPT-DT-PROGRAM          PIC X(08).
001330     05  FILLER                  PIC X(03) VALUE SPACES.
001340     05  RPT-DT-ACTION           PIC X(01).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  RPT-DT-LIMIT            PIC Z,ZZZ,ZZ9.99.
001370     05  FILLER                  PIC X(03) VALUE SPACES.
001380     05  RPT-DT-GRANTED-BY       PIC X(08).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  RPT-DT-GRANTED          PIC X(08).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  RPT-DT-EXPIRES          PIC X(08).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  RPT-DT-STATUS           PIC X(16).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RPT-DT-NOTE-1           PIC X(13).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  RPT-DT-NOTE-2           PIC X(13).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  RPT-DT-NOTE-3           PIC X(13).
001510     05  FILLER                  PIC X(10) VALUE SPACES.
001520 01  RPT-OPERATOR-TOTAL.
001530     05  FILLER                  PIC X(05) VALUE SPACES.
001540     05  RPT-OT-ROWS             PIC ZZ,ZZ9.
001550     05  FILLER                  PIC X(17)
001560            VALUE ' AUTHORITY ROWS, '.
001570     05  RPT-OT-IN-FORCE         PIC ZZ,ZZ9.
001580     05  FILLER                  PIC X(09) VALUE ' IN FORCE'.
001590     05  FILLER                  PIC X(90) VALUE SPACES.
001600 01  RPT-PGM-COLUMNS.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FILLER                  PIC X(36)
001630            VALUE 'SUMMARY BY PROGRAM  PROGRAM     ROWS'.
001640     05  FILLER                  PIC X(36)
001650            VALUE '   IN FORCE    EXPIRED    NOT YET SE'.
001660     05  FILLER                  PIC X(36)
001670            VALUE 'LF-GRANTED ANY ACTION               '.
001680     05  FILLER                  PIC X(24) VALUE SPACES.
001690 01  RPT-PGM-LINE.
001700     05  FILLER                  PIC X(21) VALUE SPACES.
001710     05  RPT-PG-PROGRAM          PIC X(08).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  RPT-PG-ROWS             PIC ZZZ,ZZ9.
001740     05  FILLER                  PIC X(04) VALUE SPACES.
001750     05  RPT-PG-IN-FORCE         PIC ZZZ,ZZ9.
001760     05  FILLER                  PIC X(04) VALUE SPACES.
001770     05  RPT-PG-EXPIRED          PIC ZZZ,ZZ9.
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  RPT-PG-NOT-YET          PIC ZZZ,ZZ9.
001800     05  FILLER                  PIC X(06) VALUE SPACES.
001810     05  RPT-PG-SELF             PIC ZZZ,ZZ9.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  RPT-PG-ANY-ACTION       PIC ZZZ,ZZ9.
001840     05  FILLER                  PIC X(39) VALUE SPACES.
001850 01  RPT-TOTAL-LINE.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  RPT-TL-LABEL            PIC X(40).
001880     05  RPT-TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001890     05  FILLER                  PIC X(81) VALUE SPACES.
001900 01  RPT-TEXT-LINE.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  RPT-TX-TEXT             PIC X(72).
001930     05  FILLER                  PIC X(60) VALUE SPACES.
001940 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
001950*
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-REVIEW-ONE-ROW THRU 2000-EXIT
002000         UNTIL END-AUTH.
002010     PERFORM 2900-OPERATOR-TOTAL THRU 2900-EXIT.
002020     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002040     GOBACK.
002050*
002060 1000-INITIALIZE.
002070     DISPLAY 'INIT OPAUTHRV..'.
002080     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002090     ACCEPT WS-ASKED-DATE-X FROM SYSIN.
002100     IF  WS-ASKED-DATE-X NUMERIC
002110         MOVE WS-ASKED-DATE-X TO WS-RUN-DATE
002120     ELSE
002130         MOVE WS-TIME-VARS (1:8) TO WS-RUN-DATE
002140     END-IF.
002150     OPEN INPUT AUTHFILE.
002160     IF  NOT AUTHFILE-OK
002170         DISPLAY 'ERROR IN OPEN OPAUSRT ' FS-STAT-AUTH
002180         MOVE 12 TO RETURN-CODE
002190         GOBACK
002200     END-IF.
002210     OPEN OUTPUT RPTFILE.
002220     IF  NOT RPTFILE-OK
002230         DISPLAY 'ERROR IN OPEN OOPAUTRV ' FS-STAT-RPT
002240         MOVE 12 TO RETURN-CODE
002250         GOBACK
002260     END-IF.
002270     MOVE WS-RUN-DATE TO RPT-TI-RUN-DATE.
002280     PERFORM 2100-READ-AUTH THRU 2100-EXIT.
002290 1000-EXIT.
002300     EXIT.
002310*
002320*ONE AUTHORITY ROW - A NEW OPERATOR CLOSES THE LAST ONE'S
002330*TOTAL AND OPENS WITH THE OPERATOR'S NAME
002340 2000-REVIEW-ONE-ROW.
002350     ADD 1 TO WS-ROWS-READ.
002360     MOVE OPA-OPERATOR-ID TO WS-THIS-OPERATOR.
002370     MOVE OPA-PROGRAM     TO WS-THIS-PROGRAM.
002380     MOVE OPA-ACTION      TO WS-THIS-ACTION.
002390     IF  WS-THIS-OPERATOR NOT = WS-PREV-OPERATOR
002400         PERFORM 2900-OPERATOR-TOTAL THRU 2900-EXIT
002410         PERFORM 2800-OPERATOR-HEADING THRU 2800-EXIT
002420     END-IF.
002430     PERFORM 2200-ROW-STATUS THRU 2200-EXIT.
002440     PERFORM 2300-ROW-NOTES THRU 2300-EXIT.
002450     PERFORM 2400-COUNT-PROGRAM THRU 2400-EXIT.
002460     MOVE OPA-PROGRAM     TO RPT-DT-PROGRAM.
002470     MOVE OPA-ACTION      TO RPT-DT-ACTION.
002480     MOVE OPA-GRANTED-BY  TO RPT-DT-GRANTED-BY.
002490     IF  ROW-BAD
002500         MOVE ZERO TO RPT-DT-LIMIT
002510         MOVE '????????' TO RPT-DT-GRANTED RPT-DT-EXPIRES
002520     ELSE
002530         MOVE OPA-DOLLAR-LIMIT TO RPT-DT-LIMIT
002540         MOVE OPA-GRANTED-DATE TO RPT-DT-GRANTED
002550         IF  OPA-EXPIRY-DATE = 0
002560             MOVE 'NONE' TO RPT-DT-EXPIRES
002570         ELSE
002580             MOVE OPA-EXPIRY-DATE TO RPT-DT-EXPIRES
002590         END-IF
002600     END-IF.
002610     IF  WS-LINE-CTR > 55
002620         PERFORM 2700-PAGE-HEADING THRU 2700-EXIT
002630         PERFORM 2800-OPERATOR-HEADING THRU 2800-EXIT
002640     END-IF.
002650     WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
002660     ADD 1 TO WS-LINE-CTR.
002670     ADD 1 TO WS-OPR-ROWS.
002680     MOVE WS-THIS-OPERATOR TO WS-PREV-OPERATOR.
002690     MOVE WS-THIS-KEY      TO WS-PREV-KEY.
002700     PERFORM 2100-READ-AUTH THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*
002740 2100-READ-AUTH.
002750     READ AUTHFILE
002760         AT END
002770             SET END-AUTH TO TRUE
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002810*
002820*IN FORCE FROM THE GRANTED DATE THROUGH THE EXPIRY DATE (ZERO
002830*= UNTIL REVOKED), THE SAME TEST GNSPOAUT MAKES. A ROW WITH
002840*NO OPERATOR OR PROGRAM, OR A LIMIT OR DATE THAT IS NOT
002850*NUMERIC, IS ONE GNSPOAUT SKIPS
002860 2200-ROW-STATUS.
002870     IF  OPA-OPERATOR-ID = SPACES
002880     OR  OPA-PROGRAM = SPACES
002890     OR  OPA-DOLLAR-LIMIT NOT NUMERIC
002900     OR  OPA-GRANTED-DATE NOT NUMERIC
002910     OR  OPA-EXPIRY-DATE NOT NUMERIC
002920         SET ROW-BAD TO TRUE
002930         MOVE 'BAD ROW-IGNORED' TO RPT-DT-STATUS
002940         ADD 1 TO WS-ROWS-BAD
002950         MOVE 4 TO WS-RESULT
002960         GO TO 2200-EXIT
002970     END-IF.
002980     IF  OPA-GRANTED-DATE > WS-RUN-DATE
002990         SET ROW-NOT-YET TO TRUE
003000         MOVE 'NOT YET IN FORCE' TO RPT-DT-STATUS
003010         ADD 1 TO WS-ROWS-NOT-YET
003020         GO TO 2200-EXIT
003030     END-IF.
003040     IF  OPA-EXPIRY-DATE NOT = 0
003050     AND OPA-EXPIRY-DATE < WS-RUN-DATE
003060         SET ROW-EXPIRED TO TRUE
003070         MOVE 'EXPIRED' TO RPT-DT-STATUS
003080         ADD 1 TO WS-ROWS-EXPIRED
003090         GO TO 2200-EXIT
003100     END-IF.
003110     SET ROW-IN-FORCE TO TRUE.
003120     MOVE 'IN FORCE' TO RPT-DT-STATUS.
003130     ADD 1 TO WS-ROWS-IN-FORCE.
003140     ADD 1 TO WS-OPR-IN-FORCE.
003150 2200-EXIT.
003160     EXIT.
003170*
003180*THE THINGS AN AUDITOR ASKS ABOUT: AN OPERATOR WHO GRANTED
003190*THEIR OWN AUTHORITY, AUTHORITY WITH NO END DATE, A BLANKET
003200*'*' ROW, AND A SECOND ROW FOR THE SAME OPERATOR, PROGRAM AND
003210*ACTION THAT GNSPOAUT NEVER READS
003220 2300-ROW-NOTES.
003230     MOVE SPACES TO RPT-DT-NOTE-1 RPT-DT-NOTE-2 RPT-DT-NOTE-3.
003240     IF  WS-THIS-KEY = WS-PREV-KEY
003250         MOVE 'DUPLICATE ROW' TO RPT-DT-NOTE-1
003260         ADD 1 TO WS-ROWS-DUPLICATE
003270         MOVE 4 TO WS-RESULT
003280         GO TO 2300-EXIT
003290     END-IF.
003300     IF  OPA-GRANTED-BY = OPA-OPERATOR-ID
003310         MOVE 'SELF-GRANTED' TO RPT-DT-NOTE-1
003320         ADD 1 TO WS-ROWS-SELF
003330     END-IF.
003340     IF  OPA-ANY-ACTION
003350         MOVE 'ANY ACTION' TO RPT-DT-NOTE-2
003360         ADD 1 TO WS-ROWS-ANY-ACTION
003370     END-IF.
003380     IF  NOT ROW-BAD
003390     AND OPA-EXPIRY-DATE = 0
003400         MOVE 'NO EXPIRY' TO RPT-DT-NOTE-3
003410         ADD 1 TO WS-ROWS-NO-EXPIRY
003420     END-IF.
003430 2300-EXIT.
003440     EXIT.
003450*
003460 2400-COUNT-PROGRAM.
003470     MOVE 0 TO WS-FOUND-PGM.
003480     PERFORM 2410-CHECK-ONE-PROGRAM THRU 2410-EXIT
003490         VARYING WS-PGM-SUB FROM 1 BY 1
003500         UNTIL WS-PGM-SUB > WS-PGM-COUNT
003510            OR WS-FOUND-PGM > 0.
003520     IF  WS-FOUND-PGM = 0
003530         IF  WS-PGM-COUNT NOT < PGM-MAX
003540             DISPLAY 'WARNING - PROGRAM TABLE FULL AT '
003550                     PGM-MAX ', ' OPA-PROGRAM ' NOT SUMMARIZED'
003560             MOVE 4 TO WS-RESULT
003570             GO TO 2400-EXIT
003580         END-IF
003590         ADD 1 TO WS-PGM-COUNT
003600         MOVE WS-PGM-COUNT TO WS-FOUND-PGM
003610         MOVE OPA-PROGRAM TO PG-PROGRAM (WS-FOUND-PGM)
003620         MOVE 0 TO PG-ROWS (WS-FOUND-PGM)
003630                   PG-IN-FORCE (WS-FOUND-PGM)
003640                   PG-EXPIRED (WS-FOUND-PGM)
003650                   PG-NOT-YET (WS-FOUND-PGM)
003660                   PG-SELF (WS-FOUND-PGM)
003670                   PG-ANY-ACTION (WS-FOUND-PGM)
003680     END-IF.
003690     ADD 1 TO PG-ROWS (WS-FOUND-PGM).
003700     IF  ROW-IN-FORCE
003710         ADD 1 TO PG-IN-FORCE (WS-FOUND-PGM)
003720     END-IF.
003730     IF  ROW-EXPIRED
003740         ADD 1 TO PG-EXPIRED (WS-FOUND-PGM)
003750     END-IF.
003760     IF  ROW-NOT-YET
003770         ADD 1 TO PG-NOT-YET (WS-FOUND-PGM)
003780     END-IF.
003790     IF  RPT-DT-NOTE-1 = 'SELF-GRANTED'
003800         ADD 1 TO PG-SELF (WS-FOUND-PGM)
003810     END-IF.
003820     IF  RPT-DT-NOTE-2 = 'ANY ACTION'
003830         ADD 1 TO PG-ANY-ACTION (WS-FOUND-PGM)
003840     END-IF.
003850 2400-EXIT.
003860     EXIT.
003870*
003880 2410-CHECK-ONE-PROGRAM.
003890     IF  PG-PROGRAM (WS-PGM-SUB) = OPA-PROGRAM
003900         MOVE WS-PGM-SUB TO WS-FOUND-PGM
003910     END-IF.
003920 2410-EXIT.
003930     EXIT.
003940*
003950 2700-PAGE-HEADING.
003960     ADD 1 TO WS-PAGE-CTR.
003970     MOVE WS-PAGE-CTR TO RPT-TI-PAGE.
003980     IF  WS-PAGE-CTR > 1
003990         WRITE RPT-RECORD FROM RPT-BLANK-LINE
004000     END-IF.
004010     WRITE RPT-RECORD FROM RPT-TITLE.
004020     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004030     WRITE RPT-RECORD FROM RPT-COLUMNS.
004040     MOVE 3 TO WS-LINE-CTR.
004050 2700-EXIT.
004060     EXIT.
004070*
004080 2800-OPERATOR-HEADING.
004090     IF  WS-LINE-CTR > 52
004100         PERFORM 2700-PAGE-HEADING THRU 2700-EXIT
004110     END-IF.
004120     MOVE OPA-OPERATOR-ID   TO RPT-OP-OPERATOR.
004130     MOVE OPA-OPERATOR-NAME TO RPT-OP-NAME.
004140     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004150     WRITE RPT-RECORD FROM RPT-OPERATOR-LINE.
004160     ADD 2 TO WS-LINE-CTR.
004170 2800-EXIT.
004180     EXIT.
004190*
004200*THE LAST OPERATOR'S COUNTS - NOTHING BEFORE THE FIRST ROW
004210 2900-OPERATOR-TOTAL.
004220     IF  WS-OPR-ROWS = 0
004230         GO TO 2900-EXIT
004240     END-IF.
004250     ADD 1 TO WS-OPERATORS.
004260     MOVE WS-OPR-ROWS     TO RPT-OT-ROWS.
004270     MOVE WS-OPR-IN-FORCE TO RPT-OT-IN-FORCE.
004280     WRITE RPT-RECORD FROM RPT-OPERATOR-TOTAL.
004290     ADD 1 TO WS-LINE-CTR.
004300     MOVE 0 TO WS-OPR-ROWS WS-OPR-IN-FORCE.
004310 2900-EXIT.
004320     EXIT.
004330*
004340*THE SUMMARY BY PROGRAM, THE RUN TOTALS AND THE SIGNATURE
004350*BLOCK, ON A PAGE OF THEIR OWN
004360 8000-WRITE-SUMMARY.
004370     PERFORM 2700-PAGE-HEADING THRU 2700-EXIT.
004380     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004390     WRITE RPT-RECORD FROM RPT-PGM-COLUMNS.
004400     PERFORM 8100-SUMMARIZE-PROGRAM THRU 8100-EXIT
004410         VARYING WS-PGM-SUB FROM 1 BY 1
004420         UNTIL WS-PGM-SUB > WS-PGM-COUNT.
004430     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004440     MOVE 'OPERATORS LISTED' TO RPT-TL-LABEL.
004450     MOVE WS-OPERATORS TO RPT-TL-COUNT.
004460     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004470     MOVE 'AUTHORITY ROWS READ' TO RPT-TL-LABEL.
004480     MOVE WS-ROWS-READ TO RPT-TL-COUNT.
004490     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004500     MOVE '  IN FORCE' TO RPT-TL-LABEL.
004510     MOVE WS-ROWS-IN-FORCE TO RPT-TL-COUNT.
004520     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004530     MOVE '  EXPIRED' TO RPT-TL-LABEL.
004540     MOVE WS-ROWS-EXPIRED TO RPT-TL-COUNT.
004550     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004560     MOVE '  NOT YET IN FORCE' TO RPT-TL-LABEL.
004570     MOVE WS-ROWS-NOT-YET TO RPT-TL-COUNT.
004580     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004590     MOVE '  BAD ROWS - IGNORED BY GNSPOAUT' TO RPT-TL-LABEL.
004600     MOVE WS-ROWS-BAD TO RPT-TL-COUNT.
004610     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004620     MOVE 'SELF-GRANTED ROWS' TO RPT-TL-LABEL.
004630     MOVE WS-ROWS-SELF TO RPT-TL-COUNT.
004640     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004650     MOVE 'ANY-ACTION ROWS' TO RPT-TL-LABEL.
004660     MOVE WS-ROWS-ANY-ACTION TO RPT-TL-COUNT.
004670     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004680     MOVE 'ROWS WITH NO EXPIRY' TO RPT-TL-LABEL.
004690     MOVE WS-ROWS-NO-EXPIRY TO RPT-TL-COUNT.
004700     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004710     MOVE 'DUPLICATE ROWS' TO RPT-TL-LABEL.
004720     MOVE WS-ROWS-DUPLICATE TO RPT-TL-COUNT.
004730     WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
004740     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004750     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004760     MOVE 'REVIEWED BY:     ______________________________   DA'
004770       TO RPT-TX-TEXT.
004780     MOVE 'TE: ____________' TO RPT-TX-TEXT (53:).
004790     WRITE RPT-RECORD FROM RPT-TEXT-LINE.
004800     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004810     MOVE 'SECURITY ADMIN:  ______________________________   DA'
004820       TO RPT-TX-TEXT.
004830     MOVE 'TE: ____________' TO RPT-TX-TEXT (53:).
004840     WRITE RPT-RECORD FROM RPT-TEXT-LINE.
004850 8000-EXIT.
004860     EXIT.
004870*
004880 8100-SUMMARIZE-PROGRAM.
004890     MOVE PG-PROGRAM (WS-PGM-SUB)    TO RPT-PG-PROGRAM.
004900     MOVE PG-ROWS (WS-PGM-SUB)       TO RPT-PG-ROWS.
004910     MOVE PG-IN-FORCE (WS-PGM-SUB)   TO RPT-PG-IN-FORCE.
004920     MOVE PG-EXPIRED (WS-PGM-SUB)    TO RPT-PG-EXPIRED.
004930     MOVE PG-NOT-YET (WS-PGM-SUB)    TO RPT-PG-NOT-YET.
004940     MOVE PG-SELF (WS-PGM-SUB)       TO RPT-PG-SELF.
004950     MOVE PG-ANY-ACTION (WS-PGM-SUB) TO RPT-PG-ANY-ACTION.
004960     WRITE RPT-RECORD FROM RPT-PGM-LINE.
004970 8100-EXIT.
004980     EXIT.
004990*
005000 9000-TERMINATE.
005010     DISPLAY 'AUTHORITY ROWS READ: ' WS-ROWS-READ.
005020     DISPLAY 'OPERATORS LISTED:    ' WS-OPERATORS.
005030     DISPLAY 'ROWS IN FORCE:       ' WS-ROWS-IN-FORCE.
005040     CLOSE AUTHFILE.
005050     CLOSE RPTFILE.
005060     MOVE WS-RESULT TO RETURN-CODE.
005070 9000-EXIT.
005080     EXIT.
