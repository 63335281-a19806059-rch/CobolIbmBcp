000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GNSPBDAY.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* GNSPBDAY - BUSINESS-DAY DATE SERVICE. ANSWERS "ADD N BUSINESS  *
000090*            DAYS" ('ADDB'), "BUSINESS DAYS BETWEEN" ('BTWN')    *
000100*            AND "FIRST BUSINESS DAY ON OR AFTER" ('NEXT') FOR   *
000110*            CCYYMMDD DATES. A BUSINESS DAY IS A MONDAY-FRIDAY   *
000120*            NOT ON THE HOLCAL HOLIDAY CALENDAR (ONE ROW PER     *
000130*            OBSERVED HOLIDAY, MAINTAINED BY HOLCALD.JCL). THE   *
000140*            CALENDAR IS LOADED ONCE, ON THE FIRST CALL OF THE   *
000150*            RUN. WITHOUT IT, OR FOR DATES IN YEARS IT DOES NOT  *
000160*            COVER, THE ANSWER SKIPS WEEKENDS ONLY AND COMES     *
000170*            BACK RETURN CODE 4. DATES ARE CHECKED WITH GNSPPDTV *
000180*            FIRST - RETURN CODE 8 ON A BAD DATE OR COMMAND.     *
000190*            SEE GNSWVBDY FOR THE PARAMETER AREA.                *
000200*                                                                *
000210* MODIFICATION HISTORY:                                          *
000220* 15/10/2026 RCH - ORIGINAL VERSION                              *
000230*================================================================*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT HOLFILE  ASSIGN TO HOLCAL
000280            FILE STATUS IS FS-STAT-HOL.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  HOLFILE
000320     RECORDING MODE IS F
000330     RECORD CONTAINS 80 CHARACTERS
000340     BLOCK CONTAINS 0 RECORDS
000350     DATA RECORD IS HOLIDAY-RECORD.
000360 01  HOLIDAY-RECORD.
000370*  OBSERVED HOLIDAY, CCYYMMDD, IN ASCENDING ORDER
000380     05  HOL-DATE                   PIC 9(08).
000390     05  HOL-DESC                   PIC X(30).
000400     05  FILLER                     PIC X(42).
000410*
000420 WORKING-STORAGE SECTION.
000430 77  FS-STAT-HOL             PIC X(02) VALUE SPACES.
000440     88  HOLFILE-OK              VALUE '00'.
000450 77  WS-LOADED-SW            PIC X(01) VALUE 'N'.
000460     88  CAL-LOADED              VALUE 'Y'.
000470 77  WS-NO-CAL-SW            PIC X(01) VALUE 'N'.
000480     88  NO-CALENDAR             VALUE 'Y'.
000490 77  WS-HOL-EOF-SW           PIC X(01) VALUE 'N'.
000500     88  HOL-EOF                 VALUE 'Y'.
000510 77  WS-WARNED-SW            PIC X(01) VALUE 'N'.
000520     88  HORIZON-WARNED          VALUE 'Y'.
000530 77  WS-BUS-DAY-SW           PIC X(01) VALUE 'N'.
000540     88  BUSINESS-DAY            VALUE 'Y'.
000550 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
000560*HOLIDAYS THAT FALL ON A WEEKDAY - WEEKEND ROWS ADD NOTHING
000570 77  HOL-MAX                 PIC S9(4) COMP VALUE 500.
000580 77  WS-HOL-COUNT            PIC S9(4) COMP VALUE 0.
000590 77  WS-HOL-SUB              PIC S9(4) COMP VALUE 0.
000600 77  WS-HOL-SKIPPED          PIC S9(4) COMP VALUE 0.
000610 01  WS-HOL-TABLE.
000620     05  WS-HOL-ITEM OCCURS 1 TO 500 TIMES
000630             DEPENDING ON WS-HOL-COUNT
000640             ASCENDING KEY IS WS-HOL-DATE
000650             INDEXED BY HOL-IDX.
000660         10  WS-HOL-DATE            PIC 9(08).
000670*FIRST AND LAST ROWS ON THE CALENDAR - ITS YEARS ARE ITS REACH
000680 01  WS-CAL-RANGE.
000690     05  WS-FIRST-DATE              PIC 9(08) VALUE 0.
000700     05  WS-LAST-DATE               PIC 9(08) VALUE 0.
000710 01  WS-CALC.
000720     05  WS-INT-FROM                PIC S9(08) COMP VALUE 0.
000730     05  WS-INT-TO                  PIC S9(08) COMP VALUE 0.
000740     05  WS-INT-WORK                PIC S9(08) COMP VALUE 0.
000750     05  WS-QUOT                    PIC S9(08) COMP VALUE 0.
000760     05  WS-DOW                     PIC S9(04) COMP VALUE 0.
000770     05  WS-STEP                    PIC S9(04) COMP VALUE 0.
000780     05  WS-SIGN                    PIC S9(04) COMP VALUE 0.
000790     05  WS-TARGET                  PIC S9(08) COMP VALUE 0.
000800     05  WS-COUNT                   PIC S9(08) COMP VALUE 0.
000810     05  WS-WEEKS                   PIC S9(08) COMP VALUE 0.
000820     05  WS-WORK-DATE               PIC 9(08) VALUE 0.
000830     05  WS-LOW-DATE                PIC 9(08) VALUE 0.
000840     05  WS-HIGH-DATE               PIC 9(08) VALUE 0.
000850     05  WS-DATE-SWAP               PIC 9(08) VALUE 0.
000860 01  WS-EDIT-VARS.
000870     05  WS-HOL-COUNT-OUT           PIC ZZ9.
000880*DATE-VALIDATION VARIABLES FOR THE GNSPPDTV CALLS
000890     COPY GNSWVDTV.
000900 LINKAGE SECTION.
000910     COPY GNSWVBDY.
000920*
000930 PROCEDURE DIVISION USING BDY-VARI.
000940 0000-MAINLINE.
000950     MOVE 0 TO WS-RESULT.
000960     MOVE SPACES TO BDY-CMSG.
000970     IF  NOT CAL-LOADED
000980         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
000990     END-IF.
001000     PERFORM 1500-CHECK-DATES THRU 1500-EXIT.
001010     IF  WS-RESULT = 0
001020         EVALUATE BDY-CMND
001030             WHEN 'ADDB'
001040                 PERFORM 2000-ADD-BUSINESS-DAYS THRU 2000-EXIT
001050             WHEN 'BTWN'
001060                 PERFORM 3000-DAYS-BETWEEN THRU 3000-EXIT
001070             WHEN 'NEXT'
001080                 PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT
001090             WHEN OTHER
001100                 MOVE 8 TO WS-RESULT
001110                 MOVE 'COMMAND MUST BE ADDB, BTWN OR NEXT'
001120                     TO BDY-CMSG
001130         END-EVALUATE
001140     END-IF.
001150     IF  WS-RESULT = 0
001160         PERFORM 5000-CHECK-REACH THRU 5000-EXIT
001170     END-IF.
001180     MOVE WS-RESULT TO RETURN-CODE.
001190     GOBACK.
001200*
001210*THE CALENDAR LOADS ONCE PER RUN. A MISSING OR EMPTY HOLCAL
001220*DOES NOT STOP THE CALLER - EVERY ANSWER COMES BACK RC 4 AND
001230*THE LOG SAYS WHY
001240 1000-LOAD-CALENDAR.
001250     SET CAL-LOADED TO TRUE.
001260     OPEN INPUT HOLFILE.
001270     IF  NOT HOLFILE-OK
001280         SET NO-CALENDAR TO TRUE
001290         DISPLAY 'GNSPBDAY - NO HOLCAL HOLIDAY CALENDAR, STATUS '
001300                 FS-STAT-HOL ' - WEEKENDS ONLY'
001310         GO TO 1000-EXIT
001320     END-IF.
001330     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
001340         UNTIL HOL-EOF.
001350     CLOSE HOLFILE.
001360     IF  WS-FIRST-DATE = 0
001370         SET NO-CALENDAR TO TRUE
001380         DISPLAY 'GNSPBDAY - HOLCAL HOLIDAY CALENDAR IS EMPTY'
001390                 ' - WEEKENDS ONLY'
001400     ELSE
001410         MOVE WS-HOL-COUNT TO WS-HOL-COUNT-OUT
001420         DISPLAY 'GNSPBDAY - HOLIDAY CALENDAR '
001430                 WS-FIRST-DATE (1:4) '-' WS-LAST-DATE (1:4)
001440                 ', ' WS-HOL-COUNT-OUT ' WEEKDAY HOLIDAYS'
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480*
001490*ROWS MUST BE REAL DATES IN ASCENDING ORDER (THE TABLE IS
001500*SEARCHED BINARY); A BAD, REPEATED OR OUT-OF-ORDER ROW IS
001510*LISTED AND LEFT OUT
001520 1100-LOAD-ONE-HOLIDAY.
001530     READ HOLFILE
001540         AT END
001550             SET HOL-EOF TO TRUE
001560     END-READ.
001570     IF  HOL-EOF
001580         GO TO 1100-EXIT
001590     END-IF.
001600     MOVE HOL-DATE TO DTV-DATE-NUM.
001610     CALL 'GNSPPDTV' USING DTV-VARI
001620         RETURNING RETURN-CODE
001630     END-CALL.
001640     IF  RETURN-CODE NOT = 0
001650         MOVE 0 TO RETURN-CODE
001660         ADD 1 TO WS-HOL-SKIPPED
001670         DISPLAY 'GNSPBDAY - HOLCAL ROW SKIPPED: ' DTV-DATE-X
001680                 ' ' DTV-CMSG
001690         GO TO 1100-EXIT
001700     END-IF.
001710     IF  HOL-DATE NOT > WS-LAST-DATE
001720         ADD 1 TO WS-HOL-SKIPPED
001730         DISPLAY 'GNSPBDAY - HOLCAL ROW SKIPPED: ' HOL-DATE
001740                 ' REPEATED OR OUT OF ORDER'
001750         GO TO 1100-EXIT
001760     END-IF.
001770     IF  WS-FIRST-DATE = 0
001780         MOVE HOL-DATE TO WS-FIRST-DATE
001790     END-IF.
001800     MOVE HOL-DATE TO WS-LAST-DATE.
001810     COMPUTE WS-INT-WORK = FUNCTION INTEGER-OF-DATE (HOL-DATE).
001820     PERFORM 6100-SET-DAY-OF-WEEK THRU 6100-EXIT.
001830     IF  WS-DOW = 0 OR WS-DOW = 6
001840         GO TO 1100-EXIT
001850     END-IF.
001860     IF  WS-HOL-COUNT >= HOL-MAX
001870         ADD 1 TO WS-HOL-SKIPPED
001880         DISPLAY 'GNSPBDAY - HOLIDAY TABLE FULL, ' HOL-DATE
001890                 ' LEFT OUT'
001900         GO TO 1100-EXIT
001910     END-IF.
001920     ADD 1 TO WS-HOL-COUNT.
001930     MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT).
001940 1100-EXIT.
001950     EXIT.
001960*
001970 1500-CHECK-DATES.
001980     MOVE BDY-FROM-DATE TO DTV-DATE-NUM.
001990     CALL 'GNSPPDTV' USING DTV-VARI
002000         RETURNING RETURN-CODE
002010     END-CALL.
002020     IF  RETURN-CODE NOT = 0
002030         MOVE 8 TO WS-RESULT
002040         MOVE 'FROM DATE IS NOT A VALID DATE' TO BDY-CMSG
002050         GO TO 1500-EXIT
002060     END-IF.
002070     IF  BDY-CMND NOT = 'BTWN'
002080         GO TO 1500-EXIT
002090     END-IF.
002100     MOVE BDY-TO-DATE TO DTV-DATE-NUM.
002110     CALL 'GNSPPDTV' USING DTV-VARI
002120         RETURNING RETURN-CODE
002130     END-CALL.
002140     IF  RETURN-CODE NOT = 0
002150         MOVE 8 TO WS-RESULT
002160         MOVE 'TO DATE IS NOT A VALID DATE' TO BDY-CMSG
002170     END-IF.
002180 1500-EXIT.
002190     EXIT.
002200*
002210*STEPS ONE CALENDAR DAY AT A TIME (BACKWARD FOR A NEGATIVE
002220*COUNT) UNTIL THE COUNT OF BUSINESS DAYS PASSED IS MET - ZERO
002230*DAYS RETURNS THE FROM DATE AS IT IS
002240 2000-ADD-BUSINESS-DAYS.
002250     COMPUTE WS-INT-WORK =
002260         FUNCTION INTEGER-OF-DATE (BDY-FROM-DATE).
002270     MOVE 0 TO WS-COUNT.
002280     IF  BDY-DAYS < 0
002290         MOVE -1 TO WS-STEP
002300         COMPUTE WS-TARGET = 0 - BDY-DAYS
002310     ELSE
002320         MOVE 1 TO WS-STEP
002330         MOVE BDY-DAYS TO WS-TARGET
002340     END-IF.
002350     PERFORM 2100-STEP-ONE-DAY THRU 2100-EXIT
002360         UNTIL WS-COUNT >= WS-TARGET.
002370     COMPUTE BDY-TO-DATE = FUNCTION DATE-OF-INTEGER (WS-INT-WORK).
002380     MOVE BDY-FROM-DATE TO WS-LOW-DATE.
002390     MOVE BDY-TO-DATE   TO WS-HIGH-DATE.
002400 2000-EXIT.
002410     EXIT.
002420*
002430 2100-STEP-ONE-DAY.
002440     ADD WS-STEP TO WS-INT-WORK.
002450     PERFORM 6000-TEST-BUSINESS-DAY THRU 6000-EXIT.
002460     IF  BUSINESS-DAY
002470         ADD 1 TO WS-COUNT
002480     END-IF.
002490 2100-EXIT.
002500     EXIT.
002510*
002520*WHOLE WEEKS COUNT FIVE DAYS EACH, THE ODD DAYS LEFT OVER ARE
002530*COUNTED ONE BY ONE, THEN EVERY WEEKDAY HOLIDAY IN THE SPAN
002540*COMES OFF. THE FROM DATE ITSELF IS NOT COUNTED, THE TO DATE IS
002550 3000-DAYS-BETWEEN.
002560     MOVE BDY-FROM-DATE TO WS-LOW-DATE.
002570     MOVE BDY-TO-DATE   TO WS-HIGH-DATE.
002580     MOVE 1 TO WS-SIGN.
002590     IF  WS-HIGH-DATE < WS-LOW-DATE
002600         MOVE -1 TO WS-SIGN
002610         MOVE WS-LOW-DATE  TO WS-DATE-SWAP
002620         MOVE WS-HIGH-DATE TO WS-LOW-DATE
002630         MOVE WS-DATE-SWAP TO WS-HIGH-DATE
002640     END-IF.
002650     COMPUTE WS-INT-FROM =
002660         FUNCTION INTEGER-OF-DATE (WS-LOW-DATE).
002670     COMPUTE WS-INT-TO   =
002680         FUNCTION INTEGER-OF-DATE (WS-HIGH-DATE).
002690     COMPUTE WS-WEEKS    = (WS-INT-TO - WS-INT-FROM) / 7.
002700     COMPUTE WS-COUNT    = WS-WEEKS * 5.
002710     COMPUTE WS-INT-WORK = WS-INT-FROM + (WS-WEEKS * 7).
002720     PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
002730         UNTIL WS-INT-WORK >= WS-INT-TO.
002740     IF  NOT NO-CALENDAR
002750         PERFORM 3200-DROP-ONE-HOLIDAY THRU 3200-EXIT
002760             VARYING WS-HOL-SUB FROM 1 BY 1
002770             UNTIL WS-HOL-SUB > WS-HOL-COUNT
002780     END-IF.
002790     COMPUTE BDY-DAYS = WS-COUNT * WS-SIGN.
002800 3000-EXIT.
002810     EXIT.
002820*
002830 3100-COUNT-ONE-DAY.
002840     ADD 1 TO WS-INT-WORK.
002850     PERFORM 6100-SET-DAY-OF-WEEK THRU 6100-EXIT.
002860     IF  WS-DOW NOT = 0 AND WS-DOW NOT = 6
002870         ADD 1 TO WS-COUNT
002880     END-IF.
002890 3100-EXIT.
002900     EXIT.
002910*
002920 3200-DROP-ONE-HOLIDAY.
002930     IF  WS-HOL-DATE (WS-HOL-SUB) > WS-LOW-DATE AND
002940         WS-HOL-DATE (WS-HOL-SUB) NOT > WS-HIGH-DATE
002950         SUBTRACT 1 FROM WS-COUNT
002960     END-IF.
002970 3200-EXIT.
002980     EXIT.
002990*
003000 4000-NEXT-BUSINESS-DAY.
003010     COMPUTE WS-INT-WORK =
003020         FUNCTION INTEGER-OF-DATE (BDY-FROM-DATE).
003030     PERFORM 6000-TEST-BUSINESS-DAY THRU 6000-EXIT.
003040     PERFORM 4100-ROLL-ONE-DAY THRU 4100-EXIT
003050         UNTIL BUSINESS-DAY.
003060     COMPUTE BDY-TO-DATE = FUNCTION DATE-OF-INTEGER (WS-INT-WORK).
003070     MOVE BDY-FROM-DATE TO WS-LOW-DATE.
003080     MOVE BDY-TO-DATE   TO WS-HIGH-DATE.
003090 4000-EXIT.
003100     EXIT.
003110*
003120 4100-ROLL-ONE-DAY.
003130     ADD 1 TO WS-INT-WORK.
003140     PERFORM 6000-TEST-BUSINESS-DAY THRU 6000-EXIT.
003150 4100-EXIT.
003160     EXIT.
003170*
003180*AN ANSWER THAT REACHES INTO A YEAR THE CALENDAR DOES NOT
003190*COVER WAS WORKED ON WEEKENDS ALONE - RC 4, AND ONE LOG LINE
003200*PER RUN SO SOMEONE EXTENDS HOLCAL
003210 5000-CHECK-REACH.
003220     IF  WS-LOW-DATE > WS-HIGH-DATE
003230         MOVE WS-LOW-DATE  TO WS-DATE-SWAP
003240         MOVE WS-HIGH-DATE TO WS-LOW-DATE
003250         MOVE WS-DATE-SWAP TO WS-HIGH-DATE
003260     END-IF.
003270     IF  NO-CALENDAR
003280         MOVE 4 TO WS-RESULT
003290         MOVE 'NO HOLIDAY CALENDAR - WEEKENDS ONLY' TO BDY-CMSG
003300         GO TO 5000-EXIT
003310     END-IF.
003320     IF  WS-LOW-DATE (1:4)  < WS-FIRST-DATE (1:4) OR
003330         WS-HIGH-DATE (1:4) > WS-LAST-DATE (1:4)
003340         MOVE 4 TO WS-RESULT
003350         MOVE 'DATE OUTSIDE HOLIDAY CALENDAR YEARS'
003360             TO BDY-CMSG
003370         IF  NOT HORIZON-WARNED
003380             SET HORIZON-WARNED TO TRUE
003390             DISPLAY 'GNSPBDAY - DATES OUTSIDE HOLCAL YEARS '
003400                     WS-FIRST-DATE (1:4) '-' WS-LAST-DATE (1:4)
003410                     ' COUNTED ON WEEKENDS ONLY'
003420         END-IF
003430     END-IF.
003440 5000-EXIT.
003450     EXIT.
003460*
003470*WS-INT-WORK (AN INTEGER-OF-DATE DAY) IS A BUSINESS DAY WHEN IT
003480*IS A WEEKDAY AND NOT A HOLIDAY ON THE CALENDAR
003490 6000-TEST-BUSINESS-DAY.
003500     MOVE 'N' TO WS-BUS-DAY-SW.
003510     PERFORM 6100-SET-DAY-OF-WEEK THRU 6100-EXIT.
003520     IF  WS-DOW = 0 OR WS-DOW = 6
003530         GO TO 6000-EXIT
003540     END-IF.
003550     SET BUSINESS-DAY TO TRUE.
003560     IF  NO-CALENDAR OR WS-HOL-COUNT = 0
003570         GO TO 6000-EXIT
003580     END-IF.
003590     COMPUTE WS-WORK-DATE =
003600         FUNCTION DATE-OF-INTEGER (WS-INT-WORK).
003610     SEARCH ALL WS-HOL-ITEM
003620         AT END
003630             CONTINUE
003640         WHEN WS-HOL-DATE (HOL-IDX) = WS-WORK-DATE
003650             MOVE 'N' TO WS-BUS-DAY-SW
003660     END-SEARCH.
003670 6000-EXIT.
003680     EXIT.
003690*
003700*DAY 1 OF THE INTEGER-OF-DATE COUNT (01/01/1601) WAS A MONDAY,
003710*SO THE REMAINDER BY 7 RUNS 1 = MONDAY ... 6 = SATURDAY, 0 =
003720*SUNDAY
003730 6100-SET-DAY-OF-WEEK.
003740     DIVIDE WS-INT-WORK BY 7 GIVING WS-QUOT
003750         REMAINDER WS-DOW.
003760 6100-EXIT.
003770     EXIT.
