000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GNSPOAUT.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* GNSPOAUT - OPERATOR-AUTHORITY CHECK. ANSWERS WHETHER THE       *
000090*            OPERATOR ON A MAINTENANCE TRANSACTION MAY TAKE ITS  *
000100*            ACTION, FOR ITS AMOUNT, IN THE CALLING PROGRAM,     *
000110*            FROM THE OPERAUTH OPERATOR-AUTHORITY FILE (SEE      *
000120*            OPAUTHR, LOADED BY OPAUTHLD.JCL). THE FILE IS       *
000130*            LOADED ONCE, ON THE FIRST CALL OF THE RUN. THE ROW  *
000140*            FOR THE ACTION ITSELF IS USED IF THERE IS ONE, ELSE *
000150*            THE OPERATOR'S '*' ROW FOR THE PROGRAM. NO ROW, A   *
000160*            ROW NOT YET OR NO LONGER IN FORCE, OR AN AMOUNT     *
000170*            OVER THE ROW'S LIMIT COMES BACK RETURN CODE 8 WITH  *
000180*            THE REASON; WITHOUT OPERAUTH EVERY ANSWER IS 12 -   *
000190*            NOTHING IS AUTHORIZED. SEE GNSWVOAU FOR THE         *
000200*            PARAMETER AREA.                                     *
000210*                                                                *
000220* MODIFICATION HISTORY:                                          *
000230* 15/10/2026 RCH - ORIGINAL VERSION                              *
000240*================================================================*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AUTHFILE ASSIGN TO OPERAUTH
000290            FILE STATUS IS FS-STAT-AUTH.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  AUTHFILE
000330     RECORDING MODE IS F
000340     RECORD CONTAINS 80 CHARACTERS
000350     BLOCK CONTAINS 0 RECORDS
000360     DATA RECORD IS OPERATOR-AUTH-RECORD.
000370 01  OPERATOR-AUTH-RECORD.
000380     COPY OPAUTHR.
000390*
000400 WORKING-STORAGE SECTION.
000410 77  FS-STAT-AUTH            PIC X(02) VALUE SPACES.
000420     88  AUTHFILE-OK             VALUE '00'.
000430 77  WS-LOADED-SW            PIC X(01) VALUE 'N'.
000440     88  AUTH-LOADED             VALUE 'Y'.
000450 77  WS-NO-AUTH-SW           PIC X(01) VALUE 'N'.
000460     88  NO-AUTHORITY-FILE       VALUE 'Y'.
000470 77  WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
000480     88  AUTH-EOF                VALUE 'Y'.
000490 77  WS-PROGRAM-SW           PIC X(01) VALUE 'N'.
000500     88  PROGRAM-ROW-SEEN        VALUE 'Y'.
000510 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
000520 77  AUTH-MAX                PIC S9(4) COMP VALUE 1000.
000530 77  WS-AUTH-COUNT           PIC S9(4) COMP VALUE 0.
000540 77  WS-AUTH-SUB             PIC S9(4) COMP VALUE 0.
000550 77  WS-AUTH-SKIPPED         PIC S9(4) COMP VALUE 0.
000560 77  WS-ACTION-ROW           PIC S9(4) COMP VALUE 0.
000570 77  WS-ANY-ROW              PIC S9(4) COMP VALUE 0.
000580 77  WS-USE-ROW              PIC S9(4) COMP VALUE 0.
000590 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
000600 01  WS-RUN-DATE             PIC 9(08) VALUE 0.
000610 01  WS-AUTH-COUNT-OUT       PIC ZZZ9.
000620*THE AUTHORITIES ON OPERAUTH, IN FILE ORDER
000630 01  WS-AUTH-TABLE.
000640     05  WS-AUTH-ITEM OCCURS 1000 TIMES.
000650         10  AT-OPERATOR-ID         PIC X(08).
000660         10  AT-PROGRAM             PIC X(08).
000670         10  AT-ACTION              PIC X(01).
000680         10  AT-DOLLAR-LIMIT        PIC 9(07)V99.
000690         10  AT-GRANTED-DATE        PIC 9(08).
000700         10  AT-EXPIRY-DATE         PIC 9(08).
000710 LINKAGE SECTION.
000720     COPY GNSWVOAU.
000730*
000740 PROCEDURE DIVISION USING OAU-VARI.
000750 0000-MAINLINE.
000760     MOVE 0 TO WS-RESULT.
000770     MOVE SPACES TO OAU-CMSG.
000780     IF  NOT AUTH-LOADED
000790         PERFORM 1000-LOAD-AUTHORITIES THRU 1000-EXIT
000800     END-IF.
000810     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
000820     MOVE WS-RESULT TO RETURN-CODE.
000830     GOBACK.
000840*
000850*OPERAUTH LOADS ONCE PER RUN. WITHOUT IT THE CALLER CARRIES ON,
000860*BUT EVERY TRANSACTION IS REJECTED AND THE LOG SAYS WHY
000870 1000-LOAD-AUTHORITIES.
000880     SET AUTH-LOADED TO TRUE.
000890     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
000900     MOVE WS-TIME-VARS (1:8) TO WS-RUN-DATE.
000910     OPEN INPUT AUTHFILE.
000920     IF  NOT AUTHFILE-OK
000930         SET NO-AUTHORITY-FILE TO TRUE
000940         DISPLAY 'GNSPOAUT - NO OPERAUTH AUTHORITY FILE, STATUS '
000950                 FS-STAT-AUTH ' - NOTHING AUTHORIZED'
000960         GO TO 1000-EXIT
000970     END-IF.
000980     PERFORM 1100-LOAD-ONE-AUTHORITY THRU 1100-EXIT
000990         UNTIL AUTH-EOF.
001000     CLOSE AUTHFILE.
001010     MOVE WS-AUTH-COUNT TO WS-AUTH-COUNT-OUT.
001020     DISPLAY 'GNSPOAUT - ' WS-AUTH-COUNT-OUT
001030             ' OPERATOR AUTHORITIES LOADED'.
001040 1000-EXIT.
001050     EXIT.
001060*
001070*A ROW WITH A BAD LIMIT OR DATE IS LISTED AND LEFT OUT - IT
001080*GRANTS NOTHING
001090 1100-LOAD-ONE-AUTHORITY.
001100     READ AUTHFILE
001110         AT END
001120             SET AUTH-EOF TO TRUE
001130             GO TO 1100-EXIT
001140     END-READ.
001150     IF  OPA-OPERATOR-ID = SPACES
001160     OR  OPA-PROGRAM = SPACES
001170     OR  OPA-ACTION = SPACE
001180     OR  OPA-DOLLAR-LIMIT NOT NUMERIC
001190     OR  OPA-GRANTED-DATE NOT NUMERIC
001200     OR  OPA-EXPIRY-DATE NOT NUMERIC
001210         ADD 1 TO WS-AUTH-SKIPPED
001220         DISPLAY 'GNSPOAUT - OPERAUTH ROW SKIPPED: '
001230                 OPA-OPERATOR-ID ' ' OPA-PROGRAM ' ' OPA-ACTION
001240         GO TO 1100-EXIT
001250     END-IF.
001260     IF  WS-AUTH-COUNT >= AUTH-MAX
001270         ADD 1 TO WS-AUTH-SKIPPED
001280         DISPLAY 'GNSPOAUT - AUTHORITY TABLE FULL, '
001290                 OPA-OPERATOR-ID ' ' OPA-PROGRAM ' LEFT OUT'
001300         GO TO 1100-EXIT
001310     END-IF.
001320     ADD 1 TO WS-AUTH-COUNT.
001330     MOVE OPA-OPERATOR-ID  TO AT-OPERATOR-ID (WS-AUTH-COUNT).
001340     MOVE OPA-PROGRAM      TO AT-PROGRAM (WS-AUTH-COUNT).
001350     MOVE OPA-ACTION       TO AT-ACTION (WS-AUTH-COUNT).
001360     MOVE OPA-DOLLAR-LIMIT TO AT-DOLLAR-LIMIT (WS-AUTH-COUNT).
001370     MOVE OPA-GRANTED-DATE TO AT-GRANTED-DATE (WS-AUTH-COUNT).
001380     MOVE OPA-EXPIRY-DATE  TO AT-EXPIRY-DATE (WS-AUTH-COUNT).
001390 1100-EXIT.
001400     EXIT.
001410*
001420 2000-CHECK-AUTHORITY.
001430     IF  NO-AUTHORITY-FILE
001440         MOVE 12 TO WS-RESULT
001450         MOVE 'NO OPERATOR AUTHORITY FILE' TO OAU-CMSG
001460         GO TO 2000-EXIT
001470     END-IF.
001480     IF  OAU-OPERATOR = SPACES
001490         MOVE 8 TO WS-RESULT
001500         MOVE 'NO OPERATOR ID ON TRANSACTION' TO OAU-CMSG
001510         GO TO 2000-EXIT
001520     END-IF.
001530     MOVE 0 TO WS-ACTION-ROW WS-ANY-ROW.
001540     MOVE 'N' TO WS-PROGRAM-SW.
001550     PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
001560         VARYING WS-AUTH-SUB FROM 1 BY 1
001570         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
001580            OR WS-ACTION-ROW > 0.
001590     IF  WS-ACTION-ROW > 0
001600         MOVE WS-ACTION-ROW TO WS-USE-ROW
001610     ELSE
001620         MOVE WS-ANY-ROW TO WS-USE-ROW
001630     END-IF.
001640     IF  WS-USE-ROW = 0
001650         MOVE 8 TO WS-RESULT
001660         IF  PROGRAM-ROW-SEEN
001670             STRING 'OPERATOR NOT AUTHORIZED FOR ACTION '
001680                                        DELIMITED BY SIZE
001690                    OAU-ACTION          DELIMITED BY SIZE
001700                    INTO OAU-CMSG
001710             END-STRING
001720         ELSE
001730             STRING 'OPERATOR NOT AUTHORIZED FOR '
001740                                        DELIMITED BY SIZE
001750                    OAU-PROGRAM         DELIMITED BY SPACE
001760                    INTO OAU-CMSG
001770             END-STRING
001780         END-IF
001790         GO TO 2000-EXIT
001800     END-IF.
001810     IF  AT-GRANTED-DATE (WS-USE-ROW) > WS-RUN-DATE
001820         MOVE 8 TO WS-RESULT
001830         MOVE 'OPERATOR AUTHORITY NOT YET IN FORCE' TO OAU-CMSG
001840         GO TO 2000-EXIT
001850     END-IF.
001860     IF  AT-EXPIRY-DATE (WS-USE-ROW) NOT = 0
001870     AND AT-EXPIRY-DATE (WS-USE-ROW) < WS-RUN-DATE
001880         MOVE 8 TO WS-RESULT
001890         MOVE 'OPERATOR AUTHORITY EXPIRED' TO OAU-CMSG
001900         GO TO 2000-EXIT
001910     END-IF.
001920     IF  OAU-AMOUNT > AT-DOLLAR-LIMIT (WS-USE-ROW)
001930         MOVE 8 TO WS-RESULT
001940         MOVE 'AMOUNT OVER OPERATOR DOLLAR LIMIT' TO OAU-CMSG
001950         GO TO 2000-EXIT
001960     END-IF.
001970 2000-EXIT.
001980     EXIT.
001990*
002000*THE OPERATOR'S ROW FOR THE ACTION ENDS THE SEARCH; THE FIRST
002010*'*' ROW IS KEPT IN CASE THERE IS NONE
002020 2100-CHECK-ONE-ROW.
002030     IF  AT-OPERATOR-ID (WS-AUTH-SUB) NOT = OAU-OPERATOR
002040     OR  AT-PROGRAM (WS-AUTH-SUB) NOT = OAU-PROGRAM
002050         GO TO 2100-EXIT
002060     END-IF.
002070     SET PROGRAM-ROW-SEEN TO TRUE.
002080     IF  AT-ACTION (WS-AUTH-SUB) = OAU-ACTION
002090         MOVE WS-AUTH-SUB TO WS-ACTION-ROW
002100         GO TO 2100-EXIT
002110     END-IF.
002120     IF  AT-ACTION (WS-AUTH-SUB) = '*'
002130     AND WS-ANY-ROW = 0
002140         MOVE WS-AUTH-SUB TO WS-ANY-ROW
002150     END-IF.
002160 2100-EXIT.
002170     EXIT.
