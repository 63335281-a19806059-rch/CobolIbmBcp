000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTLPROM.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* CTLPROM - CONTROL-FILE CHANGE PROMOTION. APPLIES EVERY CTLCHG  *
000090*           REQUEST (SEE CTLCRQR) THAT A SECOND OPERATOR HAS     *
000100*           APPROVED THROUGH CTLCHGM AND WHOSE EFFECTIVE DATE    *
000110*           HAS COME (RUN DATE ON THE SYSIN CARD, CCYYMMDD;      *
000120*           BLANK = TODAY) TO THE CTLCUR IMAGE OF THE CONTROL    *
000130*           FILES (SEE CTLIMGR), AND WRITES THE RESULT TO CTLNEW *
000140*           FOR THE JCL TO SPLIT BACK INTO RATECTL, PRMCTL,      *
000150*           FAVRATE, INSTYPE AND TUITCTL. A CHANGED ROW KEEPS    *
000160*           ITS PLACE, A DELETED ONE IS DROPPED AND AN ADDED ONE *
000170*           GOES AT THE END OF ITS FILE. A REQUEST WHOSE OLD ROW *
000180*           NO LONGER MATCHES THE FILE IS NOT APPLIED AND IS     *
000190*           MARKED STALE - IT MUST BE ASKED FOR AGAIN. EACH      *
000200*           APPLIED REQUEST IS MARKED ON CTLCHG AND COPIED TO    *
000210*           THE PERMANENT CTLAUD AUDIT FILE. OCTLRPT LISTS THE   *
000220*           CHANGES APPLIED OR STALED THIS RUN, THEN EVERY       *
000230*           REQUEST STILL AWAITING APPROVAL OR ITS EFFECTIVE     *
000240*           DATE. RC 4 = A STALE REQUEST, A ROW OF AN UNLISTED   *
000250*           FILE OR THE DUE TABLE FULL (THE REST WAIT FOR THE    *
000260*           NEXT RUN); RC 12 = A FILE UNAVAILABLE OR CTLCHG OUT  *
000270*           OF STEP - CTLNEW MUST THEN NOT BE PROMOTED.          *
000280*                                                                *
000290* MODIFICATION HISTORY:                                          *
000300* 15/10/2026 RCH - ORIGINAL VERSION                              *
000310*================================================================*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CHGFILE  ASSIGN TO CTLCHG
000360            ORGANIZATION IS INDEXED
000370            ACCESS MODE  IS DYNAMIC
000380            RECORD KEY   IS CCR-REQUEST-ID
000390            FILE STATUS IS FS-STAT-CHG.
000400     SELECT CURFILE  ASSIGN TO CTLCUR
000410            FILE STATUS IS FS-STAT-CUR.
000420     SELECT NEWFILE  ASSIGN TO CTLNEW
000430            FILE STATUS IS FS-STAT-NEW.
000440     SELECT AUDFILE  ASSIGN TO CTLAUD
000450            FILE STATUS IS FS-STAT-AUD.
000460     SELECT RPTFILE  ASSIGN TO OCTLRPT
000470            FILE STATUS IS FS-STAT-RPT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CHGFILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 300 CHARACTERS
000530     BLOCK CONTAINS 0 RECORDS
000540     DATA RECORD IS CTL-CHANGE-RECORD.
000550 01  CTL-CHANGE-RECORD.
000560     COPY CTLCRQR.
000570*EVERY CONTROL FILE, ONE AFTER THE OTHER, AS THE JCL COPIED IT
000580 FD  CURFILE
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 88 CHARACTERS
000610     BLOCK CONTAINS 0 RECORDS
000620     DATA RECORD IS CTL-IMAGE-RECORD.
000630 01  CTL-IMAGE-RECORD.
000640     COPY CTLIMGR.
000650*THE SAME, WITH TODAY'S CHANGES APPLIED
000660 FD  NEWFILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 88 CHARACTERS
000690     BLOCK CONTAINS 0 RECORDS
000700     DATA RECORD IS NEW-IMAGE-RECORD.
000710 01  NEW-IMAGE-RECORD.
000720     05  NEW-FILE-ID                 PIC X(08).
000730     05  NEW-ROW                     PIC X(80).
000740*THE CTLCRQR RECORD OF EVERY APPLIED CHANGE, KEPT FOR GOOD
000750 FD  AUDFILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 300 CHARACTERS
000780     BLOCK CONTAINS 0 RECORDS
000790     DATA RECORD IS AUDIT-RECORD.
000800 01  AUDIT-RECORD                    PIC X(300).
000810 FD  RPTFILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 133 CHARACTERS
000840     BLOCK CONTAINS 0 RECORDS
000850     DATA RECORD IS RPT-RECORD.
000860 01  RPT-RECORD                      PIC X(133).
000870*
000880 WORKING-STORAGE SECTION.
000890 77  DUE-MAX                 PIC S9(4) COMP VALUE 500.
000900 77  WS-DUE-COUNT            PIC S9(4) COMP VALUE 0.
000910 77  WS-DUE-SUB              PIC S9(4) COMP VALUE 0.
000920 77  WS-ADD-SUB              PIC S9(4) COMP VALUE 0.
000930 77  WS-FILE-SUB             PIC S9(4) COMP VALUE 0.
000940 77  WS-KEY-LEN              PIC S9(4) COMP VALUE 0.
000950 77  WS-ROWS-READ            PIC S9(6) COMP VALUE 0.
000960 77  WS-ROWS-WRITTEN         PIC S9(6) COMP VALUE 0.
000970 77  WS-UNKNOWN-ROWS         PIC S9(6) COMP VALUE 0.
000980 77  WS-DUE-LEFT-OVER        PIC S9(6) COMP VALUE 0.
000990 77  WS-APPLIED              PIC S9(6) COMP VALUE 0.
001000 77  WS-STALE                PIC S9(6) COMP VALUE 0.
001010 77  WS-AWAITING-APPROVAL    PIC S9(6) COMP VALUE 0.
001020 77  WS-AWAITING-DATE        PIC S9(6) COMP VALUE 0.
001030 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
001040 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
001050 77  WS-ASKED-DATE-X         PIC X(08) VALUE SPACES.
001060 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001070 77  SW-END-CUR              PIC X VALUE 'N'.
001080     88  END-CUR                 VALUE 'Y'.
001090 77  SW-END-CHG              PIC X VALUE 'N'.
001100     88  END-CHG                 VALUE 'Y'.
001110 77  SW-REQ-FOUND            PIC X VALUE 'N'.
001120     88  REQ-FOUND               VALUE 'Y'.
001130 77  FS-STAT-CHG             PIC X(02) VALUE SPACES.
001140     88  CHGFILE-OK              VALUE '00'.
001150 77  FS-STAT-CUR             PIC X(02) VALUE SPACES.
001160     88  CURFILE-OK              VALUE '00'.
001170 77  FS-STAT-NEW             PIC X(02) VALUE SPACES.
001180     88  NEWFILE-OK              VALUE '00'.
001190 77  FS-STAT-AUD             PIC X(02) VALUE SPACES.
001200     88  AUDFILE-OK              VALUE '00'.
001210 77  FS-STAT-RPT             PIC X(02) VALUE SPACES.
001220     88  RPTFILE-OK              VALUE '00'.
001230*THE CONTROL FILES UNDER CHANGE CONTROL
001240     COPY CTLFTBR.
001250*APPROVED REQUESTS DUE BY THE RUN DATE, IN REQUEST-ID ORDER.
001260*WS-DUE-DONE IS 'N' UNTIL THE REQUEST IS APPLIED ('X') OR
001270*FOUND STALE ('S')
001280 01  WS-DUE-TABLE.
001290     05  WS-DUE-ITEM OCCURS 500 TIMES.
001300         10  WS-DUE-REQUEST-ID   PIC X(12).
001310         10  WS-DUE-FILE-ID      PIC X(08).
001320         10  WS-DUE-KEY          PIC X(10).
001330         10  WS-DUE-OLD-ROW      PIC X(80).
001340         10  WS-DUE-NEW-ROW      PIC X(80).
001350         10  WS-DUE-DONE         PIC X(01).
001360 01  WS-FIND-FILE-ID             PIC X(08).
001370 01  WS-FIND-KEY                 PIC X(10).
001380*THE ROW BEING PROMOTED - SPACES ONCE DELETED
001390 01  WS-ROW                      PIC X(80).
001400 01  WS-FOUND-ROW                PIC X(80).
001410*REPORT LINES
001420 01  RPT-HEADER.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  FILLER                  PIC X(40)
001450            VALUE 'CONTROL-FILE CHANGE PROMOTION           '.
001460     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001470     05  RPT-HD-RUN-DATE         PIC 9(08).
001480     05  FILLER                  PIC X(74) VALUE SPACES.
001490 01  RPT-SECTION.
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  RPT-SC-TITLE            PIC X(60).
001520     05  FILLER                  PIC X(72) VALUE SPACES.
001530 01  RPT-COLUMNS.
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  FILLER                  PIC X(36)
001560            VALUE 'REQUEST ID    FILE      ROW KEY     '.
001570     05  FILLER                  PIC X(36)
001580            VALUE 'A  REQUESTR  APPROVER  EFFECTIV  RES'.
001590     05  FILLER                  PIC X(36)
001600            VALUE 'ULT                                 '.
001610     05  FILLER                  PIC X(24) VALUE SPACES.
001620 01  RPT-DETAIL.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  RPT-DT-REQUEST-ID       PIC X(12).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  RPT-DT-FILE-ID          PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  RPT-DT-ROW-KEY          PIC X(10).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  RPT-DT-ACTION           PIC X(01).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  RPT-DT-REQUESTER        PIC X(08).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  RPT-DT-APPROVER         PIC X(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  RPT-DT-EFFECTIVE        PIC 9(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RPT-DT-RESULT           PIC X(40).
001790     05  FILLER                  PIC X(23) VALUE SPACES.
001800 01  RPT-ROW-LINE.
001810     05  FILLER                  PIC X(06) VALUE SPACES.
001820     05  RPT-RW-LABEL            PIC X(05).
001830     05  RPT-RW-ROW              PIC X(80).
001840     05  FILLER                  PIC X(42) VALUE SPACES.
001850 01  RPT-COUNT-LINE.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  RPT-CT-LABEL            PIC X(40).
001880     05  RPT-CT-COUNT            PIC ZZZ,ZZ9.
001890     05  FILLER                  PIC X(85) VALUE SPACES.
001900 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
001910*
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROMOTE-ONE-ROW THRU 2000-EXIT
001960         UNTIL END-CUR.
001970     PERFORM 3000-ADD-ONE-ROW THRU 3000-EXIT
001980         VARYING WS-ADD-SUB FROM 1 BY 1
001990         UNTIL WS-ADD-SUB > WS-DUE-COUNT.
002000     PERFORM 4000-LIST-OPEN THRU 4000-EXIT.
002010     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     GOBACK.
002040*
002050*EVERY FILE MUST OPEN - CTLAUD IS STARTED ON THE FIRST-EVER
002060*RUN. THE APPROVED REQUESTS DUE BY THE RUN DATE ARE LOADED
002070*FIRST; A FULL TABLE LEAVES THE REST FOR THE NEXT RUN
002080 1000-INITIALIZE.
002090     DISPLAY 'INIT CTLPROM..'.
002100     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002110     ACCEPT WS-ASKED-DATE-X FROM SYSIN.
002120     IF  WS-ASKED-DATE-X NUMERIC
002130         MOVE WS-ASKED-DATE-X TO WS-RUN-DATE
002140     ELSE
002150         MOVE WS-TIME-VARS (1:8) TO WS-RUN-DATE
002160     END-IF.
002170     OPEN I-O CHGFILE.
002180     IF  NOT CHGFILE-OK
002190         DISPLAY 'ERROR IN OPEN CTLCHG ' FS-STAT-CHG
002200         MOVE 12 TO RETURN-CODE
002210         GOBACK
002220     END-IF.
002230     OPEN INPUT CURFILE.
002240     IF  NOT CURFILE-OK
002250         DISPLAY 'ERROR IN OPEN CTLCUR ' FS-STAT-CUR
002260         MOVE 12 TO RETURN-CODE
002270         GOBACK
002280     END-IF.
002290     OPEN OUTPUT NEWFILE.
002300     IF  NOT NEWFILE-OK
002310         DISPLAY 'ERROR IN OPEN CTLNEW ' FS-STAT-NEW
002320         MOVE 12 TO RETURN-CODE
002330         GOBACK
002340     END-IF.
002350     OPEN EXTEND AUDFILE.
002360     IF  FS-STAT-AUD = '35'
002370         OPEN OUTPUT AUDFILE
002380     END-IF.
002390     IF  NOT AUDFILE-OK
002400         DISPLAY 'ERROR IN OPEN CTLAUD ' FS-STAT-AUD
002410         MOVE 12 TO RETURN-CODE
002420         GOBACK
002430     END-IF.
002440     OPEN OUTPUT RPTFILE.
002450     IF  NOT RPTFILE-OK
002460         DISPLAY 'ERROR IN OPEN OCTLRPT ' FS-STAT-RPT
002470         MOVE 12 TO RETURN-CODE
002480         GOBACK
002490     END-IF.
002500     MOVE LOW-VALUES TO CCR-REQUEST-ID.
002510     START CHGFILE KEY NOT < CCR-REQUEST-ID
002520         INVALID KEY SET END-CHG TO TRUE
002530     END-START.
002540     PERFORM 1100-LOAD-ONE-DUE THRU 1100-EXIT
002550         UNTIL END-CHG.
002560     MOVE WS-RUN-DATE TO RPT-HD-RUN-DATE.
002570     WRITE RPT-RECORD FROM RPT-HEADER.
002580     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
002590     MOVE 'CHANGES PROMOTED THIS RUN' TO RPT-SC-TITLE.
002600     WRITE RPT-RECORD FROM RPT-SECTION.
002610     WRITE RPT-RECORD FROM RPT-COLUMNS.
002620 1000-EXIT.
002630     EXIT.
002640*
002650 1100-LOAD-ONE-DUE.
002660     READ CHGFILE NEXT
002670         AT END
002680             SET END-CHG TO TRUE
002690             GO TO 1100-EXIT
002700     END-READ.
002710     IF  NOT CCR-APPROVED
002720     OR  CCR-EFFECTIVE-DATE > WS-RUN-DATE
002730         GO TO 1100-EXIT
002740     END-IF.
002750     IF  WS-DUE-COUNT NOT < DUE-MAX
002760         ADD 1 TO WS-DUE-LEFT-OVER
002770         MOVE 4 TO WS-RESULT
002780         GO TO 1100-EXIT
002790     END-IF.
002800     ADD 1 TO WS-DUE-COUNT.
002810     MOVE CCR-REQUEST-ID TO WS-DUE-REQUEST-ID (WS-DUE-COUNT).
002820     MOVE CCR-FILE-ID    TO WS-DUE-FILE-ID (WS-DUE-COUNT).
002830     MOVE CCR-ROW-KEY    TO WS-DUE-KEY (WS-DUE-COUNT).
002840     MOVE CCR-OLD-ROW    TO WS-DUE-OLD-ROW (WS-DUE-COUNT).
002850     MOVE CCR-NEW-ROW    TO WS-DUE-NEW-ROW (WS-DUE-COUNT).
002860     MOVE 'N'            TO WS-DUE-DONE (WS-DUE-COUNT).
002870 1100-EXIT.
002880     EXIT.
002890*
002900*WS-FILE-SUB AND THE KEY LENGTH FOR WS-FIND-FILE-ID, ZERO IF
002910*IT IS NOT LISTED
002920 1500-FIND-FILE.
002930     MOVE 0 TO WS-FILE-SUB.
002940     SET CTL-IDX TO 1.
002950     SEARCH CTL-FILE-ITEM
002960         AT END
002970             CONTINUE
002980         WHEN CTL-FILE-ID (CTL-IDX) = WS-FIND-FILE-ID
002990             SET WS-FILE-SUB TO CTL-IDX
003000             MOVE CTL-FILE-KEYLEN (CTL-IDX) TO WS-KEY-LEN
003010     END-SEARCH.
003020 1500-EXIT.
003030     EXIT.
003040*
003050*ONE ROW OF CTLCUR, WITH ANY CHANGE DUE TO IT APPLIED. A ROW
003060*OF A FILE NOT IN CTLFTBR GOES THROUGH UNTOUCHED
003070 2000-PROMOTE-ONE-ROW.
003080     READ CURFILE
003090         AT END
003100             SET END-CUR TO TRUE
003110             GO TO 2000-EXIT
003120     END-READ.
003130     ADD 1 TO WS-ROWS-READ.
003140     MOVE CTI-FILE-ID TO WS-FIND-FILE-ID.
003150     MOVE CTI-ROW     TO WS-ROW.
003160     PERFORM 1500-FIND-FILE THRU 1500-EXIT.
003170     IF  WS-FILE-SUB = 0
003180         ADD 1 TO WS-UNKNOWN-ROWS
003190         MOVE 4 TO WS-RESULT
003200     ELSE
003210         MOVE SPACES TO WS-FIND-KEY
003220         IF  WS-KEY-LEN > 0
003230             MOVE WS-ROW (1:WS-KEY-LEN) TO WS-FIND-KEY
003240         END-IF
003250         PERFORM 2100-APPLY-ONE-DUE THRU 2100-EXIT
003260             VARYING WS-DUE-SUB FROM 1 BY 1
003270             UNTIL WS-DUE-SUB > WS-DUE-COUNT
003280     END-IF.
003290     IF  WS-ROW NOT = SPACES
003300         PERFORM 2900-WRITE-ROW THRU 2900-EXIT
003310     END-IF.
003320 2000-EXIT.
003330     EXIT.
003340*
003350*A DUE REQUEST FOR THIS FILE AND KEY APPLIES ONLY IF THE ROW
003360*IS STILL WHAT IT WAS WHEN THE CHANGE WAS ASKED FOR
003370 2100-APPLY-ONE-DUE.
003380     IF  WS-DUE-DONE (WS-DUE-SUB) NOT = 'N'
003390     OR  WS-DUE-FILE-ID (WS-DUE-SUB) NOT = WS-FIND-FILE-ID
003400     OR  WS-DUE-KEY (WS-DUE-SUB) NOT = WS-FIND-KEY
003410         GO TO 2100-EXIT
003420     END-IF.
003430     MOVE WS-ROW TO WS-FOUND-ROW.
003440     IF  WS-ROW = WS-DUE-OLD-ROW (WS-DUE-SUB)
003450         MOVE WS-DUE-NEW-ROW (WS-DUE-SUB) TO WS-ROW
003460         MOVE 'X' TO WS-DUE-DONE (WS-DUE-SUB)
003470     ELSE
003480         MOVE 'S' TO WS-DUE-DONE (WS-DUE-SUB)
003490     END-IF.
003500     PERFORM 2200-POST-RESULT THRU 2200-EXIT.
003510 2100-EXIT.
003520     EXIT.
003530*
003540*MARKS THE REQUEST APPLIED OR STALE ON CTLCHG, KEEPS AN APPLIED
003550*ONE ON CTLAUD AND LISTS IT
003560 2200-POST-RESULT.
003570     MOVE 'N' TO SW-REQ-FOUND.
003580     MOVE WS-DUE-REQUEST-ID (WS-DUE-SUB) TO CCR-REQUEST-ID.
003590     READ CHGFILE
003600         INVALID KEY
003610             CONTINUE
003620         NOT INVALID KEY
003630             MOVE 'Y' TO SW-REQ-FOUND
003640     END-READ.
003650     IF  NOT REQ-FOUND
003660         DISPLAY 'ERROR - REQUEST ' CCR-REQUEST-ID
003670                 ' GONE FROM CTLCHG, STATUS ' FS-STAT-CHG
003680         MOVE 12 TO RETURN-CODE
003690         GOBACK
003700     END-IF.
003710     MOVE WS-RUN-DATE TO CCR-APPLIED-DATE.
003720     IF  WS-DUE-DONE (WS-DUE-SUB) = 'X'
003730         SET CCR-APPLIED TO TRUE
003740     ELSE
003750         SET CCR-STALE TO TRUE
003760     END-IF.
003770     REWRITE CTL-CHANGE-RECORD
003780         INVALID KEY
003790             DISPLAY 'ERROR - REWRITE OF REQUEST ' CCR-REQUEST-ID
003800                     ' FAILED, STATUS ' FS-STAT-CHG
003810             MOVE 12 TO RETURN-CODE
003820             GOBACK
003830     END-REWRITE.
003840     PERFORM 2300-FILL-DETAIL THRU 2300-EXIT.
003850     IF  CCR-APPLIED
003860         WRITE AUDIT-RECORD FROM CTL-CHANGE-RECORD
003870         ADD 1 TO WS-APPLIED
003880         IF  CCR-DELETE-ROW
003890             MOVE 'APPLIED - ROW DELETED' TO RPT-DT-RESULT
003900         ELSE
003910             IF  CCR-OLD-ROW = SPACES
003920                 MOVE 'APPLIED - ROW ADDED' TO RPT-DT-RESULT
003930             ELSE
003940                 MOVE 'APPLIED - ROW CHANGED' TO RPT-DT-RESULT
003950             END-IF
003960         END-IF
003970     ELSE
003980         ADD 1 TO WS-STALE
003990         MOVE 4 TO WS-RESULT
004000         MOVE 'STALE - ROW CHANGED SINCE THE REQUEST'
004010             TO RPT-DT-RESULT
004020     END-IF.
004030     WRITE RPT-RECORD FROM RPT-DETAIL.
004040     MOVE 'OLD: '      TO RPT-RW-LABEL.
004050     MOVE CCR-OLD-ROW  TO RPT-RW-ROW.
004060     WRITE RPT-RECORD FROM RPT-ROW-LINE.
004070     MOVE 'NEW: '      TO RPT-RW-LABEL.
004080     MOVE CCR-NEW-ROW  TO RPT-RW-ROW.
004090     WRITE RPT-RECORD FROM RPT-ROW-LINE.
004100     IF  CCR-STALE
004110         MOVE 'NOW: '      TO RPT-RW-LABEL
004120         MOVE WS-FOUND-ROW TO RPT-RW-ROW
004130         WRITE RPT-RECORD FROM RPT-ROW-LINE
004140     END-IF.
004150 2200-EXIT.
004160     EXIT.
004170*
004180 2300-FILL-DETAIL.
004190     MOVE CCR-REQUEST-ID     TO RPT-DT-REQUEST-ID.
004200     MOVE CCR-FILE-ID        TO RPT-DT-FILE-ID.
004210     MOVE CCR-ROW-KEY        TO RPT-DT-ROW-KEY.
004220     MOVE CCR-ACTION         TO RPT-DT-ACTION.
004230     MOVE CCR-REQUESTER      TO RPT-DT-REQUESTER.
004240     MOVE CCR-APPROVER       TO RPT-DT-APPROVER.
004250     MOVE CCR-EFFECTIVE-DATE TO RPT-DT-EFFECTIVE.
004260 2300-EXIT.
004270     EXIT.
004280*
004290 2900-WRITE-ROW.
004300     MOVE WS-FIND-FILE-ID TO NEW-FILE-ID.
004310     MOVE WS-ROW          TO NEW-ROW.
004320     WRITE NEW-IMAGE-RECORD.
004330     ADD 1 TO WS-ROWS-WRITTEN.
004340 2900-EXIT.
004350     EXIT.
004360*
004370*A DUE REQUEST NOT MET ON CTLCUR IS FOR A ROW NOT ON ITS FILE -
004380*AN ADD, WRITTEN AT THE END (OR STALE, IF ITS ROW HAS GONE)
004390 3000-ADD-ONE-ROW.
004400     IF  WS-DUE-DONE (WS-ADD-SUB) NOT = 'N'
004410         GO TO 3000-EXIT
004420     END-IF.
004430     MOVE WS-DUE-FILE-ID (WS-ADD-SUB) TO WS-FIND-FILE-ID.
004440     MOVE WS-DUE-KEY (WS-ADD-SUB)     TO WS-FIND-KEY.
004450     MOVE SPACES TO WS-ROW.
004460     PERFORM 2100-APPLY-ONE-DUE THRU 2100-EXIT
004470         VARYING WS-DUE-SUB FROM WS-ADD-SUB BY 1
004480         UNTIL WS-DUE-SUB > WS-DUE-COUNT.
004490     IF  WS-ROW NOT = SPACES
004500         PERFORM 2900-WRITE-ROW THRU 2900-EXIT
004510     END-IF.
004520 3000-EXIT.
004530     EXIT.
004540*
004550*EVERY REQUEST STILL WAITING - FOR A SECOND OPERATOR'S
004560*APPROVAL, OR APPROVED AND WAITING FOR ITS EFFECTIVE DATE
004570 4000-LIST-OPEN.
004580     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
004590     MOVE 'CHANGES PENDING' TO RPT-SC-TITLE.
004600     WRITE RPT-RECORD FROM RPT-SECTION.
004610     WRITE RPT-RECORD FROM RPT-COLUMNS.
004620     MOVE 'N' TO SW-END-CHG.
004630     MOVE LOW-VALUES TO CCR-REQUEST-ID.
004640     START CHGFILE KEY NOT < CCR-REQUEST-ID
004650         INVALID KEY SET END-CHG TO TRUE
004660     END-START.
004670     PERFORM 4100-LIST-ONE-OPEN THRU 4100-EXIT
004680         UNTIL END-CHG.
004690 4000-EXIT.
004700     EXIT.
004710*
004720 4100-LIST-ONE-OPEN.
004730     READ CHGFILE NEXT
004740         AT END
004750             SET END-CHG TO TRUE
004760             GO TO 4100-EXIT
004770     END-READ.
004780     IF  NOT CCR-OPEN
004790         GO TO 4100-EXIT
004800     END-IF.
004810     PERFORM 2300-FILL-DETAIL THRU 2300-EXIT.
004820     IF  CCR-PENDING
004830         ADD 1 TO WS-AWAITING-APPROVAL
004840         MOVE 'AWAITING APPROVAL' TO RPT-DT-RESULT
004850     ELSE
004860         ADD 1 TO WS-AWAITING-DATE
004870         MOVE 'APPROVED - AWAITING EFFECTIVE DATE'
004880             TO RPT-DT-RESULT
004890     END-IF.
004900     WRITE RPT-RECORD FROM RPT-DETAIL.
004910     MOVE 'OLD: '      TO RPT-RW-LABEL.
004920     MOVE CCR-OLD-ROW  TO RPT-RW-ROW.
004930     WRITE RPT-RECORD FROM RPT-ROW-LINE.
004940     MOVE 'NEW: '      TO RPT-RW-LABEL.
004950     MOVE CCR-NEW-ROW  TO RPT-RW-ROW.
004960     WRITE RPT-RECORD FROM RPT-ROW-LINE.
004970 4100-EXIT.
004980     EXIT.
004990*
005000 8000-WRITE-TOTALS.
005010     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
005020     MOVE 'CONTROL-FILE ROWS READ' TO RPT-CT-LABEL.
005030     MOVE WS-ROWS-READ TO RPT-CT-COUNT.
005040     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005050     MOVE 'CONTROL-FILE ROWS WRITTEN' TO RPT-CT-LABEL.
005060     MOVE WS-ROWS-WRITTEN TO RPT-CT-COUNT.
005070     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005080     MOVE 'CHANGES APPLIED' TO RPT-CT-LABEL.
005090     MOVE WS-APPLIED TO RPT-CT-COUNT.
005100     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005110     MOVE 'CHANGES STALE - TO BE ASKED FOR AGAIN' TO RPT-CT-LABEL.
005120     MOVE WS-STALE TO RPT-CT-COUNT.
005130     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005140     MOVE 'REQUESTS AWAITING APPROVAL' TO RPT-CT-LABEL.
005150     MOVE WS-AWAITING-APPROVAL TO RPT-CT-COUNT.
005160     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005170     MOVE 'APPROVED, AWAITING EFFECTIVE DATE' TO RPT-CT-LABEL.
005180     MOVE WS-AWAITING-DATE TO RPT-CT-COUNT.
005190     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
005200     IF  WS-DUE-LEFT-OVER > 0
005210         MOVE 'DUE BUT LEFT FOR THE NEXT RUN' TO RPT-CT-LABEL
005220         MOVE WS-DUE-LEFT-OVER TO RPT-CT-COUNT
005230         WRITE RPT-RECORD FROM RPT-COUNT-LINE
005240     END-IF.
005250     IF  WS-UNKNOWN-ROWS > 0
005260         MOVE 'CTLCUR ROWS OF NO LISTED FILE' TO RPT-CT-LABEL
005270         MOVE WS-UNKNOWN-ROWS TO RPT-CT-COUNT
005280         WRITE RPT-RECORD FROM RPT-COUNT-LINE
005290     END-IF.
005300 8000-EXIT.
005310     EXIT.
005320*
005330 9000-TERMINATE.
005340     DISPLAY 'ROWS READ:           ' WS-ROWS-READ.
005350     DISPLAY 'ROWS WRITTEN:        ' WS-ROWS-WRITTEN.
005360     DISPLAY 'CHANGES APPLIED:     ' WS-APPLIED.
005370     DISPLAY 'CHANGES STALE:       ' WS-STALE.
005380     CLOSE CHGFILE.
005390     CLOSE CURFILE.
005400     CLOSE NEWFILE.
005410     CLOSE AUDFILE.
005420     CLOSE RPTFILE.
005430     MOVE WS-RESULT TO RETURN-CODE.
005440 9000-EXIT.
005450     EXIT.
