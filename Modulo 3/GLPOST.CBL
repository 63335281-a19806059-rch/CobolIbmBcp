000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLPOST.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* GLPOST - NIGHTLY GENERAL-LEDGER POSTING. READS THE GLJRNL      *
000090*          JOURNAL EVERY MONEY-MOVING PROGRAM APPENDS ITS RUN'S  *
000100*          BATCH TO (SEE GLJRNLR) AND VALIDATES EACH BATCH:      *
000110*          A SOURCE PROGRAM, A CONTROL TRAILER, DEBITS EQUAL TO  *
000120*          CREDITS AND TO THE TRAILER TOTAL, EVERY ACCOUNT ON    *
000130*          THE GLCOA CHART (SEE GLCOAR) AND ACTIVE, AND NOT      *
000140*          ALREADY POSTED. A GOOD BATCH IS POSTED TO THE         *
000150*          MONTH-TO-DATE LEDGER - GLLEDGI (LAST NIGHT'S) IS      *
000160*          CARRIED FORWARD TO GLLEDGO WITH TONIGHT'S BATCHES     *
000170*          ADDED, SO THE LAST GENERATION OF A MONTH IS THE ONE   *
000180*          FILE FINANCE CLOSES FROM. A BAD BATCH IS REJECTED     *
000190*          WHOLE TO GLREJ WITH THE REASON, NONE OF ITS LINES     *
000200*          POSTED. OGLTB LISTS EVERY BATCH READ AND PRINTS THE   *
000210*          MONTH-TO-DATE TRIAL BALANCE BY ACCOUNT AND SOURCE.    *
000220*          RC 4 = BATCHES REJECTED, RC 8 = TRIAL BALANCE OUT     *
000230*          OF BALANCE, RC 12 = CHART OR JOURNAL UNAVAILABLE.     *
000240*                                                                *
000250* MODIFICATION HISTORY:                                          *
000260* 15/10/2026 RCH - ORIGINAL VERSION                              *
000270*================================================================*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COAFILE  ASSIGN TO GLCOA
000320            FILE STATUS IS FS-STAT-COA.
000330     SELECT JRNLFILE ASSIGN TO GLJRNL
000340            FILE STATUS IS FS-STAT-JRNL.
000350     SELECT LEDGIN   ASSIGN TO GLLEDGI
000360            FILE STATUS IS FS-STAT-LDGI.
000370     SELECT LEDGOUT  ASSIGN TO GLLEDGO
000380            FILE STATUS IS FS-STAT-LDGO.
000390     SELECT REJFILE  ASSIGN TO GLREJ
000400            FILE STATUS IS FS-STAT-REJ.
000410     SELECT RPTFILE  ASSIGN TO OGLTB
000420            FILE STATUS IS FS-STAT-RPT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  COAFILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 80 CHARACTERS
000480     BLOCK CONTAINS 0 RECORDS
000490     DATA RECORD IS COA-RECORD.
000500 01  COA-RECORD.
000510     COPY GLCOAR.
000520*JOURNAL AND LEDGER RECORDS ARE ALL THE GLJRNLR LAYOUT - EACH
000530*IS READ INTO (OR WRITTEN FROM) GL-LINE IN WORKING-STORAGE
000540 FD  JRNLFILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 100 CHARACTERS
000570     BLOCK CONTAINS 0 RECORDS
000580     DATA RECORD IS JOURNAL-RECORD.
000590 01  JOURNAL-RECORD                  PIC X(100).
000600 FD  LEDGIN
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 100 CHARACTERS
000630     BLOCK CONTAINS 0 RECORDS
000640     DATA RECORD IS LEDGIN-RECORD.
000650 01  LEDGIN-RECORD                   PIC X(100).
000660 FD  LEDGOUT
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 100 CHARACTERS
000690     BLOCK CONTAINS 0 RECORDS
000700     DATA RECORD IS LEDGOUT-RECORD.
000710 01  LEDGOUT-RECORD                  PIC X(100).
000720*A REJECTED BATCH, LINE BY LINE, WITH THE REASON IT FAILED
000730 FD  REJFILE
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 140 CHARACTERS
000760     BLOCK CONTAINS 0 RECORDS
000770     DATA RECORD IS REJECT-RECORD.
000780 01  REJECT-RECORD.
000790     05  REJ-JOURNAL-IMAGE           PIC X(100).
000800     05  REJ-REASON                  PIC X(40).
000810 FD  RPTFILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 133 CHARACTERS
000840     BLOCK CONTAINS 0 RECORDS
000850     DATA RECORD IS RPT-RECORD.
000860 01  RPT-RECORD                      PIC X(133).
000870*
000880 WORKING-STORAGE SECTION.
000890 77  COA-MAX                 PIC S9(4) COMP VALUE 300.
000900 77  WS-COA-COUNT            PIC S9(4) COMP VALUE 0.
000910 77  WS-COA-SUB              PIC S9(4) COMP VALUE 0.
000920 77  POSTED-MAX              PIC S9(4) COMP VALUE 2000.
000930 77  WS-POSTED-COUNT         PIC S9(4) COMP VALUE 0.
000940 77  WS-POSTED-SUB           PIC S9(4) COMP VALUE 0.
000950 77  LINE-MAX                PIC S9(4) COMP VALUE 200.
000960 77  WS-LINE-COUNT           PIC S9(4) COMP VALUE 0.
000970 77  WS-LINE-SUB             PIC S9(4) COMP VALUE 0.
000980 77  CELL-MAX                PIC S9(4) COMP VALUE 500.
000990 77  WS-CELL-COUNT           PIC S9(4) COMP VALUE 0.
001000 77  WS-CELL-SUB             PIC S9(4) COMP VALUE 0.
001010 77  WS-MATCH-SUB            PIC S9(4) COMP VALUE 0.
001020 77  WS-ACCT-CELLS           PIC S9(4) COMP VALUE 0.
001030 77  WS-BATCHES-READ         PIC S9(6) COMP VALUE 0.
001040 77  WS-BATCHES-POSTED       PIC S9(6) COMP VALUE 0.
001050 77  WS-BATCHES-REJECTED     PIC S9(6) COMP VALUE 0.
001060 77  WS-LINES-POSTED         PIC S9(8) COMP VALUE 0.
001070 77  WS-LINES-REJECTED       PIC S9(8) COMP VALUE 0.
001080 77  WS-LEDGER-CARRIED       PIC S9(8) COMP VALUE 0.
001090 77  WS-LEDGER-DROPPED       PIC S9(8) COMP VALUE 0.
001100 77  WS-BATCH-DEBITS         PIC S9(11)V99 COMP-3 VALUE 0.
001110 77  WS-BATCH-CREDITS        PIC S9(11)V99 COMP-3 VALUE 0.
001120 77  WS-TRAILER-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
001130 77  WS-NIGHT-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
001140 77  WS-NIGHT-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.
001150 77  WS-ACCT-DEBITS          PIC S9(13)V99 COMP-3 VALUE 0.
001160 77  WS-ACCT-CREDITS         PIC S9(13)V99 COMP-3 VALUE 0.
001170 77  WS-TB-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
001180 77  WS-TB-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
001190 77  WS-POST-PERIOD          PIC X(06) VALUE SPACES.
001200 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
001210 77  WS-BATCH-REASON         PIC X(40) VALUE SPACES.
001220 77  WS-THIS-REASON          PIC X(40) VALUE SPACES.
001230 77  SW-END-COA              PIC X VALUE 'N'.
001240     88  END-COA                 VALUE 'Y'.
001250 77  SW-END-LEDGER           PIC X VALUE 'N'.
001260     88  END-LEDGER              VALUE 'Y'.
001270 77  SW-END-JOURNAL          PIC X VALUE 'N'.
001280     88  END-JOURNAL             VALUE 'Y'.
001290 77  SW-LEDGIN-OPEN          PIC X VALUE 'N'.
001300     88  LEDGIN-OPEN             VALUE 'Y'.
001310 77  SW-BATCH-DONE           PIC X VALUE 'N'.
001320     88  BATCH-DONE              VALUE 'Y'.
001330 77  SW-TRAILER-SEEN         PIC X VALUE 'N'.
001340     88  TRAILER-SEEN            VALUE 'Y'.
001350 77  FS-STAT-COA             PIC X(02) VALUE SPACES.
001360     88  COAFILE-OK              VALUE '00'.
001370 77  FS-STAT-JRNL            PIC X(02) VALUE SPACES.
001380     88  JRNLFILE-OK             VALUE '00'.
001390 77  FS-STAT-LDGI            PIC X(02) VALUE SPACES.
001400     88  LEDGIN-OK               VALUE '00'.
001410 77  FS-STAT-LDGO            PIC X(02) VALUE SPACES.
001420     88  LEDGOUT-OK              VALUE '00'.
001430 77  FS-STAT-REJ             PIC X(02) VALUE SPACES.
001440     88  REJFILE-OK              VALUE '00'.
001450 77  FS-STAT-RPT             PIC X(02) VALUE SPACES.
001460     88  RPTFILE-OK              VALUE '00'.
001470*THE JOURNAL OR LEDGER LINE IN HAND
001480 01  GL-LINE.
001490     COPY GLJRNLR.
001500*A BATCH IS ONE SOURCE PROGRAM'S RUN: SOURCE + DATE + BATCH ID
001510 01  WS-LINE-KEY.
001520     05  WS-LINE-SOURCE          PIC X(08).
001530     05  WS-LINE-DATE            PIC X(08).
001540     05  WS-LINE-BATCH-ID        PIC X(08).
001550 01  WS-BATCH-KEY.
001560     05  WS-BATCH-SOURCE         PIC X(08).
001570     05  WS-BATCH-DATE           PIC X(08).
001580     05  WS-BATCH-ID             PIC X(08).
001590*CELL TO POST A LINE INTO (ACCOUNT/SOURCE) AND WHAT TO POST
001600 01  WS-CELL-IN.
001610     05  WS-CELL-IN-ACCOUNT      PIC X(08).
001620     05  WS-CELL-IN-SOURCE       PIC X(08).
001630     05  WS-CELL-IN-TYPE         PIC X(01).
001640     05  WS-CELL-IN-AMOUNT       PIC 9(11)V99.
001650*THE CHART OF ACCOUNTS, IN GLCOA (ACCOUNT) ORDER
001660 01  WS-COA-TABLE.
001670     05  WS-COA-ITEM OCCURS 1 TO 300 TIMES
001680                     DEPENDING ON WS-COA-COUNT.
001690         10  WS-COA-ACCOUNT      PIC X(08).
001700         10  WS-COA-DESC         PIC X(30).
001710         10  WS-COA-TYPE         PIC X(01).
001720         10  WS-COA-STATUS       PIC X(01).
001730             88  WS-COA-ACTIVE       VALUE 'A'.
001740*BATCHES ALREADY ON THE LEDGER FOR THE PERIOD (AND TONIGHT'S
001750*AS THEY POST) - A BATCH SEEN TWICE IS NOT POSTED TWICE
001760 01  WS-POSTED-TABLE.
001770     05  WS-POSTED-KEY OCCURS 1 TO 2000 TIMES
001780                       DEPENDING ON WS-POSTED-COUNT
001790                                 PIC X(24).
001800*THE BATCH IN HAND - HELD UNTIL ITS TRAILER SAYS POST OR REJECT
001810 01  WS-LINE-TABLE.
001820     05  WS-LINE-ITEM OCCURS 200 TIMES.
001830         10  WS-LN-TYPE          PIC X(01).
001840         10  WS-LN-ACCOUNT       PIC X(08).
001850         10  WS-LN-AMOUNT        PIC 9(11)V99.
001860         10  WS-LN-IMAGE         PIC X(100).
001870*MONTH-TO-DATE TRIAL BALANCE, ONE CELL PER ACCOUNT AND SOURCE
001880 01  WS-CELL-TABLE.
001890     05  WS-CELL-ITEM OCCURS 1 TO 500 TIMES
001900                      DEPENDING ON WS-CELL-COUNT.
001910         10  WS-CELL-ACCOUNT     PIC X(08).
001920         10  WS-CELL-SOURCE      PIC X(08).
001930         10  WS-CELL-DEBITS      PIC S9(11)V99 COMP-3.
001940         10  WS-CELL-CREDITS     PIC S9(11)V99 COMP-3.
001950         10  WS-CELL-PRINTED     PIC X(01).
001960*REPORT LINES
001970 01  RPT-BATCH-HEADER.
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  FILLER                  PIC X(40)
002000            VALUE 'GENERAL LEDGER NIGHTLY POSTING - PERIOD '.
002010     05  RPT-BH-PERIOD           PIC X(06).
002020     05  FILLER                  PIC X(11)
002030            VALUE '   RUN ON: '.
002040     05  RPT-BH-RUN-DATE         PIC X(08).
002050     05  FILLER                  PIC X(67) VALUE SPACES.
002060 01  RPT-BATCH-COLUMNS.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FILLER                  PIC X(30)
002090            VALUE 'SOURCE    RUN DATE  BATCH ID  '.
002100     05  FILLER                  PIC X(30)
002110            VALUE 'LINES             DEBITS      '.
002120     05  FILLER                  PIC X(30)
002130            VALUE '       CREDITS  STATUS        '.
002140     05  FILLER                  PIC X(42) VALUE SPACES.
002150 01  RPT-BATCH-LINE.
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  RPT-BL-SOURCE           PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-BL-DATE             PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  RPT-BL-BATCH-ID         PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-BL-LINES            PIC ZZ9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RPT-BL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  RPT-BL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  RPT-BL-STATUS           PIC X(09).
002300     05  RPT-BL-REASON           PIC X(40).
002310     05  FILLER                  PIC X(09) VALUE SPACES.
002320 01  RPT-COUNT-LINE.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  RPT-CT-LABEL            PIC X(30).
002350     05  RPT-CT-COUNT            PIC ZZZ,ZZ9.
002360     05  FILLER                  PIC X(95) VALUE SPACES.
002370 01  RPT-TB-HEADER.
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  FILLER                  PIC X(32)
002400            VALUE 'TRIAL BALANCE BY ACCOUNT AND SOU'.
002410     05  FILLER                  PIC X(19)
002420            VALUE 'RCE - MONTH TO DATE'.
002430     05  FILLER                  PIC X(09)
002440            VALUE ' PERIOD: '.
002450     05  RPT-TH-PERIOD           PIC X(06).
002460     05  FILLER                  PIC X(66) VALUE SPACES.
002470 01  RPT-TB-COLUMNS.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(30)
002500            VALUE 'ACCOUNT  DESCRIPTION          '.
002510     05  FILLER                  PIC X(30)
002520            VALUE '            SOURCE            '.
002530     05  FILLER                  PIC X(30)
002540            VALUE 'DEBITS            CREDITS    '.
002550     05  FILLER                  PIC X(30)
002560            VALUE '           NET                '.
002570     05  FILLER                  PIC X(12) VALUE SPACES.
002580 01  RPT-TB-LINE.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  RPT-TL-ACCOUNT          PIC X(08).
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  RPT-TL-DESC             PIC X(30).
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  RPT-TL-SOURCE           PIC X(08).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  RPT-TL-DEBITS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  RPT-TL-CREDITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  RPT-TL-NET              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002710     05  FILLER                  PIC X(23) VALUE SPACES.
002720 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
002730*
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     PERFORM 2000-CARRY-LEDGER THRU 2000-EXIT
002780         UNTIL END-LEDGER.
002790     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
002800     PERFORM 4000-POST-ONE-BATCH THRU 4000-EXIT
002810         UNTIL END-JOURNAL.
002820     PERFORM 6000-TRIAL-BALANCE THRU 6000-EXIT.
002830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002840     GOBACK.
002850*
002860*THE POSTING PERIOD IS THE RUN'S OWN MONTH. THE CHART AND THE
002870*JOURNAL MUST BOTH BE THERE; A MISSING GLLEDGI IS THE FIRST
002880*NIGHT EVER AND THE PERIOD SIMPLY STARTS EMPTY
002890 1000-INITIALIZE.
002900     DISPLAY 'INIT GLPOST..'.
002910     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002920     MOVE WS-TIME-VARS (1:6) TO WS-POST-PERIOD.
002930     OPEN INPUT COAFILE.
002940     IF  NOT COAFILE-OK
002950         DISPLAY 'ERROR IN OPEN GLCOA ' FS-STAT-COA
002960         MOVE 12 TO RETURN-CODE
002970         GOBACK
002980     END-IF.
002990     PERFORM 1100-LOAD-ONE-ACCOUNT THRU 1100-EXIT
003000         UNTIL END-COA.
003010     CLOSE COAFILE.
003020     IF  WS-COA-COUNT = 0
003030         DISPLAY 'GLCOA CHART OF ACCOUNTS IS EMPTY'
003040         MOVE 12 TO RETURN-CODE
003050         GOBACK
003060     END-IF.
003070     OPEN INPUT JRNLFILE.
003080     IF  NOT JRNLFILE-OK
003090         DISPLAY 'ERROR IN OPEN GLJRNL ' FS-STAT-JRNL
003100         MOVE 12 TO RETURN-CODE
003110         GOBACK
003120     END-IF.
003130     OPEN INPUT LEDGIN.
003140     IF  NOT LEDGIN-OK
003150         DISPLAY 'NO PRIOR LEDGER, STATUS ' FS-STAT-LDGI
003160                 ' - PERIOD STARTS EMPTY'
003170         SET END-LEDGER TO TRUE
003180     ELSE
003190         SET LEDGIN-OPEN TO TRUE
003200     END-IF.
003210     OPEN OUTPUT LEDGOUT.
003220     IF  NOT LEDGOUT-OK
003230         DISPLAY 'ERROR IN OPEN GLLEDGO ' FS-STAT-LDGO
003240         MOVE 12 TO RETURN-CODE
003250         GOBACK
003260     END-IF.
003270     OPEN OUTPUT REJFILE.
003280     IF  NOT REJFILE-OK
003290         DISPLAY 'ERROR IN OPEN GLREJ ' FS-STAT-REJ
003300         MOVE 12 TO RETURN-CODE
003310         GOBACK
003320     END-IF.
003330     OPEN OUTPUT RPTFILE.
003340     IF  NOT RPTFILE-OK
003350         DISPLAY 'ERROR IN OPEN OGLTB ' FS-STAT-RPT
003360         MOVE 12 TO RETURN-CODE
003370         GOBACK
003380     END-IF.
003390     MOVE WS-POST-PERIOD     TO RPT-BH-PERIOD.
003400     MOVE WS-TIME-VARS (1:8) TO RPT-BH-RUN-DATE.
003410     WRITE RPT-RECORD FROM RPT-BATCH-HEADER.
003420     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
003430     WRITE RPT-RECORD FROM RPT-BATCH-COLUMNS.
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1100-LOAD-ONE-ACCOUNT.
003480     READ COAFILE
003490         AT END
003500             SET END-COA TO TRUE
003510         NOT AT END
003520             IF  WS-COA-COUNT < COA-MAX
003530                 ADD 1 TO WS-COA-COUNT
003540                 MOVE COA-ACCOUNT-NO
003550                   TO WS-COA-ACCOUNT (WS-COA-COUNT)
003560                 MOVE COA-ACCOUNT-DESC
003570                   TO WS-COA-DESC (WS-COA-COUNT)
003580                 MOVE COA-ACCOUNT-TYPE
003590                   TO WS-COA-TYPE (WS-COA-COUNT)
003600                 MOVE COA-STATUS
003610                   TO WS-COA-STATUS (WS-COA-COUNT)
003620             ELSE
003630                 DISPLAY 'WARNING - CHART TABLE FULL AT '
003640                         COA-MAX ' ACCOUNTS'
003650                 SET END-COA TO TRUE
003660             END-IF
003670     END-READ.
003680 1100-EXIT.
003690     EXIT.
003700*
003710*LAST NIGHT'S LEDGER CARRIES FORWARD WHILE IT IS STILL THE
003720*SAME PERIOD - ITS LINES GO BACK INTO THE TRIAL BALANCE AND
003730*ITS TRAILERS INTO THE POSTED-BATCH LIST. THE FIRST RUN OF A
003740*NEW MONTH CARRIES NOTHING: LAST MONTH STAYS ON ITS OWN
003750*GENERATION, CLOSED
003760 2000-CARRY-LEDGER.
003770     READ LEDGIN INTO GL-LINE
003780         AT END SET END-LEDGER TO TRUE
003790     END-READ.
003800     IF  END-LEDGER
003810         GO TO 2000-EXIT
003820     END-IF.
003830     IF  JRNL-POST-PERIOD NOT = WS-POST-PERIOD
003840         ADD 1 TO WS-LEDGER-DROPPED
003850         GO TO 2000-EXIT
003860     END-IF.
003870     WRITE LEDGOUT-RECORD FROM GL-LINE.
003880     ADD 1 TO WS-LEDGER-CARRIED.
003890     IF  JRNL-TRAILER
003900         PERFORM 4050-BUILD-LINE-KEY THRU 4050-EXIT
003910         MOVE WS-LINE-KEY TO WS-BATCH-KEY
003920         PERFORM 5300-NOTE-POSTED-BATCH THRU 5300-EXIT
003930     ELSE
003940         MOVE JRNL-ACCOUNT-NO  TO WS-CELL-IN-ACCOUNT
003950         MOVE JRNL-SOURCE      TO WS-CELL-IN-SOURCE
003960         MOVE JRNL-RECORD-TYPE TO WS-CELL-IN-TYPE
003970         MOVE JRNL-AMOUNT      TO WS-CELL-IN-AMOUNT
003980         PERFORM 5200-ADD-TO-CELL THRU 5200-EXIT
003990     END-IF.
004000 2000-EXIT.
004010     EXIT.
004020*
004030 3000-READ-JOURNAL.
004040     READ JRNLFILE INTO GL-LINE
004050         AT END SET END-JOURNAL TO TRUE
004060     END-READ.
004070 3000-EXIT.
004080     EXIT.
004090*
004100*ONE BATCH: EVERY LINE UP TO ITS TRAILER (OR UNTIL THE NEXT
004110*BATCH'S KEY SHOWS UP, WHICH MEANS THE TRAILER NEVER CAME) IS
004120*HELD AND CHECKED, THEN THE WHOLE BATCH POSTS OR NONE OF IT
004130 4000-POST-ONE-BATCH.
004140     ADD 1 TO WS-BATCHES-READ.
004150     PERFORM 4050-BUILD-LINE-KEY THRU 4050-EXIT.
004160     MOVE WS-LINE-KEY TO WS-BATCH-KEY.
004170     MOVE 0 TO WS-LINE-COUNT WS-BATCH-DEBITS WS-BATCH-CREDITS
004180               WS-TRAILER-AMT.
004190     MOVE SPACES TO WS-BATCH-REASON.
004200     MOVE 'N' TO SW-BATCH-DONE SW-TRAILER-SEEN.
004210     IF  WS-BATCH-SOURCE = SPACES
004220         MOVE 'NO SOURCE PROGRAM ON THE BATCH'
004230           TO WS-THIS-REASON
004240         PERFORM 4900-SET-REASON THRU 4900-EXIT
004250     END-IF.
004260     IF  JRNL-RUN-DATE NOT NUMERIC
004270         MOVE 'RUN DATE NOT NUMERIC' TO WS-THIS-REASON
004280         PERFORM 4900-SET-REASON THRU 4900-EXIT
004290     END-IF.
004300     PERFORM 4100-TAKE-LINE THRU 4100-EXIT
004310         UNTIL END-JOURNAL OR BATCH-DONE.
004320     PERFORM 4200-CHECK-BATCH THRU 4200-EXIT.
004330     IF  WS-BATCH-REASON = SPACES
004340         PERFORM 4300-POST-BATCH THRU 4300-EXIT
004350     ELSE
004360         PERFORM 4400-REJECT-BATCH THRU 4400-EXIT
004370     END-IF.
004380     PERFORM 4500-WRITE-BATCH-LINE THRU 4500-EXIT.
004390 4000-EXIT.
004400     EXIT.
004410*
004420 4050-BUILD-LINE-KEY.
004430     MOVE JRNL-SOURCE   TO WS-LINE-SOURCE.
004440     MOVE JRNL-RUN-DATE TO WS-LINE-DATE.
004450     MOVE JRNL-BATCH-ID TO WS-LINE-BATCH-ID.
004460 4050-EXIT.
004470     EXIT.
004480*
004490 4100-TAKE-LINE.
004500     PERFORM 4050-BUILD-LINE-KEY THRU 4050-EXIT.
004510     IF  WS-LINE-KEY NOT = WS-BATCH-KEY
004520         SET BATCH-DONE TO TRUE
004530         GO TO 4100-EXIT
004540     END-IF.
004550     MOVE WS-POST-PERIOD TO JRNL-POST-PERIOD.
004560     IF  WS-LINE-COUNT < LINE-MAX
004570         ADD 1 TO WS-LINE-COUNT
004580         MOVE JRNL-RECORD-TYPE TO WS-LN-TYPE (WS-LINE-COUNT)
004590         MOVE JRNL-ACCOUNT-NO  TO WS-LN-ACCOUNT (WS-LINE-COUNT)
004600         MOVE 0                TO WS-LN-AMOUNT (WS-LINE-COUNT)
004610         IF  JRNL-AMOUNT NUMERIC
004620             MOVE JRNL-AMOUNT  TO WS-LN-AMOUNT (WS-LINE-COUNT)
004630         END-IF
004640         MOVE GL-LINE          TO WS-LN-IMAGE (WS-LINE-COUNT)
004650     ELSE
004660*        A BATCH THIS SIZE CANNOT BE HELD - IT FAILS AND ITS
004670*        OVERFLOW LINES GO STRAIGHT TO THE REJECT FILE
004680         MOVE 'BATCH OVER 200 LINES' TO WS-THIS-REASON
004690         PERFORM 4900-SET-REASON THRU 4900-EXIT
004700         MOVE GL-LINE        TO REJ-JOURNAL-IMAGE
004710         MOVE WS-THIS-REASON TO REJ-REASON
004720         WRITE REJECT-RECORD
004730         ADD 1 TO WS-LINES-REJECTED
004740     END-IF.
004750     EVALUATE TRUE
004760         WHEN JRNL-AMOUNT NOT NUMERIC
004770             MOVE 'AMOUNT NOT NUMERIC' TO WS-THIS-REASON
004780             PERFORM 4900-SET-REASON THRU 4900-EXIT
004790         WHEN JRNL-DEBIT
004800             ADD JRNL-AMOUNT TO WS-BATCH-DEBITS
004810             PERFORM 4150-CHECK-ACCOUNT THRU 4150-EXIT
004820         WHEN JRNL-CREDIT
004830             ADD JRNL-AMOUNT TO WS-BATCH-CREDITS
004840             PERFORM 4150-CHECK-ACCOUNT THRU 4150-EXIT
004850         WHEN JRNL-TRAILER
004860             MOVE JRNL-AMOUNT TO WS-TRAILER-AMT
004870             SET TRAILER-SEEN TO TRUE
004880             SET BATCH-DONE TO TRUE
004890         WHEN OTHER
004900             MOVE 'INVALID RECORD TYPE' TO WS-THIS-REASON
004910             PERFORM 4900-SET-REASON THRU 4900-EXIT
004920     END-EVALUATE.
004930     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
004940 4100-EXIT.
004950     EXIT.
004960*
004970*THE ACCOUNT MUST BE ON THE CHART, AND STILL ACTIVE
004980 4150-CHECK-ACCOUNT.
004990     MOVE 0 TO WS-MATCH-SUB.
005000     PERFORM 4160-MATCH-ACCOUNT THRU 4160-EXIT
005010         VARYING WS-COA-SUB FROM 1 BY 1
005020         UNTIL WS-COA-SUB > WS-COA-COUNT
005030            OR WS-MATCH-SUB > 0.
005040     IF  WS-MATCH-SUB = 0
005050         MOVE SPACES TO WS-THIS-REASON
005060         STRING 'ACCOUNT NOT ON CHART: ' DELIMITED BY SIZE
005070                JRNL-ACCOUNT-NO          DELIMITED BY SIZE
005080             INTO WS-THIS-REASON
005090         END-STRING
005100         PERFORM 4900-SET-REASON THRU 4900-EXIT
005110         GO TO 4150-EXIT
005120     END-IF.
005130     IF  NOT WS-COA-ACTIVE (WS-MATCH-SUB)
005140         MOVE SPACES TO WS-THIS-REASON
005150         STRING 'ACCOUNT INACTIVE: ' DELIMITED BY SIZE
005160                JRNL-ACCOUNT-NO      DELIMITED BY SIZE
005170             INTO WS-THIS-REASON
005180         END-STRING
005190         PERFORM 4900-SET-REASON THRU 4900-EXIT
005200     END-IF.
005210 4150-EXIT.
005220     EXIT.
005230*
005240 4160-MATCH-ACCOUNT.
005250     IF  WS-COA-ACCOUNT (WS-COA-SUB) = JRNL-ACCOUNT-NO
005260         MOVE WS-COA-SUB TO WS-MATCH-SUB
005270     END-IF.
005280 4160-EXIT.
005290     EXIT.
005300*
005310*THE BATCH-LEVEL TESTS, ONCE EVERY LINE IS IN HAND
005320 4200-CHECK-BATCH.
005330     IF  NOT TRAILER-SEEN
005340         MOVE 'NO CONTROL TRAILER' TO WS-THIS-REASON
005350         PERFORM 4900-SET-REASON THRU 4900-EXIT
005360     ELSE
005370         IF  WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
005380             MOVE 'DEBITS NOT EQUAL TO CREDITS'
005390               TO WS-THIS-REASON
005400             PERFORM 4900-SET-REASON THRU 4900-EXIT
005410         END-IF
005420         IF  WS-TRAILER-AMT NOT = WS-BATCH-DEBITS
005430             MOVE 'TRAILER TOTAL DOES NOT MATCH LINES'
005440               TO WS-THIS-REASON
005450             PERFORM 4900-SET-REASON THRU 4900-EXIT
005460         END-IF
005470     END-IF.
005480     MOVE 0 TO WS-MATCH-SUB.
005490     PERFORM 4250-MATCH-POSTED THRU 4250-EXIT
005500         VARYING WS-POSTED-SUB FROM 1 BY 1
005510         UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
005520            OR WS-MATCH-SUB > 0.
005530     IF  WS-MATCH-SUB > 0
005540         MOVE 'BATCH ALREADY POSTED THIS PERIOD'
005550           TO WS-THIS-REASON
005560         PERFORM 4900-SET-REASON THRU 4900-EXIT
005570     END-IF.
005580 4200-EXIT.
005590     EXIT.
005600*
005610 4250-MATCH-POSTED.
005620     IF  WS-POSTED-KEY (WS-POSTED-SUB) = WS-BATCH-KEY
005630         MOVE WS-POSTED-SUB TO WS-MATCH-SUB
005640     END-IF.
005650 4250-EXIT.
005660     EXIT.
005670*
005680 4300-POST-BATCH.
005690     ADD 1 TO WS-BATCHES-POSTED.
005700     ADD WS-BATCH-DEBITS  TO WS-NIGHT-DEBITS.
005710     ADD WS-BATCH-CREDITS TO WS-NIGHT-CREDITS.
005720     PERFORM 4310-POST-ONE-LINE THRU 4310-EXIT
005730         VARYING WS-LINE-SUB FROM 1 BY 1
005740         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
005750     PERFORM 5300-NOTE-POSTED-BATCH THRU 5300-EXIT.
005760 4300-EXIT.
005770     EXIT.
005780*
005790 4310-POST-ONE-LINE.
005800     WRITE LEDGOUT-RECORD FROM WS-LN-IMAGE (WS-LINE-SUB).
005810     ADD 1 TO WS-LINES-POSTED.
005820     IF  WS-LN-TYPE (WS-LINE-SUB) = 'D' OR 'C'
005830         MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO WS-CELL-IN-ACCOUNT
005840         MOVE WS-BATCH-SOURCE             TO WS-CELL-IN-SOURCE
005850         MOVE WS-LN-TYPE (WS-LINE-SUB)    TO WS-CELL-IN-TYPE
005860         MOVE WS-LN-AMOUNT (WS-LINE-SUB)  TO WS-CELL-IN-AMOUNT
005870         PERFORM 5200-ADD-TO-CELL THRU 5200-EXIT
005880     END-IF.
005890 4310-EXIT.
005900     EXIT.
005910*
005920 4400-REJECT-BATCH.
005930     ADD 1 TO WS-BATCHES-REJECTED.
005940     DISPLAY 'REJECTED BATCH ' WS-BATCH-SOURCE ' '
005950             WS-BATCH-DATE ' ' WS-BATCH-ID ' - '
005960             WS-BATCH-REASON.
005970     PERFORM 4410-REJECT-ONE-LINE THRU 4410-EXIT
005980         VARYING WS-LINE-SUB FROM 1 BY 1
005990         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
006000 4400-EXIT.
006010     EXIT.
006020*
006030 4410-REJECT-ONE-LINE.
006040     MOVE WS-LN-IMAGE (WS-LINE-SUB) TO REJ-JOURNAL-IMAGE.
006050     MOVE WS-BATCH-REASON           TO REJ-REASON.
006060     WRITE REJECT-RECORD.
006070     ADD 1 TO WS-LINES-REJECTED.
006080 4410-EXIT.
006090     EXIT.
006100*
006110 4500-WRITE-BATCH-LINE.
006120     MOVE WS-BATCH-SOURCE  TO RPT-BL-SOURCE.
006130     MOVE WS-BATCH-DATE    TO RPT-BL-DATE.
006140     MOVE WS-BATCH-ID      TO RPT-BL-BATCH-ID.
006150     MOVE WS-LINE-COUNT    TO RPT-BL-LINES.
006160     MOVE WS-BATCH-DEBITS  TO RPT-BL-DEBITS.
006170     MOVE WS-BATCH-CREDITS TO RPT-BL-CREDITS.
006180     IF  WS-BATCH-REASON = SPACES
006190         MOVE 'POSTED'     TO RPT-BL-STATUS
006200         MOVE SPACES       TO RPT-BL-REASON
006210     ELSE
006220         MOVE 'REJECTED '  TO RPT-BL-STATUS
006230         MOVE WS-BATCH-REASON TO RPT-BL-REASON
006240     END-IF.
006250     WRITE RPT-RECORD FROM RPT-BATCH-LINE.
006260 4500-EXIT.
006270     EXIT.
006280*
006290*FIRST FAILURE FOUND IS THE ONE REPORTED FOR THE BATCH
006300 4900-SET-REASON.
006310     IF  WS-BATCH-REASON = SPACES
006320         MOVE WS-THIS-REASON TO WS-BATCH-REASON
006330     END-IF.
006340 4900-EXIT.
006350     EXIT.
006360*
006370 5200-ADD-TO-CELL.
006380     MOVE 0 TO WS-MATCH-SUB.
006390     PERFORM 5210-MATCH-CELL THRU 5210-EXIT
006400         VARYING WS-CELL-SUB FROM 1 BY 1
006410         UNTIL WS-CELL-SUB > WS-CELL-COUNT
006420            OR WS-MATCH-SUB > 0.
006430     IF  WS-MATCH-SUB = 0
006440         IF  WS-CELL-COUNT < CELL-MAX
006450             ADD 1 TO WS-CELL-COUNT
006460             MOVE WS-CELL-COUNT TO WS-MATCH-SUB
006470             MOVE WS-CELL-IN-ACCOUNT
006480               TO WS-CELL-ACCOUNT (WS-MATCH-SUB)
006490             MOVE WS-CELL-IN-SOURCE
006500               TO WS-CELL-SOURCE (WS-MATCH-SUB)
006510             MOVE 0   TO WS-CELL-DEBITS (WS-MATCH-SUB)
006520                         WS-CELL-CREDITS (WS-MATCH-SUB)
006530             MOVE 'N' TO WS-CELL-PRINTED (WS-MATCH-SUB)
006540         ELSE
006550             DISPLAY 'WARNING - TRIAL BALANCE TABLE FULL AT '
006560                     CELL-MAX ' CELLS'
006570             GO TO 5200-EXIT
006580         END-IF
006590     END-IF.
006600     IF  WS-CELL-IN-TYPE = 'D'
006610         ADD WS-CELL-IN-AMOUNT TO WS-CELL-DEBITS (WS-MATCH-SUB)
006620     ELSE
006630         ADD WS-CELL-IN-AMOUNT TO WS-CELL-CREDITS (WS-MATCH-SUB)
006640     END-IF.
006650 5200-EXIT.
006660     EXIT.
006670*
006680 5210-MATCH-CELL.
006690     IF  WS-CELL-ACCOUNT (WS-CELL-SUB) = WS-CELL-IN-ACCOUNT
006700     AND WS-CELL-SOURCE (WS-CELL-SUB)  = WS-CELL-IN-SOURCE
006710         MOVE WS-CELL-SUB TO WS-MATCH-SUB
006720     END-IF.
006730 5210-EXIT.
006740     EXIT.
006750*
006760 5300-NOTE-POSTED-BATCH.
006770     IF  WS-POSTED-COUNT < POSTED-MAX
006780         ADD 1 TO WS-POSTED-COUNT
006790         MOVE WS-BATCH-KEY TO WS-POSTED-KEY (WS-POSTED-COUNT)
006800     ELSE
006810         DISPLAY 'WARNING - POSTED-BATCH TABLE FULL AT '
006820                 POSTED-MAX ' BATCHES'
006830     END-IF.
006840 5300-EXIT.
006850     EXIT.
006860*
006870*THE TRIAL BALANCE FOLLOWS THE CHART: EACH ACCOUNT WITH ANY
006880*ACTIVITY THIS PERIOD, ONE LINE PER SOURCE AND AN ACCOUNT
006890*TOTAL. CELLS FOR AN ACCOUNT SINCE DROPPED FROM THE CHART
006900*PRINT LAST SO NO DOLLARS FALL OFF THE REPORT
006910 6000-TRIAL-BALANCE.
006920     MOVE WS-BATCHES-READ     TO RPT-CT-COUNT.
006930     MOVE 'BATCHES READ:'     TO RPT-CT-LABEL.
006940     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
006950     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
006960     MOVE WS-BATCHES-POSTED   TO RPT-CT-COUNT.
006970     MOVE 'BATCHES POSTED:'   TO RPT-CT-LABEL.
006980     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
006990     MOVE WS-BATCHES-REJECTED TO RPT-CT-COUNT.
007000     MOVE 'BATCHES REJECTED:' TO RPT-CT-LABEL.
007010     WRITE RPT-RECORD FROM RPT-COUNT-LINE.
007020     MOVE WS-POST-PERIOD      TO RPT-TH-PERIOD.
007030     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007040     WRITE RPT-RECORD FROM RPT-TB-HEADER.
007050     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007060     WRITE RPT-RECORD FROM RPT-TB-COLUMNS.
007070     PERFORM 6100-ONE-ACCOUNT THRU 6100-EXIT
007080         VARYING WS-COA-SUB FROM 1 BY 1
007090         UNTIL WS-COA-SUB > WS-COA-COUNT.
007100     PERFORM 6300-OFF-CHART-CELL THRU 6300-EXIT
007110         VARYING WS-CELL-SUB FROM 1 BY 1
007120         UNTIL WS-CELL-SUB > WS-CELL-COUNT.
007130     MOVE SPACES            TO RPT-TL-ACCOUNT RPT-TL-SOURCE.
007140     MOVE 'TRIAL BALANCE TOTALS' TO RPT-TL-DESC.
007150     MOVE WS-TB-DEBITS      TO RPT-TL-DEBITS.
007160     MOVE WS-TB-CREDITS     TO RPT-TL-CREDITS.
007170     COMPUTE RPT-TL-NET = WS-TB-DEBITS - WS-TB-CREDITS.
007180     WRITE RPT-RECORD FROM RPT-BLANK-LINE.
007190     WRITE RPT-RECORD FROM RPT-TB-LINE.
007200     IF  WS-TB-DEBITS NOT = WS-TB-CREDITS
007210         MOVE '*** OUT OF BALANCE ***' TO RPT-CT-LABEL
007220         MOVE 0 TO RPT-CT-COUNT
007230         WRITE RPT-RECORD FROM RPT-COUNT-LINE
007240         DISPLAY 'TRIAL BALANCE OUT OF BALANCE'
007250     END-IF.
007260 6000-EXIT.
007270     EXIT.
007280*
007290 6100-ONE-ACCOUNT.
007300     MOVE 0 TO WS-ACCT-CELLS WS-ACCT-DEBITS WS-ACCT-CREDITS.
007310     PERFORM 6200-ONE-CELL THRU 6200-EXIT
007320         VARYING WS-CELL-SUB FROM 1 BY 1
007330         UNTIL WS-CELL-SUB > WS-CELL-COUNT.
007340     IF  WS-ACCT-CELLS > 0
007350         MOVE SPACES          TO RPT-TL-ACCOUNT RPT-TL-SOURCE
007360         MOVE '  ACCOUNT TOTAL' TO RPT-TL-DESC
007370         MOVE WS-ACCT-DEBITS  TO RPT-TL-DEBITS
007380         MOVE WS-ACCT-CREDITS TO RPT-TL-CREDITS
007390         COMPUTE RPT-TL-NET = WS-ACCT-DEBITS - WS-ACCT-CREDITS
007400         WRITE RPT-RECORD FROM RPT-TB-LINE
007410         WRITE RPT-RECORD FROM RPT-BLANK-LINE
007420     END-IF.
007430 6100-EXIT.
007440     EXIT.
007450*
007460 6200-ONE-CELL.
007470     IF  WS-CELL-ACCOUNT (WS-CELL-SUB)
007480             NOT = WS-COA-ACCOUNT (WS-COA-SUB)
007490         GO TO 6200-EXIT
007500     END-IF.
007510     ADD 1 TO WS-ACCT-CELLS.
007520     MOVE 'Y' TO WS-CELL-PRINTED (WS-CELL-SUB).
007530     MOVE WS-COA-ACCOUNT (WS-COA-SUB) TO RPT-TL-ACCOUNT.
007540     MOVE WS-COA-DESC (WS-COA-SUB)    TO RPT-TL-DESC.
007550     PERFORM 6250-WRITE-CELL-LINE THRU 6250-EXIT.
007560     ADD WS-CELL-DEBITS (WS-CELL-SUB)  TO WS-ACCT-DEBITS.
007570     ADD WS-CELL-CREDITS (WS-CELL-SUB) TO WS-ACCT-CREDITS.
007580 6200-EXIT.
007590     EXIT.
007600*
007610 6250-WRITE-CELL-LINE.
007620     MOVE WS-CELL-SOURCE (WS-CELL-SUB)  TO RPT-TL-SOURCE.
007630     MOVE WS-CELL-DEBITS (WS-CELL-SUB)  TO RPT-TL-DEBITS.
007640     MOVE WS-CELL-CREDITS (WS-CELL-SUB) TO RPT-TL-CREDITS.
007650     COMPUTE RPT-TL-NET = WS-CELL-DEBITS (WS-CELL-SUB)
007660                        - WS-CELL-CREDITS (WS-CELL-SUB).
007670     WRITE RPT-RECORD FROM RPT-TB-LINE.
007680     ADD WS-CELL-DEBITS (WS-CELL-SUB)  TO WS-TB-DEBITS.
007690     ADD WS-CELL-CREDITS (WS-CELL-SUB) TO WS-TB-CREDITS.
007700 6250-EXIT.
007710     EXIT.
007720*
007730 6300-OFF-CHART-CELL.
007740     IF  WS-CELL-PRINTED (WS-CELL-SUB) = 'Y'
007750         GO TO 6300-EXIT
007760     END-IF.
007770     MOVE WS-CELL-ACCOUNT (WS-CELL-SUB) TO RPT-TL-ACCOUNT.
007780     MOVE '** NOT ON CHART OF ACCOUNTS' TO RPT-TL-DESC.
007790     PERFORM 6250-WRITE-CELL-LINE THRU 6250-EXIT.
007800 6300-EXIT.
007810     EXIT.
007820*
007830 9000-TERMINATE.
007840     DISPLAY 'LEDGER LINES CARRIED: ' WS-LEDGER-CARRIED.
007850     DISPLAY 'PRIOR PERIOD LINES:   ' WS-LEDGER-DROPPED.
007860     DISPLAY 'BATCHES READ:         ' WS-BATCHES-READ.
007870     DISPLAY 'BATCHES POSTED:       ' WS-BATCHES-POSTED.
007880     DISPLAY 'BATCHES REJECTED:     ' WS-BATCHES-REJECTED.
007890     DISPLAY 'LINES POSTED:         ' WS-LINES-POSTED.
007900     DISPLAY 'LINES REJECTED:       ' WS-LINES-REJECTED.
007910     DISPLAY 'DEBITS POSTED:        ' WS-NIGHT-DEBITS.
007920     DISPLAY 'CREDITS POSTED:       ' WS-NIGHT-CREDITS.
007930     CLOSE JRNLFILE LEDGOUT REJFILE RPTFILE.
007940     IF  LEDGIN-OPEN
007950         CLOSE LEDGIN
007960     END-IF.
007970     IF  WS-TB-DEBITS NOT = WS-TB-CREDITS
007980         MOVE 8 TO RETURN-CODE
007990     ELSE
008000         IF  WS-BATCHES-REJECTED > 0
008010             MOVE 4 TO RETURN-CODE
008020         END-IF
008030     END-IF.
008040     DISPLAY 'END PROGR: GLPOST'.
008050 9000-EXIT.
008060     EXIT.
