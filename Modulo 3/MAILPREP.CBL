000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MAILPREP.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* MAILPREP - OUTBOUND MAIL PREPARATION. READS THE NIGHT'S        *
000090*            CUSTOMER CORRESPONDENCE PRINT FILES CONCATENATED    *
000100*            UNDER MAILIN (EOBS, PREMIUM INVOICES, PATIENT AND   *
000110*            CUSTOMER STATEMENTS, DUNNING LETTERS, TUITION       *
000120*            STATEMENTS AND CONSULTING INVOICES) AND SPLITS THEM *
000130*            INTO MAIL PIECES ON THE '%%MP'/'%%MA' CONTROL       *
000140*            RECORDS EACH WRITING PROGRAM PUTS AHEAD OF A        *
000150*            DOCUMENT (SEE MAILPCR). A PIECE WITH NO ADDRESS OF  *
000160*            ITS OWN, OR ONE LISTED ON THE MAILADR CROSS-        *
000170*            REFERENCE (SEE MAILADRR), TAKES THE CROSS-          *
000180*            REFERENCE ADDRESS. THE POSTAL CODE IS THE LAST      *
000190*            FIVE-DIGIT GROUP OF THE ADDRESS. A PIECE STILL      *
000200*            WITHOUT AN ADDRESS, OR TO A STREET LINE AND POSTAL  *
000210*            CODE THE RTNMAIL RETURNED-MAIL FILE (SEE MAILRTNR)  *
000220*            HAS AS UNDELIVERABLE, IS SUPPRESSED AND LISTED ON   *
000230*            OMAILSUP. EVERY LINE OF A DELIVERABLE PIECE GOES TO *
000240*            MAILSTG (SEE MAILSTGR) FOR THE POSTAL-CODE PRESORT  *
000250*            AND MAILHOUS. OMAILSUP ENDS WITH THE PIECE COUNTS   *
000260*            BY DOCUMENT TYPE. RC 4 = LINES OUTSIDE ANY PIECE,   *
000270*            A TABLE FULL OR MAILADR/RTNMAIL NOT READ; RC 12 =   *
000280*            MAILIN, MAILSTG OR OMAILSUP UNAVAILABLE.            *
000290*                                                                *
000300* MODIFICATION HISTORY:                                          *
000310* 15/10/2026 RCH - ORIGINAL VERSION                              *
000320*================================================================*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MAILFILE ASSIGN TO MAILIN
000370            FILE STATUS IS FS-STAT-MAIL.
000380     SELECT ADRFILE  ASSIGN TO MAILADR
000390            FILE STATUS IS FS-STAT-ADR.
000400     SELECT RTNFILE  ASSIGN TO RTNMAIL
000410            FILE STATUS IS FS-STAT-RTN.
000420     SELECT STGFILE  ASSIGN TO MAILSTG
000430            FILE STATUS IS FS-STAT-STG.
000440     SELECT SUPFILE  ASSIGN TO OMAILSUP
000450            FILE STATUS IS FS-STAT-SUP.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*ANY OF THE CORRESPONDENCE PRINT FILES, THE 80-BYTE ONES PADDED
000490*TO 100 BY MAILSTRM, WITH THE MAILPCR CONTROL RECORDS AHEAD OF
000500*EACH DOCUMENT
000510 FD  MAILFILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 100 CHARACTERS
000540     BLOCK CONTAINS 0 RECORDS
000550     DATA RECORD IS MAIL-LINE.
000560 01  MAIL-LINE                       PIC X(100).
000570 FD  ADRFILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 120 CHARACTERS
000600     BLOCK CONTAINS 0 RECORDS
000610     DATA RECORD IS ADDRXREF-RECORD.
000620 01  ADDRXREF-RECORD.
000630     COPY MAILADRR.
000640 FD  RTNFILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 80 CHARACTERS
000670     BLOCK CONTAINS 0 RECORDS
000680     DATA RECORD IS RETURNED-RECORD.
000690 01  RETURNED-RECORD.
000700     COPY MAILRTNR.
000710 FD  STGFILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 240 CHARACTERS
000740     BLOCK CONTAINS 0 RECORDS
000750     DATA RECORD IS STAGED-RECORD.
000760 01  STAGED-RECORD.
000770     COPY MAILSTGR.
000780 FD  SUPFILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 133 CHARACTERS
000810     BLOCK CONTAINS 0 RECORDS
000820     DATA RECORD IS SUP-RECORD.
000830 01  SUP-RECORD                      PIC X(133).
000840*
000850 WORKING-STORAGE SECTION.
000860 77  ADR-MAX                 PIC S9(4) COMP VALUE 2000.
000870 77  WS-ADR-COUNT            PIC S9(4) COMP VALUE 0.
000880 77  WS-ADR-SKIPPED          PIC S9(4) COMP VALUE 0.
000890 77  RTN-MAX                 PIC S9(4) COMP VALUE 1000.
000900 77  WS-RTN-COUNT            PIC S9(4) COMP VALUE 0.
000910 77  WS-RTN-SUB              PIC S9(4) COMP VALUE 0.
000920 77  WS-MATCH-SUB            PIC S9(4) COMP VALUE 0.
000930 77  DOC-MAX                 PIC S9(4) COMP VALUE 8.
000940 77  WS-DOC-SUB              PIC S9(4) COMP VALUE 0.
000950 77  WS-SCAN-SUB             PIC S9(4) COMP VALUE 0.
000960 77  WS-LINES-READ           PIC S9(8) COMP VALUE 0.
000970 77  WS-LINES-STAGED         PIC S9(8) COMP VALUE 0.
000980 77  WS-ORPHAN-LINES         PIC S9(8) COMP VALUE 0.
000990 77  WS-EMPTY-PIECES         PIC S9(6) COMP VALUE 0.
001000 77  WS-XREF-ADDRESSED       PIC S9(6) COMP VALUE 0.
001010 77  WS-RESIDUAL-PIECES      PIC S9(6) COMP VALUE 0.
001020 77  WS-PIECE-SEQ            PIC 9(07) VALUE 0.
001030 77  WS-RESULT               PIC S9(4) COMP VALUE 0.
001040 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
001050 77  SW-END-MAIL             PIC X VALUE 'N'.
001060     88  END-MAIL                VALUE 'Y'.
001070 77  SW-END-ADR              PIC X VALUE 'N'.
001080     88  END-ADR                 VALUE 'Y'.
001090 77  SW-END-RTN              PIC X VALUE 'N'.
001100     88  END-RTN                 VALUE 'Y'.
001110 77  SW-PIECE-OPEN           PIC X VALUE 'N'.
001120     88  PIECE-OPEN              VALUE 'Y'.
001130*'N' NOT YET DECIDED, 'D' DELIVERABLE, 'S' SUPPRESSED
001140 77  SW-PIECE-STATE          PIC X VALUE 'N'.
001150     88  PIECE-UNDECIDED         VALUE 'N'.
001160     88  PIECE-DELIVERABLE       VALUE 'D'.
001170     88  PIECE-SUPPRESSED        VALUE 'S'.
001180 77  FS-STAT-MAIL            PIC X(02) VALUE SPACES.
001190     88  MAILFILE-OK             VALUE '00'.
001200 77  FS-STAT-ADR             PIC X(02) VALUE SPACES.
001210     88  ADRFILE-OK              VALUE '00'.
001220 77  FS-STAT-RTN             PIC X(02) VALUE SPACES.
001230     88  RTNFILE-OK              VALUE '00'.
001240 77  FS-STAT-STG             PIC X(02) VALUE SPACES.
001250     88  STGFILE-OK              VALUE '00'.
001260 77  FS-STAT-SUP             PIC X(02) VALUE SPACES.
001270     88  SUPFILE-OK              VALUE '00'.
001280*THE CONTROL RECORDS, AS THE WRITING PROGRAMS BUILD THEM
001290 01  WS-MAIL-PIECE.
001300     COPY MAILPCR.
001310*THE PIECE IN HAND
001320 01  WS-PIECE.
001330     05  WS-PC-DOC-TYPE          PIC X(04).
001340     05  WS-PC-PIECE-KEY         PIC X(20).
001350     05  WS-PC-NAME              PIC X(30).
001360     05  WS-PC-ADDR-1            PIC X(30).
001370     05  WS-PC-ADDR-2            PIC X(30).
001380     05  WS-PC-POSTAL-CODE       PIC X(05).
001390     05  WS-PC-SORT-CLASS        PIC X(01).
001400     05  WS-PC-LINES             PIC 9(05).
001410     05  WS-PC-REASON            PIC X(38).
001420*CROSS-REFERENCE ADDRESSES, IN MAILADR (TYPE AND KEY) ORDER
001430 01  WS-ADR-KEY-IN.
001440     05  WS-ADR-IN-TYPE          PIC X(04).
001450     05  WS-ADR-IN-KEY           PIC X(20).
001460 01  WS-ADR-LAST-KEY             PIC X(24) VALUE LOW-VALUES.
001470 01  WS-ADR-TABLE.
001480     05  WS-ADR-ITEM OCCURS 1 TO 2000 TIMES
001490             DEPENDING ON WS-ADR-COUNT
001500             ASCENDING KEY IS WS-ADR-KEY
001510             INDEXED BY ADR-IDX.
001520         10  WS-ADR-KEY          PIC X(24).
001530         10  WS-ADR-NAME         PIC X(30).
001540         10  WS-ADR-ADDR-1       PIC X(30).
001550         10  WS-ADR-ADDR-2       PIC X(30).
001560*RETURNED-MAIL ADDRESSES - THE LATEST ROW FOR EACH ADDRESS
001570 01  WS-RTN-TABLE.
001580     05  WS-RTN-ITEM OCCURS 1000 TIMES.
001590         10  WS-RTN-ADDR-1       PIC X(30).
001600         10  WS-RTN-POSTAL-CODE  PIC X(05).
001610         10  WS-RTN-ACTION       PIC X(01).
001620             88  WS-RTN-UNDELIVERABLE   VALUE 'U'.
001630         10  WS-RTN-DATE         PIC 9(08).
001640         10  WS-RTN-REASON       PIC X(30).
001650*DOCUMENT TYPES AND THE PROGRAMS THAT WRITE THEM - THE LAST
001660*ENTRY CATCHES A CODE NOT ON THE LIST
001670 01  WS-DOC-TYPE-VALUES.
001680     05  FILLER                  PIC X(34)
001690            VALUE 'EOBLEOB LETTERS - CLAIMPRO        '.
001700     05  FILLER                  PIC X(34)
001710            VALUE 'PINVPREMIUM INVOICES - PREMBILL   '.
001720     05  FILLER                  PIC X(34)
001730            VALUE 'PSTMPATIENT STATEMENTS - HOSPEDIT '.
001740     05  FILLER                  PIC X(34)
001750            VALUE 'CSTMCUSTOMER STATEMENTS - CUSTSTMT'.
001760     05  FILLER                  PIC X(34)
001770            VALUE 'DUNLDUNNING LETTERS - ARFINCHG    '.
001780     05  FILLER                  PIC X(34)
001790            VALUE 'TUITTUITION STATEMENTS - TUITBILL '.
001800     05  FILLER                  PIC X(34)
001810            VALUE 'TINVCONSULTING INVOICES - TABLES01'.
001820     05  FILLER                  PIC X(34)
001830            VALUE '????UNKNOWN DOCUMENT TYPE         '.
001840 01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-VALUES.
001850     05  WS-DOC-ITEM OCCURS 8 TIMES.
001860         10  WS-DOC-CODE         PIC X(04).
001870         10  WS-DOC-DESC         PIC X(30).
001880 01  WS-DOC-COUNTS.
001890     05  WS-DOC-COUNT-ITEM OCCURS 8 TIMES.
001900         10  WS-DC-READ          PIC S9(7) COMP.
001910         10  WS-DC-MAILED        PIC S9(7) COMP.
001920         10  WS-DC-RETURNED      PIC S9(7) COMP.
001930         10  WS-DC-NO-ADDRESS    PIC S9(7) COMP.
001940*POSTAL-CODE SEARCH - THE ADDRESS LINE BEING SCANNED
001950 01  WS-SCAN-TEXT                PIC X(30).
001960*REPORT LINES
001970 01  RPT-HEADER.
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  FILLER                  PIC X(40)
002000            VALUE 'SUPPRESSED MAIL - RETURNED OR UNADDRESSA'.
002010     05  FILLER                  PIC X(13)
002020            VALUE 'BLE   RUN ON:'.
002030     05  RPT-HD-RUN-DATE         PIC X(08).
002040     05  FILLER                  PIC X(71) VALUE SPACES.
002050 01  RPT-COLUMNS.
002060     05  FILLER                  PIC X(01) VALUE SPACE.
002070     05  FILLER                  PIC X(36)
002080            VALUE 'TYPE PIECE KEY            NAME      '.
002090     05  FILLER                  PIC X(36)
002100            VALUE '                     STREET LINE    '.
002110     05  FILLER                  PIC X(36)
002120            VALUE '                POSTL REASON        '.
002130     05  FILLER                  PIC X(24) VALUE SPACES.
002140 01  RPT-DETAIL.
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  RPT-DT-DOC-TYPE         PIC X(04).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  RPT-DT-PIECE-KEY        PIC X(20).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  RPT-DT-NAME             PIC X(30).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  RPT-DT-ADDR-1           PIC X(30).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  RPT-DT-POSTAL-CODE      PIC X(05).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  RPT-DT-REASON           PIC X(38).
002270 01  RPT-TOTAL-COLUMNS.
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  FILLER                  PIC X(36)
002300            VALUE 'PIECES BY DOCUMENT TYPE             '.
002310     05  FILLER                  PIC X(36)
002320            VALUE '  READ    MAILED  RETURNED   NO ADDR'.
002330     05  FILLER                  PIC X(60) VALUE SPACES.
002340 01  RPT-TOTAL-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  RPT-TL-CODE             PIC X(04).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  RPT-TL-DESC             PIC X(30).
002390     05  RPT-TL-READ             PIC ZZZ,ZZ9.
002400     05  FILLER                  PIC X(03) VALUE SPACES.
002410     05  RPT-TL-MAILED           PIC ZZZ,ZZ9.
002420     05  FILLER                  PIC X(03) VALUE SPACES.
002430     05  RPT-TL-RETURNED         PIC ZZZ,ZZ9.
002440     05  FILLER                  PIC X(03) VALUE SPACES.
002450     05  RPT-TL-NO-ADDRESS       PIC ZZZ,ZZ9.
002460     05  FILLER                  PIC X(60) VALUE SPACES.
002470 01  RPT-COUNT-LINE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  RPT-CT-LABEL            PIC X(40).
002500     05  RPT-CT-COUNT            PIC ZZ,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(82) VALUE SPACES.
002520 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
002530*
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     PERFORM 2000-READ-MAIL THRU 2000-EXIT.
002580     PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
002590         UNTIL END-MAIL.
002600     PERFORM 4000-CLOSE-PIECE THRU 4000-EXIT.
002610     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     GOBACK.
002640*
002650*MAILIN, MAILSTG AND OMAILSUP MUST OPEN. THE CROSS-REFERENCE
002660*AND THE RETURNED-MAIL FILE ARE LOADED WHOLE FIRST; EITHER ONE
002670*MISSING IS RUN WITHOUT, WITH A WARNING AND RC 4
002680 1000-INITIALIZE.
002690     DISPLAY 'INIT MAILPREP..'.
002700     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
002710     INITIALIZE WS-DOC-COUNTS.
002720     OPEN INPUT MAILFILE.
002730     IF  NOT MAILFILE-OK
002740         DISPLAY 'ERROR IN OPEN MAILIN ' FS-STAT-MAIL
002750         MOVE 12 TO RETURN-CODE
002760         GOBACK
002770     END-IF.
002780     OPEN OUTPUT STGFILE.
002790     IF  NOT STGFILE-OK
002800         DISPLAY 'ERROR IN OPEN MAILSTG ' FS-STAT-STG
002810         MOVE 12 TO RETURN-CODE
002820         GOBACK
002830     END-IF.
002840     OPEN OUTPUT SUPFILE.
002850     IF  NOT SUPFILE-OK
002860         DISPLAY 'ERROR IN OPEN OMAILSUP ' FS-STAT-SUP
002870         MOVE 12 TO RETURN-CODE
002880         GOBACK
002890     END-IF.
002900     OPEN INPUT ADRFILE.
002910     IF  NOT ADRFILE-OK
002920         DISPLAY 'WARNING - NO MAILADR CROSS-REFERENCE, STATUS '
002930                 FS-STAT-ADR
002940         MOVE 4 TO WS-RESULT
002950     ELSE
002960         PERFORM 1100-LOAD-ONE-XREF THRU 1100-EXIT
002970             UNTIL END-ADR
002980         CLOSE ADRFILE
002990     END-IF.
003000     OPEN INPUT RTNFILE.
003010     IF  NOT RTNFILE-OK
003020         DISPLAY 'WARNING - NO RTNMAIL RETURNED MAIL, STATUS '
003030                 FS-STAT-RTN
003040         MOVE 4 TO WS-RESULT
003050     ELSE
003060         PERFORM 1200-LOAD-ONE-RETURN THRU 1200-EXIT
003070             UNTIL END-RTN
003080         CLOSE RTNFILE
003090     END-IF.
003100     MOVE WS-TIME-VARS (1:8) TO RPT-HD-RUN-DATE.
003110     WRITE SUP-RECORD FROM RPT-HEADER.
003120     WRITE SUP-RECORD FROM RPT-BLANK-LINE.
003130     WRITE SUP-RECORD FROM RPT-COLUMNS.
003140 1000-EXIT.
003150     EXIT.
003160*
003170*THE CROSS-REFERENCE IS SEARCHED BY HALVES, SO A ROW OUT OF
003180*TYPE-AND-KEY ORDER (OR A DUPLICATE) IS SKIPPED AND COUNTED
003190 1100-LOAD-ONE-XREF.
003200     READ ADRFILE
003210         AT END
003220             SET END-ADR TO TRUE
003230             GO TO 1100-EXIT
003240     END-READ.
003250     MOVE MAD-DOC-TYPE  TO WS-ADR-IN-TYPE.
003260     MOVE MAD-PIECE-KEY TO WS-ADR-IN-KEY.
003270     IF  WS-ADR-KEY-IN NOT > WS-ADR-LAST-KEY
003280         ADD 1 TO WS-ADR-SKIPPED
003290         GO TO 1100-EXIT
003300     END-IF.
003310     IF  WS-ADR-COUNT NOT < ADR-MAX
003320         DISPLAY 'WARNING - MAILADR TABLE FULL AT ' ADR-MAX
003330                 ' ADDRESSES'
003340         MOVE 4 TO WS-RESULT
003350         SET END-ADR TO TRUE
003360         GO TO 1100-EXIT
003370     END-IF.
003380     ADD 1 TO WS-ADR-COUNT.
003390     MOVE WS-ADR-KEY-IN TO WS-ADR-KEY (WS-ADR-COUNT).
003400     MOVE MAD-NAME      TO WS-ADR-NAME (WS-ADR-COUNT).
003410     MOVE MAD-ADDR-1    TO WS-ADR-ADDR-1 (WS-ADR-COUNT).
003420     MOVE MAD-ADDR-2    TO WS-ADR-ADDR-2 (WS-ADR-COUNT).
003430     MOVE WS-ADR-KEY-IN TO WS-ADR-LAST-KEY.
003440 1100-EXIT.
003450     EXIT.
003460*
003470*A LATER ROW FOR AN ADDRESS ALREADY IN THE TABLE REPLACES IT -
003480*A 'C' AFTER A 'U' PUTS THE ADDRESS BACK IN THE MAIL
003490 1200-LOAD-ONE-RETURN.
003500     READ RTNFILE
003510         AT END
003520             SET END-RTN TO TRUE
003530             GO TO 1200-EXIT
003540     END-READ.
003550     MOVE 0 TO WS-MATCH-SUB.
003560     PERFORM 1210-MATCH-RETURN THRU 1210-EXIT
003570         VARYING WS-RTN-SUB FROM 1 BY 1
003580         UNTIL WS-RTN-SUB > WS-RTN-COUNT
003590            OR WS-MATCH-SUB > 0.
003600     IF  WS-MATCH-SUB = 0
003610         IF  WS-RTN-COUNT NOT < RTN-MAX
003620             DISPLAY 'WARNING - RTNMAIL TABLE FULL AT ' RTN-MAX
003630                     ' ADDRESSES'
003640             MOVE 4 TO WS-RESULT
003650             SET END-RTN TO TRUE
003660             GO TO 1200-EXIT
003670         END-IF
003680         ADD 1 TO WS-RTN-COUNT
003690         MOVE WS-RTN-COUNT TO WS-MATCH-SUB
003700     END-IF.
003710     MOVE RTM-ADDR-1      TO WS-RTN-ADDR-1 (WS-MATCH-SUB).
003720     MOVE RTM-POSTAL-CODE TO WS-RTN-POSTAL-CODE (WS-MATCH-SUB).
003730     MOVE RTM-ACTION      TO WS-RTN-ACTION (WS-MATCH-SUB).
003740     MOVE RTM-DATE        TO WS-RTN-DATE (WS-MATCH-SUB).
003750     MOVE RTM-REASON      TO WS-RTN-REASON (WS-MATCH-SUB).
003760 1200-EXIT.
003770     EXIT.
003780*
003790 1210-MATCH-RETURN.
003800     IF  WS-RTN-ADDR-1 (WS-RTN-SUB) = RTM-ADDR-1
003810     AND WS-RTN-POSTAL-CODE (WS-RTN-SUB) = RTM-POSTAL-CODE
003820         MOVE WS-RTN-SUB TO WS-MATCH-SUB
003830     END-IF.
003840 1210-EXIT.
003850     EXIT.
003860*
003870 2000-READ-MAIL.
003880     READ MAILFILE
003890         AT END SET END-MAIL TO TRUE
003900     END-READ.
003910     IF  NOT END-MAIL
003920         ADD 1 TO WS-LINES-READ
003930     END-IF.
003940 2000-EXIT.
003950     EXIT.
003960*
003970*A '%%MP' HEADER CLOSES THE PIECE BEFORE IT AND OPENS THE NEXT;
003980*THE '%%MA' ADDRESS THAT FOLLOWS IS HELD WITH IT. THE FIRST
003990*PRINT LINE OF THE PIECE DECIDES WHETHER IT IS MAILED, AND
004000*EVERY PRINT LINE AFTER THAT GOES WITH THE DECISION
004010 3000-PROCESS-LINE.
004020     EVALUATE MAIL-LINE (1:4)
004030         WHEN '%%MP'
004040             PERFORM 4000-CLOSE-PIECE THRU 4000-EXIT
004050             PERFORM 3100-OPEN-PIECE THRU 3100-EXIT
004060         WHEN '%%MA'
004070             IF  PIECE-OPEN AND PIECE-UNDECIDED
004080                 MOVE MAIL-LINE    TO MPC-ADDRESS-REC
004090                 MOVE MPC-ADDR-1   TO WS-PC-ADDR-1
004100                 MOVE MPC-ADDR-2   TO WS-PC-ADDR-2
004110             END-IF
004120         WHEN OTHER
004130             PERFORM 3200-PIECE-LINE THRU 3200-EXIT
004140     END-EVALUATE.
004150     PERFORM 2000-READ-MAIL THRU 2000-EXIT.
004160 3000-EXIT.
004170     EXIT.
004180*
004190 3100-OPEN-PIECE.
004200     MOVE MAIL-LINE TO MPC-HEADER-REC.
004210     INITIALIZE WS-PIECE.
004220     MOVE MPC-DOC-TYPE  TO WS-PC-DOC-TYPE.
004230     MOVE MPC-PIECE-KEY TO WS-PC-PIECE-KEY.
004240     MOVE MPC-NAME      TO WS-PC-NAME.
004250     SET PIECE-OPEN      TO TRUE.
004260     SET PIECE-UNDECIDED TO TRUE.
004270     ADD 1 TO WS-PIECE-SEQ.
004280     PERFORM 3110-FIND-DOC-TYPE THRU 3110-EXIT
004290         VARYING WS-DOC-SUB FROM 1 BY 1
004300         UNTIL WS-DOC-SUB NOT < DOC-MAX
004310            OR WS-DOC-CODE (WS-DOC-SUB) = WS-PC-DOC-TYPE.
004320     ADD 1 TO WS-DC-READ (WS-DOC-SUB).
004330 3100-EXIT.
004340     EXIT.
004350*
004360 3110-FIND-DOC-TYPE.
004370     CONTINUE.
004380 3110-EXIT.
004390     EXIT.
004400*
004410 3200-PIECE-LINE.
004420     IF  NOT PIECE-OPEN
004430         ADD 1 TO WS-ORPHAN-LINES
004440         GO TO 3200-EXIT
004450     END-IF.
004460     IF  PIECE-UNDECIDED
004470         PERFORM 5000-DECIDE-PIECE THRU 5000-EXIT
004480     END-IF.
004490     IF  PIECE-SUPPRESSED
004500         GO TO 3200-EXIT
004510     END-IF.
004520     ADD 1 TO WS-PC-LINES.
004530     MOVE WS-PC-SORT-CLASS  TO MST-SORT-CLASS.
004540     MOVE WS-PC-POSTAL-CODE TO MST-POSTAL-CODE.
004550     MOVE WS-PC-ADDR-1      TO MST-ADDR-1.
004560     MOVE WS-PC-ADDR-2      TO MST-ADDR-2.
004570     MOVE WS-PIECE-SEQ      TO MST-PIECE-SEQ.
004580     MOVE WS-PC-LINES       TO MST-LINE-SEQ.
004590     MOVE WS-PC-DOC-TYPE    TO MST-DOC-TYPE.
004600     MOVE WS-PC-PIECE-KEY   TO MST-PIECE-KEY.
004610     MOVE WS-PC-NAME        TO MST-NAME.
004620     MOVE MAIL-LINE         TO MST-PRINT-LINE.
004630     WRITE STAGED-RECORD.
004640     ADD 1 TO WS-LINES-STAGED.
004650 3200-EXIT.
004660     EXIT.
004670*
004680*A HEADER WITH NO PRINT LINES BEHIND IT IS NOT A PIECE
004690 4000-CLOSE-PIECE.
004700     IF  PIECE-OPEN AND PIECE-UNDECIDED
004710         ADD 1 TO WS-EMPTY-PIECES
004720         SUBTRACT 1 FROM WS-DC-READ (WS-DOC-SUB)
004730     END-IF.
004740     MOVE 'N' TO SW-PIECE-OPEN.
004750 4000-EXIT.
004760     EXIT.
004770*
004780*ADDRESS THE PIECE, FIND ITS POSTAL CODE AND CHECK IT AGAINST
004790*THE RETURNED MAIL
004800 5000-DECIDE-PIECE.
004810     SET PIECE-DELIVERABLE TO TRUE.
004820     PERFORM 5100-LOOK-UP-XREF THRU 5100-EXIT.
004830     IF  WS-PC-ADDR-1 = SPACES AND WS-PC-ADDR-2 = SPACES
004840         SET PIECE-SUPPRESSED TO TRUE
004850         ADD 1 TO WS-DC-NO-ADDRESS (WS-DOC-SUB)
004860         MOVE 'NO ADDRESS ON FILE' TO WS-PC-REASON
004870         PERFORM 5900-REPORT-SUPPRESSED THRU 5900-EXIT
004880         GO TO 5000-EXIT
004890     END-IF.
004900     PERFORM 5200-FIND-POSTAL-CODE THRU 5200-EXIT.
004910     PERFORM 5300-CHECK-RETURNED THRU 5300-EXIT.
004920     IF  PIECE-SUPPRESSED
004930         ADD 1 TO WS-DC-RETURNED (WS-DOC-SUB)
004940         PERFORM 5900-REPORT-SUPPRESSED THRU 5900-EXIT
004950         GO TO 5000-EXIT
004960     END-IF.
004970     ADD 1 TO WS-DC-MAILED (WS-DOC-SUB).
004980     IF  WS-PC-SORT-CLASS = '2'
004990         ADD 1 TO WS-RESIDUAL-PIECES
005000     END-IF.
005010 5000-EXIT.
005020     EXIT.
005030*
005040*A CROSS-REFERENCE ROW FOR THE PIECE WINS OVER THE ADDRESS THE
005050*WRITING PROGRAM GAVE IT (AND OVER ITS NAME, IF THE ROW HAS ONE)
005060 5100-LOOK-UP-XREF.
005070     IF  WS-ADR-COUNT = 0
005080         GO TO 5100-EXIT
005090     END-IF.
005100     MOVE WS-PC-DOC-TYPE  TO WS-ADR-IN-TYPE.
005110     MOVE WS-PC-PIECE-KEY TO WS-ADR-IN-KEY.
005120     SEARCH ALL WS-ADR-ITEM
005130         AT END
005140             CONTINUE
005150         WHEN WS-ADR-KEY (ADR-IDX) = WS-ADR-KEY-IN
005160             ADD 1 TO WS-XREF-ADDRESSED
005170             MOVE WS-ADR-ADDR-1 (ADR-IDX) TO WS-PC-ADDR-1
005180             MOVE WS-ADR-ADDR-2 (ADR-IDX) TO WS-PC-ADDR-2
005190             IF  WS-ADR-NAME (ADR-IDX) NOT = SPACES
005200                 MOVE WS-ADR-NAME (ADR-IDX) TO WS-PC-NAME
005210             END-IF
005220     END-SEARCH.
005230 5100-EXIT.
005240     EXIT.
005250*
005260*THE POSTAL CODE IS THE LAST RUN OF FIVE DIGITS NOT PRECEDED BY
005270*ANOTHER DIGIT - CITY LINE FIRST, THEN THE STREET LINE (ONE-LINE
005280*ADDRESSES). NONE FOUND MAKES THE PIECE RESIDUAL MAIL
005290 5200-FIND-POSTAL-CODE.
005300     MOVE SPACES TO WS-PC-POSTAL-CODE.
005310     MOVE WS-PC-ADDR-2 TO WS-SCAN-TEXT.
005320     PERFORM 5210-TRY-POSITION THRU 5210-EXIT
005330         VARYING WS-SCAN-SUB FROM 26 BY -1
005340         UNTIL WS-SCAN-SUB < 1
005350            OR WS-PC-POSTAL-CODE NOT = SPACES.
005360     IF  WS-PC-POSTAL-CODE = SPACES
005370         MOVE WS-PC-ADDR-1 TO WS-SCAN-TEXT
005380         PERFORM 5210-TRY-POSITION THRU 5210-EXIT
005390             VARYING WS-SCAN-SUB FROM 26 BY -1
005400             UNTIL WS-SCAN-SUB < 1
005410                OR WS-PC-POSTAL-CODE NOT = SPACES
005420     END-IF.
005430     IF  WS-PC-POSTAL-CODE = SPACES
005440         MOVE '2' TO WS-PC-SORT-CLASS
005450     ELSE
005460         MOVE '1' TO WS-PC-SORT-CLASS
005470     END-IF.
005480 5200-EXIT.
005490     EXIT.
005500*
005510 5210-TRY-POSITION.
005520     IF  WS-SCAN-TEXT (WS-SCAN-SUB:5) NOT NUMERIC
005530         GO TO 5210-EXIT
005540     END-IF.
005550     IF  WS-SCAN-SUB > 1
005560         IF  WS-SCAN-TEXT (WS-SCAN-SUB - 1:1) NUMERIC
005570             GO TO 5210-EXIT
005580         END-IF
005590     END-IF.
005600     MOVE WS-SCAN-TEXT (WS-SCAN-SUB:5) TO WS-PC-POSTAL-CODE.
005610 5210-EXIT.
005620     EXIT.
005630*
005640 5300-CHECK-RETURNED.
005650     MOVE 0 TO WS-MATCH-SUB.
005660     PERFORM 5310-MATCH-PIECE THRU 5310-EXIT
005670         VARYING WS-RTN-SUB FROM 1 BY 1
005680         UNTIL WS-RTN-SUB > WS-RTN-COUNT
005690            OR WS-MATCH-SUB > 0.
005700     IF  WS-MATCH-SUB = 0
005710         GO TO 5300-EXIT
005720     END-IF.
005730     IF  WS-RTN-UNDELIVERABLE (WS-MATCH-SUB)
005740         SET PIECE-SUPPRESSED TO TRUE
005750         MOVE SPACES TO WS-PC-REASON
005760         STRING 'RETURNED '                 DELIMITED BY SIZE
005770                WS-RTN-DATE (WS-MATCH-SUB)   DELIMITED BY SIZE
005780                ' '                          DELIMITED BY SIZE
005790                WS-RTN-REASON (WS-MATCH-SUB) DELIMITED BY SIZE
005800             INTO WS-PC-REASON
005810         END-STRING
005820     END-IF.
005830 5300-EXIT.
005840     EXIT.
005850*
005860 5310-MATCH-PIECE.
005870     IF  WS-RTN-ADDR-1 (WS-RTN-SUB) = WS-PC-ADDR-1
005880     AND WS-RTN-POSTAL-CODE (WS-RTN-SUB) = WS-PC-POSTAL-CODE
005890         MOVE WS-RTN-SUB TO WS-MATCH-SUB
005900     END-IF.
005910 5310-EXIT.
005920     EXIT.
005930*
005940 5900-REPORT-SUPPRESSED.
005950     MOVE WS-PC-DOC-TYPE    TO RPT-DT-DOC-TYPE.
005960     MOVE WS-PC-PIECE-KEY   TO RPT-DT-PIECE-KEY.
005970     MOVE WS-PC-NAME        TO RPT-DT-NAME.
005980     MOVE WS-PC-ADDR-1      TO RPT-DT-ADDR-1.
005990     MOVE WS-PC-POSTAL-CODE TO RPT-DT-POSTAL-CODE.
006000     MOVE WS-PC-REASON      TO RPT-DT-REASON.
006010     WRITE SUP-RECORD FROM RPT-DETAIL.
006020 5900-EXIT.
006030     EXIT.
006040*
006050 8000-WRITE-TOTALS.
006060     WRITE SUP-RECORD FROM RPT-BLANK-LINE.
006070     WRITE SUP-RECORD FROM RPT-TOTAL-COLUMNS.
006080     PERFORM 8100-WRITE-DOC-TOTAL THRU 8100-EXIT
006090         VARYING WS-DOC-SUB FROM 1 BY 1
006100         UNTIL WS-DOC-SUB > DOC-MAX.
006110     WRITE SUP-RECORD FROM RPT-BLANK-LINE.
006120     MOVE 'PRINT LINES READ' TO RPT-CT-LABEL.
006130     MOVE WS-LINES-READ TO RPT-CT-COUNT.
006140     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006150     MOVE 'PRINT LINES STAGED FOR THE MAIL HOUSE' TO RPT-CT-LABEL.
006160     MOVE WS-LINES-STAGED TO RPT-CT-COUNT.
006170     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006180     MOVE 'LINES OUTSIDE ANY PIECE - NOT MAILED' TO RPT-CT-LABEL.
006190     MOVE WS-ORPHAN-LINES TO RPT-CT-COUNT.
006200     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006210     MOVE 'EMPTY PIECES DROPPED' TO RPT-CT-LABEL.
006220     MOVE WS-EMPTY-PIECES TO RPT-CT-COUNT.
006230     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006240     MOVE 'PIECES ADDRESSED FROM MAILADR' TO RPT-CT-LABEL.
006250     MOVE WS-XREF-ADDRESSED TO RPT-CT-COUNT.
006260     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006270     MOVE 'RESIDUAL PIECES - NO POSTAL CODE' TO RPT-CT-LABEL.
006280     MOVE WS-RESIDUAL-PIECES TO RPT-CT-COUNT.
006290     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006300     MOVE 'MAILADR ROWS OUT OF ORDER - SKIPPED' TO RPT-CT-LABEL.
006310     MOVE WS-ADR-SKIPPED TO RPT-CT-COUNT.
006320     WRITE SUP-RECORD FROM RPT-COUNT-LINE.
006330 8000-EXIT.
006340     EXIT.
006350*
006360 8100-WRITE-DOC-TOTAL.
006370     IF  WS-DC-READ (WS-DOC-SUB) = 0
006380         GO TO 8100-EXIT
006390     END-IF.
006400     MOVE WS-DOC-CODE (WS-DOC-SUB)      TO RPT-TL-CODE.
006410     MOVE WS-DOC-DESC (WS-DOC-SUB)      TO RPT-TL-DESC.
006420     MOVE WS-DC-READ (WS-DOC-SUB)       TO RPT-TL-READ.
006430     MOVE WS-DC-MAILED (WS-DOC-SUB)     TO RPT-TL-MAILED.
006440     MOVE WS-DC-RETURNED (WS-DOC-SUB)   TO RPT-TL-RETURNED.
006450     MOVE WS-DC-NO-ADDRESS (WS-DOC-SUB) TO RPT-TL-NO-ADDRESS.
006460     WRITE SUP-RECORD FROM RPT-TOTAL-LINE.
006470 8100-EXIT.
006480     EXIT.
006490*
006500 9000-TERMINATE.
006510     DISPLAY 'PRINT LINES READ:     ' WS-LINES-READ.
006520     DISPLAY 'PIECES READ:          ' WS-PIECE-SEQ.
006530     DISPLAY 'LINES STAGED:         ' WS-LINES-STAGED.
006540     DISPLAY 'LINES OUTSIDE PIECES: ' WS-ORPHAN-LINES.
006550     DISPLAY 'EMPTY PIECES:         ' WS-EMPTY-PIECES.
006560     CLOSE MAILFILE STGFILE SUPFILE.
006570     IF  WS-ORPHAN-LINES > 0 OR WS-ADR-SKIPPED > 0
006580         MOVE 4 TO WS-RESULT
006590     END-IF.
006600     MOVE WS-RESULT TO RETURN-CODE.
006610     DISPLAY 'END PROGR: MAILPREP'.
006620 9000-EXIT.
006630     EXIT.
