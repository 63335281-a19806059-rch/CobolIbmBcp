000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MAILHOUS.
000030 AUTHOR.        R CHAVEZ.
000040 INSTALLATION.  SISTEMAS.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080* MAILHOUS - MAIL-HOUSE PRINT STREAM. READS MAILPREP'S STAGED    *
000090*            PIECES (SEE MAILSTGR) AFTER THE POSTAL-CODE PRESORT *
000100*            AND WRITES THE ONE OMAILHS FILE THE MAIL VENDOR     *
000110*            PRINTS, INSERTS AND MAILS (SEE MAILHSR). EVERY      *
000120*            PIECE GOING TO THE SAME ADDRESS - WHATEVER PROGRAM  *
000130*            WROTE IT - IS HOUSEHOLDED INTO ONE ENVELOPE: AN     *
000140*            ENVELOPE RECORD, EACH DOCUMENT'S PIECE RECORD AND   *
000150*            PRINT LINES, AND AN END-OF-ENVELOPE COUNT.          *
000160*            PRESORTED ENVELOPES COME FIRST IN POSTAL-CODE       *
000170*            ORDER, THEN THE RESIDUAL ONES WITH NO POSTAL CODE.  *
000180*            A TRAILER CARRIES THE FILE TOTALS, AND OMAILCTL IS  *
000190*            THE CONTROL REPORT OF ENVELOPES, PIECES BY DOCUMENT *
000200*            TYPE AND PIECES HOUSEHOLDED. RC 12 = A FILE         *
000210*            UNAVAILABLE.                                        *
000220*                                                                *
000230* MODIFICATION HISTORY:                                          *
000240* 15/10/2026 RCH - ORIGINAL VERSION                              *
000250*================================================================*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STGFILE  ASSIGN TO MAILSTS
000300            FILE STATUS IS FS-STAT-STG.
000310     SELECT HSFILE   ASSIGN TO OMAILHS
000320            FILE STATUS IS FS-STAT-HS.
000330     SELECT CTLFILE  ASSIGN TO OMAILCTL
000340            FILE STATUS IS FS-STAT-CTL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  STGFILE
000380     RECORDING MODE IS F
000390     RECORD CONTAINS 240 CHARACTERS
000400     BLOCK CONTAINS 0 RECORDS
000410     DATA RECORD IS STAGED-RECORD.
000420 01  STAGED-RECORD.
000430     COPY MAILSTGR.
000440 FD  HSFILE
000450     RECORDING MODE IS F
000460     RECORD CONTAINS 120 CHARACTERS
000470     BLOCK CONTAINS 0 RECORDS
000480     DATA RECORD IS MAILHOUSE-RECORD.
000490 01  MAILHOUSE-RECORD.
000500     COPY MAILHSR.
000510 FD  CTLFILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 133 CHARACTERS
000540     BLOCK CONTAINS 0 RECORDS
000550     DATA RECORD IS CTL-RECORD.
000560 01  CTL-RECORD                      PIC X(133).
000570*
000580 WORKING-STORAGE SECTION.
000590 77  DOC-MAX                 PIC S9(4) COMP VALUE 8.
000600 77  WS-DOC-SUB              PIC S9(4) COMP VALUE 0.
000610 77  WS-ENVELOPES            PIC S9(7) COMP VALUE 0.
000620 77  WS-PIECES               PIC S9(7) COMP VALUE 0.
000630 77  WS-LINES                PIC S9(9) COMP VALUE 0.
000640 77  WS-RESIDUAL-ENVELOPES   PIC S9(7) COMP VALUE 0.
000650 77  WS-HOUSEHOLDED          PIC S9(7) COMP VALUE 0.
000660 77  WS-ENV-PIECES           PIC S9(5) COMP VALUE 0.
000670 77  WS-ENV-LINES            PIC S9(7) COMP VALUE 0.
000680 77  WS-TIME-VARS            PIC X(15) VALUE SPACES.
000690 77  SW-END-STG              PIC X VALUE 'N'.
000700     88  END-STG                 VALUE 'Y'.
000710 77  SW-ENVELOPE-OPEN        PIC X VALUE 'N'.
000720     88  ENVELOPE-OPEN           VALUE 'Y'.
000730 77  FS-STAT-STG             PIC X(02) VALUE SPACES.
000740     88  STGFILE-OK              VALUE '00'.
000750 77  FS-STAT-HS              PIC X(02) VALUE SPACES.
000760     88  HSFILE-OK               VALUE '00'.
000770 77  FS-STAT-CTL             PIC X(02) VALUE SPACES.
000780     88  CTLFILE-OK              VALUE '00'.
000790*THE HOUSEHOLD IS THE SORT CLASS, POSTAL CODE AND BOTH ADDRESS
000800*LINES - COLUMNS 1-66 OF THE STAGED RECORD
000810 01  WS-HOUSE-KEY                PIC X(66) VALUE SPACES.
000820 01  WS-PIECE-SEQ                PIC 9(07) VALUE 0.
000830*DOCUMENT TYPES, AS MAILPREP COUNTS THEM (SEE MAILPCR)
000840 01  WS-DOC-TYPE-VALUES.
000850     05  FILLER                  PIC X(34)
000860            VALUE 'EOBLEOB LETTERS - CLAIMPRO        '.
000870     05  FILLER                  PIC X(34)
000880            VALUE 'PINVPREMIUM INVOICES - PREMBILL   '.
000890     05  FILLER                  PIC X(34)
000900            VALUE 'PSTMPATIENT STATEMENTS - HOSPEDIT '.
000910     05  FILLER                  PIC X(34)
000920            VALUE 'CSTMCUSTOMER STATEMENTS - CUSTSTMT'.
000930     05  FILLER                  PIC X(34)
000940            VALUE 'DUNLDUNNING LETTERS - ARFINCHG    '.
000950     05  FILLER                  PIC X(34)
000960            VALUE 'TUITTUITION STATEMENTS - TUITBILL '.
000970     05  FILLER                  PIC X(34)
000980            VALUE 'TINVCONSULTING INVOICES - TABLES01'.
000990     05  FILLER                  PIC X(34)
001000            VALUE '????UNKNOWN DOCUMENT TYPE         '.
001010 01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-VALUES.
001020     05  WS-DOC-ITEM OCCURS 8 TIMES.
001030         10  WS-DOC-CODE         PIC X(04).
001040         10  WS-DOC-DESC         PIC X(30).
001050 01  WS-DOC-COUNTS.
001060     05  WS-DC-PIECES OCCURS 8 TIMES
001070                                 PIC S9(7) COMP.
001080*REPORT LINES
001090 01  RPT-HEADER.
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  FILLER                  PIC X(40)
001120            VALUE 'MAIL-HOUSE PRINT STREAM - CONTROL REPORT'.
001130     05  FILLER                  PIC X(11)
001140            VALUE '   RUN ON: '.
001150     05  RPT-HD-RUN-DATE         PIC X(08).
001160     05  FILLER                  PIC X(73) VALUE SPACES.
001170 01  RPT-DOC-LINE.
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  RPT-DL-CODE             PIC X(04).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  RPT-DL-DESC             PIC X(35).
001220     05  RPT-DL-PIECES           PIC ZZ,ZZZ,ZZ9.
001230     05  FILLER                  PIC X(82) VALUE SPACES.
001240 01  RPT-COUNT-LINE.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  RPT-CT-LABEL            PIC X(40).
001270     05  RPT-CT-COUNT            PIC ZZ,ZZZ,ZZ9.
001280     05  FILLER                  PIC X(82) VALUE SPACES.
001290 01  RPT-BLANK-LINE              PIC X(133) VALUE SPACES.
001300*
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     PERFORM 2000-READ-STAGED THRU 2000-EXIT.
001350     PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
001360         UNTIL END-STG.
001370     PERFORM 4000-CLOSE-ENVELOPE THRU 4000-EXIT.
001380     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001390     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.
001420*
001430 1000-INITIALIZE.
001440     DISPLAY 'INIT MAILHOUS..'.
001450     MOVE FUNCTION CURRENT-DATE TO WS-TIME-VARS.
001460     INITIALIZE WS-DOC-COUNTS.
001470     OPEN INPUT STGFILE.
001480     IF  NOT STGFILE-OK
001490         DISPLAY 'ERROR IN OPEN MAILSTS ' FS-STAT-STG
001500         MOVE 12 TO RETURN-CODE
001510         GOBACK
001520     END-IF.
001530     OPEN OUTPUT HSFILE.
001540     IF  NOT HSFILE-OK
001550         DISPLAY 'ERROR IN OPEN OMAILHS ' FS-STAT-HS
001560         MOVE 12 TO RETURN-CODE
001570         GOBACK
001580     END-IF.
001590     OPEN OUTPUT CTLFILE.
001600     IF  NOT CTLFILE-OK
001610         DISPLAY 'ERROR IN OPEN OMAILCTL ' FS-STAT-CTL
001620         MOVE 12 TO RETURN-CODE
001630         GOBACK
001640     END-IF.
001650 1000-EXIT.
001660     EXIT.
001670*
001680 2000-READ-STAGED.
001690     READ STGFILE
001700         AT END SET END-STG TO TRUE
001710     END-READ.
001720 2000-EXIT.
001730     EXIT.
001740*
001750*A NEW ADDRESS STARTS A NEW ENVELOPE; A NEW PIECE NUMBER STARTS
001760*A NEW DOCUMENT INSIDE IT
001770 3000-PROCESS-LINE.
001780     IF  NOT ENVELOPE-OPEN
001790     OR  STAGED-RECORD (1:66) NOT = WS-HOUSE-KEY
001800         PERFORM 4000-CLOSE-ENVELOPE THRU 4000-EXIT
001810         PERFORM 3100-OPEN-ENVELOPE THRU 3100-EXIT
001820     END-IF.
001830     IF  MST-PIECE-SEQ NOT = WS-PIECE-SEQ
001840         PERFORM 3200-START-PIECE THRU 3200-EXIT
001850     END-IF.
001860     MOVE SPACES          TO MAILHOUSE-RECORD.
001870     SET MHS-LINE         TO TRUE.
001880     MOVE WS-ENVELOPES    TO MHS-ENVELOPE-NO.
001890     MOVE MST-DOC-TYPE    TO MHS-DOC-TYPE.
001900     MOVE MST-PRINT-LINE  TO MHS-L-PRINT-LINE.
001910     WRITE MAILHOUSE-RECORD.
001920     ADD 1 TO WS-LINES WS-ENV-LINES.
001930     PERFORM 2000-READ-STAGED THRU 2000-EXIT.
001940 3000-EXIT.
001950     EXIT.
001960*
001970*THE ENVELOPE IS ADDRESSED TO THE NAME ON ITS FIRST PIECE
001980 3100-OPEN-ENVELOPE.
001990     MOVE STAGED-RECORD (1:66) TO WS-HOUSE-KEY.
002000     MOVE 0 TO WS-PIECE-SEQ WS-ENV-PIECES WS-ENV-LINES.
002010     SET ENVELOPE-OPEN TO TRUE.
002020     ADD 1 TO WS-ENVELOPES.
002030     IF  MST-RESIDUAL
002040         ADD 1 TO WS-RESIDUAL-ENVELOPES
002050     END-IF.
002060     MOVE SPACES          TO MAILHOUSE-RECORD.
002070     SET MHS-ENVELOPE     TO TRUE.
002080     MOVE WS-ENVELOPES    TO MHS-ENVELOPE-NO.
002090     MOVE MST-SORT-CLASS  TO MHS-H-SORT-CLASS.
002100     MOVE MST-POSTAL-CODE TO MHS-H-POSTAL-CODE.
002110     MOVE MST-NAME        TO MHS-H-NAME.
002120     MOVE MST-ADDR-1      TO MHS-H-ADDR-1.
002130     MOVE MST-ADDR-2      TO MHS-H-ADDR-2.
002140     WRITE MAILHOUSE-RECORD.
002150 3100-EXIT.
002160     EXIT.
002170*
002180 3200-START-PIECE.
002190     MOVE MST-PIECE-SEQ TO WS-PIECE-SEQ.
002200     ADD 1 TO WS-PIECES WS-ENV-PIECES.
002210     PERFORM 3210-FIND-DOC-TYPE THRU 3210-EXIT
002220         VARYING WS-DOC-SUB FROM 1 BY 1
002230         UNTIL WS-DOC-SUB NOT < DOC-MAX
002240            OR WS-DOC-CODE (WS-DOC-SUB) = MST-DOC-TYPE.
002250     ADD 1 TO WS-DC-PIECES (WS-DOC-SUB).
002260     MOVE SPACES          TO MAILHOUSE-RECORD.
002270     SET MHS-PIECE        TO TRUE.
002280     MOVE WS-ENVELOPES    TO MHS-ENVELOPE-NO.
002290     MOVE MST-DOC-TYPE    TO MHS-DOC-TYPE.
002300     MOVE MST-PIECE-KEY   TO MHS-P-PIECE-KEY.
002310     MOVE MST-NAME        TO MHS-P-NAME.
002320     WRITE MAILHOUSE-RECORD.
002330 3200-EXIT.
002340     EXIT.
002350*
002360 3210-FIND-DOC-TYPE.
002370     CONTINUE.
002380 3210-EXIT.
002390     EXIT.
002400*
002410*A SECOND OR LATER PIECE IN THE SAME ENVELOPE IS ONE PIECE OF
002420*POSTAGE SAVED
002430 4000-CLOSE-ENVELOPE.
002440     IF  NOT ENVELOPE-OPEN
002450         GO TO 4000-EXIT
002460     END-IF.
002470     IF  WS-ENV-PIECES > 1
002480         COMPUTE WS-HOUSEHOLDED =
002490             WS-HOUSEHOLDED + WS-ENV-PIECES - 1
002500     END-IF.
002510     MOVE SPACES          TO MAILHOUSE-RECORD.
002520     SET MHS-ENVELOPE-END TO TRUE.
002530     MOVE WS-ENVELOPES    TO MHS-ENVELOPE-NO.
002540     MOVE WS-ENV-PIECES   TO MHS-E-PIECES.
002550     MOVE WS-ENV-LINES    TO MHS-E-LINES.
002560     WRITE MAILHOUSE-RECORD.
002570     MOVE 'N' TO SW-ENVELOPE-OPEN.
002580 4000-EXIT.
002590     EXIT.
002600*
002610 5000-WRITE-TRAILER.
002620     MOVE SPACES                TO MAILHOUSE-RECORD.
002630     SET MHS-TRAILER            TO TRUE.
002640     MOVE 0                     TO MHS-ENVELOPE-NO.
002650     MOVE WS-ENVELOPES          TO MHS-T-ENVELOPES.
002660     MOVE WS-PIECES             TO MHS-T-PIECES.
002670     MOVE WS-LINES              TO MHS-T-LINES.
002680     MOVE WS-RESIDUAL-ENVELOPES TO MHS-T-RESIDUAL.
002690     WRITE MAILHOUSE-RECORD.
002700 5000-EXIT.
002710     EXIT.
002720*
002730 8000-CONTROL-REPORT.
002740     MOVE WS-TIME-VARS (1:8) TO RPT-HD-RUN-DATE.
002750     WRITE CTL-RECORD FROM RPT-HEADER.
002760     WRITE CTL-RECORD FROM RPT-BLANK-LINE.
002770     PERFORM 8100-WRITE-DOC-LINE THRU 8100-EXIT
002780         VARYING WS-DOC-SUB FROM 1 BY 1
002790         UNTIL WS-DOC-SUB > DOC-MAX.
002800     WRITE CTL-RECORD FROM RPT-BLANK-LINE.
002810     MOVE 'PIECES MAILED' TO RPT-CT-LABEL.
002820     MOVE WS-PIECES TO RPT-CT-COUNT.
002830     WRITE CTL-RECORD FROM RPT-COUNT-LINE.
002840     MOVE 'ENVELOPES' TO RPT-CT-LABEL.
002850     MOVE WS-ENVELOPES TO RPT-CT-COUNT.
002860     WRITE CTL-RECORD FROM RPT-COUNT-LINE.
002870     MOVE 'PIECES HOUSEHOLDED INTO ANOTHER ENVELOPE'
002880       TO RPT-CT-LABEL.
002890     MOVE WS-HOUSEHOLDED TO RPT-CT-COUNT.
002900     WRITE CTL-RECORD FROM RPT-COUNT-LINE.
002910     MOVE 'RESIDUAL ENVELOPES - NO POSTAL CODE' TO RPT-CT-LABEL.
002920     MOVE WS-RESIDUAL-ENVELOPES TO RPT-CT-COUNT.
002930     WRITE CTL-RECORD FROM RPT-COUNT-LINE.
002940     MOVE 'PRINT LINES' TO RPT-CT-LABEL.
002950     MOVE WS-LINES TO RPT-CT-COUNT.
002960     WRITE CTL-RECORD FROM RPT-COUNT-LINE.
002970 8000-EXIT.
002980     EXIT.
002990*
003000 8100-WRITE-DOC-LINE.
003010     IF  WS-DC-PIECES (WS-DOC-SUB) = 0
003020         GO TO 8100-EXIT
003030     END-IF.
003040     MOVE WS-DOC-CODE (WS-DOC-SUB)  TO RPT-DL-CODE.
003050     MOVE WS-DOC-DESC (WS-DOC-SUB)  TO RPT-DL-DESC.
003060     MOVE WS-DC-PIECES (WS-DOC-SUB) TO RPT-DL-PIECES.
003070     WRITE CTL-RECORD FROM RPT-DOC-LINE.
003080 8100-EXIT.
003090     EXIT.
003100*
003110 9000-TERMINATE.
003120     DISPLAY 'ENVELOPES:            ' WS-ENVELOPES.
003130     DISPLAY 'PIECES:               ' WS-PIECES.
003140     DISPLAY 'PIECES HOUSEHOLDED:   ' WS-HOUSEHOLDED.
003150     DISPLAY 'PRINT LINES:          ' WS-LINES.
003160     CLOSE STGFILE HSFILE CTLFILE.
003170     DISPLAY 'END PROGR: MAILHOUS'.
003180 9000-EXIT.
003190     EXIT.
