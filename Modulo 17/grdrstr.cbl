      *================================================================*
      *   END-OF-TERM GRADE ROSTERS - GRDRSTR                          *
      *----------------------------------------------------------------*
      *   TERM-END GRADING OFF THE STDNTCRS ROSTER, ONE FUNCTION PER   *
      *   RUN, CHOSEN BY THE SYSIN CONTROL CARD (COL 1 FUNCTION,       *
      *   COLS 2-6 THE TERM BEING GRADED):                             *
      *     P - PRINTS A GRADE ROSTER PER COURSE FOR THE TERM, ONE     *
      *         LINE PER ENROLLED STUDENT WITH A BLANK FOR THE GRADE,  *
      *         GROUPED BY INSTRUCTOR OF RECORD (CRSCAT)               *
      *     G - POSTS THE INSTRUCTORS' RETURNED GRDRTN GRADES AS A     *
      *         BATCH AND WRITES THE GRADED ROSTER TO STDNTO. A GRADE  *
      *         FOR A STUDENT NOT ENROLLED IN THAT COURSE FOR THE      *
      *         TERM, OR FROM SOMEONE OTHER THAN THE INSTRUCTOR OF     *
      *         RECORD, IS REJECTED; A GRADE ALREADY ON THE ROSTER     *
      *         CHANGES ONLY THROUGH GRDCHG ON PROG172A. ANY REJECT    *
      *         SETS RC 4.                                             *
      *     M - AFTER THE GRADING DEADLINE, LISTS EVERY ENROLLMENT     *
      *         FOR THE TERM STILL WITHOUT A GRADE, BY INSTRUCTOR.     *
      *         RC 4 WHEN ANY GRADE IS MISSING, SO THE TERM-END        *
      *         TRANSCRIPT AND DEAN'S-LIST RUN IS HELD BACK.           *
      *   THE REPORT FOR EACH FUNCTION GOES TO OGRDRST.                *
      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   15/10/2026 RCH - ORIGINAL VERSION                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRDRSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE   ASSIGN TO UT-S-STDNTCRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUDENT-STATUS.
           SELECT CRSCAT-FILE    ASSIGN TO UT-S-CRSCAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSCAT-STATUS.
           SELECT GRDRTN-FILE    ASSIGN TO UT-S-GRDRTN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GRDRTN-STATUS.
           SELECT STDNTO-FILE    ASSIGN TO UT-S-STDNTO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE       ASSIGN TO UT-S-OGRDRST
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-RECORD                 PIC X(110).
       FD  CRSCAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRSCAT-RECORD.
           COPY CRSCAT.
      *  One returned grade per card, keyed off the printed roster
       FD  GRDRTN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GRDRTN-RECORD.
           05  GR-COURSE-NBR              PIC X(07).
           05  GR-TERM                    PIC X(05).
           05  GR-STUDENT-ID              PIC X(06).
           05  GR-GRADE                   PIC X(01).
               88  GR-VALID-GRADE             VALUES 'A' 'B' 'C'
                                                     'D' 'F'.
           05  GR-INSTRUCTOR-ID           PIC X(08).
           05  FILLER                     PIC X(53).
       FD  STDNTO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STDNTO-RECORD                  PIC X(110).
       FD  RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE-OUT                   PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-STUDENT         PIC X VALUE 'N'.
               88  END-OF-STUDENT              VALUE 'Y'.
           05  SW-END-OF-CRSCAT          PIC X VALUE 'N'.
               88  END-OF-CRSCAT               VALUE 'Y'.
           05  SW-END-OF-GRDRTN          PIC X VALUE 'N'.
               88  END-OF-GRDRTN               VALUE 'Y'.
           05  SW-SEC-PLACED             PIC X VALUE 'N'.
               88  SEC-PLACED                  VALUE 'Y'.
       77  WS-STUDENT-STATUS              PIC X(02) VALUE SPACES.
                88 STUDENT-FILE-OK               VALUE '00'.
       77  WS-CRSCAT-STATUS               PIC X(02) VALUE SPACES.
                88 CRSCAT-FILE-OK                VALUE '00'.
       77  WS-GRDRTN-STATUS               PIC X(02) VALUE SPACES.
                88 GRDRTN-FILE-OK                VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(8) VALUE 0.
      *  SYSIN control card
       01  WS-CONTROL-CARD.
           05  WS-CTL-FUNCTION            PIC X(01).
               88  CTL-PRINT-ROSTERS          VALUE 'P'.
               88  CTL-POST-GRADES            VALUE 'G'.
               88  CTL-MISSING-GRADES         VALUE 'M'.
           05  WS-CTL-TERM                PIC X(05).
           05  FILLER                     PIC X(74).
      *  The roster as read, one row per STDNTCRS record (the same
      *  110-byte layout PROG172A and TUITBILL read)
       77  ROSTER-MAX                     PIC S9(4) COMP VALUE 200.
       77  WS-RST-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-RST-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-CRS-SUB                     PIC S9(4) COMP VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-RST-ITEM OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-RST-COUNT.
               10  WS-RST-ID               PIC 9(06).
               10  WS-RST-NAME             PIC X(20).
               10  WS-RST-COURSE-TAB OCCURS 6 TIMES.
                   15  WS-RST-COURSE       PIC X(7).
                   15  WS-RST-GRADE        PIC X(1).
                   15  WS-RST-CREDITS      PIC 9(1).
                   15  WS-RST-TERM         PIC X(5).
      *  Instructor of record per course, off the catalog
       77  CAT-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-CAT-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-CAT-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-CAT-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-CAT-COUNT.
               10  WS-CAT-COURSE           PIC X(7).
               10  WS-CAT-INSTR-ID         PIC X(8).
               10  WS-CAT-INSTR-NAME       PIC X(20).
      *  One row per course taught in the term being graded, kept in
      *  instructor / course order for the roster and missing lists
       77  SECTION-MAX                    PIC S9(4) COMP VALUE 300.
       77  WS-SEC-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-SEC-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-SEC-SUB-2                   PIC S9(4) COMP VALUE 0.
       77  WS-SEC-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-SECTION-TABLE.
           05  WS-SEC-ITEM OCCURS 1 TO 300 TIMES
                            DEPENDING ON WS-SEC-COUNT.
               10  WS-SEC-INSTR-ID         PIC X(8).
               10  WS-SEC-COURSE           PIC X(7).
               10  WS-SEC-INSTR-NAME       PIC X(20).
       01  WS-SEC-SWAP                    PIC X(35).
       01  WS-GRADE-WORK.
           05  WS-GRD-REASON               PIC X(40) VALUE SPACES.
           05  WS-GRD-RESULT               PIC X(09) VALUE SPACES.
           05  WS-GRD-STUDENT-MATCH        PIC S9(4) COMP VALUE 0.
           05  WS-GRD-COURSE-MATCH         PIC S9(4) COMP VALUE 0.
           05  WS-PREV-INSTR-ID            PIC X(8) VALUE SPACES.
           05  WS-SEC-ENROLLED             PIC S9(4) COMP VALUE 0.
           05  WS-SEC-MISSING              PIC S9(4) COMP VALUE 0.
       01  WS-GRADE-COUNTERS.
           05  CTR-ROSTERS-PRINTED         PIC S9(4) COMP VALUE 0.
           05  CTR-STUDENTS-LISTED         PIC S9(7) COMP VALUE 0.
           05  CTR-GRADES-READ             PIC S9(7) COMP VALUE 0.
           05  CTR-GRADES-POSTED           PIC S9(7) COMP VALUE 0.
           05  CTR-GRADES-UNCHANGED        PIC S9(7) COMP VALUE 0.
           05  CTR-GRADES-REJECTED         PIC S9(7) COMP VALUE 0.
           05  CTR-GRADES-MISSING          PIC S9(7) COMP VALUE 0.
           05  CTR-SECTIONS-INCOMPLETE     PIC S9(4) COMP VALUE 0.
      *  Check-digit parameter area passed to GNSPPVRF
           COPY GNSWCVRF.
           COPY GNSWVVRF.
      *  Report lines
       01  RPT-HEADER-LINE.
           05  RPT-TITLE-OUT              PIC X(32).
           05  FILLER                     PIC X(07) VALUE
               ' TERM '.
           05  RPT-TERM-OUT               PIC X(05).
           05  FILLER                     PIC X(06) VALUE
               '  RUN '.
           05  RPT-DATE-OUT               PIC 9(8).
       01  SEC-HEADER-LINE.
           05  FILLER                     PIC X(08) VALUE
               'COURSE: '.
           05  SEC-COURSE-OUT             PIC X(07).
           05  FILLER                     PIC X(09) VALUE
               '   TERM: '.
           05  SEC-TERM-OUT               PIC X(05).
           05  FILLER                     PIC X(15) VALUE
               '   INSTRUCTOR: '.
           05  SEC-INSTR-ID-OUT           PIC X(08).
           05  FILLER                     PIC X VALUE SPACE.
           05  SEC-INSTR-NAME-OUT         PIC X(20).
       01  SEC-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               '   ID     STUDENT NAME          CREDITS '.
           05  FILLER                     PIC X(05) VALUE
               'GRADE'.
       01  SEC-DETAIL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  SEC-ID-OUT                 PIC 9(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  SEC-NAME-OUT               PIC X(20).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  SEC-CREDITS-OUT            PIC 9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  SEC-GRADE-OUT              PIC X(05).
       01  SEC-SIGN-LINE.
           05  FILLER                     PIC X(43) VALUE
               '   ENROLLED:     INSTRUCTOR SIGNATURE: ____'.
           05  FILLER                     PIC X(20) VALUE
               '____________________'.
       01  SEC-COUNT-LINE REDEFINES SEC-SIGN-LINE.
           05  FILLER                     PIC X(13).
           05  SEC-ENROLLED-OUT           PIC ZZ9.
           05  FILLER                     PIC X(47).
       01  POST-COLUMN-LINE.
           05  FILLER                     PIC X(44) VALUE
               'COURSE  TERM  ID     STUDENT NAME         GR'.
           05  FILLER                     PIC X(33) VALUE
               ' INSTR    RESULT    REASON'.
       01  POST-DETAIL-LINE.
           05  POST-COURSE-OUT            PIC X(07).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-TERM-OUT              PIC X(05).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-ID-OUT                PIC X(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-NAME-OUT              PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-GRADE-OUT             PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  POST-INSTR-OUT             PIC X(08).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-RESULT-OUT            PIC X(09).
           05  FILLER                     PIC X VALUE SPACE.
           05  POST-REASON-OUT            PIC X(36).
       01  MISS-INSTR-LINE.
           05  FILLER                     PIC X(12) VALUE
               'INSTRUCTOR: '.
           05  MISS-INSTR-ID-OUT          PIC X(08).
           05  FILLER                     PIC X VALUE SPACE.
           05  MISS-INSTR-NAME-OUT        PIC X(20).
       01  MISS-DETAIL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  MISS-COURSE-OUT            PIC X(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MISS-ID-OUT                PIC 9(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  MISS-NAME-OUT              PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MISS-TEXT-OUT              PIC X(30).
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-TEXT             PIC X(30).
           05  RPT-TOTAL-COUNT-OUT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'INIT PROG GRDRSTR...'.
           PERFORM 100-INITIALIZATION.
           EVALUATE TRUE
               WHEN CTL-PRINT-ROSTERS
                   PERFORM 300-PRINT-ONE-ROSTER
                       VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SEC-COUNT
               WHEN CTL-POST-GRADES
                   PERFORM 400-POST-RETURNED-GRADES
               WHEN CTL-MISSING-GRADES
                   PERFORM 500-LIST-MISSING-GRADES
                       VARYING WS-SEC-SUB FROM 1 BY 1
                       UNTIL WS-SEC-SUB > WS-SEC-COUNT
           END-EVALUATE.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD FROM SYSIN.
           IF NOT CTL-PRINT-ROSTERS AND NOT CTL-POST-GRADES
              AND NOT CTL-MISSING-GRADES
              DISPLAY 'CONTROL CARD FUNCTION NOT P/G/M: '
                      WS-CTL-FUNCTION
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-CTL-TERM = SPACES
              DISPLAY 'CONTROL CARD CARRIES NO TERM (COLS 2-6)'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CRSCAT-FILE.
           IF NOT CRSCAT-FILE-OK
              DISPLAY 'NO CRSCAT FILE - NO INSTRUCTORS OF RECORD'
           ELSE
              PERFORM 110-LOAD-ONE-CATALOG UNTIL END-OF-CRSCAT
              CLOSE CRSCAT-FILE
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
              DISPLAY 'STDNTCRS OPEN FAILED, STATUS '
                      WS-STUDENT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 120-LOAD-ONE-STUDENT UNTIL END-OF-STUDENT.
           CLOSE STUDENT-FILE.
           PERFORM 130-SORT-SECTIONS
               VARYING WS-SEC-SUB FROM 2 BY 1
               UNTIL WS-SEC-SUB > WS-SEC-COUNT.
           OPEN OUTPUT RPT-FILE.
           EVALUATE TRUE
               WHEN CTL-PRINT-ROSTERS
                   MOVE 'END-OF-TERM GRADE ROSTERS -' TO RPT-TITLE-OUT
               WHEN CTL-POST-GRADES
                   MOVE 'RETURNED GRADE POSTING -'   TO RPT-TITLE-OUT
               WHEN CTL-MISSING-GRADES
                   MOVE 'MISSING GRADES BY INSTRUCTOR -'
                     TO RPT-TITLE-OUT
           END-EVALUATE.
           MOVE WS-CTL-TERM TO RPT-TERM-OUT.
           MOVE WS-RUN-DATE TO RPT-DATE-OUT.
           WRITE RPT-LINE-OUT FROM RPT-HEADER-LINE.
      *
       110-LOAD-ONE-CATALOG.
           READ CRSCAT-FILE
              AT END
                 SET END-OF-CRSCAT TO TRUE
              NOT AT END
                 IF WS-CAT-COUNT >= CAT-MAX
                    DISPLAY 'CRSCAT EXCEEDS ' CAT-MAX
                            ' ROWS - RAISE CAT-MAX'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-CAT-COUNT
                 MOVE CT-COURSE-NBR      TO WS-CAT-COURSE (WS-CAT-COUNT)
                 MOVE CT-INSTRUCTOR-ID
                   TO WS-CAT-INSTR-ID (WS-CAT-COUNT)
                 MOVE CT-INSTRUCTOR-NAME
                   TO WS-CAT-INSTR-NAME (WS-CAT-COUNT)
           END-READ.
      *
      *  Every course a student holds for the term being graded
      *  becomes a section (once)
       120-LOAD-ONE-STUDENT.
           READ STUDENT-FILE
              AT END
                 SET END-OF-STUDENT TO TRUE
              NOT AT END
                 IF WS-RST-COUNT >= ROSTER-MAX
                    DISPLAY 'STDNTCRS EXCEEDS ' ROSTER-MAX
                            ' STUDENTS - RAISE ROSTER-MAX'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-RST-COUNT
                 MOVE STUDENT-RECORD TO WS-RST-ITEM (WS-RST-COUNT)
                 MOVE WS-RST-COUNT TO WS-RST-SUB
                 PERFORM 125-ADD-SECTION
                     VARYING WS-CRS-SUB FROM 1 BY 1
                     UNTIL WS-CRS-SUB > 6
           END-READ.
      *
       125-ADD-SECTION.
           IF WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB) NOT = SPACES
              AND WS-RST-TERM (WS-RST-SUB, WS-CRS-SUB) = WS-CTL-TERM
              MOVE 0 TO WS-SEC-MATCH
              PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
                      OR WS-SEC-MATCH > 0
                 IF WS-SEC-COURSE (WS-SEC-SUB) =
                    WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB)
                    MOVE WS-SEC-SUB TO WS-SEC-MATCH
                 END-IF
              END-PERFORM
              IF WS-SEC-MATCH = 0
                 IF WS-SEC-COUNT >= SECTION-MAX
                    DISPLAY 'COURSES IN TERM EXCEED ' SECTION-MAX
                            ' - RAISE SECTION-MAX'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-SEC-COUNT
                 MOVE WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB)
                   TO WS-SEC-COURSE (WS-SEC-COUNT)
                 PERFORM 140-FIND-INSTRUCTOR
                 IF WS-CAT-MATCH > 0
                    MOVE WS-CAT-INSTR-ID (WS-CAT-MATCH)
                      TO WS-SEC-INSTR-ID (WS-SEC-COUNT)
                    MOVE WS-CAT-INSTR-NAME (WS-CAT-MATCH)
                      TO WS-SEC-INSTR-NAME (WS-SEC-COUNT)
                 ELSE
                    MOVE SPACES TO WS-SEC-INSTR-ID (WS-SEC-COUNT)
                    MOVE '** NOT ON CRSCAT'
                      TO WS-SEC-INSTR-NAME (WS-SEC-COUNT)
                 END-IF
              END-IF
           END-IF.
      *
      *  Straight insertion into instructor / course order - the
      *  table is one term's courses, never large
       130-SORT-SECTIONS.
           MOVE WS-SEC-ITEM (WS-SEC-SUB) TO WS-SEC-SWAP.
           MOVE WS-SEC-SUB TO WS-SEC-SUB-2.
           MOVE 'N' TO SW-SEC-PLACED.
           PERFORM 135-SHIFT-SECTION UNTIL SEC-PLACED.
           MOVE WS-SEC-SWAP TO WS-SEC-ITEM (WS-SEC-SUB-2).
      *
       135-SHIFT-SECTION.
           IF WS-SEC-SUB-2 < 2
              SET SEC-PLACED TO TRUE
           ELSE
              IF WS-SEC-ITEM (WS-SEC-SUB-2 - 1) (1:15)
                 NOT > WS-SEC-SWAP (1:15)
                 SET SEC-PLACED TO TRUE
              ELSE
                 MOVE WS-SEC-ITEM (WS-SEC-SUB-2 - 1)
                   TO WS-SEC-ITEM (WS-SEC-SUB-2)
                 SUBTRACT 1 FROM WS-SEC-SUB-2
              END-IF
           END-IF.
      *
       140-FIND-INSTRUCTOR.
           MOVE 0 TO WS-CAT-MATCH.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   OR WS-CAT-MATCH > 0
              IF WS-CAT-COURSE (WS-CAT-SUB) =
                 WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB)
                 MOVE WS-CAT-SUB TO WS-CAT-MATCH
              END-IF
           END-PERFORM.
      *
      *  One roster per course: every student holding it for the
      *  term, the grade left blank for the instructor to fill in
      *  (a grade already on file prints as posted)
       300-PRINT-ONE-ROSTER.
           ADD 1 TO CTR-ROSTERS-PRINTED.
           MOVE 0 TO WS-SEC-ENROLLED.
           MOVE SPACES TO RPT-LINE-OUT.
           WRITE RPT-LINE-OUT.
           MOVE WS-SEC-COURSE (WS-SEC-SUB)     TO SEC-COURSE-OUT.
           MOVE WS-CTL-TERM                    TO SEC-TERM-OUT.
           MOVE WS-SEC-INSTR-ID (WS-SEC-SUB)   TO SEC-INSTR-ID-OUT.
           MOVE WS-SEC-INSTR-NAME (WS-SEC-SUB) TO SEC-INSTR-NAME-OUT.
           WRITE RPT-LINE-OUT FROM SEC-HEADER-LINE.
           WRITE RPT-LINE-OUT FROM SEC-COLUMN-LINE.
           PERFORM 310-PRINT-ROSTER-STUDENT
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT.
           MOVE WS-SEC-ENROLLED TO SEC-ENROLLED-OUT.
           WRITE RPT-LINE-OUT FROM SEC-SIGN-LINE.
      *
       310-PRINT-ROSTER-STUDENT.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                UNTIL WS-CRS-SUB > 6
              IF WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB) =
                 WS-SEC-COURSE (WS-SEC-SUB)
                 AND WS-RST-TERM (WS-RST-SUB, WS-CRS-SUB) =
                 WS-CTL-TERM
                 ADD 1 TO WS-SEC-ENROLLED
                 ADD 1 TO CTR-STUDENTS-LISTED
                 MOVE WS-RST-ID (WS-RST-SUB)   TO SEC-ID-OUT
                 MOVE WS-RST-NAME (WS-RST-SUB) TO SEC-NAME-OUT
                 MOVE WS-RST-CREDITS (WS-RST-SUB, WS-CRS-SUB)
                   TO SEC-CREDITS-OUT
                 IF WS-RST-GRADE (WS-RST-SUB, WS-CRS-SUB) = SPACE
                    MOVE '[ _ ]' TO SEC-GRADE-OUT
                 ELSE
                    MOVE SPACES TO SEC-GRADE-OUT
                    MOVE WS-RST-GRADE (WS-RST-SUB, WS-CRS-SUB)
                      TO SEC-GRADE-OUT (3:1)
                 END-IF
                 WRITE RPT-LINE-OUT FROM SEC-DETAIL-LINE
              END-IF
           END-PERFORM.
      *
      *  The returned grades post to the in-core roster, which is
      *  written whole to STDNTO once the batch is through
       400-POST-RETURNED-GRADES.
           OPEN INPUT GRDRTN-FILE.
           IF NOT GRDRTN-FILE-OK
              DISPLAY 'GRDRTN OPEN FAILED, STATUS ' WS-GRDRTN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE RPT-LINE-OUT FROM POST-COLUMN-LINE.
           PERFORM 410-POST-ONE-GRADE UNTIL END-OF-GRDRTN.
           CLOSE GRDRTN-FILE.
           OPEN OUTPUT STDNTO-FILE.
           PERFORM 450-WRITE-ROSTER-ROW
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT.
           CLOSE STDNTO-FILE.
      *
       410-POST-ONE-GRADE.
           READ GRDRTN-FILE
              AT END
                 SET END-OF-GRDRTN TO TRUE
              NOT AT END
                 ADD 1 TO CTR-GRADES-READ
                 PERFORM 420-EDIT-AND-POST
           END-READ.
      *
       420-EDIT-AND-POST.
           MOVE SPACES TO WS-GRD-REASON.
           MOVE 0 TO WS-GRD-STUDENT-MATCH.
           MOVE 0 TO WS-GRD-COURSE-MATCH.
           EVALUATE TRUE
               WHEN GR-TERM NOT = WS-CTL-TERM
                   MOVE 'NOT THE TERM BEING GRADED' TO WS-GRD-REASON
               WHEN NOT GR-VALID-GRADE
                   MOVE 'GRADE NOT A/B/C/D/F' TO WS-GRD-REASON
               WHEN OTHER
                   PERFORM 430-FIND-ENROLLMENT
           END-EVALUATE.
           IF WS-GRD-REASON = SPACES
              PERFORM 440-CHECK-INSTRUCTOR
           END-IF.
           IF WS-GRD-REASON = SPACES
              EVALUATE WS-RST-GRADE
                       (WS-GRD-STUDENT-MATCH, WS-GRD-COURSE-MATCH)
                  WHEN SPACE
                      MOVE GR-GRADE TO WS-RST-GRADE
                           (WS-GRD-STUDENT-MATCH, WS-GRD-COURSE-MATCH)
                      ADD 1 TO CTR-GRADES-POSTED
                      MOVE 'POSTED'    TO WS-GRD-RESULT
                  WHEN GR-GRADE
                      ADD 1 TO CTR-GRADES-UNCHANGED
                      MOVE 'UNCHANGED' TO WS-GRD-RESULT
                      MOVE 'SAME GRADE ALREADY ON ROSTER'
                        TO WS-GRD-REASON
                  WHEN OTHER
                      MOVE 'GRADE ALREADY POSTED - USE GRDCHG'
                        TO WS-GRD-REASON
              END-EVALUATE
           END-IF.
           IF WS-GRD-REASON NOT = SPACES
              AND WS-GRD-RESULT NOT = 'UNCHANGED'
              ADD 1 TO CTR-GRADES-REJECTED
              MOVE 'REJECTED' TO WS-GRD-RESULT
           END-IF.
           MOVE GR-COURSE-NBR    TO POST-COURSE-OUT.
           MOVE GR-TERM          TO POST-TERM-OUT.
           MOVE GR-STUDENT-ID    TO POST-ID-OUT.
           IF WS-GRD-STUDENT-MATCH > 0
              MOVE WS-RST-NAME (WS-GRD-STUDENT-MATCH) TO POST-NAME-OUT
           ELSE
              MOVE SPACES TO POST-NAME-OUT
           END-IF.
           MOVE GR-GRADE         TO POST-GRADE-OUT.
           MOVE GR-INSTRUCTOR-ID TO POST-INSTR-OUT.
           MOVE WS-GRD-RESULT    TO POST-RESULT-OUT.
           MOVE WS-GRD-REASON    TO POST-REASON-OUT.
           WRITE RPT-LINE-OUT FROM POST-DETAIL-LINE.
           MOVE SPACES TO WS-GRD-RESULT.
      *
      *  The ID must carry a good check digit - a mis-keyed digit
      *  never grades a classmate - and the student must hold the
      *  course for the term
       430-FIND-ENROLLMENT.
           IF GR-STUDENT-ID NOT NUMERIC
              MOVE 'STUDENT ID NOT NUMERIC' TO WS-GRD-REASON
           ELSE
              MOVE VRF-VAL          TO VRF-CMND
              MOVE VRF-ZERO-S       TO VRF-ZERO
              MOVE 5                TO VRF-LMAX
              MOVE 'S'              TO VRF-SFDV
              MOVE VRF-SVRF-1       TO VRF-SVRF
              MOVE GR-STUDENT-ID    TO VRF-NUME
              MOVE GR-STUDENT-ID (6:1) TO VRF-DVRF
              CALL 'GNSPPVRF' USING VRF-VARI
                  RETURNING RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = 0
                 MOVE 0 TO RETURN-CODE
                 MOVE 'STUDENT ID CHECK DIGIT INVALID'
                   TO WS-GRD-REASON
              ELSE
                 PERFORM VARYING WS-RST-SUB FROM 1 BY 1
                      UNTIL WS-RST-SUB > WS-RST-COUNT
                         OR WS-GRD-STUDENT-MATCH > 0
                    IF WS-RST-ID (WS-RST-SUB) = GR-STUDENT-ID
                       MOVE WS-RST-SUB TO WS-GRD-STUDENT-MATCH
                    END-IF
                 END-PERFORM
                 IF WS-GRD-STUDENT-MATCH > 0
                    PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                         UNTIL WS-CRS-SUB > 6
                            OR WS-GRD-COURSE-MATCH > 0
                       IF WS-RST-COURSE
                          (WS-GRD-STUDENT-MATCH, WS-CRS-SUB) =
                          GR-COURSE-NBR
                          AND WS-RST-TERM
                          (WS-GRD-STUDENT-MATCH, WS-CRS-SUB) =
                          GR-TERM
                          MOVE WS-CRS-SUB TO WS-GRD-COURSE-MATCH
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-GRD-COURSE-MATCH = 0
                    MOVE 'STUDENT NOT ENROLLED IN COURSE/TERM'
                      TO WS-GRD-REASON
                 END-IF
              END-IF
           END-IF.
      *
      *  Only the catalog's instructor of record grades a course; a
      *  course with no instructor on CRSCAT takes any submitter
       440-CHECK-INSTRUCTOR.
           MOVE 0 TO WS-SEC-MATCH.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                UNTIL WS-SEC-SUB > WS-SEC-COUNT
                   OR WS-SEC-MATCH > 0
              IF WS-SEC-COURSE (WS-SEC-SUB) = GR-COURSE-NBR
                 MOVE WS-SEC-SUB TO WS-SEC-MATCH
              END-IF
           END-PERFORM.
           IF WS-SEC-MATCH > 0
              IF WS-SEC-INSTR-ID (WS-SEC-MATCH) NOT = SPACES
                 AND WS-SEC-INSTR-ID (WS-SEC-MATCH) NOT =
                     GR-INSTRUCTOR-ID
                 MOVE 'NOT THE INSTRUCTOR OF RECORD' TO WS-GRD-REASON
              END-IF
           END-IF.
      *
       450-WRITE-ROSTER-ROW.
           MOVE WS-RST-ITEM (WS-RST-SUB) TO STDNTO-RECORD.
           WRITE STDNTO-RECORD.
      *
      *  One block per instructor, listing each enrollment in the
      *  term still without a grade; fully graded courses drop out
       500-LIST-MISSING-GRADES.
           MOVE 0 TO WS-SEC-MISSING.
           PERFORM 510-LIST-MISSING-STUDENT
               VARYING WS-RST-SUB FROM 1 BY 1
               UNTIL WS-RST-SUB > WS-RST-COUNT.
           IF WS-SEC-MISSING > 0
              ADD 1 TO CTR-SECTIONS-INCOMPLETE
           END-IF.
      *
       510-LIST-MISSING-STUDENT.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                UNTIL WS-CRS-SUB > 6
              IF WS-RST-COURSE (WS-RST-SUB, WS-CRS-SUB) =
                 WS-SEC-COURSE (WS-SEC-SUB)
                 AND WS-RST-TERM (WS-RST-SUB, WS-CRS-SUB) =
                 WS-CTL-TERM
                 AND WS-RST-GRADE (WS-RST-SUB, WS-CRS-SUB) = SPACE
                 IF CTR-GRADES-MISSING = 0 OR
                    WS-SEC-INSTR-ID (WS-SEC-SUB) NOT = WS-PREV-INSTR-ID
                    MOVE SPACES TO RPT-LINE-OUT
                    WRITE RPT-LINE-OUT
                    MOVE WS-SEC-INSTR-ID (WS-SEC-SUB)
                      TO MISS-INSTR-ID-OUT WS-PREV-INSTR-ID
                    MOVE WS-SEC-INSTR-NAME (WS-SEC-SUB)
                      TO MISS-INSTR-NAME-OUT
                    WRITE RPT-LINE-OUT FROM MISS-INSTR-LINE
                 END-IF
                 ADD 1 TO WS-SEC-MISSING
                 ADD 1 TO CTR-GRADES-MISSING
                 MOVE WS-SEC-COURSE (WS-SEC-SUB) TO MISS-COURSE-OUT
                 MOVE WS-RST-ID (WS-RST-SUB)     TO MISS-ID-OUT
                 MOVE WS-RST-NAME (WS-RST-SUB)   TO MISS-NAME-OUT
                 MOVE 'NO GRADE SUBMITTED'       TO MISS-TEXT-OUT
                 WRITE RPT-LINE-OUT FROM MISS-DETAIL-LINE
              END-IF
           END-PERFORM.
      *
       900-WRAP-UP.
           MOVE SPACES TO RPT-LINE-OUT.
           WRITE RPT-LINE-OUT.
           EVALUATE TRUE
               WHEN CTL-PRINT-ROSTERS
                   MOVE 'COURSE ROSTERS PRINTED:'  TO RPT-TOTAL-TEXT
                   MOVE CTR-ROSTERS-PRINTED       TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   MOVE 'STUDENT LINES LISTED:'    TO RPT-TOTAL-TEXT
                   MOVE CTR-STUDENTS-LISTED       TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   DISPLAY 'ROSTERS PRINTED:      ' CTR-ROSTERS-PRINTED
               WHEN CTL-POST-GRADES
                   MOVE 'GRADES READ:'             TO RPT-TOTAL-TEXT
                   MOVE CTR-GRADES-READ           TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   MOVE 'GRADES POSTED:'           TO RPT-TOTAL-TEXT
                   MOVE CTR-GRADES-POSTED         TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   MOVE 'ALREADY ON ROSTER:'       TO RPT-TOTAL-TEXT
                   MOVE CTR-GRADES-UNCHANGED      TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   MOVE 'GRADES REJECTED:'         TO RPT-TOTAL-TEXT
                   MOVE CTR-GRADES-REJECTED       TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   DISPLAY 'GRADES POSTED:        ' CTR-GRADES-POSTED
                   DISPLAY 'GRADES REJECTED:      ' CTR-GRADES-REJECTED
                   DISPLAY 'ROSTER RECORDS WRITTEN: ' WS-RST-COUNT
                   IF CTR-GRADES-REJECTED > 0
                      MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN CTL-MISSING-GRADES
                   MOVE 'GRADES MISSING:'          TO RPT-TOTAL-TEXT
                   MOVE CTR-GRADES-MISSING        TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   MOVE 'COURSES NOT FULLY GRADED:' TO RPT-TOTAL-TEXT
                   MOVE CTR-SECTIONS-INCOMPLETE   TO RPT-TOTAL-COUNT-OUT
                   WRITE RPT-LINE-OUT FROM RPT-TOTAL-LINE
                   DISPLAY 'GRADES MISSING:       ' CTR-GRADES-MISSING
                   IF CTR-GRADES-MISSING > 0
                      MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           DISPLAY 'END PROG GRDRSTR ...'.
           CLOSE RPT-FILE.
