      *================================================================*
      *   STUDENT-ID CONVERSION OF THE STDNTCRS ROSTER - STDCONV       *
      *----------------------------------------------------------------*
      *   ONE-TIME RUN. READS THE NAME-KEYED STDNTCRS ROSTER (STDNTOLD)*
      *   AND GIVES EVERY STUDENT ON IT A PERMANENT STUDENT ID - THE   *
      *   NEXT BASE NUMBER OFF THE STDNBR COUNTER WITH ITS MODULUS-11  *
      *   CHECK DIGIT (GNSPPVRF 'GEN '), THE WAY GNSPNASN ISSUES       *
      *   POLICY NUMBERS. WRITES THE ROSTER BACK OUT KEYED ON THE ID   *
      *   (STDNTNEW), BUILDS THE STUDENT MASTER (STDMSTR) WITH THE     *
      *   ADDRESS AND DEGREE PROGRAM TAKEN OFF THE REGISTRAR'S ADDRESS *
      *   LIST (STDADDR), AND LISTS EVERY NAME -> ID ASSIGNMENT ON     *
      *   OSTDCONV FOR RE-KEYING OPEN TRANSACTIONS. NAMES IT COULD NOT *
      *   RESOLVE ARE FLAGGED THERE AND SET RC 4:                      *
      *     BLANK NAME           - ROW DROPPED, NO ID ISSUED           *
      *     NAME ON ROSTER TWICE - EACH ROW GETS ITS OWN ID; WHICH     *
      *                            HISTORY IS WHOSE MUST BE CHECKED    *
      *     NOT ON STDADDR, OR ON IT MORE THAN ONCE - ID ISSUED, BUT   *
      *                            THE ADDRESS/PROGRAM IS LEFT BLANK   *
      *                            FOR STDMAINT TO FILL IN             *
      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   15/10/2026 RCH - ORIGINAL VERSION                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STDCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ROSTER-FILE ASSIGN TO UT-S-STDNTOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLDROS-STATUS.
           SELECT ADDR-FILE      ASSIGN TO UT-S-STDADDR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ADDR-STATUS.
           SELECT CTR-FILE       ASSIGN TO UT-S-STDNBR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTR-STATUS.
           SELECT NEW-ROSTER-FILE ASSIGN TO UT-S-STDNTNEW
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MASTER-FILE    ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CONV-RPT-FILE  ASSIGN TO UT-S-OSTDCONV
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *  The roster as it stands before the conversion - keyed on
      *  the 20-byte name, the last 6 bytes unused
       FD  OLD-ROSTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OLD-ROSTER-RECORD.
           05  OR-STUDENT-NAME         PIC X(20).
           05  OR-STUDENT-COURSES      PIC X(84).
           05  FILLER                  PIC X(06).
      *  Registrar's student address list, one row per student
       FD  ADDR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADDR-RECORD.
           05  AD-STUDENT-NAME         PIC X(20).
           05  AD-ADDR-1               PIC X(30).
           05  AD-ADDR-2               PIC X(30).
           05  AD-DEG-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(12).
      *  The controlled student-ID counter - one record, rewritten
      *  in place as IDs are issued (the GNSPNASN/NBRCTL pattern)
       FD  CTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COUNTER-RECORD.
           05  CTR-NEXT-STUDENT-BASE   PIC 9(05).
           05  FILLER                  PIC X(15).
      *  The roster keyed on the ID - same layout PROG172A and
      *  TUITBILL read as STDNTCRS
       FD  NEW-ROSTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-ROSTER-RECORD.
           05  NR-STUDENT-ID           PIC 9(06).
           05  NR-STUDENT-NAME         PIC X(20).
           05  NR-STUDENT-COURSES      PIC X(84).
       FD  MASTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY STDMSTR.
       FD  CONV-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CONV-LINE-OUT               PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-ROSTER          PIC X VALUE 'N'.
               88  END-OF-ROSTER               VALUE 'Y'.
           05  SW-END-OF-ADDR            PIC X VALUE 'N'.
               88  END-OF-ADDR                 VALUE 'Y'.
       77  WS-OLDROS-STATUS               PIC X(02) VALUE SPACES.
                88 OLDROS-FILE-OK                VALUE '00'.
       77  WS-ADDR-STATUS                 PIC X(02) VALUE SPACES.
                88 ADDR-FILE-OK                  VALUE '00'.
       77  WS-CTR-STATUS                  PIC X(02) VALUE SPACES.
                88 CTR-FILE-OK                   VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(8) VALUE 0.
      *  The old roster, held whole so a name can be checked for a
      *  second row before its ID goes out
       77  ROSTER-MAX                     PIC S9(4) COMP VALUE 200.
       77  WS-ROS-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-ROS-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-ROS-SUB2                    PIC S9(4) COMP VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROS-ITEM OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-ROS-COUNT.
               10  WS-ROS-NAME             PIC X(20).
               10  WS-ROS-COURSES          PIC X(84).
      *  The registrar's address list
       77  ADDR-MAX                       PIC S9(4) COMP VALUE 500.
       77  WS-ADR-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-ADR-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-ADR-MATCH                   PIC S9(4) COMP VALUE 0.
       77  WS-ADR-HITS                    PIC S9(4) COMP VALUE 0.
       01  WS-ADDR-TABLE.
           05  WS-ADR-ITEM OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-ADR-COUNT.
               10  WS-ADR-NAME             PIC X(20).
               10  WS-ADR-LINE-1           PIC X(30).
               10  WS-ADR-LINE-2           PIC X(30).
               10  WS-ADR-PROGRAM          PIC X(08).
       01  WS-CONV-COUNTERS.
           05  WS-NAME-HITS                PIC S9(4) COMP VALUE 0.
           05  CTR-ISSUED                  PIC S9(4) COMP VALUE 0.
           05  CTR-BLANK-NAME              PIC S9(4) COMP VALUE 0.
           05  CTR-DUP-NAME                PIC S9(4) COMP VALUE 0.
           05  CTR-NO-ADDRESS              PIC S9(4) COMP VALUE 0.
           05  CTR-MULTI-ADDRESS           PIC S9(4) COMP VALUE 0.
           05  CTR-UNRESOLVED              PIC S9(4) COMP VALUE 0.
       01  WS-CONV-NOTE                   PIC X(40) VALUE SPACES.
      *  Check-digit parameter area passed to GNSPPVRF
           COPY GNSWCVRF.
           COPY GNSWVVRF.
      *  Report lines
       01  CONV-HEADER-LINE.
           05  FILLER                     PIC X(40) VALUE
               'STUDENT-ID CONVERSION OF STDNTCRS - RUN '.
           05  CONV-DATE-OUT              PIC 9(8).
       01  CONV-COLUMN-LINE.
           05  FILLER                     PIC X(50) VALUE
               'ID     STUDENT NAME         NOTE'.
       01  CONV-DETAIL-LINE.
           05  CONV-ID-OUT                PIC X(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  CONV-NAME-OUT              PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  CONV-NOTE-OUT              PIC X(40).
       01  CONV-TOTAL-LINE.
           05  CONV-TOTAL-TEXT            PIC X(30).
           05  CONV-TOTAL-OUT             PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'INIT PROG STDCONV...'.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-CONVERT-ONE-STUDENT
               VARYING WS-ROS-SUB FROM 1 BY 1
               UNTIL WS-ROS-SUB > WS-ROS-COUNT.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLD-ROSTER-FILE.
           IF NOT OLDROS-FILE-OK
              DISPLAY 'STDNTOLD OPEN FAILED, STATUS ' WS-OLDROS-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O CTR-FILE.
           IF NOT CTR-FILE-OK
              DISPLAY 'STDNBR OPEN FAILED, STATUS ' WS-CTR-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           READ CTR-FILE
              AT END
                 DISPLAY 'STDNBR COUNTER RECORD MISSING'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-READ.
           OPEN OUTPUT NEW-ROSTER-FILE.
           OPEN OUTPUT MASTER-FILE.
           OPEN OUTPUT CONV-RPT-FILE.
           PERFORM 110-LOAD-ADDRESS-LIST.
           PERFORM 120-LOAD-OLD-ROSTER UNTIL END-OF-ROSTER.
           CLOSE OLD-ROSTER-FILE.
           MOVE WS-RUN-DATE TO CONV-DATE-OUT.
           WRITE CONV-LINE-OUT FROM CONV-HEADER-LINE.
           WRITE CONV-LINE-OUT FROM CONV-COLUMN-LINE.
      *
      *  A missing address list still converts the roster - every
      *  student then reports with no address for STDMAINT to fill
       110-LOAD-ADDRESS-LIST.
           OPEN INPUT ADDR-FILE.
           IF NOT ADDR-FILE-OK
              DISPLAY 'NO STDADDR FILE - ADDRESSES LEFT BLANK'
           ELSE
              PERFORM 115-LOAD-ONE-ADDRESS
                 UNTIL END-OF-ADDR OR WS-ADR-COUNT >= ADDR-MAX
              CLOSE ADDR-FILE
           END-IF.
      *
       115-LOAD-ONE-ADDRESS.
           READ ADDR-FILE
              AT END
                 SET END-OF-ADDR TO TRUE
              NOT AT END
                 ADD 1 TO WS-ADR-COUNT
                 MOVE AD-STUDENT-NAME TO WS-ADR-NAME (WS-ADR-COUNT)
                 MOVE AD-ADDR-1       TO WS-ADR-LINE-1 (WS-ADR-COUNT)
                 MOVE AD-ADDR-2       TO WS-ADR-LINE-2 (WS-ADR-COUNT)
                 MOVE AD-DEG-PROGRAM
                   TO WS-ADR-PROGRAM (WS-ADR-COUNT)
           END-READ.
      *
       120-LOAD-OLD-ROSTER.
           READ OLD-ROSTER-FILE
              AT END
                 SET END-OF-ROSTER TO TRUE
              NOT AT END
                 IF WS-ROS-COUNT >= ROSTER-MAX
                    DISPLAY 'STDNTOLD EXCEEDS ' ROSTER-MAX
                            ' ROWS - CONVERSION STOPPED'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-ROS-COUNT
                 MOVE OR-STUDENT-NAME
                   TO WS-ROS-NAME (WS-ROS-COUNT)
                 MOVE OR-STUDENT-COURSES
                   TO WS-ROS-COURSES (WS-ROS-COUNT)
           END-READ.
      *
      *  One roster row: a blank name is dropped; anything else gets
      *  the next ID, its roster row and its master row, and a line
      *  on the report saying whether the name resolved cleanly
       200-CONVERT-ONE-STUDENT.
           MOVE SPACES TO WS-CONV-NOTE.
           IF WS-ROS-NAME (WS-ROS-SUB) = SPACES
              ADD 1 TO CTR-BLANK-NAME
              ADD 1 TO CTR-UNRESOLVED
              MOVE 'BLANK NAME - ROW DROPPED, NO ID' TO WS-CONV-NOTE
              MOVE SPACES TO CONV-ID-OUT
              PERFORM 800-WRITE-DETAIL
           ELSE
              PERFORM 210-ISSUE-STUDENT-ID
              PERFORM 220-COUNT-NAME-ON-ROSTER
              PERFORM 230-FIND-ADDRESS
              MOVE VRF-NUME (6:6)            TO NR-STUDENT-ID
              MOVE WS-ROS-NAME (WS-ROS-SUB)  TO NR-STUDENT-NAME
              MOVE WS-ROS-COURSES (WS-ROS-SUB)
                TO NR-STUDENT-COURSES
              WRITE NEW-ROSTER-RECORD
              PERFORM 240-WRITE-MASTER
              MOVE VRF-NUME (6:6)            TO CONV-ID-OUT
              PERFORM 800-WRITE-DETAIL
           END-IF.
      *
      *  Next base number off the counter with its check digit - the
      *  same weighting PROG172A verifies transaction IDs against
       210-ISSUE-STUDENT-ID.
           MOVE VRF-GEN          TO VRF-CMND.
           MOVE VRF-ZERO-S       TO VRF-ZERO.
           MOVE 'S'              TO VRF-SFDV.
           MOVE VRF-SVRF-1       TO VRF-SVRF.
           MOVE 5                TO VRF-LMAX.
           MOVE CTR-NEXT-STUDENT-BASE TO VRF-NUME.
           ADD 1 TO CTR-NEXT-STUDENT-BASE.
           CALL 'GNSPPVRF' USING VRF-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
              DISPLAY 'GNSPPVRF GEN FAILED - ' VRF-CMSG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO CTR-ISSUED.
      *
       220-COUNT-NAME-ON-ROSTER.
           MOVE 0 TO WS-NAME-HITS.
           PERFORM 225-COMPARE-ROSTER-NAME
               VARYING WS-ROS-SUB2 FROM 1 BY 1
               UNTIL WS-ROS-SUB2 > WS-ROS-COUNT.
           IF WS-NAME-HITS > 1
              ADD 1 TO CTR-DUP-NAME
              ADD 1 TO CTR-UNRESOLVED
              MOVE 'NAME ON ROSTER TWICE - VERIFY HISTORY'
                TO WS-CONV-NOTE
           END-IF.
      *
       225-COMPARE-ROSTER-NAME.
           IF WS-ROS-NAME (WS-ROS-SUB2) = WS-ROS-NAME (WS-ROS-SUB)
              ADD 1 TO WS-NAME-HITS
           END-IF.
      *
      *  The address is only taken when exactly one STDADDR row
      *  carries the name - two rows cannot be told apart
       230-FIND-ADDRESS.
           MOVE 0 TO WS-ADR-HITS.
           MOVE 0 TO WS-ADR-MATCH.
           PERFORM 235-COMPARE-ADDRESS-NAME
               VARYING WS-ADR-SUB FROM 1 BY 1
               UNTIL WS-ADR-SUB > WS-ADR-COUNT.
           IF WS-ADR-HITS = 0
              ADD 1 TO CTR-NO-ADDRESS
              IF WS-CONV-NOTE = SPACES
                 ADD 1 TO CTR-UNRESOLVED
                 MOVE 'NOT ON STDADDR - ADDRESS LEFT BLANK'
                   TO WS-CONV-NOTE
              END-IF
           END-IF.
           IF WS-ADR-HITS > 1
              ADD 1 TO CTR-MULTI-ADDRESS
              MOVE 0 TO WS-ADR-MATCH
              IF WS-CONV-NOTE = SPACES
                 ADD 1 TO CTR-UNRESOLVED
                 MOVE 'ON STDADDR TWICE - ADDRESS LEFT BLANK'
                   TO WS-CONV-NOTE
              END-IF
           END-IF.
      *
       235-COMPARE-ADDRESS-NAME.
           IF WS-ADR-NAME (WS-ADR-SUB) = WS-ROS-NAME (WS-ROS-SUB)
              ADD 1 TO WS-ADR-HITS
              MOVE WS-ADR-SUB TO WS-ADR-MATCH
           END-IF.
      *
       240-WRITE-MASTER.
           MOVE SPACES                   TO MASTER-RECORD.
           MOVE VRF-NUME (6:6)           TO SM-STUDENT-ID.
           MOVE WS-ROS-NAME (WS-ROS-SUB) TO SM-STUDENT-NAME.
           IF WS-ADR-MATCH > 0
              MOVE WS-ADR-LINE-1 (WS-ADR-MATCH)  TO SM-ADDR-1
              MOVE WS-ADR-LINE-2 (WS-ADR-MATCH)  TO SM-ADDR-2
              MOVE WS-ADR-PROGRAM (WS-ADR-MATCH) TO SM-DEG-PROGRAM
           END-IF.
           SET SM-ACTIVE                 TO TRUE.
           MOVE WS-RUN-DATE              TO SM-ADMIT-DATE.
           MOVE WS-RUN-DATE              TO SM-STATUS-DATE.
           WRITE MASTER-RECORD.
      *
       800-WRITE-DETAIL.
           MOVE WS-ROS-NAME (WS-ROS-SUB) TO CONV-NAME-OUT.
           MOVE WS-CONV-NOTE             TO CONV-NOTE-OUT.
           WRITE CONV-LINE-OUT FROM CONV-DETAIL-LINE.
      *
       900-WRAP-UP.
           REWRITE COUNTER-RECORD.
           MOVE SPACES TO CONV-LINE-OUT.
           WRITE CONV-LINE-OUT.
           MOVE 'ROSTER ROWS READ:'         TO CONV-TOTAL-TEXT.
           MOVE WS-ROS-COUNT                TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'STUDENT IDS ISSUED:'       TO CONV-TOTAL-TEXT.
           MOVE CTR-ISSUED                  TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'BLANK NAMES DROPPED:'      TO CONV-TOTAL-TEXT.
           MOVE CTR-BLANK-NAME              TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'NAMES ON ROSTER TWICE:'    TO CONV-TOTAL-TEXT.
           MOVE CTR-DUP-NAME                TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'NOT ON ADDRESS LIST:'      TO CONV-TOTAL-TEXT.
           MOVE CTR-NO-ADDRESS              TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'ON ADDRESS LIST TWICE:'    TO CONV-TOTAL-TEXT.
           MOVE CTR-MULTI-ADDRESS           TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           MOVE 'NAMES NOT RESOLVED:'       TO CONV-TOTAL-TEXT.
           MOVE CTR-UNRESOLVED              TO CONV-TOTAL-OUT.
           WRITE CONV-LINE-OUT FROM CONV-TOTAL-LINE.
           DISPLAY 'ROSTER ROWS READ:     ' WS-ROS-COUNT.
           DISPLAY 'STUDENT IDS ISSUED:   ' CTR-ISSUED.
           DISPLAY 'NAMES NOT RESOLVED:   ' CTR-UNRESOLVED.
           DISPLAY 'END PROG STDCONV ...'.
           CLOSE CTR-FILE NEW-ROSTER-FILE MASTER-FILE CONV-RPT-FILE.
           IF CTR-UNRESOLVED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
