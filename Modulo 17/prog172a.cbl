      *                    (RECORD 80 -> 110): TRANSCRIPTS GROUP BY    *
      *                    TERM WITH TERM AND CUMULATIVE QPA, AND      *
      *                    DEANS-LIST/PROBATION JUDGE THE LATEST TERM  *
      *   15/10/2026 RCH - GRADE CHANGES CHECKED AGAINST THE OPERAUTH  *
      *                    AUTHORITY FILE ON GC-AUTH-ID (GNSPOAUT);    *
      *                    REFUSALS ALSO LOGGED TO EXCPLOG             *
      *   15/10/2026 RCH - STUDENTS KEYED ON THE PERMANENT STUDENT ID  *
      *                    (STDNTCRS, GRDCHG, ADDDROP, GRDAUDT) WITH   *
      *                    ITS CHECK DIGIT VERIFIED (GNSPPVRF); ROSTER *
      *                    NAMES AND NEW ADMITS SYNCED FROM STDMSTR,   *
      *                    AND ADDS REFUSED FOR AN INACTIVE STUDENT    *
      *   15/10/2026 RCH - ADDS REFUSED FOR A STUDENT ON THE BURSAR'S  *
      *                    STDHOLD PAST-DUE BALANCE HOLD LIST (STDAGE) *
      *   15/10/2026 RCH - ADDS CHECKED AGAINST THE CRSCAT COURSE      *
      *                    CATALOG: PREREQUISITES PASSED AT THEIR      *
      *                    MINIMUM GRADE, AND NO MEETING-TIME OVERLAP  *
      *                    WITH A COURSE ALREADY HELD FOR THE TERM     *
      *================================================================*
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.   PROG172A.   *> Similar al TABLES02
                  ORGANIZATION IS SEQUENTIAL.
           SELECT GRDERR-FILE    ASSIGN TO UT-S-GRDERR
                  ORGANIZATION IS SEQUENTIAL.
      *  LOGICA AGREGADA - the shared daily processing-exceptions log
      *  every grade change refused for want of operator authority
      *  is written to (see EXCPREC)
           SELECT EXCPLOG-FILE   ASSIGN TO UT-S-EXCPLOG
                  ORGANIZATION IS SEQUENTIAL.
      *  LOGICA AGREGADA - registrar add/drop transactions applied to
      *  the roster before any reporting, the per-course section
      *  capacity control file, and the add/drop/waitlist activity
           SELECT CRSCAP-FILE    ASSIGN TO UT-S-CRSCAP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSCAP-STATUS.
      *  LOGICA AGREGADA - the course catalog: each section's
      *  prerequisites and its meeting days and times, checked on
      *  every add
           SELECT CRSCAT-FILE    ASSIGN TO UT-S-CRSCAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSCAT-STATUS.
           SELECT ENRACT-FILE    ASSIGN TO UT-S-ENRACT
                  ORGANIZATION IS SEQUENTIAL.
      *  LOGICA AGREGADA - degree-requirements control file (program,
      *  hand-rebuilt input file
           SELECT STDNTO-FILE    ASSIGN TO UT-S-STDNTO
                  ORGANIZATION IS SEQUENTIAL.
      *  LOGICA AGREGADA - the student master (see STDMSTR): the
      *  roster takes its names from it, admits on it join the
      *  roster, and its status decides who may add a course
           SELECT STDMSTR-FILE   ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STDMSTR-STATUS.
      *  LOGICA AGREGADA - the bursar's registration holds (see
      *  STDHOLD), rebuilt by STDAGE - a student on it may drop but
      *  not add
           SELECT STDHOLD-FILE   ASSIGN TO UT-S-STDHOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STDHOLD-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STUDENT-FILE
           RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  STUDENT-RECORD.
      *  LOGICA AGREGADA - permanent student ID (five digits plus a
      *  modulus-11 check digit) - the key; the name is only data.
      *  STDCONV rebuilt the file with the ID in front, taking the
      *  6 unused bytes that used to trail the record
           05  STUDENT-ID              PIC 9(06).
005000     05  STUDENT-NAME            PIC X(20).
           05  STUDENT-COURSES.
               10 STUDENT-COURSE-TAB OCCURS 6 TIMES.
      *  (e.g. 2026F) - the file was rebuilt at 110 bytes and this
      *  layout must match the WS roster row it loads into
                   15  COURSE-TERM     PIC X(5).
006700 FD  CREDITS-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  GRDCHG-RECORD.
           05  GC-STUDENT-ID           PIC X(06).
           05  GC-COURSE-NBR           PIC X(7).
           05  GC-OLD-GRADE            PIC X(1).
           05  GC-NEW-GRADE            PIC X(1).
           05  GC-AUTH-ID              PIC X(8).
           05  FILLER                  PIC X(57).
       FD  GRDAUDT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  GRDAUDT-RECORD.
           05  GA-DATE                 PIC 9(8).
           05  GA-STUDENT-ID           PIC 9(06).
           05  GA-STUDENT-NAME         PIC X(20).
           05  GA-COURSE-NBR           PIC X(7).
           05  GA-OLD-GRADE            PIC X(1).
           05  GA-NEW-GRADE            PIC X(1).
           05  GA-AUTH-ID              PIC X(8).
           05  FILLER                  PIC X(29).
       FD  GRDERR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       01  GRDERR-RECORD.
           05  GE-TRAN-IMAGE           PIC X(80).
           05  GE-REASON               PIC X(40).
       FD  EXCPLOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  EXCPLOG-RECORD.
           COPY EXCPREC.
       FD  ENRCHG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  ENRCHG-RECORD.
           05  EN-STUDENT-ID           PIC X(06).
           05  EN-COURSE-NBR           PIC X(7).
           05  EN-ACTION               PIC X(1).
               88  EN-ADD                  VALUE 'A'.
           05  EN-EFF-DATE             PIC 9(8).
           05  EN-CREDITS              PIC 9(1).
           05  EN-TERM                 PIC X(5).
           05  FILLER                  PIC X(52).
       FD  CRSCAP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05  CAP-COURSE-NBR          PIC X(7).
           05  CAP-LIMIT               PIC 9(3).
           05  FILLER                  PIC X(10).
      *  LOGICA AGREGADA - one row per course section (layout and
      *  field rules in the CRSCAT copybook)
       FD  CRSCAT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  CRSCAT-RECORD.
           COPY CRSCAT.
       FD  ENRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-RECORD-OUT          PIC X(110).
       FD  STDMSTR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  STDMSTR-RECORD.
           COPY STDMSTR.
       FD  STDHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STDHOLD-RECORD.
           COPY STDHOLD.
      *
007000 WORKING-STORAGE SECTION.
007100 01  SWITCHES-IN-PROGRAM.
       77  WS-CRSCAP-STATUS               PIC X(02) VALUE SPACES.
                88 CRSCAP-FILE-OK                VALUE '00'.
                88 CRSCAP-FILE-EOF               VALUE '10'.
       77  WS-CRSCAT-STATUS               PIC X(02) VALUE SPACES.
                88 CRSCAT-FILE-OK                VALUE '00'.
                88 CRSCAT-FILE-EOF               VALUE '10'.
       77  SW-END-OF-ENRCHG               PIC X VALUE 'N'.
                88 END-OF-ENRCHG                 VALUE 'Y'.
       77  WS-STDMSTR-STATUS              PIC X(02) VALUE SPACES.
                88 STDMSTR-FILE-OK               VALUE '00'.
                88 STDMSTR-FILE-EOF              VALUE '10'.
       77  WS-STDHOLD-STATUS              PIC X(02) VALUE SPACES.
                88 STDHOLD-FILE-OK               VALUE '00'.
                88 STDHOLD-FILE-EOF              VALUE '10'.
      *  LOGICA AGREGADA - student-ID work areas: the ID a
      *  transaction carries, checked for its modulus-11 digit by
      *  180-VERIFY-STUDENT-ID, and the STDMSTR sync counters
       01  WS-STUDENT-ID-VARS.
           05  WS-CHECK-STUDENT-ID         PIC X(06) VALUE SPACES.
           05  SW-STUDENT-ID-OK            PIC X(01) VALUE 'N'.
               88  STUDENT-ID-OK               VALUE 'Y'.
           05  WS-MST-ROSTER-SUB           PIC S9(4) COMP VALUE 0.
           05  WS-MST-RENAMED              PIC S9(4) COMP VALUE 0.
           05  WS-MST-ADMITTED             PIC S9(4) COMP VALUE 0.
           05  WS-MST-READ                 PIC S9(4) COMP VALUE 0.
           05  WS-HOLDS-READ               PIC S9(4) COMP VALUE 0.
           05  WS-HOLDS-ON-ROSTER          PIC S9(4) COMP VALUE 0.
      *  Check-digit parameter area passed to GNSPPVRF
           COPY GNSWCVRF.
           COPY GNSWVVRF.
      *  LOGICA AGREGADA - enrollment work areas: section capacities
      *  off CRSCAP (a course not listed has no cap), the waitlist
      *  full sections feed, and the activity counters
                            DEPENDING ON WS-CAP-COUNT.
               10  WS-CAP-COURSE           PIC X(7).
               10  WS-CAP-LIMIT            PIC 9(3).
      *  LOGICA AGREGADA - the course catalog as loaded (a course
      *  not on it has no prerequisites and no meeting time), and
      *  the prerequisite / time-conflict work fields
       77  CAT-MAX                        PIC S9(4) COMP VALUE 100.
       77  WS-CAT-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-CAT-SUB                     PIC S9(4) COMP VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ITEM OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-CAT-COUNT.
               10  WS-CAT-COURSE           PIC X(7).
               10  WS-CAT-DAYS             PIC X(7).
               10  WS-CAT-START            PIC 9(4).
               10  WS-CAT-END              PIC 9(4).
               10  WS-CAT-PREREQ OCCURS 3 TIMES.
                   15  WS-CAT-PRQ-COURSE   PIC X(7).
                   15  WS-CAT-PRQ-MIN      PIC X(1).
       01  WS-CAT-VARS.
           05  WS-CAT-FIND-COURSE          PIC X(7) VALUE SPACES.
           05  WS-CAT-MATCH                PIC S9(4) COMP VALUE 0.
           05  WS-CAT-ADD-MATCH            PIC S9(4) COMP VALUE 0.
           05  WS-CAT-PRQ-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-CAT-DAY-SUB              PIC S9(4) COMP VALUE 0.
           05  WS-CAT-LETTER               PIC X(1) VALUE SPACE.
           05  WS-CAT-POINTS               PIC 9 VALUE 0.
           05  WS-CAT-MIN-POINTS           PIC 9 VALUE 0.
           05  SW-CAT-PASSED               PIC X(1) VALUE 'N'.
               88  CAT-PREREQ-PASSED           VALUE 'Y'.
           05  SW-CAT-SAME-DAY             PIC X(1) VALUE 'N'.
               88  CAT-SAME-DAY                VALUE 'Y'.
       77  WAIT-MAX                       PIC S9(4) COMP VALUE 100.
       77  WS-WAIT-COUNT                  PIC S9(4) COMP VALUE 0.
       77  WS-WAIT-SUB                    PIC S9(4) COMP VALUE 0.
           05  WS-WAIT-ITEM OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-WAIT-COUNT.
               10  WS-WAIT-COURSE          PIC X(7).
               10  WS-WAIT-STUDENT-ID      PIC 9(06).
               10  WS-WAIT-STUDENT         PIC X(20).
               10  WS-WAIT-CREDITS         PIC 9(1).
               10  WS-WAIT-TERM            PIC X(5).
           05  WS-ENR-SLOT-SUB             PIC S9(4) COMP VALUE 0.
           05  WS-ENR-REASON               PIC X(30) VALUE SPACES.
           05  WS-ENR-WORK-COURSE          PIC X(7) VALUE SPACES.
           05  WS-ENR-WORK-ID              PIC X(06) VALUE SPACES.
           05  WS-ENR-WORK-STUDENT         PIC X(20) VALUE SPACES.
           05  WS-ENR-WORK-CREDITS         PIC 9(1) VALUE 0.
           05  WS-ENR-WORK-TERM            PIC X(5) VALUE SPACES.
       01  ENR-ACTIVITY-LINE.
           05  FILLER                      PIC X VALUE SPACE.
           05  ENR-ACTION-OUT              PIC X(16).
           05  ENR-ID-OUT                  PIC X(06).
           05  FILLER                      PIC X VALUE SPACE.
           05  ENR-STUDENT-OUT             PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  ENR-COURSE-OUT              PIC X(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(09)
               VALUE 'STUDENT: '.
           05  DEG-ID-OUT                  PIC 9(06).
           05  FILLER                      PIC X VALUE SPACE.
           05  DEG-STUDENT-OUT             PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  DEG-CLEAR-OUT               PIC X(20).
       01  WS-GRDCHG-VARS.
           05  WS-GC-APPLIED               PIC S9(4) COMP VALUE 0.
           05  WS-GC-REJECTED              PIC S9(4) COMP VALUE 0.
           05  WS-GC-NOT-AUTH              PIC S9(4) COMP VALUE 0.
           05  WS-GC-STUDENT-SUB           PIC S9(4) COMP VALUE 0.
           05  WS-GC-COURSE-SUB            PIC S9(4) COMP VALUE 0.
           05  WS-GC-REASON                PIC X(40) VALUE SPACES.
      *  Operator-authority parameter area passed to GNSPOAUT
           COPY GNSWVOAU.
      *  300-TABLE-SEARCH's course/grade criteria - overridden by
      *  SRCHPARM-FILE when present, otherwise the defaults below
      *  reproduce the program's original hardcoded search
      *  file bigger than 5 students isn't silently truncated
           02  WS-STUDENT-TABLE OCCURS 1 TO 200 TIMES
                                 DEPENDING ON CTR-STUDENTS.
             05  WS-STUDENT-ID              PIC 9(06).
005000       05  WS-STUDENT-NAME            PIC X(20).
             05  WS-STUDENT-COURSES.
               10 WS-STUDENT-COURSE-TAB OCCURS 6 TIMES.
           05  WS-STUDENT-QPA OCCURS 1 TO 200 TIMES
                              DEPENDING ON CTR-STUDENTS
                              PIC 9V9 COMP-3.
      *  LOGICA AGREGADA - each roster student's STDMSTR status
      *  (space when the master has no row for them); a student on
      *  leave, withdrawn or graduated may drop but not add
       01  WS-STUDENT-STATUS-TABLE.
           05  WS-STUDENT-STATUS OCCURS 1 TO 200 TIMES
                                 DEPENDING ON CTR-STUDENTS
                                 PIC X(1).
               88  STUDENT-NOT-ENROLLABLE      VALUES 'L' 'W' 'G'.
      *  LOGICA AGREGADA - 'Y' when the roster student is on the
      *  bursar's STDHOLD list - no adds until the balance is paid
       01  WS-STUDENT-HOLD-TABLE.
           05  WS-STUDENT-HOLD OCCURS 1 TO 200 TIMES
                               DEPENDING ON CTR-STUDENTS
                               PIC X(1).
               88  STUDENT-ON-BURSAR-HOLD      VALUE 'Y'.
      *
      *  LOGICA AGREGADA - report line for the musician search, now
      *  run against the live roster instead of the old compiled-in
                05  FILLER                     PIC X(09)
                    VALUE 'STUDENT: '.
                05  TRANS-STUDENT-NAME         PIC X(20).
                05  FILLER                     PIC X(05)
                    VALUE ' ID: '.
                05  TRANS-STUDENT-ID           PIC 9(06).
      *
            02  TRANS-COURSE-LINE.
                05  FILLER                     PIC X VALUE SPACE.
               NOT AT END
                 ADD 1 TO CTR-STUDENTS
                 MOVE STUDENT-RECORD TO WS-STUDENT-TABLE(CTR-STUDENTS)
                 MOVE SPACE TO WS-STUDENT-STATUS (CTR-STUDENTS)
                 MOVE 'N' TO WS-STUDENT-HOLD (CTR-STUDENTS)
                 DISPLAY 'RECORD: ' STUDENT-RECORD
             END-READ
            END-PERFORM
                       'OF ' WS-STUDENT-MAX
               DISPLAY 'REMAINING ROWS WERE NOT LOADED'
            END-IF
            PERFORM 105-SYNC-STUDENT-MASTER.
            PERFORM 108-LOAD-BURSAR-HOLDS.
      *
      *  LOGICA AGREGADA - brings the roster into line with the
      *  student master: a renamed student's new name replaces the
      *  old one on their roster row (the ID never changes), an
      *  active student admitted on STDMAINT since the last run
      *  joins the roster with an empty course block, and every
      *  roster student picks up their status for the add check.
      *  No STDMSTR leaves the roster as loaded.
       105-SYNC-STUDENT-MASTER.
           OPEN INPUT STDMSTR-FILE.
           IF NOT STDMSTR-FILE-OK
              DISPLAY 'NO STDMSTR FILE - ROSTER NOT SYNCED'
           ELSE
              PERFORM 106-SYNC-ONE-MASTER
                 UNTIL STDMSTR-FILE-EOF
              CLOSE STDMSTR-FILE
              DISPLAY 'STDMSTR ROWS READ:      ' WS-MST-READ
              DISPLAY 'ROSTER NAMES REFRESHED: ' WS-MST-RENAMED
              DISPLAY 'NEW ADMITS ON ROSTER:   ' WS-MST-ADMITTED
           END-IF.
      *
       106-SYNC-ONE-MASTER.
           READ STDMSTR-FILE
              AT END
                 MOVE '10' TO WS-STDMSTR-STATUS
              NOT AT END
                 ADD 1 TO WS-MST-READ
                 MOVE 0 TO WS-MST-ROSTER-SUB
                 PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                      UNTIL STUDENT-SUB > CTR-STUDENTS
                         OR WS-MST-ROSTER-SUB > 0
                    IF WS-STUDENT-ID (STUDENT-SUB) = SM-STUDENT-ID
                       MOVE STUDENT-SUB TO WS-MST-ROSTER-SUB
                    END-IF
                 END-PERFORM
                 IF WS-MST-ROSTER-SUB > 0
                    IF WS-STUDENT-NAME (WS-MST-ROSTER-SUB)
                       NOT = SM-STUDENT-NAME
                       MOVE SM-STUDENT-NAME
                         TO WS-STUDENT-NAME (WS-MST-ROSTER-SUB)
                       ADD 1 TO WS-MST-RENAMED
                    END-IF
                    MOVE SM-STATUS
                      TO WS-STUDENT-STATUS (WS-MST-ROSTER-SUB)
                 ELSE
                    IF SM-ACTIVE
                       PERFORM 107-ADD-ADMIT-TO-ROSTER
                    END-IF
                 END-IF
           END-READ.
      *
       107-ADD-ADMIT-TO-ROSTER.
           IF CTR-STUDENTS >= WS-STUDENT-MAX
              DISPLAY 'WARNING - NO ROSTER ROOM FOR ADMIT '
                      SM-STUDENT-ID
           ELSE
              ADD 1 TO CTR-STUDENTS
              MOVE SPACES TO WS-STUDENT-TABLE (CTR-STUDENTS)
              MOVE SM-STUDENT-ID   TO WS-STUDENT-ID (CTR-STUDENTS)
              MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME (CTR-STUDENTS)
              PERFORM VARYING COURSES-SUB FROM 1 BY 1
                   UNTIL COURSES-SUB > 6
                 MOVE 0 TO WS-COURSE-CREDITS
                    (CTR-STUDENTS, COURSES-SUB)
              END-PERFORM
              MOVE SM-STATUS TO WS-STUDENT-STATUS (CTR-STUDENTS)
              MOVE 'N' TO WS-STUDENT-HOLD (CTR-STUDENTS)
              ADD 1 TO WS-MST-ADMITTED
           END-IF.
      *
      *  LOGICA AGREGADA - marks every roster student on the
      *  bursar's hold list. No STDHOLD (STDAGE not yet run) means
      *  nobody is held.
       108-LOAD-BURSAR-HOLDS.
           OPEN INPUT STDHOLD-FILE.
           IF NOT STDHOLD-FILE-OK
              DISPLAY 'NO STDHOLD FILE - NO BURSAR HOLDS APPLIED'
           ELSE
              PERFORM 109-MARK-ONE-HOLD
                 UNTIL STDHOLD-FILE-EOF
              CLOSE STDHOLD-FILE
              DISPLAY 'BURSAR HOLDS READ:      ' WS-HOLDS-READ
              DISPLAY 'HOLDS ON THE ROSTER:    ' WS-HOLDS-ON-ROSTER
           END-IF.
      *
       109-MARK-ONE-HOLD.
           READ STDHOLD-FILE
              AT END
                 MOVE '10' TO WS-STDHOLD-STATUS
              NOT AT END
                 ADD 1 TO WS-HOLDS-READ
                 PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                      UNTIL STUDENT-SUB > CTR-STUDENTS
                    IF WS-STUDENT-ID (STUDENT-SUB) = SH-STUDENT-ID
                       MOVE 'Y' TO WS-STUDENT-HOLD (STUDENT-SUB)
                       ADD 1 TO WS-HOLDS-ON-ROSTER
                    END-IF
                 END-PERFORM
           END-READ.
      *
      *  Reads the single SRCHPARM-FILE control record (if present)
      *  and moves its course/grade criteria over WS-SEARCH-CRITERIA's
      *  ENRACT activity report.
       155-APPLY-ENROLLMENT.
           PERFORM 156-LOAD-COURSE-CAPS.
           PERFORM 153-LOAD-COURSE-CATALOG.
           OPEN INPUT ENRCHG-FILE.
           IF NOT ENRCHG-FILE-OK
              CONTINUE
              DISPLAY 'AUTO-ENROLLED:       ' WS-ENR-AUTO-ENROLLED
              DISPLAY 'ENROLLMENT REJECTS:  ' WS-ENR-REJECTED
           END-IF.
      *
       153-LOAD-COURSE-CATALOG.
           OPEN INPUT CRSCAT-FILE.
           IF NOT CRSCAT-FILE-OK
              DISPLAY 'NO CRSCAT FILE - PREREQUISITES AND MEETING '
                      'TIMES NOT CHECKED'
           ELSE
              PERFORM UNTIL CRSCAT-FILE-EOF
                           OR WS-CAT-COUNT >= CAT-MAX
                 READ CRSCAT-FILE
                    AT END
                       MOVE '10' TO WS-CRSCAT-STATUS
                    NOT AT END
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CRSCAT-RECORD (1:46)
                         TO WS-CAT-ITEM (WS-CAT-COUNT)
                       IF CT-START-TIME NOT NUMERIC OR
                          CT-END-TIME NOT NUMERIC
                          MOVE SPACES TO WS-CAT-DAYS (WS-CAT-COUNT)
                          MOVE 0 TO WS-CAT-START (WS-CAT-COUNT)
                          MOVE 0 TO WS-CAT-END (WS-CAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              IF NOT CRSCAT-FILE-EOF
                 DISPLAY 'WARNING - CRSCAT EXCEEDS CAT-MAX OF '
                         CAT-MAX
              END-IF
              CLOSE CRSCAT-FILE
           END-IF.
      *
       156-LOAD-COURSE-CAPS.
           OPEN INPUT CRSCAP-FILE.
       158-MATCH-AND-ENROLL.
           MOVE SPACES TO WS-ENR-REASON.
           MOVE 0 TO WS-ENR-STUDENT-SUB.
           MOVE EN-STUDENT-ID TO WS-CHECK-STUDENT-ID.
           PERFORM 180-VERIFY-STUDENT-ID.
           IF STUDENT-ID-OK
              PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > CTR-STUDENTS
                      OR WS-ENR-STUDENT-SUB > 0
                 IF WS-STUDENT-ID (STUDENT-SUB) = EN-STUDENT-ID
                    MOVE STUDENT-SUB TO WS-ENR-STUDENT-SUB
                 END-IF
              END-PERFORM
           END-IF.
      *  LOGICA AGREGADA - the work fields carry who the movement is
      *  really about: the transaction's own student here, or the
      *  waiter when 158-G re-drives the add path. 158-C reports
      *  from them so a waitlist auto-enroll that fails names the
      *  waiter, not the student whose drop freed the seat.
           MOVE EN-COURSE-NBR   TO WS-ENR-WORK-COURSE.
           MOVE EN-STUDENT-ID   TO WS-ENR-WORK-ID.
           IF WS-ENR-STUDENT-SUB > 0
              MOVE WS-STUDENT-NAME (WS-ENR-STUDENT-SUB)
                TO WS-ENR-WORK-STUDENT
           ELSE
              MOVE SPACES TO WS-ENR-WORK-STUDENT
           END-IF.
           MOVE EN-CREDITS      TO WS-ENR-WORK-CREDITS.
           MOVE EN-TERM         TO WS-ENR-WORK-TERM.
           EVALUATE TRUE
               WHEN NOT EN-ADD AND NOT EN-DROP
                   MOVE 'ACTION NOT A/D' TO WS-ENR-REASON
                   PERFORM 158-C-REJECT
               WHEN NOT STUDENT-ID-OK
                   MOVE 'STUDENT ID CHECK DIGIT INVALID'
                     TO WS-ENR-REASON
                   PERFORM 158-C-REJECT
               WHEN WS-ENR-STUDENT-SUB = 0
                   MOVE 'STUDENT NOT ON ROSTER' TO WS-ENR-REASON
                   PERFORM 158-C-REJECT
               WHEN EN-ADD AND
                    STUDENT-NOT-ENROLLABLE (WS-ENR-STUDENT-SUB)
                   MOVE 'STUDENT NOT ACTIVE ON STDMSTR'
                     TO WS-ENR-REASON
                   PERFORM 158-C-REJECT
               WHEN EN-ADD AND
                    STUDENT-ON-BURSAR-HOLD (WS-ENR-STUDENT-SUB)
                   MOVE 'BURSAR HOLD - PAST-DUE BALANCE'
                     TO WS-ENR-REASON
                   PERFORM 158-C-REJECT
               WHEN EN-ADD
                   PERFORM 158-A-TRY-ADD
               WHEN EN-DROP
                 MOVE 'ALREADY ENROLLED' TO WS-ENR-REASON
              END-IF
           END-PERFORM.
           IF WS-ENR-REASON = SPACES
              PERFORM 158-H-CHECK-PREREQS
           END-IF.
           IF WS-ENR-REASON = SPACES
              PERFORM 158-I-CHECK-TIME-CONFLICT
           END-IF.
           IF WS-ENR-REASON NOT = SPACES
              PERFORM 158-C-REJECT
           ELSE
                    ADD 1 TO WS-ENR-ADDS
                    IF NOT ENR-QUIET-ADD
                       MOVE 'ADDED'            TO ENR-ACTION-OUT
                       MOVE WS-ENR-WORK-ID     TO ENR-ID-OUT
                       MOVE WS-ENR-WORK-STUDENT TO ENR-STUDENT-OUT
                       MOVE WS-ENR-WORK-COURSE TO ENR-COURSE-OUT
                       MOVE SPACES             TO ENR-REASON-OUT
                 (WS-ENR-STUDENT-SUB, WS-ENR-SLOT-SUB)
              ADD 1 TO WS-ENR-DROPS
              MOVE 'DROPPED'        TO ENR-ACTION-OUT
              MOVE WS-ENR-WORK-ID   TO ENR-ID-OUT
              MOVE WS-ENR-WORK-STUDENT TO ENR-STUDENT-OUT
              MOVE EN-COURSE-NBR    TO ENR-COURSE-OUT
              MOVE SPACES           TO ENR-REASON-OUT
              WRITE ENRACT-RECORD FROM ENR-ACTIVITY-LINE
       158-C-REJECT.
           ADD 1 TO WS-ENR-REJECTED.
           MOVE 'REJECTED'       TO ENR-ACTION-OUT.
           MOVE WS-ENR-WORK-ID   TO ENR-ID-OUT.
           MOVE WS-ENR-WORK-STUDENT TO ENR-STUDENT-OUT.
           MOVE WS-ENR-WORK-COURSE  TO ENR-COURSE-OUT.
           MOVE WS-ENR-REASON    TO ENR-REASON-OUT.
                TO WS-WAIT-COURSE (WS-WAIT-COUNT)
              MOVE WS-ENR-WORK-STUDENT
                TO WS-WAIT-STUDENT (WS-WAIT-COUNT)
              MOVE WS-ENR-WORK-ID
                TO WS-WAIT-STUDENT-ID (WS-WAIT-COUNT)
              MOVE WS-ENR-WORK-CREDITS
                TO WS-WAIT-CREDITS (WS-WAIT-COUNT)
              MOVE WS-ENR-WORK-TERM
                TO WS-WAIT-TERM (WS-WAIT-COUNT)
              ADD 1 TO WS-ENR-WAITLISTED
              MOVE 'WAITLISTED'       TO ENR-ACTION-OUT
              MOVE WS-ENR-WORK-ID     TO ENR-ID-OUT
              MOVE WS-ENR-WORK-STUDENT TO ENR-STUDENT-OUT
              MOVE WS-ENR-WORK-COURSE TO ENR-COURSE-OUT
              MOVE 'SECTION FULL'     TO ENR-REASON-OUT
                TO WS-ENR-WORK-COURSE
              MOVE WS-WAIT-STUDENT (WS-WAIT-SUB)
                TO WS-ENR-WORK-STUDENT
              MOVE WS-WAIT-STUDENT-ID (WS-WAIT-SUB)
                TO WS-ENR-WORK-ID
              MOVE WS-WAIT-CREDITS (WS-WAIT-SUB)
                TO WS-ENR-WORK-CREDITS
              MOVE WS-WAIT-TERM (WS-WAIT-SUB)
              PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > CTR-STUDENTS
                      OR WS-ENR-STUDENT-SUB > 0
                 IF WS-STUDENT-ID (STUDENT-SUB)
                    = WS-ENR-WORK-ID
                    MOVE STUDENT-SUB TO WS-ENR-STUDENT-SUB
                 END-IF
              END-PERFORM
                    SUBTRACT 1 FROM WS-ENR-ADDS
                    ADD 1 TO WS-ENR-AUTO-ENROLLED
                    MOVE 'WAITLIST-ENROLL' TO ENR-ACTION-OUT
                    MOVE WS-ENR-WORK-ID      TO ENR-ID-OUT
                    MOVE WS-ENR-WORK-STUDENT TO ENR-STUDENT-OUT
                    MOVE WS-ENR-WORK-COURSE  TO ENR-COURSE-OUT
                    MOVE 'SEAT FREED BY DROP' TO ENR-REASON-OUT
              END-IF
           END-IF.
      *
      *  LOGICA AGREGADA - every prerequisite the catalog lists for
      *  WS-ENR-WORK-COURSE must be on the student's record with a
      *  letter at or above its minimum. An ungraded (in-progress)
      *  prerequisite has not been passed yet.
       158-H-CHECK-PREREQS.
           MOVE WS-ENR-WORK-COURSE TO WS-CAT-FIND-COURSE.
           PERFORM 158-J-FIND-CATALOG.
           MOVE WS-CAT-MATCH TO WS-CAT-ADD-MATCH.
           IF WS-CAT-ADD-MATCH > 0
              PERFORM VARYING WS-CAT-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-CAT-PRQ-SUB > 3
                      OR WS-ENR-REASON NOT = SPACES
                 IF WS-CAT-PRQ-COURSE
                    (WS-CAT-ADD-MATCH, WS-CAT-PRQ-SUB) NOT = SPACES
                    MOVE WS-CAT-PRQ-MIN
                       (WS-CAT-ADD-MATCH, WS-CAT-PRQ-SUB)
                      TO WS-CAT-LETTER
                    IF WS-CAT-LETTER = SPACE
                       MOVE 'D' TO WS-CAT-LETTER
                    END-IF
                    PERFORM 158-K-LETTER-TO-POINTS
                    MOVE WS-CAT-POINTS TO WS-CAT-MIN-POINTS
                    MOVE 'N' TO SW-CAT-PASSED
                    PERFORM VARYING COURSES-SUB FROM 1 BY 1
                         UNTIL COURSES-SUB > 6
                       IF WS-COURSE-NBR
                          (WS-ENR-STUDENT-SUB, COURSES-SUB) =
                          WS-CAT-PRQ-COURSE
                          (WS-CAT-ADD-MATCH, WS-CAT-PRQ-SUB)
                          MOVE WS-COURSE-GRADE
                             (WS-ENR-STUDENT-SUB, COURSES-SUB)
                            TO WS-CAT-LETTER
                          PERFORM 158-K-LETTER-TO-POINTS
                          IF WS-CAT-POINTS > 0 AND
                             WS-CAT-POINTS >= WS-CAT-MIN-POINTS
                             SET CAT-PREREQ-PASSED TO TRUE
                          END-IF
                       END-IF
                    END-PERFORM
                    IF NOT CAT-PREREQ-PASSED
                       MOVE 'PREREQUISITE NOT MET - '
                         TO WS-ENR-REASON
                       MOVE WS-CAT-PRQ-COURSE
                          (WS-CAT-ADD-MATCH, WS-CAT-PRQ-SUB)
                         TO WS-ENR-REASON (24:7)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
      *
      *  LOGICA AGREGADA - refuses the add when the course meets on
      *  a day and at a time that overlaps any course the student
      *  already holds for the same term (two meetings overlap when
      *  each starts before the other ends). Runs after 158-H, so
      *  WS-CAT-ADD-MATCH is the catalog row of the course added.
       158-I-CHECK-TIME-CONFLICT.
           IF WS-CAT-ADD-MATCH > 0
              IF WS-CAT-DAYS (WS-CAT-ADD-MATCH) NOT = SPACES
                 PERFORM VARYING COURSES-SUB FROM 1 BY 1
                      UNTIL COURSES-SUB > 6
                         OR WS-ENR-REASON NOT = SPACES
                    IF WS-COURSE-NBR
                       (WS-ENR-STUDENT-SUB, COURSES-SUB) NOT = SPACES
                       AND WS-COURSE-TERM
                       (WS-ENR-STUDENT-SUB, COURSES-SUB) =
                       WS-ENR-WORK-TERM
                       MOVE WS-COURSE-NBR
                          (WS-ENR-STUDENT-SUB, COURSES-SUB)
                         TO WS-CAT-FIND-COURSE
                       PERFORM 158-J-FIND-CATALOG
                       IF WS-CAT-MATCH > 0
                          PERFORM 158-L-COMPARE-MEETINGS
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      *
       158-J-FIND-CATALOG.
           MOVE 0 TO WS-CAT-MATCH.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                UNTIL WS-CAT-SUB > WS-CAT-COUNT
                   OR WS-CAT-MATCH > 0
              IF WS-CAT-COURSE (WS-CAT-SUB) = WS-CAT-FIND-COURSE
                 MOVE WS-CAT-SUB TO WS-CAT-MATCH
              END-IF
           END-PERFORM.
      *
      *  Same 4.0-scale points 200-PROCESS-RECORDS uses; anything
      *  but A-D (F, blank, a withdrawal mark) is not a pass
       158-K-LETTER-TO-POINTS.
           EVALUATE WS-CAT-LETTER
               WHEN 'A' MOVE 4 TO WS-CAT-POINTS
               WHEN 'B' MOVE 3 TO WS-CAT-POINTS
               WHEN 'C' MOVE 2 TO WS-CAT-POINTS
               WHEN 'D' MOVE 1 TO WS-CAT-POINTS
               WHEN OTHER MOVE 0 TO WS-CAT-POINTS
           END-EVALUATE.
      *
      *  The added course (WS-CAT-ADD-MATCH) against one the student
      *  holds (WS-CAT-MATCH)
       158-L-COMPARE-MEETINGS.
           MOVE 'N' TO SW-CAT-SAME-DAY.
           PERFORM VARYING WS-CAT-DAY-SUB FROM 1 BY 1
                UNTIL WS-CAT-DAY-SUB > 7
              IF WS-CAT-DAYS (WS-CAT-ADD-MATCH) (WS-CAT-DAY-SUB:1)
                 NOT = SPACE AND
                 WS-CAT-DAYS (WS-CAT-MATCH) (WS-CAT-DAY-SUB:1)
                 NOT = SPACE
                 SET CAT-SAME-DAY TO TRUE
              END-IF
           END-PERFORM.
           IF CAT-SAME-DAY AND
              WS-CAT-START (WS-CAT-ADD-MATCH) <
              WS-CAT-END (WS-CAT-MATCH) AND
              WS-CAT-START (WS-CAT-MATCH) <
              WS-CAT-END (WS-CAT-ADD-MATCH)
              MOVE 'TIME CONFLICT WITH '   TO WS-ENR-REASON
              MOVE WS-CAT-COURSE (WS-CAT-MATCH)
                TO WS-ENR-REASON (20:7)
           END-IF.
      *
      *  Students still waiting when the transactions run out list
      *  on the activity report so the registrar can see the queue.
       159-REPORT-LEFT-WAITING.
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
                UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
              MOVE 'STILL WAITING'  TO ENR-ACTION-OUT
              MOVE WS-WAIT-STUDENT-ID (WS-WAIT-SUB) TO ENR-ID-OUT
              MOVE WS-WAIT-STUDENT (WS-WAIT-SUB) TO ENR-STUDENT-OUT
              MOVE WS-WAIT-COURSE (WS-WAIT-SUB)  TO ENR-COURSE-OUT
              MOVE SPACES           TO ENR-REASON-OUT
           ELSE
              OPEN OUTPUT GRDAUDT-FILE
              OPEN OUTPUT GRDERR-FILE
              OPEN EXTEND EXCPLOG-FILE
              PERFORM 165-APPLY-ONE-GRADE-CHANGE
                 UNTIL END-OF-GRDCHG
              CLOSE GRDCHG-FILE GRDAUDT-FILE GRDERR-FILE
                    EXCPLOG-FILE
              DISPLAY 'GRADE CHANGES APPLIED:  ' WS-GC-APPLIED
              DISPLAY 'GRADE CHANGES REJECTED: ' WS-GC-REJECTED
              DISPLAY '  NOT AUTHORIZED:       ' WS-GC-NOT-AUTH
           END-IF.
      *
       165-APPLY-ONE-GRADE-CHANGE.
       170-MATCH-AND-APPLY.
           MOVE SPACES TO WS-GC-REASON.
           MOVE 0 TO WS-GC-STUDENT-SUB.
           MOVE GC-STUDENT-ID TO WS-CHECK-STUDENT-ID.
           PERFORM 180-VERIFY-STUDENT-ID.
           IF STUDENT-ID-OK
              PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > CTR-STUDENTS
                      OR WS-GC-STUDENT-SUB > 0
                 IF WS-STUDENT-ID (STUDENT-SUB) = GC-STUDENT-ID
                    MOVE STUDENT-SUB TO WS-GC-STUDENT-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-GC-STUDENT-SUB = 0
              MOVE 'STUDENT NOT ON STUDENT TABLE' TO WS-GC-REASON
           ELSE
                 END-IF
              END-IF
           END-IF.
      *  A bad check digit is named as such, not as a missing student
           IF NOT STUDENT-ID-OK
              MOVE 'STUDENT ID CHECK DIGIT INVALID' TO WS-GC-REASON
           END-IF.
           IF WS-GC-REASON = SPACES
              PERFORM 175-CHECK-GRADE-AUTHORITY
           END-IF.
           IF WS-GC-REASON NOT = SPACES
              ADD 1 TO WS-GC-REJECTED
              MOVE GRDCHG-RECORD TO GE-TRAN-IMAGE
                   (WS-GC-STUDENT-SUB, WS-GC-COURSE-SUB)
              ADD 1 TO WS-GC-APPLIED
              MOVE DATE-VARS (1:8) TO GA-DATE
              MOVE GC-STUDENT-ID   TO GA-STUDENT-ID
              MOVE WS-STUDENT-NAME (WS-GC-STUDENT-SUB)
                TO GA-STUDENT-NAME
              MOVE GC-COURSE-NBR   TO GA-COURSE-NBR
              MOVE GC-OLD-GRADE    TO GA-OLD-GRADE
              MOVE GC-NEW-GRADE    TO GA-NEW-GRADE
              WRITE GRDAUDT-RECORD
           END-IF.
      *
      *  LOGICA AGREGADA - the GC-AUTH-ID on the change must hold the
      *  'G' authority for PROG172A on OPERAUTH; a refusal rides out
      *  on GRDERR like any other reject and is also logged to
      *  EXCPLOG against the operator.
       175-CHECK-GRADE-AUTHORITY.
           MOVE 'PROG172A'      TO OAU-PROGRAM.
           MOVE GC-AUTH-ID      TO OAU-OPERATOR.
           MOVE 'G'             TO OAU-ACTION.
           MOVE ZERO            TO OAU-AMOUNT.
           CALL 'GNSPOAUT' USING OAU-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
              MOVE +0 TO RETURN-CODE
              MOVE OAU-CMSG TO WS-GC-REASON
              ADD 1 TO WS-GC-NOT-AUTH
              INITIALIZE EXCPLOG-RECORD
              MOVE 'REJECTED'      TO EXCP-RECORD-TYPE
              MOVE 'PROG172A'      TO EXCP-SOURCE-PROGRAM
              MOVE GC-AUTH-ID      TO EXCP-KEY-ID
              MOVE 'OAUT'          TO EXCP-REASON-CODE
              MOVE OAU-CMSG        TO EXCP-REASON-TEXT
              MOVE DATE-VARS (1:8) TO EXCP-RUN-DATE
              WRITE EXCPLOG-RECORD
           END-IF.
      *
      *  LOGICA AGREGADA - WS-CHECK-STUDENT-ID must be numeric and
      *  carry a good modulus-11 check digit over its first five
      *  digits (the GNSPPVRF weighting STDMAINT issues IDs with),
      *  so a mis-keyed ID is refused instead of landing on some
      *  other student's record
       180-VERIFY-STUDENT-ID.
           MOVE 'N' TO SW-STUDENT-ID-OK.
           IF WS-CHECK-STUDENT-ID NUMERIC
              MOVE VRF-VAL             TO VRF-CMND
              MOVE VRF-ZERO-S          TO VRF-ZERO
              MOVE 5                   TO VRF-LMAX
              MOVE 'S'                 TO VRF-SFDV
              MOVE VRF-SVRF-1          TO VRF-SVRF
              MOVE WS-CHECK-STUDENT-ID TO VRF-NUME
              MOVE WS-CHECK-STUDENT-ID (6:1) TO VRF-DVRF
              CALL 'GNSPPVRF' USING VRF-VARI
                  RETURNING RETURN-CODE
              END-CALL
              IF RETURN-CODE = 0
                 MOVE 'Y' TO SW-STUDENT-ID-OK
              END-IF
              MOVE +0 TO RETURN-CODE
           END-IF.
      *
      *  LOGICA AGREGADA - writes the maintained roster (adds/drops
      *  and grade changes applied, grades still letters - this must
      *  run BEFORE 200's in-place 4.0-scale conversion) out to
           WRITE TRANSCRIPT-LINE-OUT FROM TRANS-HEADER-01
                 AFTER ADVANCING PAGE
           MOVE WS-STUDENT-NAME (STUDENT-SUB) TO TRANS-STUDENT-NAME
           MOVE WS-STUDENT-ID (STUDENT-SUB)   TO TRANS-STUDENT-ID
           WRITE TRANSCRIPT-LINE-OUT FROM TRANS-STUDENT-LINE
      *  The course lines group by academic term, oldest first,
      *  with a credit-weighted term QPA and the running cumulative
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
                UNTIL STUDENT-SUB > CTR-STUDENTS
              PERFORM 730-LATEST-TERM-QPA
      *  A student with no graded credits yet (a new admit) has no
      *  term QPA to be on probation for
              IF WS-TERM-QPA <= WS-PROB-QPA AND WS-TERM-CREDITS > 0
                 ADD 1 TO WS-PROB-COUNT
                 MOVE WS-STUDENT-NAME (STUDENT-SUB)
                   TO STANDING-STUDENT-NAME
       860-AUDIT-ONE-STUDENT.
           MOVE 0 TO WS-DEG-MET WS-DEG-INPROG WS-DEG-OUTSTAND.
           MOVE WS-STUDENT-NAME (STUDENT-SUB) TO DEG-STUDENT-OUT.
           MOVE WS-STUDENT-ID (STUDENT-SUB)   TO DEG-ID-OUT.
           MOVE SPACES TO DEG-CLEAR-OUT.
           WRITE DEGAUDT-RECORD FROM DEG-STUDENT-LINE.
           PERFORM 865-CHECK-ONE-REQUIREMENT
