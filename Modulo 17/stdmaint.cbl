      *================================================================*
      *   STUDENT MASTER MAINTENANCE - STDMAINT                        *
      *----------------------------------------------------------------*
      *   APPLIES THE REGISTRAR'S STUDENT TRANSACTIONS (STDMTRN) TO    *
      *   THE STUDENT MASTER (STDMSTR) AND WRITES THE MAINTAINED       *
      *   MASTER TO STDMSTRO, SWAPPED IN AS THE NEXT RUN'S STDMSTR     *
      *   (THE TBLMAINT EMPROJ/EMPROJO PATTERN). ACTIONS:              *
      *     A - ADMIT: ISSUES THE NEXT STUDENT ID OFF THE STDNBR       *
      *         COUNTER WITH ITS MODULUS-11 CHECK DIGIT (GNSPPVRF      *
      *         'GEN ', AS GNSPNASN DOES) - PROG172A PUTS THE NEW      *
      *         STUDENT ON THE STDNTCRS ROSTER ON ITS NEXT RUN         *
      *     N - NAME CHANGE (THE OLD NAME IS KEPT AS SM-PRIOR-NAME)    *
      *     C - ADDRESS AND/OR DEGREE PROGRAM CHANGE (BLANK FIELDS     *
      *         ON THE TRANSACTION ARE LEFT AS THEY ARE)               *
      *     S - STATUS CHANGE (A ACTIVE, L LEAVE, W WITHDRAWN,         *
      *         G GRADUATED)                                           *
      *   EVERY TRANSACTION BUT AN ADMIT NAMES ITS STUDENT BY ID, AND  *
      *   THE ID'S CHECK DIGIT IS VERIFIED FIRST. EVERY TRANSACTION,   *
      *   APPLIED OR REJECTED, LISTS ON OSTDMNT; ANY REJECT SETS RC 4. *
      *----------------------------------------------------------------*
      *   MODIFICATION HISTORY:                                        *
      *   15/10/2026 RCH - ORIGINAL VERSION                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN      ASSIGN TO UT-S-STDMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MSTIN-STATUS.
           SELECT TRAN-FILE      ASSIGN TO UT-S-STDMTRN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT CTR-FILE       ASSIGN TO UT-S-STDNBR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTR-STATUS.
           SELECT MASTER-OUT     ASSIGN TO UT-S-STDMSTRO
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-RPT-FILE   ASSIGN TO UT-S-OSTDMNT
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD-IN            PIC X(150).
       FD  TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  ST-ACTION               PIC X(01).
               88  ST-ADMIT                VALUE 'A'.
               88  ST-NAME-CHANGE          VALUE 'N'.
               88  ST-ADDR-CHANGE          VALUE 'C'.
               88  ST-STATUS-CHANGE        VALUE 'S'.
               88  ST-VALID-ACTION         VALUES 'A' 'N' 'C' 'S'.
      *  Blank on an admit - the ID is issued by this program
           05  ST-STUDENT-ID           PIC X(06).
           05  ST-STUDENT-NAME         PIC X(20).
           05  ST-ADDR-1               PIC X(30).
           05  ST-ADDR-2               PIC X(30).
           05  ST-DEG-PROGRAM          PIC X(08).
           05  ST-STATUS               PIC X(01).
      *  Admit or status date - zero takes the run date
           05  ST-EFF-DATE             PIC 9(08).
           05  ST-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(08).
      *  The controlled student-ID counter - one record, rewritten
      *  in place as IDs are issued (the GNSPNASN/NBRCTL pattern)
       FD  CTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  COUNTER-RECORD.
           05  CTR-NEXT-STUDENT-BASE   PIC 9(05).
           05  FILLER                  PIC X(15).
       FD  MASTER-OUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD-OUT           PIC X(150).
       FD  ACT-RPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  ACT-LINE-OUT                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-MASTER          PIC X VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  SW-END-OF-TRAN            PIC X VALUE 'N'.
               88  END-OF-TRAN                 VALUE 'Y'.
       77  WS-MSTIN-STATUS                PIC X(02) VALUE SPACES.
                88 MSTIN-FILE-OK                 VALUE '00'.
       77  WS-TRAN-STATUS                 PIC X(02) VALUE SPACES.
                88 TRAN-FILE-OK                  VALUE '00'.
       77  WS-CTR-STATUS                  PIC X(02) VALUE SPACES.
                88 CTR-FILE-OK                   VALUE '00'.
       77  WS-RUN-DATE                    PIC 9(8) VALUE 0.
       77  WS-EFF-DATE                    PIC 9(8) VALUE 0.
      *  The whole master, in ID order - admits go on the end with
      *  the next (highest) ID, so the order holds on the way out
       77  MASTER-MAX                     PIC S9(4) COMP VALUE 2000.
       77  WS-MST-COUNT                   PIC S9(4) COMP VALUE 0.
       77  WS-MST-SUB                     PIC S9(4) COMP VALUE 0.
       77  WS-MST-MATCH                   PIC S9(4) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MST-ITEM OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-MST-COUNT
                            PIC X(150).
      *  The master row in hand
       01  WS-STUDENT-MASTER.
           COPY STDMSTR.
       01  WS-MAINT-COUNTERS.
           05  CTR-TRANS-READ              PIC S9(4) COMP VALUE 0.
           05  CTR-ADMITTED                PIC S9(4) COMP VALUE 0.
           05  CTR-CHANGED                 PIC S9(4) COMP VALUE 0.
           05  CTR-REJECTED                PIC S9(4) COMP VALUE 0.
       01  WS-MAINT-REASON                PIC X(40) VALUE SPACES.
       01  WS-MAINT-NOTE                  PIC X(40) VALUE SPACES.
      *  Check-digit parameter area passed to GNSPPVRF
           COPY GNSWCVRF.
           COPY GNSWVVRF.
      *  Activity report lines
       01  ACT-HEADER-LINE.
           05  FILLER                     PIC X(33) VALUE
               'STUDENT MASTER MAINTENANCE - RUN '.
           05  ACT-DATE-OUT               PIC 9(8).
       01  ACT-COLUMN-LINE.
           05  FILLER                     PIC X(70) VALUE
               'A ID     STUDENT NAME         RESULT    REASON / NOTE'.
       01  ACT-DETAIL-LINE.
           05  ACT-ACTION-OUT             PIC X(01).
           05  FILLER                     PIC X VALUE SPACE.
           05  ACT-ID-OUT                 PIC X(06).
           05  FILLER                     PIC X VALUE SPACE.
           05  ACT-NAME-OUT               PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  ACT-RESULT-OUT             PIC X(09).
           05  FILLER                     PIC X VALUE SPACE.
           05  ACT-REASON-OUT             PIC X(40).
       01  ACT-TOTAL-LINE.
           05  ACT-TOTAL-TEXT             PIC X(30).
           05  ACT-TOTAL-OUT              PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'INIT PROG STDMAINT...'.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-APPLY-ONE-TRANSACTION UNTIL END-OF-TRAN.
           PERFORM 800-WRITE-MASTER-OUT
               VARYING WS-MST-SUB FROM 1 BY 1
               UNTIL WS-MST-SUB > WS-MST-COUNT.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *
       100-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MASTER-IN.
           IF NOT MSTIN-FILE-OK
              DISPLAY 'STDMSTR OPEN FAILED, STATUS ' WS-MSTIN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 110-LOAD-ONE-MASTER UNTIL END-OF-MASTER.
           CLOSE MASTER-IN.
           OPEN INPUT TRAN-FILE.
           IF NOT TRAN-FILE-OK
              DISPLAY 'STDMTRN OPEN FAILED, STATUS ' WS-TRAN-STATUS
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
           OPEN OUTPUT MASTER-OUT.
           OPEN OUTPUT ACT-RPT-FILE.
           MOVE WS-RUN-DATE TO ACT-DATE-OUT.
           WRITE ACT-LINE-OUT FROM ACT-HEADER-LINE.
           WRITE ACT-LINE-OUT FROM ACT-COLUMN-LINE.
      *
       110-LOAD-ONE-MASTER.
           READ MASTER-IN
              AT END
                 SET END-OF-MASTER TO TRUE
              NOT AT END
                 IF WS-MST-COUNT >= MASTER-MAX
                    DISPLAY 'STDMSTR EXCEEDS ' MASTER-MAX
                            ' ROWS - RAISE MASTER-MAX'
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-MST-COUNT
                 MOVE MASTER-RECORD-IN TO WS-MST-ITEM (WS-MST-COUNT)
           END-READ.
      *
       200-APPLY-ONE-TRANSACTION.
           READ TRAN-FILE
              AT END
                 SET END-OF-TRAN TO TRUE
              NOT AT END
                 ADD 1 TO CTR-TRANS-READ
                 PERFORM 210-EDIT-AND-APPLY
           END-READ.
      *
       210-EDIT-AND-APPLY.
           MOVE SPACES TO WS-MAINT-REASON.
           MOVE SPACES TO WS-MAINT-NOTE.
           MOVE 0 TO WS-MST-MATCH.
           IF ST-EFF-DATE NUMERIC AND ST-EFF-DATE > 0
              MOVE ST-EFF-DATE TO WS-EFF-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-EFF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ST-VALID-ACTION
                   MOVE 'ACTION NOT A/N/C/S' TO WS-MAINT-REASON
               WHEN ST-ADMIT
                   PERFORM 300-ADMIT-STUDENT
               WHEN OTHER
                   PERFORM 220-FIND-STUDENT
                   IF WS-MAINT-REASON = SPACES
                      PERFORM 400-CHANGE-STUDENT
                   END-IF
           END-EVALUATE.
           IF WS-MAINT-REASON NOT = SPACES
              ADD 1 TO CTR-REJECTED
              MOVE ST-STUDENT-ID   TO ACT-ID-OUT
              MOVE ST-STUDENT-NAME TO ACT-NAME-OUT
              MOVE 'REJECTED'      TO ACT-RESULT-OUT
              MOVE WS-MAINT-REASON TO ACT-REASON-OUT
           ELSE
              MOVE SM-STUDENT-ID   TO ACT-ID-OUT
              MOVE SM-STUDENT-NAME TO ACT-NAME-OUT
              MOVE 'APPLIED'       TO ACT-RESULT-OUT
              MOVE WS-MAINT-NOTE   TO ACT-REASON-OUT
           END-IF.
           MOVE ST-ACTION TO ACT-ACTION-OUT.
           WRITE ACT-LINE-OUT FROM ACT-DETAIL-LINE.
      *
      *  The transaction's ID must carry a good check digit and be
      *  on the master - a mis-keyed digit never lands on another
      *  student's row
       220-FIND-STUDENT.
           IF ST-STUDENT-ID NOT NUMERIC
              MOVE 'STUDENT ID NOT NUMERIC' TO WS-MAINT-REASON
           ELSE
              MOVE VRF-VAL          TO VRF-CMND
              MOVE VRF-ZERO-S       TO VRF-ZERO
              MOVE 5                TO VRF-LMAX
              MOVE 'S'              TO VRF-SFDV
              MOVE VRF-SVRF-1       TO VRF-SVRF
              MOVE ST-STUDENT-ID    TO VRF-NUME
              MOVE ST-STUDENT-ID (6:1) TO VRF-DVRF
              CALL 'GNSPPVRF' USING VRF-VARI
                  RETURNING RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = 0
                 MOVE 0 TO RETURN-CODE
                 MOVE 'STUDENT ID CHECK DIGIT INVALID'
                   TO WS-MAINT-REASON
              ELSE
                 PERFORM 225-MATCH-MASTER-ROW
                     VARYING WS-MST-SUB FROM 1 BY 1
                     UNTIL WS-MST-SUB > WS-MST-COUNT
                        OR WS-MST-MATCH > 0
                 IF WS-MST-MATCH = 0
                    MOVE 'STUDENT ID NOT ON MASTER' TO WS-MAINT-REASON
                 ELSE
                    MOVE WS-MST-ITEM (WS-MST-MATCH)
                      TO WS-STUDENT-MASTER
                 END-IF
              END-IF
           END-IF.
      *
       225-MATCH-MASTER-ROW.
           IF WS-MST-ITEM (WS-MST-SUB) (1:6) = ST-STUDENT-ID
              MOVE WS-MST-SUB TO WS-MST-MATCH
           END-IF.
      *
      *  A name already on the master is not a reject - two students
      *  named alike is exactly what the ID is for - but it is noted
       300-ADMIT-STUDENT.
           IF ST-STUDENT-NAME = SPACES
              MOVE 'NAME REQUIRED TO ADMIT' TO WS-MAINT-REASON
           ELSE
              IF ST-STATUS NOT = SPACE AND ST-STATUS NOT = 'A'
                 MOVE 'AN ADMIT IS ALWAYS STATUS A' TO WS-MAINT-REASON
              END-IF
           END-IF.
           IF WS-MAINT-REASON = SPACES AND WS-MST-COUNT >= MASTER-MAX
              MOVE 'MASTER FULL - RAISE MASTER-MAX' TO WS-MAINT-REASON
           END-IF.
           IF WS-MAINT-REASON = SPACES
              PERFORM 310-ISSUE-STUDENT-ID
              PERFORM 320-NOTE-SAME-NAME
                  VARYING WS-MST-SUB FROM 1 BY 1
                  UNTIL WS-MST-SUB > WS-MST-COUNT
              MOVE SPACES           TO WS-STUDENT-MASTER
              MOVE VRF-NUME (6:6)   TO SM-STUDENT-ID
              MOVE ST-STUDENT-NAME  TO SM-STUDENT-NAME
              MOVE ST-ADDR-1        TO SM-ADDR-1
              MOVE ST-ADDR-2        TO SM-ADDR-2
              MOVE ST-DEG-PROGRAM   TO SM-DEG-PROGRAM
              SET SM-ACTIVE         TO TRUE
              MOVE WS-EFF-DATE      TO SM-ADMIT-DATE
              MOVE WS-EFF-DATE      TO SM-STATUS-DATE
              ADD 1 TO WS-MST-COUNT
              MOVE WS-STUDENT-MASTER TO WS-MST-ITEM (WS-MST-COUNT)
              ADD 1 TO CTR-ADMITTED
              IF WS-MAINT-NOTE = SPACES
                 MOVE 'ADMITTED - NEW STUDENT ID' TO WS-MAINT-NOTE
              END-IF
           END-IF.
      *
      *  Next base number off the counter with its check digit
       310-ISSUE-STUDENT-ID.
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
      *
       320-NOTE-SAME-NAME.
           IF WS-MST-ITEM (WS-MST-SUB) (7:20) = ST-STUDENT-NAME
              MOVE 'ADMITTED - NAME ALREADY ON MASTER'
                TO WS-MAINT-NOTE
           END-IF.
      *
       400-CHANGE-STUDENT.
           EVALUATE TRUE
               WHEN ST-NAME-CHANGE
                   IF ST-STUDENT-NAME = SPACES
                      MOVE 'NEW NAME REQUIRED' TO WS-MAINT-REASON
                   ELSE
                      MOVE SM-STUDENT-NAME TO SM-PRIOR-NAME
                      MOVE ST-STUDENT-NAME TO SM-STUDENT-NAME
                      MOVE 'NAME CHANGED'  TO WS-MAINT-NOTE
                   END-IF
               WHEN ST-ADDR-CHANGE
                   IF ST-ADDR-1 = SPACES AND ST-ADDR-2 = SPACES
                      AND ST-DEG-PROGRAM = SPACES
                      MOVE 'NOTHING TO CHANGE' TO WS-MAINT-REASON
                   ELSE
                      IF ST-ADDR-1 NOT = SPACES
                         MOVE ST-ADDR-1 TO SM-ADDR-1
                      END-IF
                      IF ST-ADDR-2 NOT = SPACES
                         MOVE ST-ADDR-2 TO SM-ADDR-2
                      END-IF
                      IF ST-DEG-PROGRAM NOT = SPACES
                         MOVE ST-DEG-PROGRAM TO SM-DEG-PROGRAM
                      END-IF
                      MOVE 'ADDRESS/PROGRAM CHANGED' TO WS-MAINT-NOTE
                   END-IF
               WHEN ST-STATUS-CHANGE
                   MOVE ST-STATUS TO SM-STATUS
                   IF NOT SM-VALID-STATUS
                      MOVE 'STATUS NOT A/L/W/G' TO WS-MAINT-REASON
                   ELSE
                      MOVE WS-EFF-DATE TO SM-STATUS-DATE
                      MOVE 'STATUS CHANGED' TO WS-MAINT-NOTE
                   END-IF
           END-EVALUATE.
           IF WS-MAINT-REASON = SPACES
              MOVE WS-STUDENT-MASTER TO WS-MST-ITEM (WS-MST-MATCH)
              ADD 1 TO CTR-CHANGED
           END-IF.
      *
       800-WRITE-MASTER-OUT.
           WRITE MASTER-RECORD-OUT FROM WS-MST-ITEM (WS-MST-SUB).
      *
       900-WRAP-UP.
           REWRITE COUNTER-RECORD.
           MOVE SPACES TO ACT-LINE-OUT.
           WRITE ACT-LINE-OUT.
           MOVE 'TRANSACTIONS READ:'        TO ACT-TOTAL-TEXT.
           MOVE CTR-TRANS-READ              TO ACT-TOTAL-OUT.
           WRITE ACT-LINE-OUT FROM ACT-TOTAL-LINE.
           MOVE 'STUDENTS ADMITTED:'        TO ACT-TOTAL-TEXT.
           MOVE CTR-ADMITTED                TO ACT-TOTAL-OUT.
           WRITE ACT-LINE-OUT FROM ACT-TOTAL-LINE.
           MOVE 'STUDENTS CHANGED:'         TO ACT-TOTAL-TEXT.
           MOVE CTR-CHANGED                 TO ACT-TOTAL-OUT.
           WRITE ACT-LINE-OUT FROM ACT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:'    TO ACT-TOTAL-TEXT.
           MOVE CTR-REJECTED                TO ACT-TOTAL-OUT.
           WRITE ACT-LINE-OUT FROM ACT-TOTAL-LINE.
           MOVE 'MASTER ROWS WRITTEN:'      TO ACT-TOTAL-TEXT.
           MOVE WS-MST-COUNT                TO ACT-TOTAL-OUT.
           WRITE ACT-LINE-OUT FROM ACT-TOTAL-LINE.
           DISPLAY 'TRANSACTIONS READ:    ' CTR-TRANS-READ.
           DISPLAY 'STUDENTS ADMITTED:    ' CTR-ADMITTED.
           DISPLAY 'STUDENTS CHANGED:     ' CTR-CHANGED.
           DISPLAY 'REJECTED:             ' CTR-REJECTED.
           DISPLAY 'END PROG STDMAINT ...'.
           CLOSE TRAN-FILE CTR-FILE MASTER-OUT ACT-RPT-FILE.
           IF CTR-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
