      *===============================================================
      *  MASTER PATIENT INDEX DUPLICATE CANDIDATES - PATMPIDP
      *---------------------------------------------------------------
      *  WEEKLY. READS THE ACTIVE NUMBERS ON THE PATMPI MASTER PATIENT
      *  INDEX (SEE PATMPIR) AND LISTS EVERY PAIR THAT LOOKS LIKE THE
      *  SAME PERSON REGISTERED TWICE, WITH THE FIELDS THAT MATCHED:
      *    - SAME LAST NAME AND SAME DATE OF BIRTH, OR
      *    - SAME LAST NAME AND SAME PHONE, OR
      *    - SAME LAST AND FIRST NAME WHERE EITHER HAS NO DATE OF
      *      BIRTH ON FILE YET.
      *  THE REGISTRATION DESK REVIEWS THE LISTING AND KEYS AN
      *  APPROVED 'M' MERGE TRANSACTION FOR PATMPIMG FOR EACH TRUE
      *  DUPLICATE. NUMBERS ALREADY RETIRED BY A MERGE ARE SKIPPED.
      *---------------------------------------------------------------
      *  MODIFICATION HISTORY:
      *  15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATMPIDP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MPIFILE
           ASSIGN TO PATMPI
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MPI-PATIENT-NBR
             FILE STATUS IS MICODE.
           SELECT RPTFILE
           ASSIGN TO ODUPCAND
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MPIFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MPI-REC.
       01  MPI-REC.
           COPY PATMPIR.
     **
       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                     PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  MICODE                      PIC X(02) VALUE SPACES.
           88 MPI-FILE-OK                  VALUE '00'.
       77  RPCODE                      PIC X(02) VALUE SPACES.
           88 RPT-FILE-OK                  VALUE '00'.
       77  WS-CURRENT-DATE-NUM         PIC 9(08) VALUE ZERO.
       77  WS-RECORDS-READ             PIC S9(5) COMP VALUE 0.
       77  WS-MPI-COUNT                PIC S9(5) COMP VALUE 0.
       77  WS-MPI-MAX                  PIC S9(5) COMP VALUE 5000.
       77  WS-PAIRS-LISTED             PIC S9(5) COMP VALUE 0.
       77  WS-LINE-COUNT               PIC S9(4) COMP VALUE 99.
       77  WS-PAGE-COUNT               PIC S9(4) COMP VALUE 0.
       77  DP-I                        PIC S9(5) COMP VALUE 0.
       77  DP-J                        PIC S9(5) COMP VALUE 0.
       77  MORE-RECORDS-SW             PIC X(1) VALUE 'S'.
           88 MORE-RECORDS     VALUE 'S'.
           88 NO-MORE-RECORDS  VALUE 'N'.
      *  What matched on the pair in hand
       77  WS-LAST-MATCH-SW            PIC X(1) VALUE 'N'.
           88 LAST-MATCH           VALUE 'Y'.
       77  WS-FIRST-MATCH-SW           PIC X(1) VALUE 'N'.
           88 FIRST-MATCH          VALUE 'Y'.
       77  WS-PHONE-MATCH-SW           PIC X(1) VALUE 'N'.
           88 PHONE-MATCH          VALUE 'Y'.
       77  WS-DOB-MATCH-SW             PIC X(1) VALUE 'N'.
           88 DOB-MATCH            VALUE 'Y'.
       77  WS-DOB-MISSING-SW           PIC X(1) VALUE 'N'.
           88 DOB-MISSING          VALUE 'Y'.
      *  The active numbers on the index, in number order
       01  WS-MPI-TABLE.
           05  WS-MPI-ITEM OCCURS 5000 TIMES.
               10  WS-MPI-NBR          PIC 9(05).
               10  WS-MPI-LAST         PIC X(10).
               10  WS-MPI-FIRST        PIC X(10).
               10  WS-MPI-PHONE        PIC X(10).
               10  WS-MPI-DOB          PIC 9(08).
      *
       01  WS-HDR-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PATMPIDP'.
           05  FILLER                  PIC X(46)
               VALUE 'MASTER PATIENT INDEX - DUPLICATE CANDIDATES'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '   PAGE '.
           05  HDR-PAGE                PIC ZZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-HDR-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(53)
               VALUE 'NBR    NAME                  PHONE      BIRTH'.
           05  FILLER                  PIC X(53)
               VALUE 'NBR    NAME                  PHONE      BIRTH'.
           05  FILLER                  PIC X(26) VALUE 'MATCHED ON'.
       01  WS-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-NBR-1               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LAST-1              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-FIRST-1             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PHONE-1             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DOB-1               PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-NBR-2               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LAST-2              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-FIRST-2             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PHONE-2             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-DOB-2               PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DTL-MATCH-LAST          PIC X(05).
           05  DTL-MATCH-FIRST         PIC X(06).
           05  DTL-MATCH-PHONE         PIC X(06).
           05  DTL-MATCH-DOB           PIC X(04).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'ACTIVE NUMBERS COMPARED:'.
           05  TOT-ACTIVE              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'CANDIDATE PAIRS LISTED:'.
           05  TOT-PAIRS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           DISPLAY "Init prog PATMPIDP".
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-INDEX THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 200-COMPARE-PAIR THRU 200-EXIT
                   VARYING DP-I FROM 1 BY 1
                     UNTIL DP-I > WS-MPI-COUNT
                   AFTER DP-J FROM DP-I BY 1
                     UNTIL DP-J > WS-MPI-COUNT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           GOBACK.
      *
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM.
           MOVE WS-CURRENT-DATE-NUM TO HDR-RUN-DATE.
           OPEN INPUT MPIFILE.
           IF NOT MPI-FILE-OK
              DISPLAY 'ERROR OPENING PATMPI - FILE STATUS = ' MICODE
              MOVE +12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF NOT RPT-FILE-OK
              DISPLAY 'ERROR OPENING ODUPCAND - FILE STATUS = ' RPCODE
              MOVE +12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
       000-EXIT.
           EXIT.
      *
       100-LOAD-INDEX.
           ADD +1 TO WS-RECORDS-READ.
           IF MPI-ACTIVE
              IF WS-MPI-COUNT NOT < WS-MPI-MAX
                 DISPLAY 'ERROR - PATMPI TABLE FULL AT ' WS-MPI-MAX
                 MOVE +12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-MPI-COUNT
              MOVE MPI-PATIENT-NBR TO WS-MPI-NBR (WS-MPI-COUNT)
              MOVE MPI-LAST-NAME   TO WS-MPI-LAST (WS-MPI-COUNT)
              MOVE MPI-FIRST-NAME  TO WS-MPI-FIRST (WS-MPI-COUNT)
              MOVE MPI-PHONE       TO WS-MPI-PHONE (WS-MPI-COUNT)
              MOVE MPI-BIRTH-DATE  TO WS-MPI-DOB (WS-MPI-COUNT)
           END-IF.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
       100-EXIT.
           EXIT.
      *
       150-READ-NEXT.
           READ MPIFILE
              AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       150-EXIT.
           EXIT.
      *
      *  One pair of active numbers - each pair is seen once, with
      *  the lower number on the left
       200-COMPARE-PAIR.
           IF DP-J = DP-I
              GO TO 200-EXIT
           END-IF.
           IF WS-MPI-LAST (DP-I) NOT = WS-MPI-LAST (DP-J)
              OR WS-MPI-LAST (DP-I) = SPACES
              GO TO 200-EXIT
           END-IF.
           SET LAST-MATCH TO TRUE.
           MOVE 'N' TO WS-FIRST-MATCH-SW, WS-PHONE-MATCH-SW,
                       WS-DOB-MATCH-SW, WS-DOB-MISSING-SW.
           IF WS-MPI-FIRST (DP-I) = WS-MPI-FIRST (DP-J)
              SET FIRST-MATCH TO TRUE
           END-IF.
           IF WS-MPI-PHONE (DP-I) = WS-MPI-PHONE (DP-J)
              AND WS-MPI-PHONE (DP-I) NOT = SPACES
              SET PHONE-MATCH TO TRUE
           END-IF.
           IF WS-MPI-DOB (DP-I) = 0 OR WS-MPI-DOB (DP-J) = 0
              SET DOB-MISSING TO TRUE
           ELSE
              IF WS-MPI-DOB (DP-I) = WS-MPI-DOB (DP-J)
                 SET DOB-MATCH TO TRUE
              END-IF
           END-IF.
           IF DOB-MATCH OR PHONE-MATCH
              OR (FIRST-MATCH AND DOB-MISSING)
              PERFORM 210-WRITE-PAIR THRU 210-EXIT
           END-IF.
       200-EXIT.
           EXIT.
      *
       210-WRITE-PAIR.
           IF WS-LINE-COUNT > 50
              PERFORM 220-WRITE-HEADERS THRU 220-EXIT
           END-IF.
           MOVE WS-MPI-NBR (DP-I)   TO DTL-NBR-1.
           MOVE WS-MPI-LAST (DP-I)  TO DTL-LAST-1.
           MOVE WS-MPI-FIRST (DP-I) TO DTL-FIRST-1.
           MOVE WS-MPI-PHONE (DP-I) TO DTL-PHONE-1.
           MOVE WS-MPI-DOB (DP-I)   TO DTL-DOB-1.
           MOVE WS-MPI-NBR (DP-J)   TO DTL-NBR-2.
           MOVE WS-MPI-LAST (DP-J)  TO DTL-LAST-2.
           MOVE WS-MPI-FIRST (DP-J) TO DTL-FIRST-2.
           MOVE WS-MPI-PHONE (DP-J) TO DTL-PHONE-2.
           MOVE WS-MPI-DOB (DP-J)   TO DTL-DOB-2.
           MOVE 'LAST'  TO DTL-MATCH-LAST.
           MOVE SPACES  TO DTL-MATCH-FIRST, DTL-MATCH-PHONE,
                           DTL-MATCH-DOB.
           IF FIRST-MATCH
              MOVE 'FIRST' TO DTL-MATCH-FIRST
           END-IF.
           IF PHONE-MATCH
              MOVE 'PHONE' TO DTL-MATCH-PHONE
           END-IF.
           IF DOB-MATCH
              MOVE 'DOB'   TO DTL-MATCH-DOB
           END-IF.
           WRITE RPT-REC FROM WS-DETAIL.
           ADD +1 TO WS-LINE-COUNT.
           ADD +1 TO WS-PAIRS-LISTED.
       210-EXIT.
           EXIT.
      *
       220-WRITE-HEADERS.
           ADD +1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDR-PAGE.
           WRITE RPT-REC FROM WS-HDR-1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-HDR-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 4 TO WS-LINE-COUNT.
       220-EXIT.
           EXIT.
      *
       900-CLEANUP.
           IF WS-PAGE-COUNT = 0
              PERFORM 220-WRITE-HEADERS THRU 220-EXIT
           END-IF.
           MOVE WS-MPI-COUNT    TO TOT-ACTIVE.
           MOVE WS-PAIRS-LISTED TO TOT-PAIRS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           DISPLAY 'PATMPI RECORDS READ:    ' WS-RECORDS-READ.
           DISPLAY 'ACTIVE NUMBERS:         ' WS-MPI-COUNT.
           DISPLAY 'CANDIDATE PAIRS LISTED: ' WS-PAIRS-LISTED.
           CLOSE MPIFILE, RPTFILE.
           DISPLAY "NORMAL END OF PROG PATMPIDP".
       900-EXIT.
           EXIT.
