      *===============================================================
      *  SCHEDULED ADMISSIONS AND BED RESERVATIONS - BEDRESV
      *---------------------------------------------------------------
      *  APPLIES ADMITTING'S SCHTRAN BOOKINGS TO THE SCHADM SCHEDULED-
      *  ADMISSION KSDS (SEE SCHADMR):
      *    'B' - BOOK AN ELECTIVE ADMISSION - PATIENT, PLANNED ADMIT
      *          DATE, EXPECTED LENGTH OF STAY AND BEDMSTR CLASS. THE
      *          FIRST BED OF THAT CLASS WITH NO RESERVATION OVER ANY
      *          NIGHT OF THE PLANNED SPAN - AND NO ARRIVED PATIENT IN
      *          IT FOR THE EXPECTED STAY - IS ASSIGNED; WITH NONE FREE,
      *          OR WHEN THE PATIENT ALREADY HOLDS A RESERVATION FOR
      *          AN OVERLAPPING SPAN, THE BOOKING IS REFUSED.
      *    'C' - CANCEL A RESERVATION, FREEING ITS BED.
      *  THEN PRINTS THE FORWARD BED-AVAILABILITY CALENDAR - FOR EACH
      *  OF THE NEXT 30 NIGHTS, BY BED CLASS, THE BEDS RESERVED AND
      *  THE BEDS STILL FREE TO BOOK. HOSPEDIT MARKS RESERVATIONS
      *  ARRIVED AND RELEASES THE NO-SHOWS.
      *---------------------------------------------------------------
      *  MODIFICATION HISTORY:
      *  15/10/2026 RCH - ORIGINAL VERSION
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEDRESV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE
           ASSIGN TO SCHTRAN
             FILE STATUS IS TRCODE.
           SELECT BEDFILE
           ASSIGN TO BEDMSTR
             FILE STATUS IS BFCODE.
           SELECT SCHFILE
           ASSIGN TO SCHADM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SA-RESV-KEY
             FILE STATUS IS SACODE.
           SELECT RPTFILE
           ASSIGN TO ORESVRPT
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCH-TRAN-REC.
       01  SCH-TRAN-REC.
           05  STR-ACTION          PIC X(01).
               88 STR-BOOK             VALUE 'B'.
               88 STR-CANCEL           VALUE 'C'.
           05  STR-PATIENT-NBR     PIC 9(05).
      *  PLANNED ADMIT DATE, CCYYMMDD
           05  STR-PLAN-ADMIT      PIC 9(08).
           05  STR-PLAN-ADMIT-X REDEFINES STR-PLAN-ADMIT
                                   PIC X(08).
      *  EXPECTED LENGTH OF STAY IN NIGHTS AND BED CLASS - BOOKINGS
           05  STR-EXPECTED-LOS    PIC 9(03).
           05  STR-EXPECTED-LOS-X REDEFINES STR-EXPECTED-LOS
                                   PIC X(03).
           05  STR-REQ-CLASS       PIC X(01).
           05  STR-OPERATOR-ID     PIC X(08).
           05  FILLER              PIC X(54).
     **
       FD  BEDFILE
           RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDMSTR-REC.
       01  BEDMSTR-REC.
           05  BEDMSTR-NBR         PIC 9(04).
           05  BEDMSTR-CLASS       PIC X(01).
           05  BEDMSTR-DAY-RATE    PIC 9(05)V99.
     **
       FD  SCHFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCH-ADM-REC.
       01  SCH-ADM-REC.
           COPY SCHADMR.
     **
       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                     PIC X(133).
      *
       WORKING-STORAGE SECTION.
       77  TRCODE                      PIC X(02) VALUE SPACES.
           88 TRAN-FILE-OK                 VALUE '00'.
       77  BFCODE                      PIC X(02) VALUE SPACES.
           88 BED-FILE-OK                  VALUE '00'.
       77  SACODE                      PIC X(02) VALUE SPACES.
           88 SCH-FILE-OK                  VALUE '00'.
       77  RPCODE                      PIC X(02) VALUE SPACES.
           88 RPT-FILE-OK                  VALUE '00'.
       77  WS-CURRENT-DATE-NUM         PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INT                PIC S9(8) COMP VALUE 0.
       77  WS-TRANS-READ               PIC S9(4) COMP VALUE 0.
       77  WS-BOOKED                   PIC S9(4) COMP VALUE 0.
       77  WS-CANCELLED                PIC S9(4) COMP VALUE 0.
       77  WS-REFUSED                  PIC S9(4) COMP VALUE 0.
       77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       77  WS-LINE-COUNT               PIC S9(4) COMP VALUE 99.
       77  WS-PAGE-COUNT               PIC S9(4) COMP VALUE 0.
      *  Span being booked, as integer day numbers - the bed is held
      *  from the first night up to (not including) WS-THIS-TO-INT
       77  WS-THIS-FROM-INT            PIC S9(8) COMP VALUE 0.
       77  WS-THIS-TO-INT              PIC S9(8) COMP VALUE 0.
       77  WS-ASSIGNED-BED             PIC 9(04) VALUE 0.
       77  WS-ASSIGNED-SUB             PIC S9(4) COMP VALUE 0.
       77  WS-OVERLAP-SW               PIC X(01) VALUE 'N'.
           88 SPAN-OVERLAPS                VALUE 'Y'.
           88 SPAN-CLEAR                   VALUE 'N'.
       77  MORE-RECORDS-SW             PIC X(1) VALUE 'S'.
           88 MORE-RECORDS     VALUE 'S'.
           88 NO-MORE-RECORDS  VALUE 'N'.
       77  MORE-BEDS-SW                PIC X(1) VALUE 'S'.
           88 MORE-BEDS        VALUE 'S'.
           88 NO-MORE-BEDS     VALUE 'N'.
       77  MORE-RESV-SW                PIC X(1) VALUE 'S'.
           88 MORE-RESV        VALUE 'S'.
           88 NO-MORE-RESV     VALUE 'N'.
      *  Bed master, in BEDMSTR order
       77  BED-MAX                     PIC S9(4) COMP VALUE 500.
       77  WS-BED-COUNT                PIC S9(4) COMP VALUE 0.
       77  WS-BED-SUB                  PIC S9(4) COMP VALUE 0.
       01  WS-BED-TABLE.
           05  WS-BED-ITEM OCCURS 500 TIMES.
               10  WS-BED-NBR          PIC 9(04).
               10  WS-BED-CLASS        PIC X(01).
      *  Bookings holding a bed - reserved ('R') over the planned
      *  span, arrived ('A') in the bed occupied over the actual stay
       77  RESV-MAX                    PIC S9(4) COMP VALUE 3000.
       77  WS-RESV-COUNT               PIC S9(4) COMP VALUE 0.
       77  WS-RESV-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-RESV-TABLE.
           05  WS-RESV-ITEM OCCURS 3000 TIMES.
               10  WS-RESV-PATIENT     PIC 9(05).
               10  WS-RESV-BED         PIC 9(04).
               10  WS-RESV-CLASS       PIC X(01).
               10  WS-RESV-FROM-INT    PIC S9(8) COMP.
               10  WS-RESV-TO-INT      PIC S9(8) COMP.
               10  WS-RESV-ACTIVE-SW   PIC X(01).
                   88 RESV-ACTIVE          VALUE 'Y'.
      *  Forward availability calendar - one row per bed class,
      *  ward, semi-private, private and ICU in that order
       77  CAL-DAYS                    PIC S9(4) COMP VALUE 30.
       77  WS-CAL-DAY                  PIC S9(4) COMP VALUE 0.
       77  WS-CAL-INT                  PIC S9(8) COMP VALUE 0.
       77  WS-CLASS-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-CLASS-COUNTS.
           05  WS-CLASS-BEDS   OCCURS 4 TIMES PIC S9(4) COMP.
           05  WS-CLASS-RSV    OCCURS 4 TIMES PIC S9(4) COMP.
      *
       01  WS-HDR-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'BEDRESV'.
           05  FILLER                  PIC X(46)
               VALUE 'SCHEDULED ADMISSIONS AND BED RESERVATIONS'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  HDR-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '   PAGE '.
           05  HDR-PAGE                PIC ZZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-HDR-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(60)
               VALUE 'ACT PATIENT PLANNED   LOS CLASS BED  RESULT'.
           05  FILLER                  PIC X(72) VALUE SPACES.
       01  WS-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ACTION              PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-PATIENT             PIC 9(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-PLAN-ADMIT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-LOS                 PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-CLASS               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-BED                 PIC ZZZZ.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RESULT              PIC X(50).
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-CAL-HDR-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50)
               VALUE 'FORWARD BED AVAILABILITY - NEXT 30 NIGHTS'.
           05  FILLER                  PIC X(82) VALUE SPACES.
       01  WS-CAL-HDR-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'NIGHT OF'.
           05  FILLER                  PIC X(16)
               VALUE '  WARD RSV/FREE'.
           05  FILLER                  PIC X(16)
               VALUE '  SEMI RSV/FREE'.
           05  FILLER                  PIC X(16)
               VALUE '  PRIV RSV/FREE'.
           05  FILLER                  PIC X(16)
               VALUE '   ICU RSV/FREE'.
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-CAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CAL-DATE                PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CAL-CLASS-COLS OCCURS 4 TIMES.
               10  FILLER              PIC X(06).
               10  CAL-RSV             PIC ZZZ9.
               10  FILLER              PIC X(01).
               10  CAL-FREE            PIC ZZZ9.
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'BOOKED:'.
           05  TOT-BOOKED              PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CANCELLED:'.
           05  TOT-CANCELLED           PIC ZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REFUSED:'.
           05  TOT-REFUSED             PIC ZZZ9.
           05  FILLER                  PIC X(80) VALUE SPACES.
      *  Date-validation parameter area passed to GNSPPDTV
           COPY GNSWVDTV.
      *
       PROCEDURE DIVISION.
           DISPLAY "Init prog BEDRESV".
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 500-PRINT-CALENDAR THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           GOBACK.
      *
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-NUM.
           MOVE WS-CURRENT-DATE-NUM TO HDR-RUN-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM).
           OPEN INPUT TRANFILE.
           IF NOT TRAN-FILE-OK
              DISPLAY 'ERROR OPENING SCHTRAN - FILE STATUS = ' TRCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN INPUT BEDFILE.
           IF NOT BED-FILE-OK
              DISPLAY 'ERROR OPENING BEDMSTR - FILE STATUS = ' BFCODE
              GO TO 000-OPEN-ERROR
           END-IF.
      *  The scheduled-admission file is created on its first-ever
      *  run, the same first-open handling OOPACCUM gets in HOSPEDIT
           OPEN I-O SCHFILE.
           IF SACODE = '35'
              OPEN OUTPUT SCHFILE
              CLOSE SCHFILE
              OPEN I-O SCHFILE
           END-IF.
           IF NOT SCH-FILE-OK
              DISPLAY 'ERROR OPENING SCHADM - FILE STATUS = ' SACODE
              GO TO 000-OPEN-ERROR
           END-IF.
           OPEN OUTPUT RPTFILE.
           IF NOT RPT-FILE-OK
              DISPLAY 'ERROR OPENING ORESVRPT - FILE STATUS = ' RPCODE
              GO TO 000-OPEN-ERROR
           END-IF.
           INITIALIZE WS-CLASS-COUNTS.
           PERFORM 050-LOAD-BED THRU 050-EXIT
                   UNTIL NO-MORE-BEDS.
           CLOSE BEDFILE.
           MOVE LOW-VALUES TO SA-RESV-KEY.
           START SCHFILE KEY NOT < SA-RESV-KEY
              INVALID KEY
                 SET NO-MORE-RESV TO TRUE
           END-START.
           PERFORM 060-LOAD-RESERVATION THRU 060-EXIT
                   UNTIL NO-MORE-RESV.
           DISPLAY 'BEDS ON BEDMSTR:       ' WS-BED-COUNT.
           DISPLAY 'BEDS HELD BY BOOKINGS: ' WS-RESV-COUNT.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
           GO TO 000-EXIT.
       000-OPEN-ERROR.
           MOVE +12 TO RETURN-CODE.
           GOBACK.
       000-EXIT.
           EXIT.
      *
       050-LOAD-BED.
           READ BEDFILE
              AT END
                 SET NO-MORE-BEDS TO TRUE
                 GO TO 050-EXIT
           END-READ.
           IF WS-BED-COUNT NOT < BED-MAX
              DISPLAY 'WARNING - BED TABLE FULL AT ' BED-MAX
              SET NO-MORE-BEDS TO TRUE
              GO TO 050-EXIT
           END-IF.
           ADD +1 TO WS-BED-COUNT.
           MOVE BEDMSTR-NBR   TO WS-BED-NBR (WS-BED-COUNT).
           MOVE BEDMSTR-CLASS TO WS-BED-CLASS (WS-BED-COUNT).
           PERFORM 055-CLASS-SUBSCRIPT THRU 055-EXIT.
           IF WS-CLASS-SUB > 0
              ADD +1 TO WS-CLASS-BEDS (WS-CLASS-SUB)
           END-IF.
       050-EXIT.
           EXIT.
      *
      *  Calendar row for BEDMSTR-CLASS - zero for a class the
      *  calendar does not carry
       055-CLASS-SUBSCRIPT.
           EVALUATE BEDMSTR-CLASS
              WHEN 'W'   MOVE 1 TO WS-CLASS-SUB
              WHEN 'S'   MOVE 2 TO WS-CLASS-SUB
              WHEN 'P'   MOVE 3 TO WS-CLASS-SUB
              WHEN 'I'   MOVE 4 TO WS-CLASS-SUB
              WHEN OTHER MOVE 0 TO WS-CLASS-SUB
           END-EVALUATE.
       055-EXIT.
           EXIT.
      *
       060-LOAD-RESERVATION.
           READ SCHFILE NEXT RECORD
              AT END
                 SET NO-MORE-RESV TO TRUE
                 GO TO 060-EXIT
           END-READ.
           IF NOT SA-RESERVED AND NOT SA-ARRIVED
              GO TO 060-EXIT
           END-IF.
           IF WS-RESV-COUNT NOT < RESV-MAX
              DISPLAY 'ERROR - RESERVATION TABLE FULL AT ' RESV-MAX
              MOVE +12 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-RESV-COUNT.
           MOVE SA-PATIENT-NBR TO WS-RESV-PATIENT (WS-RESV-COUNT).
           MOVE SA-BED-NBR     TO WS-RESV-BED (WS-RESV-COUNT).
           MOVE SA-REQ-CLASS   TO WS-RESV-CLASS (WS-RESV-COUNT).
           COMPUTE WS-RESV-FROM-INT (WS-RESV-COUNT) =
               FUNCTION INTEGER-OF-DATE (SA-PLAN-ADMIT).
           IF SA-ARRIVED
              PERFORM 065-HOLD-ARRIVED-BED THRU 065-EXIT
           END-IF.
           COMPUTE WS-RESV-TO-INT (WS-RESV-COUNT) =
               WS-RESV-FROM-INT (WS-RESV-COUNT) + SA-EXPECTED-LOS.
           MOVE 'Y' TO WS-RESV-ACTIVE-SW (WS-RESV-COUNT).
       060-EXIT.
           EXIT.
      *
      *  An arrived patient holds the bed HOSPEDIT put them in from
      *  the actual admit date for the expected stay - the booked bed
      *  is free again when they went elsewhere. The class is the
      *  occupied bed's, for the calendar counts.
       065-HOLD-ARRIVED-BED.
           IF SA-ARRIVE-DATE NUMERIC AND SA-ARRIVE-DATE > 0
              COMPUTE WS-RESV-FROM-INT (WS-RESV-COUNT) =
                  FUNCTION INTEGER-OF-DATE (SA-ARRIVE-DATE)
           END-IF.
           IF SA-ARRIVE-BED NOT NUMERIC OR SA-ARRIVE-BED = 0
              GO TO 065-EXIT
           END-IF.
           MOVE SA-ARRIVE-BED TO WS-RESV-BED (WS-RESV-COUNT).
           PERFORM 066-ARRIVED-BED-CLASS THRU 066-EXIT
               VARYING WS-BED-SUB FROM 1 BY 1
                 UNTIL WS-BED-SUB > WS-BED-COUNT.
       065-EXIT.
           EXIT.
      *
       066-ARRIVED-BED-CLASS.
           IF WS-BED-NBR (WS-BED-SUB) = SA-ARRIVE-BED
              MOVE WS-BED-CLASS (WS-BED-SUB)
                TO WS-RESV-CLASS (WS-RESV-COUNT)
           END-IF.
       066-EXIT.
           EXIT.
      *
       100-MAINLINE.
           ADD +1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0      TO WS-ASSIGNED-BED.
           EVALUATE TRUE
              WHEN STR-BOOK
                 PERFORM 200-BOOK-ADMISSION THRU 200-EXIT
              WHEN STR-CANCEL
                 PERFORM 300-CANCEL-ADMISSION THRU 300-EXIT
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              ADD +1 TO WS-REFUSED
              MOVE WS-REJECT-REASON TO DTL-RESULT
              DISPLAY 'REFUSED ' STR-ACTION ' ' STR-PATIENT-NBR
                      ' - ' WS-REJECT-REASON
           END-IF.
           PERFORM 400-WRITE-DETAIL THRU 400-EXIT.
           PERFORM 150-READ-NEXT THRU 150-EXIT.
       100-EXIT.
           EXIT.
      *
       150-READ-NEXT.
           READ TRANFILE
              AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       150-EXIT.
           EXIT.
      *
      *  'B' - validate the booking, refuse one that overlaps another
      *  booking of the same patient, then take the first bed of the
      *  class that is free for every night of the span
       200-BOOK-ADMISSION.
           IF STR-PATIENT-NBR NOT NUMERIC OR STR-PATIENT-NBR = 0
              MOVE 'PATIENT NBR NOT NUMERIC' TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           IF STR-PLAN-ADMIT-X NOT NUMERIC
              MOVE 'PLANNED ADMIT DATE NOT CCYYMMDD'
                TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           MOVE STR-PLAN-ADMIT TO DTV-DATE-NUM.
           CALL 'GNSPPDTV' USING DTV-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              MOVE DTV-CMSG TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           IF STR-PLAN-ADMIT < WS-CURRENT-DATE-NUM
              MOVE 'PLANNED ADMIT DATE ALREADY PAST'
                TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           IF STR-EXPECTED-LOS-X NOT NUMERIC OR STR-EXPECTED-LOS = 0
              MOVE 'EXPECTED LENGTH OF STAY MISSING'
                TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           MOVE STR-REQ-CLASS TO BEDMSTR-CLASS.
           PERFORM 055-CLASS-SUBSCRIPT THRU 055-EXIT.
           IF WS-CLASS-SUB = 0
              MOVE 'BED CLASS NOT W, S, P OR I' TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           MOVE STR-PATIENT-NBR TO SA-PATIENT-NBR.
           MOVE STR-PLAN-ADMIT  TO SA-PLAN-ADMIT.
           READ SCHFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SA-RESERVED OR SA-ARRIVED
                    MOVE 'ALREADY BOOKED FOR THAT DATE'
                      TO WS-REJECT-REASON
                    GO TO 200-EXIT
                 END-IF
           END-READ.
           COMPUTE WS-THIS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (STR-PLAN-ADMIT).
           COMPUTE WS-THIS-TO-INT =
               WS-THIS-FROM-INT + STR-EXPECTED-LOS.
           SET SPAN-CLEAR TO TRUE.
           PERFORM 210-CHECK-PATIENT-OVERLAP THRU 210-EXIT
               VARYING WS-RESV-SUB FROM 1 BY 1
                 UNTIL WS-RESV-SUB > WS-RESV-COUNT
                    OR SPAN-OVERLAPS.
           IF SPAN-OVERLAPS
              MOVE 'OVERLAPS ANOTHER BOOKING FOR THE PATIENT'
                TO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           MOVE 0 TO WS-ASSIGNED-SUB.
           PERFORM 220-TRY-BED THRU 220-EXIT
               VARYING WS-BED-SUB FROM 1 BY 1
                 UNTIL WS-BED-SUB > WS-BED-COUNT
                    OR WS-ASSIGNED-SUB > 0.
           IF WS-ASSIGNED-SUB = 0
              STRING 'NO ' STR-REQ-CLASS
                     '-CLASS BED FREE FOR THE WHOLE SPAN'
                     DELIMITED BY SIZE INTO WS-REJECT-REASON
              GO TO 200-EXIT
           END-IF.
           MOVE WS-BED-NBR (WS-ASSIGNED-SUB) TO WS-ASSIGNED-BED.
           PERFORM 240-WRITE-RESERVATION THRU 240-EXIT.
       200-EXIT.
           EXIT.
      *
       210-CHECK-PATIENT-OVERLAP.
           IF RESV-ACTIVE (WS-RESV-SUB)
              AND WS-RESV-PATIENT (WS-RESV-SUB) = STR-PATIENT-NBR
              AND WS-THIS-FROM-INT < WS-RESV-TO-INT (WS-RESV-SUB)
              AND WS-RESV-FROM-INT (WS-RESV-SUB) < WS-THIS-TO-INT
              SET SPAN-OVERLAPS TO TRUE
           END-IF.
       210-EXIT.
           EXIT.
      *
      *  A bed of the requested class is free when no reservation on
      *  it shares a night with the span being booked
       220-TRY-BED.
           IF WS-BED-CLASS (WS-BED-SUB) NOT = STR-REQ-CLASS
              GO TO 220-EXIT
           END-IF.
           SET SPAN-CLEAR TO TRUE.
           PERFORM 230-CHECK-BED-OVERLAP THRU 230-EXIT
               VARYING WS-RESV-SUB FROM 1 BY 1
                 UNTIL WS-RESV-SUB > WS-RESV-COUNT
                    OR SPAN-OVERLAPS.
           IF SPAN-CLEAR
              MOVE WS-BED-SUB TO WS-ASSIGNED-SUB
           END-IF.
       220-EXIT.
           EXIT.
      *
       230-CHECK-BED-OVERLAP.
           IF RESV-ACTIVE (WS-RESV-SUB)
              AND WS-RESV-BED (WS-RESV-SUB) = WS-BED-NBR (WS-BED-SUB)
              AND WS-THIS-FROM-INT < WS-RESV-TO-INT (WS-RESV-SUB)
              AND WS-RESV-FROM-INT (WS-RESV-SUB) < WS-THIS-TO-INT
              SET SPAN-OVERLAPS TO TRUE
           END-IF.
       230-EXIT.
           EXIT.
      *
      *  A cancelled or no-show booking for the same patient and
      *  date is booked again over its old record
       240-WRITE-RESERVATION.
           IF WS-RESV-COUNT NOT < RESV-MAX
              MOVE 'RESERVATION TABLE FULL - RUN AGAIN LATER'
                TO WS-REJECT-REASON
              GO TO 240-EXIT
           END-IF.
           MOVE SPACES              TO SCH-ADM-REC.
           INITIALIZE SCH-ADM-REC.
           MOVE STR-PATIENT-NBR     TO SA-PATIENT-NBR.
           MOVE STR-PLAN-ADMIT      TO SA-PLAN-ADMIT.
           MOVE STR-EXPECTED-LOS    TO SA-EXPECTED-LOS.
           MOVE STR-REQ-CLASS       TO SA-REQ-CLASS.
           MOVE WS-ASSIGNED-BED     TO SA-BED-NBR.
           SET SA-RESERVED          TO TRUE.
           MOVE STR-OPERATOR-ID     TO SA-BOOKED-BY.
           MOVE WS-CURRENT-DATE-NUM TO SA-BOOKED-DATE.
           MOVE WS-CURRENT-DATE-NUM TO SA-STATUS-DATE.
           WRITE SCH-ADM-REC
              INVALID KEY
                 REWRITE SCH-ADM-REC
           END-WRITE.
           IF NOT SCH-FILE-OK
              DISPLAY 'ERROR WRITING SCHADM - FILE STATUS = ' SACODE
              MOVE 'SCHADM WRITE FAILED' TO WS-REJECT-REASON
              GO TO 240-EXIT
           END-IF.
           ADD +1 TO WS-RESV-COUNT.
           MOVE STR-PATIENT-NBR  TO WS-RESV-PATIENT (WS-RESV-COUNT).
           MOVE WS-ASSIGNED-BED  TO WS-RESV-BED (WS-RESV-COUNT).
           MOVE STR-REQ-CLASS    TO WS-RESV-CLASS (WS-RESV-COUNT).
           MOVE WS-THIS-FROM-INT TO WS-RESV-FROM-INT (WS-RESV-COUNT).
           MOVE WS-THIS-TO-INT   TO WS-RESV-TO-INT (WS-RESV-COUNT).
           MOVE 'Y' TO WS-RESV-ACTIVE-SW (WS-RESV-COUNT).
           ADD +1 TO WS-BOOKED.
           MOVE 'BOOKED' TO DTL-RESULT.
       240-EXIT.
           EXIT.
      *
      *  'C' - cancel a reservation still holding its bed
       300-CANCEL-ADMISSION.
           MOVE STR-PATIENT-NBR TO SA-PATIENT-NBR.
           MOVE STR-PLAN-ADMIT  TO SA-PLAN-ADMIT.
           READ SCHFILE
              INVALID KEY
                 MOVE 'NO BOOKING FOR THAT PATIENT AND DATE'
                   TO WS-REJECT-REASON
                 GO TO 300-EXIT
           END-READ.
           IF NOT SA-RESERVED
              MOVE 'BOOKING NO LONGER HOLDS A BED'
                TO WS-REJECT-REASON
              GO TO 300-EXIT
           END-IF.
           SET SA-CANCELLED TO TRUE.
           MOVE WS-CURRENT-DATE-NUM TO SA-STATUS-DATE.
           REWRITE SCH-ADM-REC.
           MOVE SA-BED-NBR TO WS-ASSIGNED-BED.
           COMPUTE WS-THIS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (SA-PLAN-ADMIT).
           PERFORM 310-RELEASE-BED THRU 310-EXIT
               VARYING WS-RESV-SUB FROM 1 BY 1
                 UNTIL WS-RESV-SUB > WS-RESV-COUNT.
           ADD +1 TO WS-CANCELLED.
           MOVE 'CANCELLED - BED RELEASED' TO DTL-RESULT.
       300-EXIT.
           EXIT.
      *
       310-RELEASE-BED.
           IF WS-RESV-PATIENT (WS-RESV-SUB) = STR-PATIENT-NBR
              AND WS-RESV-FROM-INT (WS-RESV-SUB) = WS-THIS-FROM-INT
              MOVE 'N' TO WS-RESV-ACTIVE-SW (WS-RESV-SUB)
           END-IF.
       310-EXIT.
           EXIT.
      *
       400-WRITE-DETAIL.
           IF WS-LINE-COUNT > 50
              PERFORM 410-WRITE-HEADERS THRU 410-EXIT
           END-IF.
           MOVE STR-ACTION       TO DTL-ACTION.
           MOVE STR-PATIENT-NBR  TO DTL-PATIENT.
           MOVE STR-PLAN-ADMIT-X TO DTL-PLAN-ADMIT.
           IF STR-EXPECTED-LOS-X NUMERIC
              MOVE STR-EXPECTED-LOS TO DTL-LOS
           ELSE
              MOVE 0 TO DTL-LOS
           END-IF.
           MOVE STR-REQ-CLASS    TO DTL-CLASS.
           MOVE WS-ASSIGNED-BED  TO DTL-BED.
           WRITE RPT-REC FROM WS-DETAIL.
           ADD +1 TO WS-LINE-COUNT.
           MOVE SPACES TO DTL-RESULT.
       400-EXIT.
           EXIT.
      *
       410-WRITE-HEADERS.
           ADD +1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDR-PAGE.
           WRITE RPT-REC FROM WS-HDR-1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-HDR-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 4 TO WS-LINE-COUNT.
       410-EXIT.
           EXIT.
      *
      *  The next 30 nights from tonight - for each bed class, the
      *  beds reserved that night and the beds left to book
       500-PRINT-CALENDAR.
           IF WS-PAGE-COUNT = 0
              PERFORM 410-WRITE-HEADERS THRU 410-EXIT
           END-IF.
           MOVE WS-BOOKED    TO TOT-BOOKED.
           MOVE WS-CANCELLED TO TOT-CANCELLED.
           MOVE WS-REFUSED   TO TOT-REFUSED.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-CAL-HDR-1.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-CAL-HDR-2.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM 510-CALENDAR-NIGHT THRU 510-EXIT
               VARYING WS-CAL-DAY FROM 0 BY 1
                 UNTIL WS-CAL-DAY NOT < CAL-DAYS.
       500-EXIT.
           EXIT.
      *
       510-CALENDAR-NIGHT.
           COMPUTE WS-CAL-INT = WS-TODAY-INT + WS-CAL-DAY.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-CAL-INT).
           PERFORM 520-CLEAR-CLASS THRU 520-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
                 UNTIL WS-CLASS-SUB > 4.
           PERFORM 530-COUNT-NIGHT THRU 530-EXIT
               VARYING WS-RESV-SUB FROM 1 BY 1
                 UNTIL WS-RESV-SUB > WS-RESV-COUNT.
           PERFORM 540-FILL-CLASS THRU 540-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
                 UNTIL WS-CLASS-SUB > 4.
           WRITE RPT-REC FROM WS-CAL-LINE.
       510-EXIT.
           EXIT.
      *
       520-CLEAR-CLASS.
           MOVE 0 TO WS-CLASS-RSV (WS-CLASS-SUB).
       520-EXIT.
           EXIT.
      *
       530-COUNT-NIGHT.
           IF RESV-ACTIVE (WS-RESV-SUB)
              AND WS-RESV-FROM-INT (WS-RESV-SUB) NOT > WS-CAL-INT
              AND WS-RESV-TO-INT (WS-RESV-SUB) > WS-CAL-INT
              MOVE WS-RESV-CLASS (WS-RESV-SUB) TO BEDMSTR-CLASS
              PERFORM 055-CLASS-SUBSCRIPT THRU 055-EXIT
              IF WS-CLASS-SUB > 0
                 ADD +1 TO WS-CLASS-RSV (WS-CLASS-SUB)
              END-IF
           END-IF.
       530-EXIT.
           EXIT.
      *
       540-FILL-CLASS.
           MOVE SPACES TO CAL-CLASS-COLS (WS-CLASS-SUB).
           MOVE WS-CLASS-RSV (WS-CLASS-SUB) TO CAL-RSV (WS-CLASS-SUB).
           IF WS-CLASS-BEDS (WS-CLASS-SUB) >
              WS-CLASS-RSV (WS-CLASS-SUB)
              COMPUTE CAL-FREE (WS-CLASS-SUB) =
                  WS-CLASS-BEDS (WS-CLASS-SUB)
                - WS-CLASS-RSV (WS-CLASS-SUB)
           ELSE
              MOVE 0 TO CAL-FREE (WS-CLASS-SUB)
           END-IF.
       540-EXIT.
           EXIT.
      *
       900-CLEANUP.
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-READ.
           DISPLAY 'BOOKED:            ' WS-BOOKED.
           DISPLAY 'CANCELLED:         ' WS-CANCELLED.
           DISPLAY 'REFUSED:           ' WS-REFUSED.
           CLOSE TRANFILE, SCHFILE, RPTFILE.
           IF WS-REFUSED > 0
              MOVE +4 TO RETURN-CODE
           END-IF.
           DISPLAY "NORMAL END OF PROG BEDRESV".
       900-EXIT.
           EXIT.
