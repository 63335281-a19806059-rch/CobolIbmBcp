      *---------------------------------------------------------------*
      * MODIFICATION HISTORY:
      * 02/09/2026 RCH - ORIGINAL VERSION
      * 15/10/2026 RCH - AN INVOICE STAYS CURRENT UNTIL ITS NET-30 DUE
      *                  DATE, ROLLED TO A BUSINESS DAY (GNSPBDAY,
      *                  HOLCAL HOLIDAY CALENDAR), HAS PASSED
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLAGE.
       77  WS-RUN-DATE-VARS  PIC X(15) VALUE SPACES.
       77  WS-RUN-DATE-NUM   PIC 9(08) VALUE 0.
       77  WS-AGE-DAYS       PIC S9(5) COMP VALUE 0.
       77  WS-DUE-DATE-INT   PIC S9(8) COMP VALUE 0.
       77  WS-DUE-DATE-NUM   PIC 9(08) VALUE 0.
       77  WS-BUCKET-SUB     PIC S9(4) COMP VALUE 0.
       77  WS-CREDIT-LIMIT-X PIC X(09) VALUE SPACES.
       77  WS-CREDIT-LIMIT   PIC 9(09) VALUE 100000.
           05 FILLER                        PIC X(01) VALUE SPACE.
           05 AGE-FLAG-OUT                  PIC X(15).
       01  WS-REPORT-LINE                   PIC X(100) VALUE SPACES.
      *  Business-day parameters - GNSPBDAY rolls a net-30 due date
      *  off a weekend or HOLCAL holiday
           COPY GNSWVBDY.
      *
       PROCEDURE DIVISION.
           DISPLAY 'Init program TBLAGE '
              COMPUTE WS-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE (RG-INV-DATE)
              IF WS-AGE-DAYS > 30 AND WS-AGE-DAYS <= 60
                 PERFORM 110-CHECK-ROLLED-DUE-DATE
              END-IF
              EVALUATE TRUE
                  WHEN WS-AGE-DAYS <= 30
                      MOVE 1 TO WS-BUCKET-SUB
           END-IF.
           READ REG-FILE
           AT END MOVE 'Y' TO SW-END-OF-FILE.
      *
      *  Net 30 that lands on a weekend or bank holiday is due the
      *  next business day, so the invoice is not past due - and
      *  stays in the current bucket - until that day has gone by.
       110-CHECK-ROLLED-DUE-DATE.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (RG-INV-DATE) + 30.
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT).
           MOVE 'NEXT'          TO BDY-CMND.
           MOVE WS-DUE-DATE-NUM TO BDY-FROM-DATE.
           CALL 'GNSPBDAY' USING BDY-VARI
               RETURNING RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT > 4
              AND WS-RUN-DATE-NUM NOT > BDY-TO-DATE
              MOVE 30 TO WS-AGE-DAYS
           END-IF.
           MOVE +0 TO RETURN-CODE.
      *
       200-ROLL-UP-CLIENT.
           MOVE 0 TO WS-CLIENT-MATCH.
