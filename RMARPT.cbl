       CBL LIST,XREF,NUMCHECK(ZON,PAC,BIN),INITCHECK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARPT.
      *Monthly instrument returns report for the music shop. Reads
      *the RMAHIST returns history RMAPOST writes and, for the month
      *on the SYSIN card (CCYYMM; blank or not numeric = the current
      *month), lists returns by instrument type and reason: how many
      *came back, how many went back on the shelf and how many to
      *the vendor, the sale value returned, the restocking fees kept
      *and the refunds credited - a subtotal per instrument, then
      *the month's totals by reason. The report goes to ORMARPT.
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *15/10/2026 RCH - ORIGINAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN   TO RMAHIST
                  FILE STATUS  IS FS-STAT-HIST.
           SELECT RPTFILE  ASSIGN   TO ORMARPT.
       DATA DIVISION.
       FILE SECTION.
      *Returns history (shared layout with RMAPOST)
       FD HISTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RMA-HIST-REC.
       01  RMA-HIST-REC.
           05  RH-RMA-NBR                     PIC 9(06).
           05  RH-RMA-DATE                    PIC 9(08).
           05  RH-RMA-DATE-X REDEFINES RH-RMA-DATE.
               10  RH-RMA-MONTH               PIC X(06).
               10  FILLER                     PIC X(02).
           05  RH-ORDER-NBR                   PIC 9(06).
           05  RH-ORDER-DATE                  PIC 9(08).
           05  RH-ACCT-NO                     PIC X(08).
           05  RH-INSTRUMENT-TYPE             PIC X(10).
           05  RH-CONDITION                   PIC X(01).
           05  RH-REASON                      PIC X(02).
           05  RH-DISPOSITION                 PIC X(01).
               88  RH-RESTOCKED                   VALUE 'R'.
               88  RH-TO-VENDOR                   VALUE 'V'.
           05  RH-SALE-AMOUNT                 PIC 9(7)V99.
           05  RH-RESTOCK-FEE                 PIC 9(7)V99.
           05  RH-REFUND                      PIC 9(7)V99.
           05  RH-UNIT-COST                   PIC 9(7)V99.
           05  FILLER                         PIC X(14).
       FD RPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                            PIC X(100).
       WORKING-STORAGE SECTION.
      *Working Variables
       01  WS-CONTADORES.
           05  WS-HIST-READ               PIC S9(5) COMP VALUE 0.
           05  WS-HIST-IN-MONTH           PIC S9(5) COMP VALUE 0.
       77  SW-HIST-EOF                    PIC X VALUE 'N'.
           88  HIST-EOF                       VALUE 'Y'.
       77  FS-STAT-HIST                   PIC X(02) VALUE SPACES.
           88  HISTFILE-OK                    VALUE '00'.
       77  WS-DATE-VARS                   PIC X(15) VALUE SPACES.
      *The month reported, off the SYSIN card
       77  WS-MONTH-CARD                  PIC X(06) VALUE SPACES.
       77  WS-REPORT-MONTH                PIC X(06) VALUE SPACES.
      *Return reasons (same codes RMAPOST validates); the last row
      *catches any code no longer in the list
       01  WS-REASON-VALUES.
           05  FILLER   PIC X(22) VALUE 'DFDEFECTIVE           '.
           05  FILLER   PIC X(22) VALUE 'DMDAMAGED IN TRANSIT  '.
           05  FILLER   PIC X(22) VALUE 'WIWRONG ITEM SHIPPED  '.
           05  FILLER   PIC X(22) VALUE 'NWNO LONGER WANTED    '.
           05  FILLER   PIC X(22) VALUE 'OTOTHER               '.
           05  FILLER   PIC X(22) VALUE '??UNLISTED REASON     '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ITEM OCCURS 6 TIMES.
               10  WS-REASON-CODE          PIC X(02).
               10  WS-REASON-DESC          PIC X(20).
       77  REASON-MAX                     PIC S9(4) COMP VALUE 6.
       77  WS-REASON-SUB                  PIC S9(4) COMP VALUE 0.
       77  WS-REASON-MATCH                PIC S9(4) COMP VALUE 0.
      *Per instrument type, a bucket per reason; row TYPE-MAX + 1
      *holds the month's totals by reason
       77  TYPE-MAX                       PIC S9(4) COMP VALUE 20.
       77  WS-TYPE-COUNT                  PIC S9(4) COMP VALUE 0.
       77  WS-TYPE-SUB                    PIC S9(4) COMP VALUE 0.
       77  WS-TYPE-MATCH                  PIC S9(4) COMP VALUE 0.
       77  WS-TOTAL-ROW                   PIC S9(4) COMP VALUE 21.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ITEM OCCURS 21 TIMES.
               10  WS-TYPE-NAME            PIC X(10).
               10  WS-TYPE-REASON OCCURS 6 TIMES.
                   15  WS-TR-RETURNS       PIC S9(5) COMP.
                   15  WS-TR-RESTOCKED     PIC S9(5) COMP.
                   15  WS-TR-TO-VENDOR     PIC S9(5) COMP.
                   15  WS-TR-SALES         PIC 9(9)V99.
                   15  WS-TR-FEES          PIC 9(9)V99.
                   15  WS-TR-REFUNDS       PIC 9(9)V99.
      *One line's figures - a reason bucket, or a subtotal
       01  WS-LINE-TOTALS.
           05  WS-LT-RETURNS              PIC S9(5) COMP VALUE 0.
           05  WS-LT-RESTOCKED            PIC S9(5) COMP VALUE 0.
           05  WS-LT-TO-VENDOR            PIC S9(5) COMP VALUE 0.
           05  WS-LT-SALES                PIC 9(9)V99 VALUE 0.
           05  WS-LT-FEES                 PIC 9(9)V99 VALUE 0.
           05  WS-LT-REFUNDS              PIC 9(9)V99 VALUE 0.
      *Editing Variables
       01  WS-EDIT-VARS.
           05  REC-KTR-OUT                PIC ZZZZ9.
      *Report lines
       01  RPT-TITLE-LINE.
           05  FILLER                     PIC X(33)
                  VALUE 'INSTRUMENT RETURNS REPORT - MONTH'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-TITLE-MONTH            PIC X(06).
           05  FILLER                     PIC X(60) VALUE SPACES.
       01  RPT-HEAD-LINE.
           05  FILLER                     PIC X(32)
                  VALUE 'INSTRUMENT REASON               '.
           05  FILLER                     PIC X(34)
                  VALUE 'RETURNS SHELF VENDOR    SALE VALUE'.
           05  FILLER                     PIC X(34)
                  VALUE '     FEES KEPT       REFUNDS'.
       01  RPT-DETAIL-LINE.
           05  RPT-TYPE-OUT               PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-REASON-OUT             PIC X(20).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RPT-RETURNS-OUT            PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-RESTOCKED-OUT          PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-VENDOR-OUT             PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-SALES-OUT              PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-FEES-OUT               PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-REFUNDS-OUT            PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-DEVOLUCION UNTIL HIST-EOF.
           PERFORM LISTAR-DEVOLUCIONES.
           PERFORM TERMINAR.
           GOBACK.
      *
       ABRIR-ARCHIVOS.
           DISPLAY "Init RMARPT..".
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-VARS.
           ACCEPT WS-MONTH-CARD FROM SYSIN.
           IF  WS-MONTH-CARD NUMERIC
           AND WS-MONTH-CARD (5:2) >= '01'
           AND WS-MONTH-CARD (5:2) <= '12'
               MOVE WS-MONTH-CARD TO WS-REPORT-MONTH
           ELSE
               MOVE WS-DATE-VARS (1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH.
           OPEN OUTPUT RPTFILE.
           OPEN INPUT HISTFILE.
           IF  NOT HISTFILE-OK
               DISPLAY 'WARNING - RMAHIST NOT AVAILABLE, STATUS '
                       FS-STAT-HIST
               DISPLAY 'NO RETURNS REPORTED FOR THE MONTH'
               SET HIST-EOF TO TRUE
           END-IF.
           MOVE 'TOTAL     ' TO WS-TYPE-NAME (WS-TOTAL-ROW).
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > REASON-MAX
               MOVE WS-TOTAL-ROW TO WS-TYPE-SUB
               PERFORM LIMPIAR-CUBETA
           END-PERFORM.
      *
       LIMPIAR-CUBETA.
           MOVE 0 TO WS-TR-RETURNS (WS-TYPE-SUB WS-REASON-SUB).
           MOVE 0 TO WS-TR-RESTOCKED (WS-TYPE-SUB WS-REASON-SUB).
           MOVE 0 TO WS-TR-TO-VENDOR (WS-TYPE-SUB WS-REASON-SUB).
           MOVE 0 TO WS-TR-SALES (WS-TYPE-SUB WS-REASON-SUB).
           MOVE 0 TO WS-TR-FEES (WS-TYPE-SUB WS-REASON-SUB).
           MOVE 0 TO WS-TR-REFUNDS (WS-TYPE-SUB WS-REASON-SUB).
      *
       ACUMULAR-DEVOLUCION.
           READ HISTFILE
               AT END
                   SET HIST-EOF TO TRUE
                   CLOSE HISTFILE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF  RH-RMA-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-HIST-IN-MONTH
                       PERFORM BUSCAR-TIPO
                       PERFORM BUSCAR-MOTIVO
                       MOVE WS-TYPE-MATCH TO WS-TYPE-SUB
                       PERFORM SUMAR-CUBETA
                       MOVE WS-TOTAL-ROW TO WS-TYPE-SUB
                       PERFORM SUMAR-CUBETA
                   END-IF
           END-READ.
      *
       BUSCAR-TIPO.
           MOVE 0 TO WS-TYPE-MATCH.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-MATCH > 0
               IF  WS-TYPE-NAME (WS-TYPE-SUB) = RH-INSTRUMENT-TYPE
                   MOVE WS-TYPE-SUB TO WS-TYPE-MATCH
               END-IF
           END-PERFORM.
           IF  WS-TYPE-MATCH = 0
               IF  WS-TYPE-COUNT >= TYPE-MAX
                   DISPLAY 'INSTRUMENT TYPES EXCEED ' TYPE-MAX
                           ' - RAISE TYPE-MAX'
                   GO TO 900-ERROR
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-MATCH
               MOVE RH-INSTRUMENT-TYPE TO WS-TYPE-NAME (WS-TYPE-MATCH)
               MOVE WS-TYPE-MATCH TO WS-TYPE-SUB
               PERFORM LIMPIAR-CUBETA
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > REASON-MAX
           END-IF.
      *
       BUSCAR-MOTIVO.
           MOVE REASON-MAX TO WS-REASON-MATCH.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB >= REASON-MAX
               IF  WS-REASON-CODE (WS-REASON-SUB) = RH-REASON
                   MOVE WS-REASON-SUB TO WS-REASON-MATCH
               END-IF
           END-PERFORM.
      *
       SUMAR-CUBETA.
           ADD 1 TO WS-TR-RETURNS (WS-TYPE-SUB WS-REASON-MATCH).
           IF  RH-RESTOCKED
               ADD 1 TO WS-TR-RESTOCKED (WS-TYPE-SUB WS-REASON-MATCH)
           ELSE
               ADD 1 TO WS-TR-TO-VENDOR (WS-TYPE-SUB WS-REASON-MATCH)
           END-IF.
           ADD RH-SALE-AMOUNT
             TO WS-TR-SALES (WS-TYPE-SUB WS-REASON-MATCH).
           ADD RH-RESTOCK-FEE
             TO WS-TR-FEES (WS-TYPE-SUB WS-REASON-MATCH).
           ADD RH-REFUND
             TO WS-TR-REFUNDS (WS-TYPE-SUB WS-REASON-MATCH).
      *
      *Each instrument's reasons and subtotal, then the month's
      *totals by reason
       LISTAR-DEVOLUCIONES.
           MOVE WS-REPORT-MONTH TO RPT-TITLE-MONTH.
           WRITE RPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM RPT-HEAD-LINE.
           PERFORM LISTAR-TIPO
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           MOVE WS-TOTAL-ROW TO WS-TYPE-SUB.
           PERFORM LISTAR-TIPO.
      *
       LISTAR-TIPO.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           INITIALIZE WS-LINE-TOTALS.
           MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO RPT-TYPE-OUT.
           PERFORM LISTAR-MOTIVO
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > REASON-MAX.
           MOVE SPACES             TO RPT-TYPE-OUT.
           MOVE 'SUBTOTAL'         TO RPT-REASON-OUT.
           PERFORM MOVER-TOTALES-LINEA.
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      *
      *A reason with no returns is left off
       LISTAR-MOTIVO.
           IF  WS-TR-RETURNS (WS-TYPE-SUB WS-REASON-SUB) > 0
               MOVE WS-REASON-DESC (WS-REASON-SUB) TO RPT-REASON-OUT
               MOVE WS-TR-RETURNS (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-RETURNS-OUT
               MOVE WS-TR-RESTOCKED (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-RESTOCKED-OUT
               MOVE WS-TR-TO-VENDOR (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-VENDOR-OUT
               MOVE WS-TR-SALES (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-SALES-OUT
               MOVE WS-TR-FEES (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-FEES-OUT
               MOVE WS-TR-REFUNDS (WS-TYPE-SUB WS-REASON-SUB)
                 TO RPT-REFUNDS-OUT
               WRITE RPT-REC FROM RPT-DETAIL-LINE
               MOVE SPACES TO RPT-TYPE-OUT
               ADD WS-TR-RETURNS (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-RETURNS
               ADD WS-TR-RESTOCKED (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-RESTOCKED
               ADD WS-TR-TO-VENDOR (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-TO-VENDOR
               ADD WS-TR-SALES (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-SALES
               ADD WS-TR-FEES (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-FEES
               ADD WS-TR-REFUNDS (WS-TYPE-SUB WS-REASON-SUB)
                 TO WS-LT-REFUNDS
           END-IF.
      *
       MOVER-TOTALES-LINEA.
           MOVE WS-LT-RETURNS   TO RPT-RETURNS-OUT.
           MOVE WS-LT-RESTOCKED TO RPT-RESTOCKED-OUT.
           MOVE WS-LT-TO-VENDOR TO RPT-VENDOR-OUT.
           MOVE WS-LT-SALES     TO RPT-SALES-OUT.
           MOVE WS-LT-FEES      TO RPT-FEES-OUT.
           MOVE WS-LT-REFUNDS   TO RPT-REFUNDS-OUT.
      *
       TERMINAR.
           CLOSE RPTFILE.
           DISPLAY "----------------  ".
           DISPLAY 'Final Statistics: '.
           DISPLAY "----------------  ".
           MOVE WS-HIST-READ     TO REC-KTR-OUT.
           DISPLAY 'Returns On File:    ' REC-KTR-OUT.
           MOVE WS-HIST-IN-MONTH TO REC-KTR-OUT.
           DISPLAY 'Returns In Month:   ' REC-KTR-OUT.
           DISPLAY "END PROGR: RMARPT".
      *
       900-ERROR.
           MOVE 16 TO RETURN-CODE
           GOBACK.
