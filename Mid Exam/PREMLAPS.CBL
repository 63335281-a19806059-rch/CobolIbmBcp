000009* AFTER PREMPOST HAS APPLIED THE DAY'S REMITTANCES AND LAPSES   =*
000010* ON POLMSTR ANY ACTIVE POLICY WHOSE BALANCE IS STILL OPEN      =*
000011* PAST ITS DUE DATE PLUS THE GRACE PERIOD (SYSIN CARD, DAYS).   =*
000011* THE DUE DATE IS THAT OF THE OLDEST INSTALLMENT STILL UNPAID   =*
000011* ON THE PRMBAL INSTALLMENT SCHEDULE, NOT THE LATEST INVOICE.   =*
000012* LAPSED POLICIES ARE LISTED ON OLAPSE. RUN AHEAD OF THE        =*
000013* NIGHTLY CLAIMPRO JOB SO CLAIMS ON POLICIES THAT STOPPED       =*
000014* PAYING US DENY LAPS THE SAME NIGHT, NOT WEEKS LATER.          =*
000015*---------------------------------------------------------------*
000016* MODIFICATION HISTORY:                                        =*
000017* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000017* 15/10/2026 RCH - LAPSES TO OCOMBAS FOR COMMISSION CHARGEBACKS=*
000017* 15/10/2026 RCH - GRACE MEASURED FROM THE OLDEST UNPAID        =*
000017*                  INSTALLMENT ON THE PRMBAL SCHEDULE          =*
000017* 15/10/2026 RCH - EACH LAPSE ALSO GOES TO PMAUDIT (POLMAINT    =*
000017*                  LAYOUT) SO THE TRAIL HOLDS EVERY STATUS     =*
000017*                  CHANGE FOR THE COVERAGE STATEMENTS          =*
000018*===============================================================*
000019        ENVIRONMENT DIVISION.
000020        INPUT-OUTPUT SECTION.
000033*    *
000034            SELECT LAPSEFILE ASSIGN TO OLAPSE
000035               FILE STATUS  IS FS-STAT-LAPSE.
000035*    *
000035            SELECT COMFILE   ASSIGN TO OCOMBAS
000035               FILE STATUS  IS FS-STAT-COM.
000035*    *
000035            SELECT AUDITFILE ASSIGN TO PMAUDIT
000035               FILE STATUS  IS FS-STAT-AUDIT.
000036        DATA DIVISION.
000037        FILE SECTION.
000038        FD  PRMBAL
000039            RECORDING MODE IS F
000040            RECORD CONTAINS 320 CHARACTERS
000041            BLOCK CONTAINS 0 RECORDS
000042            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000043        01  PREMIUM-BALANCE-RECORD.
000055            BLOCK CONTAINS 0 RECORDS
000056            DATA RECORD IS LAPSE-REPORT.
000057        01  LAPSE-REPORT                         PIC X(80).
000057* Commission basis - every policy lapsed here goes to AGTCOMM,
000057* which charges back first-year commission on an early lapse
000057        FD  COMFILE
000057            RECORDING MODE IS F
000057            RECORD CONTAINS 80 CHARACTERS
000057            BLOCK CONTAINS 0 RECORDS
000057            DATA RECORD IS COMMISSION-BASIS-RECORD.
000057        01  COMMISSION-BASIS-RECORD.
000057            COPY COMBASR.
000058*
000059* Before/after image of every policy lapsed here, in the layout
000059* POLMAINT leaves on PMAUDIT - the generation rides the same GDG
000059* so the trail holds every status change to the policy master
000059        FD  AUDITFILE
000059            RECORDING MODE IS F
000059            RECORD CONTAINS 180 CHARACTERS
000059            BLOCK CONTAINS 0 RECORDS
000059            DATA RECORD IS AUDIT-RECORD.
000059        01  AUDIT-RECORD.
000059            05  AUD-DATE                         PIC 9(08).
000059            05  AUD-ACTION                       PIC X(01).
000059            05  AUD-BEFORE-IMAGE                 PIC X(80).
000059            05  AUD-AFTER-IMAGE                  PIC X(80).
000059            05  FILLER                           PIC X(11).
000059*
000059        WORKING-STORAGE SECTION.
000060*Working Variables
000061        01  WS-CONTADORES.
000065          05  WS-LAPSE-NUM-LINES      PIC S9(4) COMP VALUE 61.
000066        01  WS-CALC-VARS.
000067            05  WS-DAYS-PAST-DUE           PIC S9(05) VALUE ZERO.
000067            05  WS-LATE-DUE-DATE           PIC 9(08) VALUE ZERO.
000067            05  WS-LATE-INST-NO            PIC 9(02) VALUE ZERO.
000067            05  WS-LATE-AMOUNT          PIC S9(7)V99 VALUE ZERO.
000067            05  WS-OPEN-REMAINING       PIC S9(7)V99 VALUE ZERO.
000067            05  WS-INST-SUB                PIC S9(4) COMP VALUE 0.
000068*Switches Variables & File Status
000069        01  SW-SWITCHE-VARS.
000070            05  SW-END-FILE                     PIC X VALUE '0'.
000072            05  SW-PM-FOUND                     PIC X VALUE 'Y'.
000073                88 PM-FOUND                        VALUE 'Y'.
000074                88 PM-NOT-FOUND                    VALUE 'N'.
000074            05  SW-LATE-FOUND                   PIC X VALUE 'N'.
000074                88 LATE-FOUND                      VALUE 'Y'.
000075            05  FS-STAT-BAL                     PIC X(02).
000076                88 PRMBAL-OK                       VALUE '00'.
000077            05  FS-STAT-PM                      PIC X(02).
000078                88 POLMSTR-OK                      VALUE '00'.
000079            05  FS-STAT-LAPSE                   PIC X(02).
000080                88 LAPSEFILE-OK                    VALUE '00'.
000080            05  FS-STAT-COM                     PIC X(02).
000080                88 COMFILE-OK                      VALUE '00'.
000080            05  FS-STAT-AUDIT                   PIC X(02).
000080                88 AUDITFILE-OK                    VALUE '00'.
000081*Grace period in days, read from SYSIN - the VALUE only covers
000082*a missing card
000083        01  WS-GRACE-VARS.
000103                    VALUE '  OPEN BALANCE'.
000104                05  FILLER            PIC X(10) VALUE 'DUE DATE'.
000105                05  FILLER            PIC X(10) VALUE 'DAYS LATE'.
000105                05  FILLER            PIC X(07) VALUE 'INST'.
000105                05  FILLER            PIC X(14)
000105                    VALUE '  INST UNPAID'.
000106            02  LAPSE-HEADER-03.
000107                05  FILLER            PIC X VALUE SPACE.
000108                05  FILLER            PIC X(08) VALUE ALL '-'.
000112                05  FILLER            PIC X(08) VALUE ALL '-'.
000113                05  FILLER            PIC X(02) VALUE SPACES.
000114                05  FILLER            PIC X(09) VALUE ALL '-'.
000114                05  FILLER            PIC X(01) VALUE SPACES.
000114                05  FILLER            PIC X(04) VALUE ALL '-'.
000114                05  FILLER            PIC X(03) VALUE SPACES.
000114                05  FILLER            PIC X(12) VALUE ALL '-'.
000115            02  LAPSE-DETAIL-RECORD.
000116                05  FILLER            PIC X VALUE SPACE.
000117                05  LAPSE-POLICY-NO-OU     PIC 9(07).
000121                05  LAPSE-DUE-DATE-OU      PIC 9(08).
000122                05  FILLER            PIC X(02) VALUE SPACES.
000123                05  LAPSE-DAYS-LATE-OU     PIC ZZZZ9.
000123                05  FILLER            PIC X(06) VALUE SPACES.
000123                05  LAPSE-MODE-OU          PIC X(01).
000123                05  FILLER            PIC X VALUE '-'.
000123                05  LAPSE-INST-NO-OU       PIC 9(02).
000123                05  FILLER            PIC X(03) VALUE SPACES.
000123                05  LAPSE-INST-OPEN-OU     PIC $,$$$,$$$.99.
000124*
000125        PROCEDURE DIVISION.
000126            PERFORM 100-OPEN-FILES
000154               DISPLAY 'ERROR IN OPEN LAPSE LISTING FILE '
000155               DISPLAY 'FILE STATUS = ' FS-STAT-LAPSE
000156               GO TO 900-ERROR.
000157            OPEN OUTPUT COMFILE
000157            IF NOT COMFILE-OK
000157               DISPLAY 'ERROR IN OPEN COMMISSION BASIS FILE '
000157               DISPLAY 'FILE STATUS = ' FS-STAT-COM
000157               GO TO 900-ERROR.
000157            OPEN OUTPUT AUDITFILE
000157            IF NOT AUDITFILE-OK
000157               DISPLAY 'ERROR IN OPEN PMAUDIT AUDIT FILE '
000157               DISPLAY 'FILE STATUS = ' FS-STAT-AUDIT
000157               GO TO 900-ERROR.
000157            PERFORM 240-READ-RECORD
000158            CONTINUE.
000159*
000160* A balance still open past its due date plus the grace period
000161* lapses the policy - the due date of the oldest installment it
000161* has not paid. A due date of zero means the policy has never
000162* been billed - nothing to lapse over.
000163        200-SWEEP-ONE-BALANCE.
000164            ADD 1 TO WS-BALANCES-READ
000164            MOVE ZERO TO WS-LATE-DUE-DATE
000164            IF PB-OPEN-BALANCE > 0
000164               PERFORM 205-FIND-LATE-INSTALLMENT
000164            END-IF
000165            IF PB-OPEN-BALANCE > 0 AND WS-LATE-DUE-DATE > 0
000166               MOVE WS-LATE-DUE-DATE TO DTV-DATE-NUM
000167               CALL 'GNSPPDTV' USING DTV-VARI
000168                   RETURNING RETURN-CODE
000169               END-CALL
000175                  COMPUTE WS-DAYS-PAST-DUE =
000176                     FUNCTION INTEGER-OF-DATE
000177                        (WS-CURRENT-DATE-NUM)
000178                   - FUNCTION INTEGER-OF-DATE (WS-LATE-DUE-DATE)
000179                  IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
000180                     ADD 1 TO WS-PAST-DUE-CTR
000181                     PERFORM 210-LAPSE-POLICY
000185            PERFORM 240-READ-RECORD
000186            CONTINUE.
000187*
000187* Remittances relieve the oldest installments first, so the open
000187* balance counted back from the newest schedule entry ends on the
000187* oldest one still unpaid, and what is left of the balance there
000187* is its unpaid part. A balance billed before the schedule was
000187* kept falls back on PB-DUE-DATE.
000187        205-FIND-LATE-INSTALLMENT.
000187            MOVE PB-DUE-DATE     TO WS-LATE-DUE-DATE
000187            MOVE ZERO            TO WS-LATE-INST-NO
000187            MOVE PB-OPEN-BALANCE TO WS-LATE-AMOUNT
000187            MOVE PB-OPEN-BALANCE TO WS-OPEN-REMAINING
000187            MOVE 'N' TO SW-LATE-FOUND
000187            IF PB-INST-COUNT NUMERIC AND PB-INST-COUNT > 0
000187               PERFORM 206-COUNT-BACK-INSTALLMENT
000187                  VARYING WS-INST-SUB FROM PB-INST-COUNT BY -1
000187                  UNTIL WS-INST-SUB < 1 OR LATE-FOUND
000187            END-IF
000187            CONTINUE.
000187*
000187        206-COUNT-BACK-INSTALLMENT.
000187            MOVE PB-INST-DUE-DATE (WS-INST-SUB)
000187              TO WS-LATE-DUE-DATE
000187            MOVE PB-INST-NO (WS-INST-SUB) TO WS-LATE-INST-NO
000187            MOVE WS-OPEN-REMAINING        TO WS-LATE-AMOUNT
000187            IF WS-OPEN-REMAINING NOT >
000187               PB-INST-AMOUNT (WS-INST-SUB)
000187               SET LATE-FOUND TO TRUE
000187            ELSE
000187               SUBTRACT PB-INST-AMOUNT (WS-INST-SUB)
000187                   FROM WS-OPEN-REMAINING
000187            END-IF
000187            CONTINUE.
000187*
000188* Flips the policy to lapsed on POLMSTR - already-lapsed and
000189* cancelled policies are left alone so a cancellation is never
000190* downgraded to a lapse by this sweep.
000200                       PB-POLICY-NO
000201            ELSE
000202               IF PM-STATUS-ACTIVE
000203                  MOVE POLICY-MASTER-RECORD TO AUD-BEFORE-IMAGE
000203                  SET PM-STATUS-LAPSED TO TRUE
000204                  REWRITE POLICY-MASTER-RECORD
000205                  ADD 1 TO WS-POLICIES-LAPSED
000206                  PERFORM 220-WRITE-LAPSE-LINE
000206                  PERFORM 225-WRITE-COMMISSION-BASIS
000206                  PERFORM 227-WRITE-AUDIT
000207               END-IF
000208            END-IF
000209            CONTINUE.
000211        220-WRITE-LAPSE-LINE.
000212            MOVE PB-POLICY-NO     TO LAPSE-POLICY-NO-OU
000213            MOVE PB-OPEN-BALANCE  TO LAPSE-BALANCE-OU
000214            MOVE WS-LATE-DUE-DATE TO LAPSE-DUE-DATE-OU
000215            MOVE WS-DAYS-PAST-DUE TO LAPSE-DAYS-LATE-OU
000215            IF PB-BILLING-MODE = 'S' OR 'Q' OR 'M'
000215               MOVE PB-BILLING-MODE TO LAPSE-MODE-OU
000215            ELSE
000215               MOVE 'A'             TO LAPSE-MODE-OU
000215            END-IF
000215            MOVE WS-LATE-INST-NO  TO LAPSE-INST-NO-OU
000215            MOVE WS-LATE-AMOUNT   TO LAPSE-INST-OPEN-OU
000216            IF WS-LAPSE-NUM-LINES > 60 THEN
000217               PERFORM 221-WRITE-LAPSE-TITLES
000218            END-IF
000227            MOVE 3 TO WS-LAPSE-NUM-LINES
000228            CONTINUE.
000229*
000230        225-WRITE-COMMISSION-BASIS.
000230            MOVE SPACES              TO COMMISSION-BASIS-RECORD
000230            SET CB-POLICY-LAPSED     TO TRUE
000230            MOVE PB-POLICY-NO        TO CB-POLICY-NO
000230            MOVE WS-CURRENT-DATE-NUM TO CB-EVENT-DATE
000230            MOVE ZERO                TO CB-AMOUNT
000230            WRITE COMMISSION-BASIS-RECORD
000230            CONTINUE.
000230*
000230        227-WRITE-AUDIT.
000230            MOVE WS-CURRENT-DATE-NUM  TO AUD-DATE
000230            MOVE 'L'                  TO AUD-ACTION
000230            MOVE POLICY-MASTER-RECORD TO AUD-AFTER-IMAGE
000230            WRITE AUDIT-RECORD
000230            CONTINUE.
000230*
000230        240-READ-RECORD.
000231            READ PRMBAL
000232               AT END MOVE '1' TO SW-END-FILE
000243            DISPLAY 'Past Grace Period:  ' REC-KTR-OUT
000244            MOVE WS-POLICIES-LAPSED TO REC-KTR-OUT
000245            DISPLAY 'Policies Lapsed:    ' REC-KTR-OUT
000246            CLOSE PRMBAL POLMSTR LAPSEFILE COMFILE AUDITFILE
000247            DISPLAY "END PROGR: PREMLAPS"
000248            CONTINUE.
000249*
