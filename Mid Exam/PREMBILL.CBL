000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID. PREMBILL.
000003*===============================================================*
000004* PREMIUM ANNIVERSARY AND INSTALLMENT BILLING                  =*
000005* AUTHOR: ROBERTO CHIRINOS                                     =*
000006* DATE  : 02/09/2026                                           =*
000007*---------------------------------------------------------------*
000008* GENERATES ONE PREMIUM INVOICE PER ACTIVE POLMSTR POLICY       =*
000009* WHOSE NEXT INSTALLMENT FALLS IN THE RUN MONTH - COUNTED FROM  =*
000010* THE BENEFIT-PERIOD ANNIVERSARY (THE MONTH OF                  =*
000010* PM-EFFECTIVE-DATE) ON THE PM-BILLING-MODE SCHEDULE: ANNUAL,   =*
000010* SEMI-ANNUAL, QUARTERLY OR MONTHLY. THE ANNUAL PREMIUM IS      =*
000011* PRICED BY PM-POLICY-TYPE FROM THE PRMCTL CONTROL FILE (THE    =*
000011* RATECTL PATTERN) AND AN INSTALLMENT IS THAT TIMES THE MODE'S  =*
000011* MODAL FACTOR, ALSO ON PRMCTL. THE FORMATTED INVOICE GOES TO   =*
000013* OPRMINV, AND THE BILLED AMOUNT IS ADDED TO THE POLICY'S       =*
000014* OPEN-PREMIUM BALANCE ON THE PRMBAL KSDS (SEE PRMBALR) WITH    =*
000015* A DUE DATE 30 DAYS OUT FOR PREMPOST/PREMLAPS TO WORK.         =*
000018* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000018* 02/09/2026 RCH - SKIP A POLICY ALREADY BILLED THIS MONTH SO  =*
000018*                  A RERUN CANNOT DOUBLE ITS OPEN BALANCE      =*
000018* 15/10/2026 RCH - CARRY PB-TERM-BILLED FOR CANCEL REFUNDS     =*
000018* 15/10/2026 RCH - SEMI-ANNUAL/QUARTERLY/MONTHLY INSTALLMENTS  =*
000018*                  WITH PRMCTL MODAL FACTORS; EACH ONE KEPT ON =*
000018*                  THE PRMBAL INSTALLMENT SCHEDULE             =*
000018* 15/10/2026 RCH - DO-NOT-REMIT LINE WHEN DRFAUTH DRAFTS PREMIUM=*
000018* 15/10/2026 RCH - DUE DATE ROLLED TO THE NEXT BUSINESS DAY    =*
000018*                  (GNSPBDAY, HOLCAL HOLIDAY CALENDAR)         =*
000018* 15/10/2026 RCH - MAIL-PIECE HEADER AHEAD OF EACH INVOICE     =*
000018*                  FOR THE MAILSTRM MAIL-HOUSE STREAM (MAILPCR)=*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000037*    *
000038            SELECT INVFILE   ASSIGN TO OPRMINV
000039               FILE STATUS  IS FS-STAT-INV.
000039*    *
000039            SELECT DRFAUTH   ASSIGN TO DRFAUTH
000039               ORGANIZATION IS INDEXED
000039               ACCESS MODE  IS RANDOM
000039               RECORD KEY   IS DA-POLICY-NO
000039               FILE STATUS  IS FS-STAT-DA.
000040        DATA DIVISION.
000041        FILE SECTION.
000042        FD  POLMSTR
000047        01  POLICY-MASTER-RECORD.
000048            COPY POLMSTRR.
000049* Annual premium per plan tier - same 20-byte control-file
000050* shape as CLAIMPRO's RATECTL. A row whose first byte is a
000050* billing-mode letter (S/Q/M) carries that mode's modal factor
000050* instead - the share of the annual premium each installment
000050* bills, loading included
000051        FD  RATESFILE
000052            RECORDING MODE IS F
000053            RECORD CONTAINS 20 CHARACTERS
000057            05  RATE-POLICY-TYPE                 PIC 9.
000058            05  RATE-ANNUAL-PREMIUM              PIC 9(7)V99.
000059            05  FILLER                           PIC X(10).
000059        01  MODAL-FACTOR-RECORD.
000059            05  MODE-ROW-CODE                    PIC X(01).
000059                88 MODE-ROW                         VALUE 'A' 'S'
000059                                                          'Q' 'M'.
000059            05  MODE-ROW-FACTOR                  PIC 9V9999.
000059            05  FILLER                           PIC X(14).
000060        FD  PRMBAL
000061            RECORDING MODE IS F
000062            RECORD CONTAINS 320 CHARACTERS
000063            BLOCK CONTAINS 0 RECORDS
000064            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000065        01  PREMIUM-BALANCE-RECORD.
000070            BLOCK CONTAINS 0 RECORDS
000071            DATA RECORD IS INV-REPORT.
000072        01  INV-REPORT                           PIC X(80).
000072* ACH draft authorizations - an active one means PRMDRAFT
000072* collects this invoice on its due date
000072        FD  DRFAUTH
000072            RECORD CONTAINS 120 CHARACTERS
000072            DATA RECORD IS DRAFT-AUTH-RECORD.
000072        01  DRAFT-AUTH-RECORD.
000072            COPY DRFAUTHR.
000073*
000074        WORKING-STORAGE SECTION.
000075*Working Variables
000079          05  WS-POLICIES-SKIPPED     PIC S9(8) COMP SYNC VALUE 0.
000080          05  WS-NO-RATE-CTR          PIC S9(8) COMP SYNC VALUE 0.
000080          05  WS-ALREADY-BILLED-CTR   PIC S9(8) COMP SYNC VALUE 0.
000080          05  WS-INSTALLMENT-BILLS    PIC S9(8) COMP SYNC VALUE 0.
000081        01  WS-CALC-VARS.
000082            05  WS-ANNUAL-PREMIUM          PIC 9(7)V99 VALUE ZERO.
000082            05  WS-PREMIUM-AMOUNT          PIC 9(7)V99 VALUE ZERO.
000082            05  WS-TERM-PREMIUM            PIC 9(7)V99 VALUE ZERO.
000083            05  WS-BILLED-TOTAL            PIC 9(9)V99 VALUE ZERO.
000084            05  WS-DUE-DATE-INT            PIC S9(08) VALUE ZERO.
000085            05  WS-DUE-DATE-NUM            PIC 9(08) VALUE ZERO.
000085            05  WS-ANNIV-MONTH             PIC 9(02) VALUE ZERO.
000085            05  WS-MONTH-OFFSET            PIC 9(02) VALUE ZERO.
000085            05  WS-INSTALLMENT-NO          PIC 9(02) VALUE ZERO.
000085            05  WS-MODE-REMAINDER          PIC 9(02) VALUE ZERO.
000085            05  WS-MODE-KEY                PIC X(01) VALUE SPACE.
000085            05  WS-MODE-HIT                PIC S9(4) COMP VALUE 1.
000085            05  WS-INST-SUB                PIC S9(4) COMP VALUE 0.
000086*Switches Variables & File Status
000087        01  SW-SWITCHE-VARS.
000088            05  SW-END-FILE                     PIC X VALUE '0'.
000097                88 BAL-NOT-FOUND                   VALUE 'N'.
000097            05  SW-ALREADY-BILLED               PIC X VALUE 'N'.
000097                88 ALREADY-BILLED                  VALUE 'Y'.
000097            05  SW-INSTALLMENT-DUE              PIC X VALUE 'N'.
000097                88 INSTALLMENT-DUE                 VALUE 'Y'.
000097            05  SW-MODE-FOUND                   PIC X VALUE 'N'.
000097                88 MODE-FOUND                      VALUE 'Y'.
000097                88 MODE-NOT-FOUND                  VALUE 'N'.
000097            05  SW-DRAFT-FILE                   PIC X VALUE 'N'.
000097                88 DRAFT-FILE-OPEN                 VALUE 'Y'.
000097            05  SW-DRAFTED                      PIC X VALUE 'N'.
000097                88 PREMIUM-DRAFTED                 VALUE 'Y'.
000098            05  FS-STAT-PM                      PIC X(02).
000099                88 POLMSTR-OK                      VALUE '00'.
000100            05  FS-STAT-RATES                   PIC X(02).
000103                88 PRMBAL-OK                       VALUE '00'.
000104            05  FS-STAT-INV                     PIC X(02).
000105                88 INVFILE-OK                      VALUE '00'.
000105            05  FS-STAT-DA                      PIC X(02).
000105                88 DRFAUTH-OK                      VALUE '00'.
000106*Annual-premium control table loaded from PRMCTL at start of run
000107        01  WS-RATES-TABLE.
000108            05  WS-RATES-COUNT             PIC S9(4) COMP VALUE 0.
000109            05  WS-RATES-ENTRY OCCURS 5 TIMES INDEXED BY RATE-IDX.
000110                10  WS-RATE-POLICY-TYPE     PIC 9.
000111                10  WS-RATE-ANNUAL-PREMIUM  PIC 9(7)V99.
000111*Billing modes - installments a term, months between them and
000111*the modal factor. PRMCTL mode rows override the factor; these
000111*VALUEs only cover a control file that carries none
000111        01  WS-MODE-TABLE-VALUES.
000111            05  FILLER PIC X(21) VALUE 'AANNUAL     011210000'.
000111            05  FILLER PIC X(21) VALUE 'SSEMI-ANNUAL020605100'.
000111            05  FILLER PIC X(21) VALUE 'QQUARTERLY  040302600'.
000111            05  FILLER PIC X(21) VALUE 'MMONTHLY    120100875'.
000111        01  WS-MODE-TABLE REDEFINES WS-MODE-TABLE-VALUES.
000111            05  WS-MODE-ENTRY OCCURS 4 TIMES
000111                               INDEXED BY MODE-IDX.
000111                10  WS-MODE-CODE            PIC X(01).
000111                10  WS-MODE-NAME            PIC X(11).
000111                10  WS-MODE-INSTALLMENTS    PIC 9(02).
000111                10  WS-MODE-INTERVAL        PIC 9(02).
000111                10  WS-MODE-FACTOR          PIC 9V9999.
000112*Editing Variables
000113        01  WS-EDIT-VARS.
000114            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000119*Date-Validation Variables - GNSPPDTV confirms the effective
000120*date is a real calendar date before the anniversary compare
000121            COPY GNSWVDTV.
000121*Business-Day Variables - GNSPBDAY moves a due date that lands
000121*on a weekend or HOLCAL holiday to the next business day
000121            COPY GNSWVBDY.
000121*Mail-piece control records written ahead of each invoice -
000121*MAILPREP splits the invoices into mail pieces on them
000121        01  WS-MAIL-PIECE.
000121            COPY MAILPCR.
000122*Invoice print lines
000123        01  WS-INV-LINES.
000124            02  INV-SEPARATOR.
000150                05  FILLER            PIC X(12)
000151                    VALUE ' DUE DATE:  '.
000152                05  INV-DUE-DATE-OU   PIC 9(08).
000152            02  INV-INST-LABEL.
000152                05  INV-INST-MODE-OU  PIC X(11).
000152                05  FILLER            PIC X(13)
000152                    VALUE ' INSTALLMENT '.
000152                05  INV-INST-NO-OU    PIC Z9.
000152                05  FILLER            PIC X(04) VALUE ' OF '.
000152                05  INV-INST-OF-OU    PIC Z9.
000152            02  INV-DRAFT-LINE.
000152                05  FILLER            PIC X(34)
000152                    VALUE ' PAID BY AUTOMATIC BANK DRAFT ON'.
000152                05  FILLER            PIC X(30)
000152                    VALUE 'THE DUE DATE - DO NOT REMIT'.
000153*
000154        PROCEDURE DIVISION.
000155            PERFORM 100-OPEN-FILES
000186               DISPLAY 'ERROR IN OPEN OUTPUT INVOICE FILE '
000187               DISPLAY 'FILE STATUS = ' FS-STAT-INV
000188               GO TO 900-ERROR.
000188* No DRFAUTH yet means no policy is drafted - invoices print
000188* as before until DRFMAINT establishes it
000188            OPEN INPUT DRFAUTH
000188            IF DRFAUTH-OK
000188               SET DRAFT-FILE-OPEN TO TRUE
000188            ELSE
000188               IF FS-STAT-DA NOT = '35'
000188                  DISPLAY 'ERROR IN OPEN DRAFT AUTHORIZATION '
000188                  DISPLAY 'FILE STATUS = ' FS-STAT-DA
000188                  GO TO 900-ERROR
000188               END-IF
000188            END-IF
000189            PERFORM 108-LOAD-RATES-TABLE
000190            PERFORM 240-READ-RECORD
000191            CONTINUE.
000207            READ RATESFILE
000208               AT END SET RATES-EOF TO TRUE
000209               NOT AT END
000209                 IF MODE-ROW
000209                  PERFORM 110-LOAD-MODAL-FACTOR
000209                 ELSE
000210                  ADD 1 TO WS-RATES-COUNT
000211                  SET RATE-IDX TO WS-RATES-COUNT
000212                  MOVE RATE-POLICY-TYPE
000213                    TO WS-RATE-POLICY-TYPE (RATE-IDX)
000214                  MOVE RATE-ANNUAL-PREMIUM
000215                    TO WS-RATE-ANNUAL-PREMIUM (RATE-IDX)
000215                 END-IF
000216            END-READ
000217            CONTINUE.
000217*
000217* A mode row replaces the default modal factor for its mode.
000217        110-LOAD-MODAL-FACTOR.
000217            MOVE MODE-ROW-CODE TO WS-MODE-KEY
000217            PERFORM 215-FIND-MODE-ENTRY
000217            IF MODE-FOUND AND MODE-ROW-FACTOR NUMERIC
000217               MOVE MODE-ROW-FACTOR
000217                 TO WS-MODE-FACTOR (WS-MODE-HIT)
000217            ELSE
000217               DISPLAY 'WARNING: BAD PRMCTL MODAL FACTOR ROW '
000217                       MODAL-FACTOR-RECORD
000217            END-IF
000217            CONTINUE.
000218*
000219* A policy bills when it is active and one of its installments
000220* falls in the run month. Lapsed/cancelled policies and months
000221* with no installment due are skipped, not errors.
000222        200-BILL-ONE-POLICY.
000223            ADD 1 TO WS-POLICIES-READ
000224            MOVE PM-EFFECTIVE-DATE TO DTV-DATE-NUM
000231               DISPLAY 'WARNING: BAD EFFECTIVE DATE ON POLICY '
000232                       PM-POLICY-NO ' - ' DTV-CMSG
000233            ELSE
000234               PERFORM 206-CHECK-INSTALLMENT-DUE
000234               IF PM-STATUS-ACTIVE AND INSTALLMENT-DUE
000235                  PERFORM 205-CHECK-ALREADY-BILLED
000235                  IF ALREADY-BILLED
000235                     ADD 1 TO WS-ALREADY-BILLED-CTR
000247                       ' - SKIPPED'
000247            END-IF
000247            CONTINUE.
000247*
000247* Months since the anniversary, on the policy's billing-mode
000247* interval: an installment falls due every interval months from
000247* the anniversary month (annual - the anniversary alone), and
000247* the quotient numbers it within the term. A policy not yet in
000247* force bills nothing.
000247        206-CHECK-INSTALLMENT-DUE.
000247            MOVE 'N' TO SW-INSTALLMENT-DUE
000247            MOVE PM-BILLING-MODE TO WS-MODE-KEY
000247            IF WS-MODE-KEY = SPACE
000247               MOVE 'A' TO WS-MODE-KEY
000247            END-IF
000247            PERFORM 215-FIND-MODE-ENTRY
000247            IF MODE-NOT-FOUND
000247               MOVE 1 TO WS-MODE-HIT
000247               DISPLAY 'WARNING: BILLING MODE ' PM-BILLING-MODE
000247                       ' ON POLICY ' PM-POLICY-NO
000247                       ' UNKNOWN - BILLED ANNUALLY'
000247            END-IF
000247            MOVE PM-EFFECTIVE-DATE (5:2) TO WS-ANNIV-MONTH
000247            IF WS-RUN-MONTH < WS-ANNIV-MONTH
000247               COMPUTE WS-MONTH-OFFSET =
000247                   WS-RUN-MONTH + 12 - WS-ANNIV-MONTH
000247            ELSE
000247               COMPUTE WS-MONTH-OFFSET =
000247                   WS-RUN-MONTH - WS-ANNIV-MONTH
000247            END-IF
000247            DIVIDE WS-MONTH-OFFSET
000247                BY WS-MODE-INTERVAL (WS-MODE-HIT)
000247                GIVING WS-INSTALLMENT-NO
000247                REMAINDER WS-MODE-REMAINDER
000247            IF WS-MODE-REMAINDER = ZERO AND
000247               PM-EFFECTIVE-DATE (1:6) NOT >
000247               WS-CURRENT-DATE-NUM (1:6)
000247               ADD 1 TO WS-INSTALLMENT-NO
000247               SET INSTALLMENT-DUE TO TRUE
000247            END-IF
000247            CONTINUE.
000248*
000248* The annual premium for the tier, times the mode's modal
000248* factor, is this installment; the term premium is every
000248* installment of the term at that price.
000248        210-PRICE-PREMIUM.
000249            SET RATE-NOT-FOUND TO TRUE
000250            PERFORM 211-SEARCH-RATE-ENTRY
000251               VARYING RATE-IDX FROM 1 BY 1
000252               UNTIL RATE-IDX > WS-RATES-COUNT OR RATE-FOUND
000253            IF RATE-FOUND
000254               COMPUTE WS-PREMIUM-AMOUNT ROUNDED =
000255                   WS-ANNUAL-PREMIUM *
000255                   WS-MODE-FACTOR (WS-MODE-HIT)
000255               COMPUTE WS-TERM-PREMIUM =
000255                   WS-PREMIUM-AMOUNT *
000255                   WS-MODE-INSTALLMENTS (WS-MODE-HIT)
000256            ELSE
000257               ADD 1 TO WS-NO-RATE-CTR
000258               DISPLAY 'WARNING: NO PRMCTL RATE FOR POLICY '
000263        211-SEARCH-RATE-ENTRY.
000264            IF WS-RATE-POLICY-TYPE (RATE-IDX) = PM-POLICY-TYPE
000265               SET RATE-FOUND TO TRUE
000265               MOVE WS-RATE-ANNUAL-PREMIUM (RATE-IDX)
000265                 TO WS-ANNUAL-PREMIUM
000266            END-IF
000267            CONTINUE.
000267*
000267* Looks WS-MODE-KEY up on the billing-mode table; WS-MODE-HIT
000267* is left on the matching entry.
000267        215-FIND-MODE-ENTRY.
000267            SET MODE-NOT-FOUND TO TRUE
000267            PERFORM 216-SEARCH-MODE-ENTRY
000267               VARYING MODE-IDX FROM 1 BY 1
000267               UNTIL MODE-IDX > 4 OR MODE-FOUND
000267            CONTINUE.
000267*
000267        216-SEARCH-MODE-ENTRY.
000267            IF WS-MODE-CODE (MODE-IDX) = WS-MODE-KEY
000267               SET MODE-FOUND TO TRUE
000267               SET WS-MODE-HIT TO MODE-IDX
000267            END-IF
000267            CONTINUE.
000268*
000269        220-WRITE-INVOICE.
000270            ADD 1 TO WS-INVOICES-WRITTEN
000274                + 30
000275            COMPUTE WS-DUE-DATE-NUM =
000276                FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
000276            MOVE 'NEXT'            TO BDY-CMND
000276            MOVE WS-DUE-DATE-NUM   TO BDY-FROM-DATE
000276            CALL 'GNSPBDAY' USING BDY-VARI
000276                RETURNING RETURN-CODE
000276            END-CALL
000276            IF RETURN-CODE NOT > 4
000276               MOVE BDY-TO-DATE    TO WS-DUE-DATE-NUM
000276            END-IF
000276            MOVE +0 TO RETURN-CODE
000277            PERFORM 221-WRITE-MAIL-HEADER
000277            WRITE INV-REPORT FROM INV-SEPARATOR
000278            MOVE DATE-VARS (1:4)   TO INV-DATE-YEAR
000279            MOVE DATE-VARS (5:2)   TO INV-DATE-MONTH
000284            WRITE INV-REPORT FROM INV-POLICY-LINE
000285            MOVE PM-INSURED-ADDRESS TO INV-ADDRESS-OU
000286            WRITE INV-REPORT FROM INV-ADDR-LINE
000287            IF WS-MODE-INSTALLMENTS (WS-MODE-HIT) = 1
000287               MOVE 'ANNUAL PREMIUM DUE..............'
000288                 TO INV-AMT-LABEL
000288            ELSE
000288               ADD 1 TO WS-INSTALLMENT-BILLS
000288               MOVE WS-MODE-NAME (WS-MODE-HIT) TO INV-INST-MODE-OU
000288               MOVE WS-INSTALLMENT-NO         TO INV-INST-NO-OU
000288               MOVE WS-MODE-INSTALLMENTS (WS-MODE-HIT)
000288                 TO INV-INST-OF-OU
000288               MOVE INV-INST-LABEL TO INV-AMT-LABEL
000288            END-IF
000289            MOVE WS-PREMIUM-AMOUNT TO INV-AMT-OU
000290            WRITE INV-REPORT FROM INV-AMOUNT-LINE
000291            MOVE WS-DUE-DATE-NUM   TO INV-DUE-DATE-OU
000292            WRITE INV-REPORT FROM INV-DUE-LINE
000292            PERFORM 225-CHECK-DRAFTED
000292            IF PREMIUM-DRAFTED
000292               WRITE INV-REPORT FROM INV-DRAFT-LINE
000292            END-IF
000293            MOVE SPACES TO INV-REPORT
000294            WRITE INV-REPORT
000295            CONTINUE.
000296*
000296* POLMSTR carries no insured name, so the envelope is addressed
000296* to the policyholder by policy number.
000296        221-WRITE-MAIL-HEADER.
000296            SET MPC-PREMIUM-INVOICE TO TRUE
000296            MOVE PM-POLICY-NO       TO MPC-PIECE-KEY
000296            MOVE SPACES             TO MPC-NAME
000296            STRING 'POLICYHOLDER '  DELIMITED BY SIZE
000296                   PM-POLICY-NO     DELIMITED BY SIZE
000296                   INTO MPC-NAME
000296            END-STRING
000296            MOVE PM-INSURED-ADDRESS TO MPC-ADDR-1
000296            MOVE SPACES             TO MPC-ADDR-2
000296            WRITE INV-REPORT FROM MPC-HEADER-REC
000296            WRITE INV-REPORT FROM MPC-ADDRESS-REC
000296            CONTINUE.
000296*
000296* An active draft authorization means the insured pays by
000296* PRMDRAFT on the due date - the invoice says so, so no check is
000296* mailed in as well.
000296        225-CHECK-DRAFTED.
000296            MOVE 'N' TO SW-DRAFTED
000296            IF DRAFT-FILE-OPEN
000296               MOVE PM-POLICY-NO TO DA-POLICY-NO
000296               READ DRFAUTH
000296                  INVALID KEY
000296                     CONTINUE
000296                  NOT INVALID KEY
000296                     IF DA-ACTIVE
000296                        SET PREMIUM-DRAFTED TO TRUE
000296                     END-IF
000296               END-READ
000296            END-IF
000296            CONTINUE.
000296*
000297* Rolls the invoice into the policy's open-premium balance on
000298* PRMBAL - 205 already read the record (or initialized a fresh
000298* one for a first-time policy). The first installment of a term
000298* starts PB-TERM-BILLED over, later ones add to it, and each
000298* goes on the installment schedule. A balance that is paid up
000298* clears the schedule first - nothing on it is still open.
000299        230-UPDATE-BALANCE.
000299            IF PB-INST-COUNT NOT NUMERIC
000299               PERFORM 231-SEED-SCHEDULE
000299            END-IF
000299            IF PB-OPEN-BALANCE NOT > ZERO
000299               MOVE ZERO TO PB-INST-COUNT
000299            END-IF
000300            ADD WS-PREMIUM-AMOUNT TO PB-OPEN-BALANCE
000309            ADD WS-PREMIUM-AMOUNT TO PB-TOTAL-BILLED
000309            IF WS-INSTALLMENT-NO = 1 OR PB-TERM-BILLED NOT NUMERIC
000309               MOVE WS-PREMIUM-AMOUNT TO PB-TERM-BILLED
000309            ELSE
000309               ADD WS-PREMIUM-AMOUNT  TO PB-TERM-BILLED
000309            END-IF
000309            MOVE WS-TERM-PREMIUM     TO PB-TERM-PREMIUM
000309            MOVE WS-MODE-CODE (WS-MODE-HIT) TO PB-BILLING-MODE
000309            PERFORM 232-ADD-SCHEDULE-ENTRY
000310            MOVE WS-CURRENT-DATE-NUM TO PB-LAST-BILL-DATE
000311            MOVE WS-DUE-DATE-NUM     TO PB-DUE-DATE
000312            IF BAL-FOUND
000315               WRITE PREMIUM-BALANCE-RECORD
000316            END-IF
000317            CONTINUE.
000317*
000317* A balance row written before the schedule was kept: whatever
000317* is open becomes one entry due on the old PB-DUE-DATE.
000317        231-SEED-SCHEDULE.
000317            MOVE ZERO TO PB-INST-COUNT
000317            IF PB-OPEN-BALANCE > ZERO AND PB-DUE-DATE > ZERO
000317               MOVE 1               TO PB-INST-COUNT
000317               MOVE 1               TO PB-INST-NO (1)
000317               MOVE PB-DUE-DATE     TO PB-INST-DUE-DATE (1)
000317               MOVE PB-OPEN-BALANCE TO PB-INST-AMOUNT (1)
000317            END-IF
000317            CONTINUE.
000317*
000317* Appends this invoice; a full schedule drops its oldest entry.
000317        232-ADD-SCHEDULE-ENTRY.
000317            IF PB-INST-COUNT NOT < 12
000317               PERFORM 233-SHIFT-SCHEDULE-ENTRY
000317                  VARYING WS-INST-SUB FROM 1 BY 1
000317                  UNTIL WS-INST-SUB > 11
000317               MOVE 11 TO PB-INST-COUNT
000317            END-IF
000317            ADD 1 TO PB-INST-COUNT
000317            MOVE PB-INST-COUNT      TO WS-INST-SUB
000317            MOVE WS-INSTALLMENT-NO TO PB-INST-NO (WS-INST-SUB)
000317            MOVE WS-DUE-DATE-NUM
000317              TO PB-INST-DUE-DATE (WS-INST-SUB)
000317            MOVE WS-PREMIUM-AMOUNT
000317              TO PB-INST-AMOUNT (WS-INST-SUB)
000317            CONTINUE.
000317*
000317        233-SHIFT-SCHEDULE-ENTRY.
000317            MOVE PB-INST-ENTRY (WS-INST-SUB + 1)
000317              TO PB-INST-ENTRY (WS-INST-SUB)
000317            CONTINUE.
000318*
000319        240-READ-RECORD.
000320            READ POLMSTR
000336            DISPLAY 'No Rate On File:    ' REC-KTR-OUT
000336            MOVE WS-ALREADY-BILLED-CTR TO REC-KTR-OUT
000336            DISPLAY 'Already Billed:     ' REC-KTR-OUT
000336            MOVE WS-INSTALLMENT-BILLS TO REC-KTR-OUT
000336            DISPLAY 'Installment Bills:  ' REC-KTR-OUT
000337            DISPLAY 'Premium Billed:     ' WS-BILLED-TOTAL
000338            CLOSE POLMSTR PRMBAL INVFILE
000338            IF DRAFT-FILE-OPEN
000338               CLOSE DRFAUTH
000338            END-IF
000339            DISPLAY "END PROGR: PREMBILL"
000340            CONTINUE.
000341*
