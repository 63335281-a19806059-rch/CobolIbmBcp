000018* MODIFICATION HISTORY:                                        =*
000019* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000019* 02/09/2026 RCH - CARRY PM-POLICY-TYPE ON ADDS FOR PREMBILL   =*
000019* 15/10/2026 RCH - CARRY PM-STATE-CODE ON ADDS/ADDRESS CHANGES =*
000019* 15/10/2026 RCH - WRITING AGENT ON ADDS, 'W' AGENT CHANGES    =*
000019* 15/10/2026 RCH - PRO-RATA UNEARNED PREMIUM REFUND ON CANCEL =*
000019* 15/10/2026 RCH - CARRY PM-GROUP-NO ON ADDS FOR GROUP FEEDS   =*
000019* 15/10/2026 RCH - REFUND EXTRACT MARKED PAYABLE TO THE INSURED=*
000019* 15/10/2026 RCH - BILLING MODE ON ADDS, 'B' MODE CHANGES; AN   =*
000019*                  INSTALLMENT TERM EARNS ON ITS FULL PREMIUM  =*
000019* 15/10/2026 RCH - OPERATOR ID ON POLTRAN, CHECKED AGAINST THE  =*
000019*                  OPERAUTH AUTHORITY FILE (GNSPOAUT); REJECTS  =*
000019*                  ALSO LOGGED TO EXCPLOG                       =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000032               RECORD KEY   IS PM-POLICY-NO
000033               FILE STATUS  IS FS-STAT-PM.
000034*    *
000035* Agent master (KSDS) - the writing agent on an add or agent
000035* change must be on file and still active (see AGTMSTRR)
000035            SELECT AGTMSTR   ASSIGN TO AGTMSTR
000035               ORGANIZATION IS INDEXED
000035               ACCESS MODE  IS RANDOM
000035               RECORD KEY   IS AG-AGENT-NO
000035               FILE STATUS  IS FS-STAT-AG.
000035*    *
000035* Premium balance (KSDS) - a cancel credits the unearned part
000035* of the term premium back to the policy's balance (PRMBALR)
000035            SELECT PRMBAL    ASSIGN TO PRMBAL
000035               ORGANIZATION IS INDEXED
000035               ACCESS MODE  IS RANDOM
000035               RECORD KEY   IS PB-POLICY-NO
000035               FILE STATUS  IS FS-STAT-BAL.
000035*    *
000035* Covered members (KSDS) - the subscriber is the refund payee
000035            SELECT MBRFILE   ASSIGN TO MBRMSTR
000035               ORGANIZATION IS INDEXED
000035               ACCESS MODE  IS RANDOM
000035               RECORD KEY   IS MB-KEY
000035               FILE STATUS  IS FS-STAT-MBR.
000035*    *
000035* Premium refunds in the PAYEXTR layout - CHKASGN numbers them
000035* alongside CLAIMPRO's claim payments
000035            SELECT REFEXT    ASSIGN TO ORFNDEXT
000035               FILE STATUS  IS FS-STAT-REFX.
000035*    *
000035            SELECT RFNDRPT   ASSIGN TO ORFNDRG
000035               FILE STATUS  IS FS-STAT-RFND.
000035*    *
000035            SELECT AUDITFILE ASSIGN TO PMAUDIT
000036               FILE STATUS  IS FS-STAT-AUDIT.
000037*    *
000038            SELECT ERRFILE   ASSIGN TO PMERR
000039               FILE STATUS  IS FS-STAT-ERR.
000039*    *
000039* Shared daily processing-exceptions log (see EXCPREC) - every
000039* transaction refused for want of operator authority
000039            SELECT EXCPLOG   ASSIGN TO EXCPLOG
000039               FILE STATUS  IS FS-STAT-EXCP.
000040        DATA DIVISION.
000041        FILE SECTION.
000042* One maintenance transaction - the action byte, the policy key,
000054                88 TRAN-REINSTATE                   VALUE 'R'.
000055                88 TRAN-TERM-DATE                   VALUE 'T'.
000056                88 TRAN-ADDRESS                     VALUE 'M'.
000056                88 TRAN-WRITING-AGENT               VALUE 'W'.
000056                88 TRAN-BILL-MODE-CHANGE            VALUE 'B'.
000057                88 TRAN-STATUS-CHANGE               VALUES 'L' 'C'
000058                                                           'R'.
000059                88 TRAN-VALID-ACTION                VALUES 'A' 'L'
000060                                                    'C' 'R' 'T'
000061                                                    'M' 'W' 'B'.
000062            05  TRAN-POLICY-NO                   PIC 9(07).
000063            05  TRAN-EFFECTIVE-DATE              PIC 9(08).
000064            05  TRAN-TERMINATION-DATE            PIC 9(08).
000065            05  TRAN-INSURED-ADDRESS             PIC X(30).
000066            05  TRAN-POLICY-TYPE                 PIC 9(01).
000066            05  TRAN-STATE-CODE                  PIC X(02).
000066            05  TRAN-AGENT-NO                    PIC 9(05).
000066            05  TRAN-GROUP-NO                    PIC X(06).
000066            05  TRAN-BILLING-MODE                PIC X(01).
000066                88 TRAN-VALID-BILL-MODE             VALUES 'A' 'S'
000066                                                    'Q' 'M' ' '.
000066* Operator who keyed the transaction - must hold the authority
000066* for its action on OPERAUTH (see OPAUTHR)
000066            05  TRAN-OPERATOR-ID                 PIC X(08).
000066            05  FILLER                           PIC X(03).
000067*
000068        FD  POLMSTR
000069            RECORDING MODE IS F
000073        01  POLICY-MASTER-RECORD.
000074            COPY POLMSTRR.
000075*
000076        FD  AGTMSTR
000076            RECORD CONTAINS 150 CHARACTERS
000076            DATA RECORD IS AGENT-MASTER-RECORD.
000076        01  AGENT-MASTER-RECORD.
000076            COPY AGTMSTRR.
000076*
000076        FD  PRMBAL
000076            RECORDING MODE IS F
000076            RECORD CONTAINS 320 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000076            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000076        01  PREMIUM-BALANCE-RECORD.
000076            COPY PRMBALR.
000076*
000076        FD  MBRFILE
000076            RECORDING MODE IS F
000076            RECORD CONTAINS 80 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000076            DATA RECORD IS MEMBER-RECORD.
000076        01  MEMBER-RECORD.
000076            COPY MBRMSTRR.
000076*
000076        FD  REFEXT
000076            RECORDING MODE IS F
000076            RECORD CONTAINS 80 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000076            DATA RECORD IS PAY-EXTRACT-RECORD.
000076        01  PAY-EXTRACT-RECORD.
000076            COPY PAYEXTR.
000076*
000076* Refund register - one line per cancel with its calculation
000076        FD  RFNDRPT
000076            RECORDING MODE IS F
000076            RECORD CONTAINS 133 CHARACTERS
000076            BLOCK CONTAINS 0 RECORDS
000076            DATA RECORD IS RFND-REPORT.
000076        01  RFND-REPORT                          PIC X(133).
000076*
000076* Before/after audit trail - one line per applied transaction,
000077* the same shape TBLMAINT leaves on EMPAUDIT
000078        FD  AUDITFILE
000096            05  ERR-TRAN-IMAGE                   PIC X(80).
000097            05  ERR-REASON                       PIC X(40).
000098*
000098        FD  EXCPLOG
000098            RECORDING MODE IS F
000098            RECORD CONTAINS 100 CHARACTERS
000098            BLOCK CONTAINS 0 RECORDS
000098            DATA RECORD IS EXCP-LOG-RECORD.
000098        01  EXCP-LOG-RECORD.
000098            COPY EXCPREC.
000098*
000099        WORKING-STORAGE SECTION.
000100*Working Variables
000101        01  WS-CONTADORES.
000103          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000104          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-POLICIES-ADDED       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-CANCELS-PRICED       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-REFUNDS-ISSUED       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-NO-BALANCE-CTR       PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-AUTH-REJECTED        PIC S9(8) COMP SYNC VALUE 0.
000105          05  WS-RPT-NUM-LINES        PIC S9(4) COMP VALUE 61.
000106*Switches Variables & File Status
000107        01  SW-SWITCHE-VARS.
000108            05  SW-END-TRANS                    PIC X VALUE '0'.
000110            05  SW-MASTER-FOUND                 PIC X VALUE 'N'.
000111                88 MASTER-FOUND                    VALUE 'Y'.
000112                88 MASTER-NOT-FOUND                VALUE 'N'.
000112            05  SW-BAL-FOUND                    PIC X VALUE 'Y'.
000112                88 BAL-FOUND                       VALUE 'Y'.
000112                88 BAL-NOT-FOUND                   VALUE 'N'.
000113            05  FS-STAT-TRAN                    PIC X(02).
000114                88 TRANFILE-OK                     VALUE '00'.
000115            05  FS-STAT-PM                      PIC X(02).
000116                88 POLMSTR-OK                      VALUE '00'.
000116            05  FS-STAT-AG                      PIC X(02).
000116                88 AGTMSTR-OK                      VALUE '00'.
000116            05  FS-STAT-BAL                     PIC X(02).
000116                88 PRMBAL-OK                       VALUE '00'.
000116            05  FS-STAT-MBR                     PIC X(02).
000116                88 MBRFILE-OK                      VALUE '00'.
000116            05  FS-STAT-REFX                    PIC X(02).
000116                88 REFEXT-OK                       VALUE '00'.
000116            05  FS-STAT-RFND                    PIC X(02).
000116                88 RFNDRPT-OK                      VALUE '00'.
000117            05  FS-STAT-AUDIT                   PIC X(02).
000118                88 AUDITFILE-OK                    VALUE '00'.
000119            05  FS-STAT-ERR                     PIC X(02).
000120                88 ERRFILE-OK                      VALUE '00'.
000120            05  FS-STAT-EXCP                    PIC X(02).
000120                88 EXCPLOG-OK                      VALUE '00'.
000121        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000122*Editing Variables
000123        01  WS-EDIT-VARS.
000124            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000125            05  DATE-VARS                  PIC X(15).
000125            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000125            05  WS-BATCH-RUN-ID            PIC X(08).
000125*Cancel-Refund Variables - the term the cancel date falls in,
000125*the days of it used, and the earned/unearned split of the
000125*premium billed for it
000125        01  WS-REFUND-VARS.
000125            05  WS-CANCEL-DATE         PIC 9(08) VALUE ZERO.
000125            05  WS-CANCEL-DATE-R REDEFINES WS-CANCEL-DATE.
000125                10  WS-CANCEL-YEAR     PIC 9(04).
000125                10  WS-CANCEL-MMDD     PIC 9(04).
000125            05  WS-TERM-START-DATE     PIC 9(08) VALUE ZERO.
000125            05  WS-TERM-START-R REDEFINES WS-TERM-START-DATE.
000125                10  WS-TERM-START-YEAR PIC 9(04).
000125                10  WS-TERM-START-MMDD PIC 9(04).
000125            05  WS-TERM-END-DATE       PIC 9(08) VALUE ZERO.
000125            05  WS-TERM-END-R REDEFINES WS-TERM-END-DATE.
000125                10  WS-TERM-END-YEAR   PIC 9(04).
000125                10  WS-TERM-END-MMDD   PIC 9(04).
000125            05  WS-TERM-DAYS           PIC S9(05) VALUE ZERO.
000125            05  WS-DAYS-USED           PIC S9(05) VALUE ZERO.
000125            05  WS-TERM-BILLED         PIC 9(07)V99 VALUE ZERO.
000125            05  WS-TERM-PAID           PIC S9(07)V99 VALUE ZERO.
000125            05  WS-EARNED-PREMIUM      PIC 9(07)V99 VALUE ZERO.
000125            05  WS-UNEARNED-PREMIUM    PIC 9(07)V99 VALUE ZERO.
000125            05  WS-PRIOR-BALANCE       PIC S9(07)V99 VALUE ZERO.
000125            05  WS-NEW-BALANCE         PIC S9(07)V99 VALUE ZERO.
000125            05  WS-REFUND-AMOUNT       PIC 9(07)V99 VALUE ZERO.
000125            05  WS-UNEARNED-TOTAL      PIC 9(09)V99 VALUE ZERO.
000125            05  WS-REFUND-TOTAL        PIC 9(09)V99 VALUE ZERO.
000126*Policy-Number Check-Digit Validation Variables - an ADD with a
000127*bad check digit is rejected outright here, unlike CLAIMPRO's
000128*warn-and-count, because this program is where typos are cheap
000133*Date-Validation Variables - GNSPPDTV confirms the effective and
000134*termination dates on the transaction are real calendar dates
000135            COPY GNSWVDTV.
000135*Operator-Authority Variables - GNSPOAUT confirms the operator on
000135*the transaction may take its action here
000135            COPY GNSWVOAU.
000136*
000137*Refund register print lines
000137        01  WS-RFND-LINES.
000137            02  RFND-HEADER-01.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(45)
000137                    VALUE 'Cancellation Premium Refund Register'.
000137                05  FILLER            PIC X(09) VALUE 'RUN DATE '.
000137                05  RFND-RUN-DATE-OU  PIC 9(08).
000137            02  RFND-HEADER-02.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(09) VALUE 'POLICY'.
000137                05  FILLER            PIC X(10) VALUE 'EFFECTIVE'.
000137                05  FILLER            PIC X(10) VALUE 'CANCELLED'.
000137                05  FILLER            PIC X(10) VALUE 'TERM FROM'.
000137                05  FILLER            PIC X(10) VALUE 'TERM TO'.
000137                05  FILLER            PIC X(10) VALUE 'DAYS USED'.
000137                05  FILLER            PIC X(13)
000137                    VALUE 'TERM BILLED'.
000137                05  FILLER            PIC X(13) VALUE 'TERM PAID'.
000137                05  FILLER            PIC X(13) VALUE 'EARNED'.
000137                05  FILLER            PIC X(13) VALUE 'UNEARNED'.
000137                05  FILLER            PIC X(14)
000137                    VALUE 'PRIOR BALANCE'.
000137                05  FILLER            PIC X(12) VALUE 'REFUND'.
000137            02  RFND-DETAIL-RECORD.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  RFND-POLICY-NO-OU      PIC 9(07).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-EFF-DATE-OU       PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-CANCEL-DATE-OU    PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-TERM-FROM-OU      PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-TERM-TO-OU        PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-DAYS-USED-OU      PIC ZZ9.
000137                05  FILLER            PIC X VALUE '/'.
000137                05  RFND-TERM-DAYS-OU      PIC ZZ9.
000137                05  FILLER            PIC X(03) VALUE SPACES.
000137                05  RFND-BILLED-OU         PIC $$$$,$$9.99.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-PAID-OU           PIC $$$$,$$9.99.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-EARNED-OU         PIC $$$$,$$9.99.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-UNEARNED-OU       PIC $$$$,$$9.99.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-PRIOR-BAL-OU      PIC $$$$,$$9.99-.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  RFND-REFUND-OU         PIC $$$$,$$9.99.
000137            02  RFND-BLANK-LINE.
000137                05  FILLER            PIC X(133) VALUE SPACES.
000137            02  RFND-TOTAL-LINE.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(18)
000137                    VALUE 'CANCELS PRICED:'.
000137                05  RFND-TOT-COUNT-OU      PIC ZZZ,ZZ9.
000137                05  FILLER            PIC X(13)
000137                    VALUE '  UNEARNED: '.
000137                05  RFND-TOT-UNEARNED-OU   PIC $$$,$$$,$$9.99.
000137                05  FILLER            PIC X(13)
000137                    VALUE '  REFUNDED: '.
000137                05  RFND-TOT-REFUND-OU     PIC $$$,$$$,$$9.99.
000137*
000137        PROCEDURE DIVISION.
000138            PERFORM 100-OPEN-FILES
000139            PERFORM 200-APPLY-ONE-TRAN UNTIL END-TRANS
000143        100-OPEN-FILES.
000144            DISPLAY "Init POLMAINT.."
000145            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000145            MOVE DATE-VARS (1:8)        TO WS-CURRENT-DATE-NUM
000145            MOVE 'CAN'                  TO WS-BATCH-RUN-ID (1:3)
000145            MOVE DATE-VARS (9:5)        TO WS-BATCH-RUN-ID (4:5)
000146            OPEN INPUT TRANFILE
000147            IF NOT TRANFILE-OK
000148               DISPLAY 'ERROR IN OPEN POLTRAN TRANSACTION FILE '
000160               DISPLAY 'ERROR IN OPEN POLICY MASTER FILE '
000161               DISPLAY 'FILE STATUS = ' FS-STAT-PM
000162               GO TO 900-ERROR.
000163            OPEN INPUT AGTMSTR
000163            IF NOT AGTMSTR-OK
000163               DISPLAY 'ERROR IN OPEN AGTMSTR AGENT MASTER FILE '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-AG
000163               GO TO 900-ERROR.
000163            OPEN I-O PRMBAL
000163            IF NOT PRMBAL-OK
000163               DISPLAY 'ERROR IN OPEN PREMIUM BALANCE FILE '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-BAL
000163               GO TO 900-ERROR.
000163            OPEN INPUT MBRFILE
000163            IF NOT MBRFILE-OK
000163               DISPLAY 'ERROR IN OPEN MBRMSTR MEMBER FILE '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-MBR
000163               GO TO 900-ERROR.
000163            OPEN OUTPUT REFEXT
000163            IF NOT REFEXT-OK
000163               DISPLAY 'ERROR IN OPEN ORFNDEXT REFUND EXTRACT '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-REFX
000163               GO TO 900-ERROR.
000163            OPEN OUTPUT RFNDRPT
000163            IF NOT RFNDRPT-OK
000163               DISPLAY 'ERROR IN OPEN ORFNDRG REFUND REGISTER '
000163               DISPLAY 'FILE STATUS = ' FS-STAT-RFND
000163               GO TO 900-ERROR.
000163            MOVE WS-CURRENT-DATE-NUM TO RFND-RUN-DATE-OU
000163            OPEN OUTPUT AUDITFILE
000164            IF NOT AUDITFILE-OK
000165               DISPLAY 'ERROR IN OPEN PMAUDIT AUDIT FILE '
000170               DISPLAY 'ERROR IN OPEN PMERR ERROR FILE '
000171               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000172               GO TO 900-ERROR.
000172            OPEN EXTEND EXCPLOG
000172            IF NOT EXCPLOG-OK
000172               DISPLAY 'ERROR IN OPEN EXCPLOG EXCEPTIONS LOG '
000172               DISPLAY 'FILE STATUS = ' FS-STAT-EXCP
000172               GO TO 900-ERROR.
000173            PERFORM 240-READ-RECORD
000174            CONTINUE.
000175*
000176        200-APPLY-ONE-TRAN.
000177            ADD 1 TO WS-TRANS-READ
000178            PERFORM 205-CHECK-OPERATOR-AUTHORITY
000178            IF WS-REJECT-REASON = SPACES
000178               PERFORM 210-EDIT-TRANSACTION
000178            END-IF
000179            IF WS-REJECT-REASON NOT = SPACES
000180               PERFORM 230-REJECT-TRANSACTION
000181            ELSE
000188                       TO WS-REJECT-REASON
000189                     PERFORM 230-REJECT-TRANSACTION
000190                  ELSE
000191                     IF TRAN-CANCEL AND PM-STATUS-CANCELLED
000191                        MOVE 'POLICY ALREADY CANCELLED'
000191                          TO WS-REJECT-REASON
000191                        PERFORM 230-REJECT-TRANSACTION
000191                     ELSE
000191                        PERFORM 222-APPLY-CHANGE
000191                     END-IF
000192                  END-IF
000193               END-IF
000194            END-IF
000195            PERFORM 240-READ-RECORD
000196            CONTINUE.
000197*
000197* Nobody changes the policy master without the authority for the
000197* action on OPERAUTH - a refusal is logged to EXCPLOG against the
000197* operator as well as riding out on PMERR. A bad action code is
000197* left for the field edits to report.
000197        205-CHECK-OPERATOR-AUTHORITY.
000197            MOVE SPACES TO WS-REJECT-REASON
000197            IF TRAN-VALID-ACTION
000197               MOVE 'POLMAINT'         TO OAU-PROGRAM
000197               MOVE TRAN-OPERATOR-ID   TO OAU-OPERATOR
000197               MOVE TRAN-ACTION        TO OAU-ACTION
000197               MOVE ZERO               TO OAU-AMOUNT
000197               CALL 'GNSPOAUT' USING OAU-VARI
000197                   RETURNING RETURN-CODE
000197               END-CALL
000197               IF RETURN-CODE NOT = 0
000197                  MOVE +0 TO RETURN-CODE
000197                  MOVE OAU-CMSG TO WS-REJECT-REASON
000197                  PERFORM 206-LOG-AUTHORITY-REJECT
000197               END-IF
000197            END-IF
000197            CONTINUE.
000197*
000197        206-LOG-AUTHORITY-REJECT.
000197            ADD 1 TO WS-AUTH-REJECTED
000197            INITIALIZE EXCP-LOG-RECORD
000197            MOVE 'REJECTED'          TO EXCP-RECORD-TYPE
000197            MOVE 'POLMAINT'          TO EXCP-SOURCE-PROGRAM
000197            MOVE TRAN-OPERATOR-ID    TO EXCP-KEY-ID
000197            MOVE 'OAUT'              TO EXCP-REASON-CODE
000197            MOVE OAU-CMSG            TO EXCP-REASON-TEXT
000197            MOVE WS-CURRENT-DATE-NUM TO EXCP-RUN-DATE
000197            WRITE EXCP-LOG-RECORD
000197            CONTINUE.
000197*
000198* Field edits, strictest first - the first failure wins and its
000199* reason rides the error record back to underwriting.
000200        210-EDIT-TRANSACTION.
000201            MOVE SPACES TO WS-REJECT-REASON
000202            EVALUATE TRUE
000203                WHEN NOT TRAN-VALID-ACTION
000204                    MOVE 'ACTION NOT A/L/C/R/T/M/W/B'
000205                      TO WS-REJECT-REASON
000206                WHEN TRAN-POLICY-NO NOT NUMERIC
000207                    MOVE 'POLICY NUMBER NOT NUMERIC'
000214                     TRAN-TERMINATION-DATE NOT NUMERIC
000215                    MOVE 'TERMINATION DATE NOT NUMERIC'
000216                      TO WS-REJECT-REASON
000217                WHEN TRAN-CANCEL AND
000217                     TRAN-TERMINATION-DATE NOT = SPACES AND
000217                     TRAN-TERMINATION-DATE NOT NUMERIC
000217                    MOVE 'CANCEL DATE NOT NUMERIC'
000217                      TO WS-REJECT-REASON
000217                WHEN TRAN-ADDRESS AND
000218                     TRAN-INSURED-ADDRESS = SPACES
000219                    MOVE 'INSURED ADDRESS MISSING'
000220                      TRAN-POLICY-TYPE > 5)
000220                    MOVE 'POLICY TYPE NOT A KNOWN PLAN TIER'
000220                      TO WS-REJECT-REASON
000221                WHEN (TRAN-ADD OR TRAN-WRITING-AGENT) AND
000221                     TRAN-AGENT-NO NOT NUMERIC
000221                    MOVE 'WRITING AGENT NUMBER NOT NUMERIC'
000221                      TO WS-REJECT-REASON
000221                WHEN (TRAN-ADD OR TRAN-BILL-MODE-CHANGE) AND
000221                     NOT TRAN-VALID-BILL-MODE
000221                    MOVE 'BILLING MODE NOT A/S/Q/M'
000221                      TO WS-REJECT-REASON
000221                WHEN OTHER
000222                    CONTINUE
000223            END-EVALUATE
000225               PERFORM 211-VALIDATE-CHECK-DIGIT
000226               PERFORM 212-VALIDATE-DATES
000227            END-IF
000228            IF WS-REJECT-REASON = SPACES AND
000228               (TRAN-ADD OR TRAN-WRITING-AGENT)
000228               PERFORM 214-CHECK-WRITING-AGENT
000228            END-IF
000228            IF WS-REJECT-REASON = SPACES AND TRAN-TERM-DATE
000229               MOVE TRAN-TERMINATION-DATE TO DTV-DATE-NUM
000230               PERFORM 213-CALL-DATE-VALIDATOR
000231            END-IF
000232* A cancel carries its cancel date in the termination-date
000232* field; left blank or zero it cancels as of the run date
000232            IF WS-REJECT-REASON = SPACES AND TRAN-CANCEL AND
000232               TRAN-TERMINATION-DATE NUMERIC AND
000232               TRAN-TERMINATION-DATE NOT = ZERO
000232               MOVE TRAN-TERMINATION-DATE TO DTV-DATE-NUM
000232               PERFORM 213-CALL-DATE-VALIDATOR
000232            END-IF
000232            CONTINUE.
000233*
000234* The policy number entering the master must carry a good
000273            END-IF
000274            CONTINUE.
000275*
000276* New business may only be written by an agent on AGTMSTR who is
000276* still active - a terminated agent keeps the book already written
000276        214-CHECK-WRITING-AGENT.
000276            MOVE TRAN-AGENT-NO TO AG-AGENT-NO
000276            READ AGTMSTR
000276               INVALID KEY
000276                  MOVE 'WRITING AGENT NOT ON AGENT MASTER'
000276                    TO WS-REJECT-REASON
000276               NOT INVALID KEY
000276                  IF AG-TERMINATED
000276                     MOVE 'WRITING AGENT IS TERMINATED'
000276                       TO WS-REJECT-REASON
000276                  END-IF
000276            END-READ
000276            CONTINUE.
000276*
000276        215-READ-MASTER.
000277            SET MASTER-FOUND TO TRUE
000278            MOVE TRAN-POLICY-NO TO PM-POLICY-NO
000296               MOVE TRAN-TERMINATION-DATE  TO PM-TERMINATION-DATE
000297               MOVE TRAN-INSURED-ADDRESS   TO PM-INSURED-ADDRESS
000297               MOVE TRAN-POLICY-TYPE       TO PM-POLICY-TYPE
000297               MOVE TRAN-STATE-CODE        TO PM-STATE-CODE
000297               MOVE TRAN-AGENT-NO          TO PM-AGENT-NO
000297               MOVE TRAN-GROUP-NO          TO PM-GROUP-NO
000297               MOVE TRAN-BILLING-MODE      TO PM-BILLING-MODE
000298               MOVE POLICY-MASTER-RECORD   TO AUD-AFTER-IMAGE
000299               WRITE POLICY-MASTER-RECORD
000300                  INVALID KEY
000308            END-IF
000309            CONTINUE.
000310*
000311* Status, termination-date, address, agent and billing-mode
000312* changes all land on the record already read by 215-READ-MASTER
000312* and rewrite it in place. A new billing mode takes effect with
000312* the next installment PREMBILL invoices.
000313        222-APPLY-CHANGE.
000314            MOVE POLICY-MASTER-RECORD TO AUD-BEFORE-IMAGE
000315            EVALUATE TRUE
000317                    SET PM-STATUS-LAPSED    TO TRUE
000318                WHEN TRAN-CANCEL
000319                    SET PM-STATUS-CANCELLED TO TRUE
000319                    PERFORM 225-SET-CANCEL-DATE
000320                WHEN TRAN-REINSTATE
000321                    SET PM-STATUS-ACTIVE    TO TRUE
000322                WHEN TRAN-TERM-DATE
000325                WHEN TRAN-ADDRESS
000326                    MOVE TRAN-INSURED-ADDRESS
000327                      TO PM-INSURED-ADDRESS
000327                    IF TRAN-STATE-CODE NOT = SPACES
000327                       MOVE TRAN-STATE-CODE
000327                         TO PM-STATE-CODE
000327                    END-IF
000328                WHEN TRAN-WRITING-AGENT
000328                    MOVE TRAN-AGENT-NO      TO PM-AGENT-NO
000328                WHEN TRAN-BILL-MODE-CHANGE
000328                    MOVE TRAN-BILLING-MODE  TO PM-BILLING-MODE
000328            END-EVALUATE
000329            MOVE POLICY-MASTER-RECORD TO AUD-AFTER-IMAGE
000330            REWRITE POLICY-MASTER-RECORD
000336               PERFORM 230-REJECT-TRANSACTION
000337            ELSE
000338               PERFORM 235-WRITE-AUDIT
000338               IF TRAN-CANCEL
000338                  PERFORM 250-REFUND-UNEARNED-PREMIUM
000338               END-IF
000339            END-IF
000340            CONTINUE.
000341*
000342* Coverage ends on the cancel date - the transaction's date, or
000342* the run date when underwriting left it blank
000342        225-SET-CANCEL-DATE.
000342            IF TRAN-TERMINATION-DATE NUMERIC AND
000342               TRAN-TERMINATION-DATE NOT = ZERO
000342               MOVE TRAN-TERMINATION-DATE TO WS-CANCEL-DATE
000342            ELSE
000342               MOVE WS-CURRENT-DATE-NUM   TO WS-CANCEL-DATE
000342            END-IF
000342            IF WS-CANCEL-DATE < PM-TERMINATION-DATE
000342               MOVE WS-CANCEL-DATE TO PM-TERMINATION-DATE
000342            END-IF
000342            CONTINUE.
000342*
000342        230-REJECT-TRANSACTION.
000343            ADD 1 TO WS-TRANS-REJECTED
000344            MOVE TRAN-RECORD      TO ERR-TRAN-IMAGE
000361            END-READ
000362            CONTINUE.
000363*
000364* A cancelled policy's prepaid premium is worked out pro rata:
000364* the unearned part of the term premium is credited to PRMBAL,
000364* and whatever credit that leaves goes back to the insured
000364* through the CHKASGN check cycle. Every cancel priced here
000364* lands on the ORFNDRG refund register with its calculation.
000364        250-REFUND-UNEARNED-PREMIUM.
000364            SET BAL-FOUND TO TRUE
000364            MOVE PM-POLICY-NO TO PB-POLICY-NO
000364            READ PRMBAL
000364               INVALID KEY
000364                  SET BAL-NOT-FOUND TO TRUE
000364            END-READ
000364            IF BAL-NOT-FOUND
000364               ADD 1 TO WS-NO-BALANCE-CTR
000364               DISPLAY 'NO PRMBAL BALANCE FOR CANCELLED POLICY '
000364                       PM-POLICY-NO ' - NO REFUND'
000364            ELSE
000364               ADD 1 TO WS-CANCELS-PRICED
000364               PERFORM 251-FIND-POLICY-TERM
000364               PERFORM 253-PRICE-UNEARNED-PREMIUM
000364               PERFORM 254-CREDIT-PREMIUM-BALANCE
000364               IF WS-REFUND-AMOUNT > ZERO
000364                  PERFORM 255-WRITE-REFUND-EXTRACT
000364               END-IF
000364               PERFORM 257-WRITE-REGISTER-LINE
000364            END-IF
000364            CONTINUE.
000364*
000364* The term is the policy year the cancel date falls in - from
000364* the last effective-date anniversary on or before it to the
000364* next. When PREMBILL has already invoiced the coming term (it
000364* bills the whole anniversary month) that term is the one
000364* being cancelled, untouched.
000364        251-FIND-POLICY-TERM.
000364            IF WS-CANCEL-DATE NOT > PM-EFFECTIVE-DATE
000364               MOVE PM-EFFECTIVE-DATE       TO WS-TERM-START-DATE
000364            ELSE
000364               MOVE WS-CANCEL-YEAR          TO WS-TERM-START-YEAR
000364               MOVE PM-EFFECTIVE-DATE (5:4) TO WS-TERM-START-MMDD
000364               IF WS-CANCEL-MMDD < WS-TERM-START-MMDD
000364                  SUBTRACT 1 FROM WS-TERM-START-YEAR
000364               END-IF
000364            END-IF
000364            MOVE WS-TERM-START-DATE TO WS-TERM-END-DATE
000364            ADD 1 TO WS-TERM-END-YEAR
000364            IF PB-LAST-BILL-DATE (1:6) NOT <
000364               WS-TERM-END-DATE (1:6)
000364               MOVE WS-TERM-END-DATE TO WS-TERM-START-DATE
000364               ADD 1 TO WS-TERM-END-YEAR
000364            END-IF
000364            PERFORM 252-ADJUST-LEAP-DAY
000364            COMPUTE WS-TERM-DAYS =
000364                FUNCTION INTEGER-OF-DATE (WS-TERM-END-DATE) -
000364                FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE)
000364            COMPUTE WS-DAYS-USED =
000364                FUNCTION INTEGER-OF-DATE (WS-CANCEL-DATE) -
000364                FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE)
000364            IF WS-DAYS-USED < ZERO
000364               MOVE ZERO TO WS-DAYS-USED
000364            END-IF
000364            IF WS-DAYS-USED > WS-TERM-DAYS
000364               MOVE WS-TERM-DAYS TO WS-DAYS-USED
000364            END-IF
000364            CONTINUE.
000364*
000364* A 29 February effective date has its anniversary on
000364* 28 February in the years with no 29th
000364        252-ADJUST-LEAP-DAY.
000364            IF WS-TERM-START-MMDD = 0229
000364               MOVE WS-TERM-START-DATE TO DTV-DATE-NUM
000364               CALL 'GNSPPDTV' USING DTV-VARI
000364                   RETURNING RETURN-CODE
000364               END-CALL
000364               IF RETURN-CODE NOT = 0
000364                  MOVE +0 TO RETURN-CODE
000364                  MOVE 0228 TO WS-TERM-START-MMDD
000364               END-IF
000364            END-IF
000364            IF WS-TERM-END-MMDD = 0229
000364               MOVE WS-TERM-END-DATE TO DTV-DATE-NUM
000364               CALL 'GNSPPDTV' USING DTV-VARI
000364                   RETURNING RETURN-CODE
000364               END-CALL
000364               IF RETURN-CODE NOT = 0
000364                  MOVE +0 TO RETURN-CODE
000364                  MOVE 0228 TO WS-TERM-END-MMDD
000364               END-IF
000364            END-IF
000364            CONTINUE.
000364*
000364* Premium is earned day by day across the term. What the term
000364* billed (PB-TERM-BILLED, once PREMBILL has invoiced it) less
000364* the days used is unearned; netted against the open balance,
000364* anything that leaves the balance in credit is refunded. A term
000364* billed in installments earns on its full term premium
000364* (PB-TERM-PREMIUM), never more than has been billed for it.
000364        253-PRICE-UNEARNED-PREMIUM.
000364            IF PB-TERM-BILLED NOT NUMERIC
000364               MOVE ZERO TO PB-TERM-BILLED
000364            END-IF
000364            IF PB-LAST-BILL-DATE (1:6) < WS-TERM-START-DATE (1:6)
000364               MOVE ZERO           TO WS-TERM-BILLED
000364            ELSE
000364               MOVE PB-TERM-BILLED TO WS-TERM-BILLED
000364            END-IF
000364            IF PB-TERM-PREMIUM NUMERIC AND
000364               PB-TERM-PREMIUM > WS-TERM-BILLED AND
000364               WS-TERM-BILLED > ZERO
000364               COMPUTE WS-EARNED-PREMIUM ROUNDED =
000364                   PB-TERM-PREMIUM * WS-DAYS-USED / WS-TERM-DAYS
000364               IF WS-EARNED-PREMIUM > WS-TERM-BILLED
000364                  MOVE WS-TERM-BILLED TO WS-EARNED-PREMIUM
000364               END-IF
000364            ELSE
000364               COMPUTE WS-EARNED-PREMIUM ROUNDED =
000364                   WS-TERM-BILLED * WS-DAYS-USED / WS-TERM-DAYS
000364            END-IF
000364            COMPUTE WS-UNEARNED-PREMIUM =
000364                WS-TERM-BILLED - WS-EARNED-PREMIUM
000364            MOVE PB-OPEN-BALANCE TO WS-PRIOR-BALANCE
000364            COMPUTE WS-TERM-PAID =
000364                WS-TERM-BILLED - PB-OPEN-BALANCE
000364            IF WS-TERM-PAID < ZERO
000364               MOVE ZERO TO WS-TERM-PAID
000364            END-IF
000364            COMPUTE WS-NEW-BALANCE =
000364                PB-OPEN-BALANCE - WS-UNEARNED-PREMIUM
000364            IF WS-NEW-BALANCE < ZERO
000364               COMPUTE WS-REFUND-AMOUNT = ZERO - WS-NEW-BALANCE
000364               MOVE ZERO TO WS-NEW-BALANCE
000364            ELSE
000364               MOVE ZERO TO WS-REFUND-AMOUNT
000364            END-IF
000364            CONTINUE.
000364*
000364* The unearned premium comes off the billed total and the open
000364* balance, the refund off the paid total, and only the earned
000364* part of the term stays on PB-TERM-BILLED.
000364        254-CREDIT-PREMIUM-BALANCE.
000364            MOVE WS-NEW-BALANCE      TO PB-OPEN-BALANCE
000364            SUBTRACT WS-UNEARNED-PREMIUM FROM PB-TOTAL-BILLED
000364            SUBTRACT WS-REFUND-AMOUNT    FROM PB-TOTAL-PAID
000364            MOVE WS-EARNED-PREMIUM   TO PB-TERM-BILLED
000364            REWRITE PREMIUM-BALANCE-RECORD
000364            IF NOT PRMBAL-OK
000364               DISPLAY 'REWRITE FAILED ON PREMIUM BALANCE '
000364                       PB-POLICY-NO ' STATUS ' FS-STAT-BAL
000364               MOVE ZERO TO WS-REFUND-AMOUNT
000364            ELSE
000364               ADD WS-UNEARNED-PREMIUM TO WS-UNEARNED-TOTAL
000364            END-IF
000364            CONTINUE.
000364*
000364* One PAYEXTR record per refund, check number left zero for
000364* CHKASGN to assign - the same path a claim payment takes.
000364        255-WRITE-REFUND-EXTRACT.
000364            ADD 1 TO WS-REFUNDS-ISSUED
000364            ADD WS-REFUND-AMOUNT     TO WS-REFUND-TOTAL
000364            MOVE SPACES              TO PAY-EXTRACT-RECORD
000364            MOVE PM-POLICY-NO        TO PAYX-POLICY-NO
000364            PERFORM 256-FIND-REFUND-PAYEE
000364            MOVE WS-REFUND-AMOUNT    TO PAYX-AMOUNT
000364            MOVE WS-BATCH-RUN-ID     TO PAYX-RUN-ID
000364            MOVE WS-CURRENT-DATE-NUM TO PAYX-PROCESS-DATE
000364            MOVE ZERO                TO PAYX-CHECK-NO
000364            MOVE SPACE               TO PAYX-PAY-METHOD
000364            SET PAYX-PAY-INSURED     TO TRUE
000364            MOVE ZERO                TO PAYX-PROVIDER-NO
000364            WRITE PAY-EXTRACT-RECORD
000364            CONTINUE.
000364*
000364* The refund is payable to the subscriber (member 01) on
000364* MBRMSTR, or to the insured of the policy when none is on file
000364        256-FIND-REFUND-PAYEE.
000364            MOVE PM-POLICY-NO TO MB-POLICY-NO
000364            MOVE 01           TO MB-MEMBER-NO
000364            MOVE SPACES       TO PAYX-PAYEE
000364            READ MBRFILE
000364               INVALID KEY
000364                  STRING 'INSURED OF POLICY ' DELIMITED BY SIZE
000364                         PM-POLICY-NO         DELIMITED BY SIZE
000364                         INTO PAYX-PAYEE
000364                  END-STRING
000364               NOT INVALID KEY
000364                  STRING MB-FIRST-NAME DELIMITED BY SIZE
000364                         ' '           DELIMITED BY SIZE
000364                         MB-LAST-NAME  DELIMITED BY SIZE
000364                         INTO PAYX-PAYEE
000364                  END-STRING
000364            END-READ
000364            CONTINUE.
000364*
000364        257-WRITE-REGISTER-LINE.
000364            MOVE PM-POLICY-NO        TO RFND-POLICY-NO-OU
000364            MOVE PM-EFFECTIVE-DATE   TO RFND-EFF-DATE-OU
000364            MOVE WS-CANCEL-DATE      TO RFND-CANCEL-DATE-OU
000364            MOVE WS-TERM-START-DATE  TO RFND-TERM-FROM-OU
000364            MOVE WS-TERM-END-DATE    TO RFND-TERM-TO-OU
000364            MOVE WS-DAYS-USED        TO RFND-DAYS-USED-OU
000364            MOVE WS-TERM-DAYS        TO RFND-TERM-DAYS-OU
000364            MOVE WS-TERM-BILLED      TO RFND-BILLED-OU
000364            MOVE WS-TERM-PAID        TO RFND-PAID-OU
000364            MOVE WS-EARNED-PREMIUM   TO RFND-EARNED-OU
000364            MOVE WS-UNEARNED-PREMIUM TO RFND-UNEARNED-OU
000364            MOVE WS-PRIOR-BALANCE    TO RFND-PRIOR-BAL-OU
000364            MOVE WS-REFUND-AMOUNT    TO RFND-REFUND-OU
000364            IF WS-RPT-NUM-LINES > 60 THEN
000364               PERFORM 258-WRITE-REGISTER-TITLES
000364            END-IF
000364            WRITE RFND-REPORT FROM RFND-DETAIL-RECORD
000364            ADD 1 TO WS-RPT-NUM-LINES
000364            CONTINUE.
000364*
000364        258-WRITE-REGISTER-TITLES.
000364            WRITE RFND-REPORT FROM RFND-HEADER-01
000364            WRITE RFND-REPORT FROM RFND-HEADER-02
000364            MOVE 2 TO WS-RPT-NUM-LINES
000364            CONTINUE.
000364*
000364        300-TERMINAR.
000365            DISPLAY "----------------  "
000366            DISPLAY 'Control Counters  '
000371            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000372            MOVE WS-TRANS-REJECTED   TO REC-KTR-OUT
000373            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000373            MOVE WS-AUTH-REJECTED    TO REC-KTR-OUT
000373            DISPLAY '  Not Authorized:   ' REC-KTR-OUT
000374            MOVE WS-POLICIES-ADDED   TO REC-KTR-OUT
000375            DISPLAY 'Policies Added:     ' REC-KTR-OUT
000376            MOVE WS-CANCELS-PRICED   TO REC-KTR-OUT
000376            DISPLAY 'Cancels Priced:     ' REC-KTR-OUT
000376            MOVE WS-REFUNDS-ISSUED   TO REC-KTR-OUT
000376            DISPLAY 'Refunds Issued:     ' REC-KTR-OUT
000376            MOVE WS-NO-BALANCE-CTR   TO REC-KTR-OUT
000376            DISPLAY 'No Premium Balance: ' REC-KTR-OUT
000376            DISPLAY 'Premium Refunded:   ' WS-REFUND-TOTAL
000376            IF WS-RPT-NUM-LINES > 60 THEN
000376               PERFORM 258-WRITE-REGISTER-TITLES
000376            END-IF
000376            MOVE WS-CANCELS-PRICED   TO RFND-TOT-COUNT-OU
000376            MOVE WS-UNEARNED-TOTAL   TO RFND-TOT-UNEARNED-OU
000376            MOVE WS-REFUND-TOTAL     TO RFND-TOT-REFUND-OU
000376            WRITE RFND-REPORT FROM RFND-BLANK-LINE
000376            WRITE RFND-REPORT FROM RFND-TOTAL-LINE
000376            CLOSE TRANFILE POLMSTR AGTMSTR PRMBAL MBRFILE
000376                  REFEXT RFNDRPT AUDITFILE ERRFILE EXCPLOG
000377            DISPLAY "END PROGR: POLMAINT"
000378            CONTINUE.
000379*
