000008* APPLIES ENROLLMENT MAINTENANCE TRANSACTIONS (MBRTRAN)         =*
000009* AGAINST THE MBRMSTR COVERED-MEMBER KSDS CLAIMPRO WORKS        =*
000010* PER-MEMBER DEDUCTIBLES AGAINST (SEE MBRMSTRR): ADDS,          =*
000011* NAME/RELATIONSHIP CHANGES, COVERAGE TERMINATIONS AND DELETES. =*
000011* AN ADD MUST NAME A POLICY THAT EXISTS ON POLMSTR. A TERMINATE =*
000011* ('T') SETS THE MEMBER'S LAST DAY OF COVERAGE; A ZERO DATE     =*
000011* LIFTS THE TERMINATION. BAD TRANSACTIONS RIDE OUT ON THE       =*
000012* MBRERR ERROR LISTING WITH THE REASON (THE POLMAINT PATTERN).  =*
000015*---------------------------------------------------------------*
000016* MODIFICATION HISTORY:                                        =*
000017* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000017* 15/10/2026 RCH - BIRTH DATE ON ADD/CHANGE; 'T' ACTION SETS OR =*
000017*                  LIFTS THE MEMBER'S COVERAGE TERM DATE        =*
000017* 15/10/2026 RCH - OPERATOR ID ON MBRTRAN, CHECKED AGAINST THE  =*
000017*                  OPERAUTH AUTHORITY FILE (GNSPOAUT); REJECTS  =*
000017*                  ALSO LOGGED TO EXCPLOG                       =*
000018*===============================================================*
000019        ENVIRONMENT DIVISION.
000020        INPUT-OUTPUT SECTION.
000036*    *
000037            SELECT ERRFILE   ASSIGN TO MBRERR
000038               FILE STATUS  IS FS-STAT-ERR.
000038*    *
000038* Shared daily processing-exceptions log (see EXCPREC) - every
000038* transaction refused for want of operator authority
000038            SELECT EXCPLOG   ASSIGN TO EXCPLOG
000038               FILE STATUS  IS FS-STAT-EXCP.
000039        DATA DIVISION.
000040        FILE SECTION.
000041        FD  TRANFILE
000048                88 TRAN-ADD                         VALUE 'A'.
000049                88 TRAN-CHANGE                      VALUE 'C'.
000050                88 TRAN-DELETE                      VALUE 'D'.
000050                88 TRAN-TERMINATE                   VALUE 'T'.
000051                88 TRAN-VALID-ACTION                VALUES 'A'
000052                                                    'C' 'D' 'T'.
000053            05  TRAN-POLICY-NO                   PIC 9(07).
000054            05  TRAN-MEMBER-NO                   PIC 9(02).
000055            05  TRAN-LAST-NAME                   PIC X(15).
000056            05  TRAN-FIRST-NAME                  PIC X(10).
000057            05  TRAN-RELATIONSHIP                PIC X(01).
000057* Birth date - optional on an add or change (spaces leave it
000057* unknown / unchanged)
000057            05  TRAN-BIRTH-DATE                  PIC 9(08).
000057            05  TRAN-BIRTH-DATE-X REDEFINES TRAN-BIRTH-DATE
000057                                                 PIC X(08).
000057* Last day of coverage - required on a terminate (zero lifts
000057* an earlier termination), optional on an add
000057            05  TRAN-TERM-DATE                   PIC 9(08).
000057            05  TRAN-TERM-DATE-X REDEFINES TRAN-TERM-DATE
000057                                                 PIC X(08).
000057* Operator who keyed the transaction - must hold the authority
000057* for its action on OPERAUTH (see OPAUTHR)
000057            05  TRAN-OPERATOR-ID                 PIC X(08).
000058            05  FILLER                           PIC X(20).
000059        FD  MBRFILE
000060            RECORDING MODE IS F
000061            RECORD CONTAINS 80 CHARACTERS
000078        01  ERROR-RECORD.
000079            05  ERR-TRAN-IMAGE                   PIC X(80).
000080            05  ERR-REASON                       PIC X(40).
000080        FD  EXCPLOG
000080            RECORDING MODE IS F
000080            RECORD CONTAINS 100 CHARACTERS
000080            BLOCK CONTAINS 0 RECORDS
000080            DATA RECORD IS EXCP-LOG-RECORD.
000080        01  EXCP-LOG-RECORD.
000080            COPY EXCPREC.
000081*
000082        WORKING-STORAGE SECTION.
000083*Working Variables
000085          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000086          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000087          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000087          05  WS-AUTH-REJECTED        PIC S9(8) COMP SYNC VALUE 0.
000088*Switches Variables & File Status
000089        01  SW-SWITCHE-VARS.
000090            05  SW-END-TRANS                    PIC X VALUE '0'.
000103                88 POLMSTR-OK                      VALUE '00'.
000104            05  FS-STAT-ERR                     PIC X(02).
000105                88 ERRFILE-OK                      VALUE '00'.
000105            05  FS-STAT-EXCP                    PIC X(02).
000105                88 EXCPLOG-OK                      VALUE '00'.
000106        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000106        01  WS-CURRENT-DATE-NUM            PIC 9(08) VALUE 0.
000106*Date-validation parameter area passed to GNSPPDTV
000106            COPY GNSWVDTV.
000106*Operator-authority parameter area passed to GNSPOAUT
000106            COPY GNSWVOAU.
000107*Editing Variables
000108        01  WS-EDIT-VARS.
000109            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000118        100-OPEN-FILES.
000119            DISPLAY "Init MBRMAINT.."
000120            MOVE FUNCTION CURRENT-DATE TO DATE-VARS
000120            MOVE DATE-VARS (1:8) TO WS-CURRENT-DATE-NUM
000121            OPEN INPUT TRANFILE
000122            IF NOT TRANFILE-OK
000123               DISPLAY 'ERROR IN OPEN MBRTRAN TRANSACTION FILE '
000146               DISPLAY 'ERROR IN OPEN MBRERR ERROR FILE '
000147               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000148               GO TO 900-ERROR.
000148            OPEN EXTEND EXCPLOG
000148            IF NOT EXCPLOG-OK
000148               DISPLAY 'ERROR IN OPEN EXCPLOG EXCEPTIONS LOG '
000148               DISPLAY 'FILE STATUS = ' FS-STAT-EXCP
000148               GO TO 900-ERROR.
000149            PERFORM 240-READ-RECORD
000150            CONTINUE.
000151*
000152        200-APPLY-ONE-TRAN.
000153            ADD 1 TO WS-TRANS-READ
000154            PERFORM 205-CHECK-OPERATOR-AUTHORITY
000154            IF WS-REJECT-REASON = SPACES
000154               PERFORM 210-EDIT-TRANSACTION
000154            END-IF
000155            IF WS-REJECT-REASON NOT = SPACES
000156               PERFORM 230-REJECT-TRANSACTION
000157            ELSE
000163                       PERFORM 222-APPLY-CHANGE
000164                   WHEN TRAN-DELETE
000165                       PERFORM 224-APPLY-DELETE
000165                   WHEN TRAN-TERMINATE
000165                       PERFORM 226-APPLY-TERMINATE
000166               END-EVALUATE
000167            END-IF
000168            PERFORM 240-READ-RECORD
000169            CONTINUE.
000169*
000169* Nobody changes the member file without the authority for the
000169* action on OPERAUTH - a refusal is logged to EXCPLOG against the
000169* operator as well as riding out on MBRERR.
000169        205-CHECK-OPERATOR-AUTHORITY.
000169            MOVE SPACES TO WS-REJECT-REASON
000169            IF TRAN-VALID-ACTION
000169               MOVE 'MBRMAINT'         TO OAU-PROGRAM
000169               MOVE TRAN-OPERATOR-ID  TO OAU-OPERATOR
000169               MOVE TRAN-ACTION       TO OAU-ACTION
000169               MOVE ZERO               TO OAU-AMOUNT
000169               CALL 'GNSPOAUT' USING OAU-VARI
000169                   RETURNING RETURN-CODE
000169               END-CALL
000169               IF RETURN-CODE NOT = 0
000169                  MOVE +0 TO RETURN-CODE
000169                  MOVE OAU-CMSG TO WS-REJECT-REASON
000169                  PERFORM 206-LOG-AUTHORITY-REJECT
000169               END-IF
000169            END-IF
000169            CONTINUE.
000169*
000169        206-LOG-AUTHORITY-REJECT.
000169            ADD 1 TO WS-AUTH-REJECTED
000169            INITIALIZE EXCP-LOG-RECORD
000169            MOVE 'REJECTED'          TO EXCP-RECORD-TYPE
000169            MOVE 'MBRMAINT'          TO EXCP-SOURCE-PROGRAM
000169            MOVE TRAN-OPERATOR-ID  TO EXCP-KEY-ID
000169            MOVE 'OAUT'              TO EXCP-REASON-CODE
000169            MOVE OAU-CMSG            TO EXCP-REASON-TEXT
000169            MOVE WS-CURRENT-DATE-NUM TO EXCP-RUN-DATE
000169            WRITE EXCP-LOG-RECORD
000169            CONTINUE.
000170*
000171* Field edits, strictest first - the first failure wins.
000172        210-EDIT-TRANSACTION.
000173            MOVE SPACES TO WS-REJECT-REASON
000174            EVALUATE TRUE
000175                WHEN NOT TRAN-VALID-ACTION
000176                    MOVE 'ACTION NOT A/C/D/T' TO WS-REJECT-REASON
000177                WHEN TRAN-POLICY-NO NOT NUMERIC
000178                    MOVE 'POLICY NUMBER NOT NUMERIC'
000179                      TO WS-REJECT-REASON
000185                      TO WS-REJECT-REASON
000186                WHEN TRAN-DELETE
000187                    CONTINUE
000187                WHEN TRAN-TERMINATE AND TRAN-TERM-DATE NOT NUMERIC
000187                    MOVE 'TERM DATE NOT NUMERIC'
000187                      TO WS-REJECT-REASON
000187                WHEN TRAN-TERMINATE
000187                    CONTINUE
000188                WHEN TRAN-LAST-NAME = SPACES
000189                    MOVE 'MEMBER LAST NAME MISSING'
000190                      TO WS-REJECT-REASON
000193                     TRAN-RELATIONSHIP NOT = 'D'
000194                    MOVE 'RELATIONSHIP NOT S/P/D'
000195                      TO WS-REJECT-REASON
000195                WHEN TRAN-BIRTH-DATE-X NOT = SPACES AND
000195                     TRAN-BIRTH-DATE NOT NUMERIC
000195                    MOVE 'BIRTH DATE NOT NUMERIC'
000195                      TO WS-REJECT-REASON
000195                WHEN TRAN-ADD AND
000195                     TRAN-TERM-DATE-X NOT = SPACES AND
000195                     TRAN-TERM-DATE NOT NUMERIC
000195                    MOVE 'TERM DATE NOT NUMERIC'
000195                      TO WS-REJECT-REASON
000196                WHEN OTHER
000197                    CONTINUE
000198            END-EVALUATE
000198            IF WS-REJECT-REASON = SPACES
000198               PERFORM 212-EDIT-DATES
000198            END-IF
000199            CONTINUE.
000199*
000199* Calendar edits on whichever dates the transaction carries,
000199* through the shared GNSPPDTV validator. A birth date cannot
000199* be in the future; a zero term date is a lift, not a date.
000199        212-EDIT-DATES.
000199            IF NOT TRAN-DELETE AND NOT TRAN-TERMINATE
000199               AND TRAN-BIRTH-DATE-X NOT = SPACES
000199               MOVE TRAN-BIRTH-DATE TO DTV-DATE-NUM
000199               PERFORM 214-CALL-DATE-VALIDATOR
000199               IF WS-REJECT-REASON = SPACES
000199                  AND TRAN-BIRTH-DATE > WS-CURRENT-DATE-NUM
000199                  MOVE 'BIRTH DATE AFTER CURRENT DATE'
000199                    TO WS-REJECT-REASON
000199               END-IF
000199            END-IF
000199            IF WS-REJECT-REASON = SPACES
000199               AND (TRAN-TERMINATE OR TRAN-ADD)
000199               AND TRAN-TERM-DATE-X NOT = SPACES
000199               AND TRAN-TERM-DATE NOT = ZERO
000199               MOVE TRAN-TERM-DATE TO DTV-DATE-NUM
000199               PERFORM 214-CALL-DATE-VALIDATOR
000199            END-IF
000199            CONTINUE.
000199*
000199        214-CALL-DATE-VALIDATOR.
000199            CALL 'GNSPPDTV' USING DTV-VARI
000199                RETURNING RETURN-CODE
000199            END-CALL
000199            IF RETURN-CODE NOT = 0
000199               MOVE +0 TO RETURN-CODE
000199               MOVE DTV-CMSG TO WS-REJECT-REASON
000199            END-IF
000199            CONTINUE.
000200*
000201        215-READ-MEMBER.
000227                  MOVE TRAN-FIRST-NAME   TO MB-FIRST-NAME
000228                  MOVE TRAN-RELATIONSHIP TO MB-RELATIONSHIP
000229                  MOVE ZERO              TO MB-DEDUCT-PAID-YTD
000229                  MOVE ZERO              TO MB-BIRTH-DATE
000229                                            MB-TERM-DATE
000229                                            MB-AGEOUT-NOTICE-DATE
000229                  IF TRAN-BIRTH-DATE NUMERIC
000229                     MOVE TRAN-BIRTH-DATE TO MB-BIRTH-DATE
000229                  END-IF
000229                  IF TRAN-TERM-DATE NUMERIC
000229                     MOVE TRAN-TERM-DATE  TO MB-TERM-DATE
000229                  END-IF
000230                  WRITE MEMBER-RECORD
000231                  ADD 1 TO WS-TRANS-APPLIED
000232               END-IF
000243            CONTINUE.
000244*
000245* A change keeps the member's earned deductible YTD - only the
000246* identifying fields (and a birth date, when one is sent) move.
000247        222-APPLY-CHANGE.
000248            IF MEMBER-NOT-FOUND
000249               MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
000252               MOVE TRAN-LAST-NAME    TO MB-LAST-NAME
000253               MOVE TRAN-FIRST-NAME   TO MB-FIRST-NAME
000254               MOVE TRAN-RELATIONSHIP TO MB-RELATIONSHIP
000254               PERFORM 228-DEFAULT-MEMBER-DATES
000254               IF TRAN-BIRTH-DATE NUMERIC
000254                  MOVE TRAN-BIRTH-DATE TO MB-BIRTH-DATE
000254               END-IF
000255               REWRITE MEMBER-RECORD
000256               ADD 1 TO WS-TRANS-APPLIED
000257            END-IF
000266               ADD 1 TO WS-TRANS-APPLIED
000267            END-IF
000268            CONTINUE.
000268*
000268* Terminates (or, with a zero date, reinstates) a member's
000268* coverage. The record stays on file - claims served up to the
000268* term date still adjudicate against it.
000268        226-APPLY-TERMINATE.
000268            IF MEMBER-NOT-FOUND
000268               MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
000268               PERFORM 230-REJECT-TRANSACTION
000268            ELSE
000268               PERFORM 228-DEFAULT-MEMBER-DATES
000268               MOVE TRAN-TERM-DATE TO MB-TERM-DATE
000268               REWRITE MEMBER-RECORD
000268               ADD 1 TO WS-TRANS-APPLIED
000268            END-IF
000268            CONTINUE.
000269*
000269* A record written before the date fields existed carries spaces
000269* in them - zero them the first time it is rewritten.
000269        228-DEFAULT-MEMBER-DATES.
000269            IF MB-BIRTH-DATE NOT NUMERIC
000269               MOVE ZERO TO MB-BIRTH-DATE
000269            END-IF
000269            IF MB-TERM-DATE NOT NUMERIC
000269               MOVE ZERO TO MB-TERM-DATE
000269            END-IF
000269            IF MB-AGEOUT-NOTICE-DATE NOT NUMERIC
000269               MOVE ZERO TO MB-AGEOUT-NOTICE-DATE
000269            END-IF
000269            CONTINUE.
000269*
000270        230-REJECT-TRANSACTION.
000271            ADD 1 TO WS-TRANS-REJECTED
000292            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000293            MOVE WS-TRANS-REJECTED TO REC-KTR-OUT
000294            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000294            MOVE WS-AUTH-REJECTED  TO REC-KTR-OUT
000294            DISPLAY '  Not Authorized:   ' REC-KTR-OUT
000295            CLOSE TRANFILE MBRFILE POLMSTR ERRFILE EXCPLOG
000296            DISPLAY "END PROGR: MBRMAINT"
000297            CONTINUE.
000298*
