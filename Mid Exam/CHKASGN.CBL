000017* WHAT CHKRECON LATER RECONCILES THE BANK'S CLEARED ITEMS       =*
000018* AGAINST - THE BANK FILE ARRIVES DAYS AFTER ISSUE, SO THE      =*
000019* REGISTER MUST SPAN RUNS.                                      =*
000019* EVERY CHECK NUMBERED IS ALSO SENT TO THE BANK AS AN ISSUE ON  =*
000019* THE OPOSPAY POSITIVE-PAY FILE, TOGETHER WITH ANY REGISTER     =*
000019* ITEM FLAGGED VOID-PENDING SINCE THE LAST RUN, CLOSED BY A     =*
000019* CONTROL TRAILER. OPPREG LISTS EXACTLY WHAT WAS TRANSMITTED.   =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000023* 02/09/2026 RCH - POST ISSUED NUMBERS TO THE CHKREG KSDS      =*
000023* 15/10/2026 RCH - POSITIVE-PAY ISSUE/VOID FILE TO THE BANK    =*
000023*                  WITH CONTROL TRAILER AND TRANSMISSION REG.  =*
000023* 15/10/2026 RCH - SEND CHKMAINT REISSUES AS POS-PAY ISSUES    =*
000023* 15/10/2026 RCH - SHOW WHETHER EACH PAYMENT WENT TO THE        =*
000023*                  PROVIDER OR THE INSURED; CARRY IT TO CHKREG  =*
000023* 15/10/2026 RCH - APPEND RUN SUMMARY TO RUNSTATS (RUNSTREC)   =*
000023*                  WITH THE REGISTER COUNT AND TOTAL FOR THE   =*
000023*                  NITEBAL END-OF-NIGHT BALANCING              =*
000024*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000034*    *
000034            SELECT CRGFILE   ASSIGN TO CHKREG
000034               ORGANIZATION IS INDEXED
000034               ACCESS MODE  IS DYNAMIC
000034               RECORD KEY   IS CRG-CHECK-NO
000034               FILE STATUS  IS FS-STAT-CRG.
000034*    *
000034            SELECT PPFILE    ASSIGN TO OPOSPAY
000034               FILE STATUS  IS FS-STAT-PP.
000034*    *
000034            SELECT PPRFILE   ASSIGN TO OPPREG
000034               FILE STATUS  IS FS-STAT-PPR.
000034*    *
000034            SELECT RUNSTATS  ASSIGN TO RUNSTATS
000034               FILE STATUS  IS FS-STAT-RUNS.
000035        DATA DIVISION.
000036        FILE SECTION.
000037        FD  PAYIN
000052            05  CTR-NEXT-CHECK-NO          PIC 9(08).
000053*  'C' ISSUES CHECK NUMBERS, 'A' ACH TRACE NUMBERS
000054            05  CTR-PAY-METHOD             PIC X(01).
000055*  OUR ACCOUNT NUMBER AT THE BANK, SENT ON THE POSITIVE-PAY FILE
000055            05  CTR-BANK-ACCOUNT           PIC X(10).
000055            05  FILLER                     PIC X(01).
000056        FD  PAYOUT
000057            RECORDING MODE IS F
000058            RECORD CONTAINS 80 CHARACTERS
000067            DATA RECORD IS CHECK-REGISTER-REC.
000067        01  CHECK-REGISTER-REC.
000067            COPY CHKREGR.
000067* Positive-pay issue file in the bank's layout - one detail per
000067* check issued or voided, then one control trailer
000067        FD  PPFILE
000067            RECORDING MODE IS F
000067            RECORD CONTAINS 80 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000067            DATA RECORD IS PP-DETAIL-RECORD PP-TRAILER-RECORD.
000067        01  PP-DETAIL-RECORD.
000067*  'D' DETAIL, 'T' TRAILER
000067            05  PPD-RECORD-TYPE            PIC X(01).
000067            05  PPD-ACCOUNT-NO             PIC X(10).
000067            05  PPD-CHECK-NO               PIC 9(10).
000067            05  PPD-AMOUNT                 PIC 9(10)V99.
000067            05  PPD-ISSUE-DATE             PIC 9(08).
000067*  'I' ISSUE, 'V' VOID
000067            05  PPD-ISSUE-VOID             PIC X(01).
000067            05  PPD-PAYEE                  PIC X(26).
000067            05  FILLER                     PIC X(12).
000067        01  PP-TRAILER-RECORD.
000067            05  PPT-RECORD-TYPE            PIC X(01).
000067            05  PPT-ACCOUNT-NO             PIC X(10).
000067            05  PPT-CREATE-DATE            PIC 9(08).
000067            05  PPT-ITEM-COUNT             PIC 9(08).
000067            05  PPT-ISSUE-COUNT            PIC 9(08).
000067            05  PPT-ISSUE-AMOUNT           PIC 9(12)V99.
000067            05  PPT-VOID-COUNT             PIC 9(08).
000067            05  PPT-VOID-AMOUNT            PIC 9(12)V99.
000067            05  FILLER                     PIC X(09).
000067        FD  PPRFILE
000067            RECORDING MODE IS F
000067            RECORD CONTAINS 100 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000067            DATA RECORD IS PPR-REPORT.
000067        01  PPR-REPORT                           PIC X(100).
000067        FD  RUNSTATS
000067            RECORDING MODE IS F
000067            RECORD CONTAINS 80 CHARACTERS
000067            BLOCK CONTAINS 0 RECORDS
000067            DATA RECORD IS RUN-STAT-RECORD.
000067        01  RUN-STAT-RECORD.
000067            COPY RUNSTREC.
000068*
000069        WORKING-STORAGE SECTION.
000070*Working Variables
000072          05  WS-PAYMENTS-READ        PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-NUMBERS-ASSIGNED     PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-REGISTER-POSTED      PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-PP-ISSUES            PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-PP-VOIDS             PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-PP-ITEMS             PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-PPR-NUM-LINES        PIC S9(4) COMP VALUE 61.
000074          05  WS-REG-NUM-LINES        PIC S9(4) COMP VALUE 61.
000074          05  WS-PROVIDER-PAYMENTS    PIC S9(8) COMP SYNC VALUE 0.
000075        01  WS-CALC-VARS.
000076            05  WS-REGISTER-TOTAL          PIC 9(9)V99 VALUE ZERO.
000076            05  WS-PP-ISSUE-TOTAL         PIC 9(12)V99 VALUE ZERO.
000076            05  WS-PP-VOID-TOTAL          PIC 9(12)V99 VALUE ZERO.
000077*Switches Variables & File Status
000078        01  SW-SWITCHE-VARS.
000079            05  SW-END-FILE                     PIC X VALUE '0'.
000080                88 END-FILE                        VALUE '1'.
000080            05  SW-END-CRG                      PIC X VALUE '0'.
000080                88 END-CRG                         VALUE '1'.
000081            05  FS-STAT-PAYIN                   PIC X(02).
000082                88 PAYIN-OK                        VALUE '00'.
000083            05  FS-STAT-CTR                     PIC X(02).
000088                88 REGFILE-OK                      VALUE '00'.
000088            05  FS-STAT-CRG                     PIC X(02).
000088                88 CRGFILE-OK                      VALUE '00'.
000088            05  FS-STAT-PP                      PIC X(02).
000088                88 PPFILE-OK                       VALUE '00'.
000088            05  FS-STAT-PPR                     PIC X(02).
000088                88 PPRFILE-OK                      VALUE '00'.
000088            05  FS-STAT-RUNS                    PIC X(02).
000088                88 RUNSFILE-OK                     VALUE '00'.
000089*Editing Variables
000090        01  WS-EDIT-VARS.
000091            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000105                05  FILLER            PIC X(27) VALUE 'PAYEE'.
000106                05  FILLER            PIC X(14) VALUE 'AMOUNT'.
000107                05  FILLER            PIC X(10) VALUE 'RUN ID'.
000107                05  FILLER            PIC X(17) VALUE 'PAID TO'.
000108            02  REG-HEADER-03.
000109                05  FILLER            PIC X VALUE SPACE.
000110                05  FILLER            PIC X(08) VALUE ALL '-'.
000116                05  FILLER            PIC X(12) VALUE ALL '-'.
000117                05  FILLER            PIC X(02) VALUE SPACES.
000118                05  FILLER            PIC X(08) VALUE ALL '-'.
000118                05  FILLER            PIC X(02) VALUE SPACES.
000118                05  FILLER            PIC X(16) VALUE ALL '-'.
000119            02  REG-DETAIL-RECORD.
000120                05  FILLER            PIC X VALUE SPACE.
000121                05  REG-CHECK-NO-OU        PIC 9(08).
000127                05  REG-AMOUNT-OU          PIC $,$$$,$$$.99.
000128                05  FILLER            PIC X(02) VALUE SPACES.
000129                05  REG-RUN-ID-OU          PIC X(08).
000129                05  FILLER            PIC X(02) VALUE SPACES.
000129                05  REG-PAID-TO-OU         PIC X(08).
000129                05  FILLER            PIC X VALUE SPACE.
000129                05  REG-PROVIDER-NO-OU     PIC X(07).
000130            02  REG-TOTAL-RECORD.
000131                05  FILLER            PIC X VALUE SPACE.
000132                05  FILLER            PIC X(20)
000135                05  FILLER            PIC X(08)
000136                    VALUE ' CHECKS '.
000137                05  REG-TOTAL-AMOUNT-OU    PIC $$$,$$$,$$9.99.
000137*Positive-pay transmission register lines
000137        01  WS-PPR-LINES.
000137            02  PPR-HEADER-01.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(36)
000137                    VALUE 'Positive Pay Transmission Register'.
000137                05  FILLER            PIC X(06) VALUE 'DATE: '.
000137                05  PPR-DATE-OU       PIC X(08).
000137                05  FILLER            PIC X(11)
000137                    VALUE '  ACCOUNT: '.
000137                05  PPR-ACCOUNT-OU    PIC X(10).
000137            02  PPR-HEADER-02.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(07) VALUE 'ITEM'.
000137                05  FILLER            PIC X(12) VALUE 'CHECK NO'.
000137                05  FILLER            PIC X(10) VALUE 'ISSUED'.
000137                05  FILLER            PIC X(27) VALUE 'PAYEE'.
000137                05  FILLER            PIC X(14) VALUE 'AMOUNT'.
000137            02  PPR-HEADER-03.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(05) VALUE ALL '-'.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  FILLER            PIC X(10) VALUE ALL '-'.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  FILLER            PIC X(08) VALUE ALL '-'.
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  FILLER            PIC X(26) VALUE ALL '-'.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  FILLER            PIC X(12) VALUE ALL '-'.
000137            02  PPR-DETAIL-RECORD.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  PPR-ITEM-OU            PIC X(05).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  PPR-CHECK-NO-OU        PIC 9(10).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  PPR-ISSUE-DATE-OU      PIC 9(08).
000137                05  FILLER            PIC X(02) VALUE SPACES.
000137                05  PPR-PAYEE-OU           PIC X(26).
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  PPR-AMOUNT-OU          PIC $,$$$,$$$.99.
000137            02  PPR-TOTAL-RECORD.
000137                05  FILLER            PIC X VALUE SPACE.
000137                05  PPR-TOTAL-LABEL-OU     PIC X(20).
000137                05  PPR-TOTAL-COUNT-OU     PIC ZZZ,ZZ9.
000137                05  FILLER            PIC X(08)
000137                    VALUE ' ITEMS  '.
000137                05  PPR-TOTAL-AMOUNT-OU    PIC $$$,$$$,$$9.99.
000138*
000139        PROCEDURE DIVISION.
000140            PERFORM 100-OPEN-FILES
000141            PERFORM 200-ASSIGN-ONE-NUMBER UNTIL END-FILE
000141            PERFORM 260-SEND-PENDING-ITEMS
000142            PERFORM 300-TERMINAR
000143            GOBACK.
000144*
000172               DISPLAY 'ERROR IN OPEN CHKREG REGISTER FILE '
000172               DISPLAY 'FILE STATUS = ' FS-STAT-CRG
000172               GO TO 900-ERROR.
000173            OPEN OUTPUT PPFILE
000173            IF NOT PPFILE-OK
000173               DISPLAY 'ERROR IN OPEN POSITIVE-PAY FILE '
000173               DISPLAY 'FILE STATUS = ' FS-STAT-PP
000173               GO TO 900-ERROR.
000173            OPEN OUTPUT PPRFILE
000173            IF NOT PPRFILE-OK
000173               DISPLAY 'ERROR IN OPEN TRANSMISSION REGISTER FILE '
000173               DISPLAY 'FILE STATUS = ' FS-STAT-PPR
000173               GO TO 900-ERROR.
000173            PERFORM 240-READ-RECORD
000174            CONTINUE.
000175*
000184            WRITE PAY-OUT-RECORD
000185            PERFORM 220-WRITE-REGISTER-LINE
000185            PERFORM 230-POST-TO-REGISTER
000185            IF PAYX-PAY-METHOD NOT = 'A'
000185               PERFORM 250-SEND-CHECK-ISSUE
000185            END-IF
000186            PERFORM 240-READ-RECORD
000187            CONTINUE.
000188*
000192            MOVE PAYX-PAYEE       TO REG-PAYEE-OU
000193            MOVE PAYX-AMOUNT      TO REG-AMOUNT-OU
000194            MOVE PAYX-RUN-ID      TO REG-RUN-ID-OU
000194* Assigned benefits pay the treating provider - the register
000194* shows which provider so the desk can tie it to the advice
000194            IF PAYX-PAY-PROVIDER
000194               ADD 1 TO WS-PROVIDER-PAYMENTS
000194               MOVE 'PROVIDER'       TO REG-PAID-TO-OU
000194               MOVE PAYX-PROVIDER-NO TO REG-PROVIDER-NO-OU
000194            ELSE
000194               MOVE 'INSURED'        TO REG-PAID-TO-OU
000194               MOVE SPACES           TO REG-PROVIDER-NO-OU
000194            END-IF
000195            IF WS-REG-NUM-LINES > 60 THEN
000196               PERFORM 221-WRITE-REGISTER-TITLES
000197            END-IF
000209* One outstanding row on the cumulative register per number
000209* issued - CHKRECON ticks it off when the bank clears the item
000209        230-POST-TO-REGISTER.
000209            MOVE SPACES            TO CHECK-REGISTER-REC
000209            MOVE PAYX-CHECK-NO     TO CRG-CHECK-NO
000209            MOVE PAYX-POLICY-NO    TO CRG-POLICY-NO
000209            MOVE PAYX-PAYEE        TO CRG-PAYEE
000209            MOVE PAYX-PROCESS-DATE TO CRG-ISSUE-DATE
000209            MOVE 'N'               TO CRG-CLEARED-FLAG
000209            MOVE ZERO              TO CRG-CLEARED-DATE
000209            MOVE PAYX-PAY-METHOD   TO CRG-PAY-METHOD
000209            MOVE ZERO              TO CRG-LINKED-CHECK-NO
000209            MOVE PAYX-PAYEE-TYPE   TO CRG-PAYEE-TYPE
000209            WRITE CHECK-REGISTER-REC
000209               INVALID KEY
000209                  DISPLAY 'CHECK NO ALREADY ON REGISTER: '
000213            END-READ
000214            CONTINUE.
000215*
000216* Every check numbered tonight goes to the bank as an issue so
000216* it will refuse any item whose number or amount does not match.
000216* ACH items never reach the bank's check sorter and are left off.
000216        250-SEND-CHECK-ISSUE.
000216            MOVE SPACES            TO PP-DETAIL-RECORD
000216            MOVE 'I'               TO PPD-ISSUE-VOID
000216            MOVE PAYX-CHECK-NO     TO PPD-CHECK-NO
000216            MOVE PAYX-AMOUNT       TO PPD-AMOUNT
000216            MOVE PAYX-PROCESS-DATE TO PPD-ISSUE-DATE
000216            MOVE PAYX-PAYEE        TO PPD-PAYEE
000216            ADD 1 TO WS-PP-ISSUES
000216            ADD PAYX-AMOUNT TO WS-PP-ISSUE-TOTAL
000216            PERFORM 255-WRITE-POSPAY-ITEM
000216            CONTINUE.
000216*
000216        255-WRITE-POSPAY-ITEM.
000216            MOVE 'D'               TO PPD-RECORD-TYPE
000216            MOVE CTR-BANK-ACCOUNT  TO PPD-ACCOUNT-NO
000216            IF PPD-ISSUE-VOID = 'V'
000216               MOVE 'VOID'         TO PPR-ITEM-OU
000216            ELSE
000216               MOVE 'ISSUE'        TO PPR-ITEM-OU
000216            END-IF
000216            MOVE PPD-CHECK-NO      TO PPR-CHECK-NO-OU
000216            MOVE PPD-ISSUE-DATE    TO PPR-ISSUE-DATE-OU
000216            MOVE PPD-PAYEE         TO PPR-PAYEE-OU
000216            MOVE PPD-AMOUNT        TO PPR-AMOUNT-OU
000216            IF WS-PPR-NUM-LINES > 60 THEN
000216               PERFORM 256-WRITE-TRANSMIT-TITLES
000216            END-IF
000216            WRITE PP-DETAIL-RECORD
000216            ADD 1 TO WS-PP-ITEMS
000216            WRITE PPR-REPORT FROM PPR-DETAIL-RECORD
000216            ADD 1 TO WS-PPR-NUM-LINES
000216            CONTINUE.
000216*
000216        256-WRITE-TRANSMIT-TITLES.
000216            MOVE DATE-VARS (1:8)   TO PPR-DATE-OU
000216            MOVE CTR-BANK-ACCOUNT  TO PPR-ACCOUNT-OU
000216            WRITE PPR-REPORT FROM PPR-HEADER-01
000216            WRITE PPR-REPORT FROM PPR-HEADER-02
000216            WRITE PPR-REPORT FROM PPR-HEADER-03
000216            MOVE 3 TO WS-PPR-NUM-LINES
000216            CONTINUE.
000216*
000216* Items voided or stopped on the register since the last
000216* transmission are flagged void-pending there, and checks
000216* CHKMAINT reissued are flagged issue-pending; send each one to
000216* the bank once and clear the flag so it is never sent twice
000216        260-SEND-PENDING-ITEMS.
000216            MOVE ZERO TO CRG-CHECK-NO
000216            START CRGFILE KEY IS NOT LESS THAN CRG-CHECK-NO
000216               INVALID KEY MOVE '1' TO SW-END-CRG
000216            END-START
000216            PERFORM 261-SEND-ONE-PENDING UNTIL END-CRG
000216            CONTINUE.
000216*
000216        261-SEND-ONE-PENDING.
000216            READ CRGFILE NEXT RECORD
000216               AT END MOVE '1' TO SW-END-CRG
000216            END-READ
000216            IF END-CRG OR CRG-PAID-BY-ACH
000216               CONTINUE
000216            ELSE
000216               IF CRG-PP-VOID-PENDING OR CRG-PP-ISSUE-PENDING
000216                  MOVE SPACES         TO PP-DETAIL-RECORD
000216                  MOVE CRG-CHECK-NO   TO PPD-CHECK-NO
000216                  MOVE CRG-AMOUNT     TO PPD-AMOUNT
000216                  MOVE CRG-ISSUE-DATE TO PPD-ISSUE-DATE
000216                  MOVE CRG-PAYEE      TO PPD-PAYEE
000216                  IF CRG-PP-VOID-PENDING
000216                     MOVE 'V'         TO PPD-ISSUE-VOID
000216                     ADD 1 TO WS-PP-VOIDS
000216                     ADD CRG-AMOUNT TO WS-PP-VOID-TOTAL
000216                     MOVE 'S'         TO CRG-PP-FLAG
000216                  ELSE
000216                     MOVE 'I'         TO PPD-ISSUE-VOID
000216                     ADD 1 TO WS-PP-ISSUES
000216                     ADD CRG-AMOUNT TO WS-PP-ISSUE-TOTAL
000216                     MOVE SPACE       TO CRG-PP-FLAG
000216                  END-IF
000216                  PERFORM 255-WRITE-POSPAY-ITEM
000216                  REWRITE CHECK-REGISTER-REC
000216               END-IF
000216            END-IF
000216            CONTINUE.
000216*
000216* The trailer lets the bank - and operations, off the register
000216* foot - prove the file arrived whole before the checks go out
000216        270-WRITE-POSPAY-TRAILER.
000216            MOVE SPACES            TO PP-TRAILER-RECORD
000216            MOVE 'T'               TO PPT-RECORD-TYPE
000216            MOVE CTR-BANK-ACCOUNT  TO PPT-ACCOUNT-NO
000216            MOVE DATE-VARS (1:8)   TO PPT-CREATE-DATE
000216            MOVE WS-PP-ITEMS       TO PPT-ITEM-COUNT
000216            MOVE WS-PP-ISSUES      TO PPT-ISSUE-COUNT
000216            MOVE WS-PP-ISSUE-TOTAL TO PPT-ISSUE-AMOUNT
000216            MOVE WS-PP-VOIDS       TO PPT-VOID-COUNT
000216            MOVE WS-PP-VOID-TOTAL  TO PPT-VOID-AMOUNT
000216            WRITE PP-TRAILER-RECORD
000216            IF WS-PPR-NUM-LINES > 60 THEN
000216               PERFORM 256-WRITE-TRANSMIT-TITLES
000216            END-IF
000216            MOVE SPACES TO PPR-REPORT
000216            WRITE PPR-REPORT
000216            MOVE 'ISSUES SENT'       TO PPR-TOTAL-LABEL-OU
000216            MOVE WS-PP-ISSUES        TO PPR-TOTAL-COUNT-OU
000216            MOVE WS-PP-ISSUE-TOTAL   TO PPR-TOTAL-AMOUNT-OU
000216            WRITE PPR-REPORT FROM PPR-TOTAL-RECORD
000216            MOVE 'VOIDS SENT'        TO PPR-TOTAL-LABEL-OU
000216            MOVE WS-PP-VOIDS         TO PPR-TOTAL-COUNT-OU
000216            MOVE WS-PP-VOID-TOTAL    TO PPR-TOTAL-AMOUNT-OU
000216            WRITE PPR-REPORT FROM PPR-TOTAL-RECORD
000216            MOVE 'TRAILER ITEM COUNT'  TO PPR-TOTAL-LABEL-OU
000216            MOVE WS-PP-ITEMS         TO PPR-TOTAL-COUNT-OU
000216            COMPUTE PPR-TOTAL-AMOUNT-OU =
000216                WS-PP-ISSUE-TOTAL + WS-PP-VOID-TOTAL
000216            WRITE PPR-REPORT FROM PPR-TOTAL-RECORD
000216            CONTINUE.
000216*
000216        300-TERMINAR.
000217            MOVE WS-NUMBERS-ASSIGNED TO REG-TOTAL-COUNT-OU
000218            MOVE WS-REGISTER-TOTAL   TO REG-TOTAL-AMOUNT-OU
000219            MOVE SPACES TO REG-REPORT
000220            WRITE REG-REPORT
000221            WRITE REG-REPORT FROM REG-TOTAL-RECORD
000221            PERFORM 270-WRITE-POSPAY-TRAILER
000222            REWRITE COUNTER-RECORD
000223            DISPLAY "----------------  "
000224            DISPLAY 'Control Counters  '
000229            DISPLAY 'Numbers Assigned:   ' REC-KTR-OUT
000229            MOVE WS-REGISTER-POSTED  TO REC-KTR-OUT
000229            DISPLAY 'Register Posted:    ' REC-KTR-OUT
000229            MOVE WS-PROVIDER-PAYMENTS TO REC-KTR-OUT
000229            DISPLAY 'Paid To Providers:  ' REC-KTR-OUT
000230            DISPLAY 'Register Total:     ' WS-REGISTER-TOTAL
000230            MOVE WS-PP-ISSUES        TO REC-KTR-OUT
000230            DISPLAY 'Pos-Pay Issues:     ' REC-KTR-OUT
000230            MOVE WS-PP-VOIDS         TO REC-KTR-OUT
000230            DISPLAY 'Pos-Pay Voids:      ' REC-KTR-OUT
000231            CLOSE PAYIN CTRFILE PAYOUT REGFILE CRGFILE
000231                  PPFILE PPRFILE
000231            PERFORM 310-WRITE-RUN-STATS
000232            DISPLAY "END PROGR: CHKASGN"
000233            CONTINUE.
000233*
000233* Appends the run's summary to the shared RUNSTATS history -
000233* the numbers assigned and the register total are NITEBAL's
000233* control totals for the payment extracts and CHKREG.
000233        310-WRITE-RUN-STATS.
000233            OPEN EXTEND RUNSTATS
000233            IF NOT RUNSFILE-OK
000233               DISPLAY 'WARNING - RUNSTATS NOT AVAILABLE, STATUS '
000233                       FS-STAT-RUNS
000233            ELSE
000233               INITIALIZE RUN-STAT-RECORD
000233               MOVE 'CHKASGN'           TO RUNS-PROGRAM-ID
000233               MOVE DATE-VARS (1:8)     TO RUNS-RUN-DATE
000233               MOVE WS-PAYMENTS-READ    TO RUNS-RECORDS-IN
000233               MOVE WS-NUMBERS-ASSIGNED TO RUNS-RECORDS-OUT
000233               COMPUTE RUNS-ERROR-COUNT =
000233                   WS-NUMBERS-ASSIGNED - WS-REGISTER-POSTED
000233               MOVE RETURN-CODE         TO RUNS-RETURN-CODE
000233               MOVE WS-NUMBERS-ASSIGNED TO RUNS-CONTROL-COUNT
000233               MOVE WS-REGISTER-TOTAL   TO RUNS-CONTROL-AMOUNT
000233               WRITE RUN-STAT-RECORD
000233               CLOSE RUNSTATS
000233            END-IF
000233            CONTINUE.
000234*
000235        900-ERROR.
000236            MOVE +12 TO RETURN-CODE
