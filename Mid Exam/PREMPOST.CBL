000015*---------------------------------------------------------------*
000016* MODIFICATION HISTORY:                                        =*
000017* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000017* 15/10/2026 RCH - POSTED PREMIUM TO OCOMBAS FOR COMMISSIONS   =*
000017* 15/10/2026 RCH - PRMBAL WIDENED TO 320 (INSTALLMENT SCHEDULE) =*
000017* 15/10/2026 RCH - POSTED CASH TO THE GLJRNL GL JOURNAL       =*
000018*===============================================================*
000019        ENVIRONMENT DIVISION.
000020        INPUT-OUTPUT SECTION.
000031            SELECT REGFILE   ASSIGN TO OPRMPOST
000032               FILE STATUS  IS FS-STAT-REG.
000033*    *
000034            SELECT COMFILE   ASSIGN TO OCOMBAS
000034               FILE STATUS  IS FS-STAT-COM.
000034*    *
000034            SELECT JRNLFILE  ASSIGN TO GLJRNL
000034               FILE STATUS  IS FS-STAT-JRN.
000034*    *
000034            SELECT ERRFILE   ASSIGN TO PRMPERR
000035               FILE STATUS  IS FS-STAT-ERR.
000036        DATA DIVISION.
000048            05  FILLER                           PIC X(56).
000049        FD  PRMBAL
000050            RECORDING MODE IS F
000051            RECORD CONTAINS 320 CHARACTERS
000052            BLOCK CONTAINS 0 RECORDS
000053            DATA RECORD IS PREMIUM-BALANCE-RECORD.
000054        01  PREMIUM-BALANCE-RECORD.
000059            BLOCK CONTAINS 0 RECORDS
000060            DATA RECORD IS REG-REPORT.
000061        01  REG-REPORT                           PIC X(80).
000062* Commission basis - every remittance posted here is premium
000062* collected that AGTCOMM pays the writing agent on
000062        FD  COMFILE
000062            RECORDING MODE IS F
000062            RECORD CONTAINS 80 CHARACTERS
000062            BLOCK CONTAINS 0 RECORDS
000062            DATA RECORD IS COMMISSION-BASIS-RECORD.
000062        01  COMMISSION-BASIS-RECORD.
000062            COPY COMBASR.
000062* General-ledger journal - tonight's posted cash as one batch,
000062* appended for GLPOST (see GLJRNLR)
000062        FD  JRNLFILE
000062            RECORDING MODE IS F
000062            RECORD CONTAINS 100 CHARACTERS
000062            BLOCK CONTAINS 0 RECORDS
000062            DATA RECORD IS JOURNAL-RECORD.
000062        01  JOURNAL-RECORD.
000062            COPY GLJRNLR.
000062        FD  ERRFILE
000063            RECORDING MODE IS F
000064            RECORD CONTAINS 120 CHARACTERS
000090                88 PRMBAL-OK                       VALUE '00'.
000091            05  FS-STAT-REG                     PIC X(02).
000092                88 REGFILE-OK                      VALUE '00'.
000092            05  FS-STAT-COM                     PIC X(02).
000092                88 COMFILE-OK                      VALUE '00'.
000093            05  FS-STAT-JRN                     PIC X(02).
000093                88 JRNLFILE-OK                     VALUE '00'.
000093            05  FS-STAT-ERR                     PIC X(02).
000094                88 ERRFILE-OK                      VALUE '00'.
000095        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000156               DISPLAY 'ERROR IN OPEN POSTING REGISTER FILE '
000157               DISPLAY 'FILE STATUS = ' FS-STAT-REG
000158               GO TO 900-ERROR.
000159            OPEN OUTPUT COMFILE
000159            IF NOT COMFILE-OK
000159               DISPLAY 'ERROR IN OPEN COMMISSION BASIS FILE '
000159               DISPLAY 'FILE STATUS = ' FS-STAT-COM
000159               GO TO 900-ERROR.
000159            OPEN OUTPUT ERRFILE
000160            IF NOT ERRFILE-OK
000161               DISPLAY 'ERROR IN OPEN PAYMENT ERROR FILE '
000162               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000163               GO TO 900-ERROR.
000164            OPEN EXTEND JRNLFILE
000164            IF NOT JRNLFILE-OK
000164               DISPLAY 'ERROR IN OPEN GL JOURNAL FILE '
000164               DISPLAY 'FILE STATUS = ' FS-STAT-JRN
000164               GO TO 900-ERROR.
000164            PERFORM 240-READ-RECORD
000165            CONTINUE.
000166*
000222               ADD 1 TO WS-PAYMENTS-POSTED
000223               ADD PAY-AMOUNT TO WS-POSTED-TOTAL
000224               PERFORM 225-WRITE-REGISTER-LINE
000224               PERFORM 227-WRITE-COMMISSION-BASIS
000225            END-IF
000226            CONTINUE.
000227*
000244            MOVE 3 TO WS-REG-NUM-LINES
000245            CONTINUE.
000246*
000247        227-WRITE-COMMISSION-BASIS.
000247            MOVE SPACES           TO COMMISSION-BASIS-RECORD
000247            SET CB-PREMIUM-POSTED TO TRUE
000247            MOVE PAY-POLICY-NO    TO CB-POLICY-NO
000247            MOVE PAY-DATE         TO CB-EVENT-DATE
000247            MOVE PAY-AMOUNT       TO CB-AMOUNT
000247            WRITE COMMISSION-BASIS-RECORD
000247            CONTINUE.
000247*
000247        230-REJECT-PAYMENT.
000248            ADD 1 TO WS-PAYMENTS-REJECTED
000249            MOVE PAY-RECORD       TO ERR-PAY-IMAGE
000270            MOVE WS-PAYMENTS-REJECTED TO REC-KTR-OUT
000271            DISPLAY 'Payments Rejected:  ' REC-KTR-OUT
000272            DISPLAY 'Amount Posted:      ' WS-POSTED-TOTAL
000273            PERFORM 310-WRITE-GL-JOURNAL
000273            CLOSE PAYFILE PRMBAL REGFILE COMFILE ERRFILE JRNLFILE
000274            DISPLAY "END PROGR: PREMPOST"
000275            CONTINUE.
000276*
000277* Tonight's cash as one GL batch - Dr operating cash,
000277* Cr premium receivable - closed by its control trailer.
000277* The trailer goes out even on a night with nothing posted.
000277        310-WRITE-GL-JOURNAL.
000277            MOVE SPACES              TO JOURNAL-RECORD
000277            MOVE DATE-VARS(1:8)      TO JRNL-RUN-DATE
000277            MOVE DATE-VARS(9:7)      TO JRNL-BATCH-ID
000277            MOVE 'PREMPOST'          TO JRNL-SOURCE
000277            MOVE WS-POSTED-TOTAL     TO JRNL-AMOUNT
000277            MOVE WS-PAYMENTS-POSTED  TO JRNL-ITEM-COUNT
000277            IF WS-POSTED-TOTAL > 0
000277               SET JRNL-DEBIT        TO TRUE
000277               MOVE 'CASH-OPR'       TO JRNL-ACCOUNT-NO
000277               MOVE 'CASH - OPERATING ACCOUNT'
000277                 TO JRNL-ACCOUNT-DESC
000277               WRITE JOURNAL-RECORD
000277               SET JRNL-CREDIT       TO TRUE
000277               MOVE 'PRM-RCVB'       TO JRNL-ACCOUNT-NO
000277               MOVE 'PREMIUM RECEIVABLE'
000277                 TO JRNL-ACCOUNT-DESC
000277               WRITE JOURNAL-RECORD
000277            END-IF
000277            SET JRNL-TRAILER         TO TRUE
000277            MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO
000277            MOVE 'PREMPOST BATCH CONTROL'
000277              TO JRNL-ACCOUNT-DESC
000277            WRITE JOURNAL-RECORD
000277            CONTINUE.
000277*
000277        900-ERROR.
000278            MOVE +12 TO RETURN-CODE
000279            GOBACK.
