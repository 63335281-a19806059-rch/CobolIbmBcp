000017*---------------------------------------------------------------*
000018* MODIFICATION HISTORY:                                        =*
000019* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000019* 15/10/2026 RCH - RECOVERED CASH TO THE GLJRNL GL JOURNAL    =*
000019* 15/10/2026 RCH - OPERATOR ID ON THE RECEIPT, CHECKED AGAINST  =*
000019*                  THE OPERAUTH AUTHORITY FILE AND DOLLAR       =*
000019*                  LIMIT (GNSPOAUT); REJECTS ALSO TO EXCPLOG    =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000033            SELECT REGFILE   ASSIGN TO OOVPPOST
000034               FILE STATUS  IS FS-STAT-REG.
000035*    *
000036            SELECT JRNLFILE  ASSIGN TO GLJRNL
000036               FILE STATUS  IS FS-STAT-JRN.
000036*    *
000036            SELECT ERRFILE   ASSIGN TO OVPPERR
000037               FILE STATUS  IS FS-STAT-ERR.
000037*    *
000037* Shared daily processing-exceptions log (see EXCPREC) - every
000037* receipt refused for want of operator authority
000037            SELECT EXCPLOG   ASSIGN TO EXCPLOG
000037               FILE STATUS  IS FS-STAT-EXCP.
000038        DATA DIVISION.
000039        FILE SECTION.
000040* One recovery receipt from the lockbox
000047            05  RCPT-POLICY-NO                   PIC 9(07).
000048            05  RCPT-DATE                        PIC 9(08).
000049            05  RCPT-AMOUNT                      PIC 9(7)V99.
000049* Operator who keyed the receipt - must hold the 'P' authority
000049* on OPERAUTH for at least the receipt amount (see OPAUTHR)
000049            05  RCPT-OPERATOR-ID                 PIC X(08).
000050            05  FILLER                           PIC X(48).
000051        FD  OVPBAL
000052            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000061            BLOCK CONTAINS 0 RECORDS
000062            DATA RECORD IS REG-REPORT.
000063        01  REG-REPORT                           PIC X(100).
000064* General-ledger journal - tonight's recovered cash as one
000064* batch, appended for GLPOST (see GLJRNLR)
000064        FD  JRNLFILE
000064            RECORDING MODE IS F
000064            RECORD CONTAINS 100 CHARACTERS
000064            BLOCK CONTAINS 0 RECORDS
000064            DATA RECORD IS JOURNAL-RECORD.
000064        01  JOURNAL-RECORD.
000064            COPY GLJRNLR.
000064        FD  ERRFILE
000065            RECORDING MODE IS F
000066            RECORD CONTAINS 120 CHARACTERS
000069        01  ERROR-RECORD.
000070            05  ERR-RCPT-IMAGE                   PIC X(80).
000071            05  ERR-REASON                       PIC X(40).
000071        FD  EXCPLOG
000071            RECORDING MODE IS F
000071            RECORD CONTAINS 100 CHARACTERS
000071            BLOCK CONTAINS 0 RECORDS
000071            DATA RECORD IS EXCP-LOG-RECORD.
000071        01  EXCP-LOG-RECORD.
000071            COPY EXCPREC.
000072*
000073        WORKING-STORAGE SECTION.
000074*Working Variables
000076          05  WS-RECEIPTS-READ        PIC S9(8) COMP SYNC VALUE 0.
000077          05  WS-RECEIPTS-POSTED      PIC S9(8) COMP SYNC VALUE 0.
000078          05  WS-RECEIPTS-REJECTED    PIC S9(8) COMP SYNC VALUE 0.
000078          05  WS-AUTH-REJECTED        PIC S9(8) COMP SYNC VALUE 0.
000079          05  WS-REG-NUM-LINES        PIC S9(4) COMP VALUE 61.
000080        01  WS-CALC-VARS.
000081            05  WS-POSTED-TOTAL            PIC 9(9)V99 VALUE ZERO.
000082            05  WS-APPLIED-AMT             PIC 9(7)V99 VALUE ZERO.
000083            05  WS-EXCESS-AMT              PIC 9(7)V99 VALUE ZERO.
000083            05  WS-EXCESS-TOTAL            PIC 9(9)V99 VALUE ZERO.
000083            05  WS-CASH-TOTAL              PIC 9(9)V99 VALUE ZERO.
000084*Switches Variables & File Status
000085        01  SW-SWITCHE-VARS.
000086            05  SW-END-FILE                     PIC X VALUE '0'.
000094                88 OVPBAL-OK                       VALUE '00'.
000095            05  FS-STAT-REG                     PIC X(02).
000096                88 REGFILE-OK                      VALUE '00'.
000097            05  FS-STAT-JRN                     PIC X(02).
000097                88 JRNLFILE-OK                     VALUE '00'.
000097            05  FS-STAT-ERR                     PIC X(02).
000098                88 ERRFILE-OK                      VALUE '00'.
000098            05  FS-STAT-EXCP                    PIC X(02).
000098                88 EXCPLOG-OK                      VALUE '00'.
000099        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000100*Editing Variables
000101        01  WS-EDIT-VARS.
000103            05  DATE-VARS                  PIC X(15).
000104*Date-Validation Variables
000105            COPY GNSWVDTV.
000105*Operator-authority parameter area passed to GNSPOAUT
000105            COPY GNSWVOAU.
000106*Posting register lines
000107        01  WS-REG-LINES.
000108            02  REG-HEADER-01.
000158               DISPLAY 'ERROR IN OPEN RECEIPT ERROR FILE '
000159               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000160               GO TO 900-ERROR.
000161            OPEN EXTEND JRNLFILE
000161            IF NOT JRNLFILE-OK
000161               DISPLAY 'ERROR IN OPEN GL JOURNAL FILE '
000161               DISPLAY 'FILE STATUS = ' FS-STAT-JRN
000161               GO TO 900-ERROR.
000161            OPEN EXTEND EXCPLOG
000161            IF NOT EXCPLOG-OK
000161               DISPLAY 'ERROR IN OPEN EXCPLOG EXCEPTIONS LOG '
000161               DISPLAY 'FILE STATUS = ' FS-STAT-EXCP
000161               GO TO 900-ERROR.
000161            PERFORM 240-READ-RECORD
000162            CONTINUE.
000163*
000164        200-POST-ONE-RECEIPT.
000165            ADD 1 TO WS-RECEIPTS-READ
000166            PERFORM 205-CHECK-OPERATOR-AUTHORITY
000166            IF WS-REJECT-REASON = SPACES
000166               PERFORM 210-EDIT-RECEIPT
000166            END-IF
000167            IF WS-REJECT-REASON NOT = SPACES
000168               PERFORM 230-REJECT-RECEIPT
000169            ELSE
000171            END-IF
000172            PERFORM 240-READ-RECORD
000173            CONTINUE.
000173*
000173* Nobody posts recovered cash without the authority for it on
000173* OPERAUTH, up to the operator's dollar limit - a refusal is
000173* logged to EXCPLOG against the operator as well as riding out
000173* on OVPPERR.
000173        205-CHECK-OPERATOR-AUTHORITY.
000173            MOVE SPACES TO WS-REJECT-REASON
000173            MOVE 'OVPPOST '          TO OAU-PROGRAM
000173            MOVE RCPT-OPERATOR-ID    TO OAU-OPERATOR
000173            MOVE 'P'                 TO OAU-ACTION
000173            IF RCPT-AMOUNT NUMERIC
000173               MOVE RCPT-AMOUNT      TO OAU-AMOUNT
000173            ELSE
000173               MOVE ZERO             TO OAU-AMOUNT
000173            END-IF
000173            CALL 'GNSPOAUT' USING OAU-VARI
000173                RETURNING RETURN-CODE
000173            END-CALL
000173            IF RETURN-CODE NOT = 0
000173               MOVE +0 TO RETURN-CODE
000173               MOVE OAU-CMSG TO WS-REJECT-REASON
000173               PERFORM 206-LOG-AUTHORITY-REJECT
000173            END-IF
000173            CONTINUE.
000173*
000173        206-LOG-AUTHORITY-REJECT.
000173            ADD 1 TO WS-AUTH-REJECTED
000173            INITIALIZE EXCP-LOG-RECORD
000173            MOVE 'REJECTED'          TO EXCP-RECORD-TYPE
000173            MOVE 'OVPPOST '          TO EXCP-SOURCE-PROGRAM
000173            MOVE RCPT-OPERATOR-ID    TO EXCP-KEY-ID
000173            MOVE 'OAUT'              TO EXCP-REASON-CODE
000173            MOVE OAU-CMSG            TO EXCP-REASON-TEXT
000173            MOVE DATE-VARS (1:8)     TO EXCP-RUN-DATE
000173            WRITE EXCP-LOG-RECORD
000173            CONTINUE.
000174*
000175        210-EDIT-RECEIPT.
000176            MOVE SPACES TO WS-REJECT-REASON
000221                  DISPLAY 'RECOVERY OVER BALANCE, POLICY '
000222                          RCPT-POLICY-NO ' EXCESS '
000223                          WS-EXCESS-AMT
000223                  ADD WS-EXCESS-AMT TO WS-EXCESS-TOTAL
000224               ELSE
000225                  MOVE RCPT-AMOUNT TO WS-APPLIED-AMT
000226               END-IF
000278            DISPLAY 'Receipts Posted:    ' REC-KTR-OUT
000279            MOVE WS-RECEIPTS-REJECTED TO REC-KTR-OUT
000280            DISPLAY 'Receipts Rejected:  ' REC-KTR-OUT
000280            MOVE WS-AUTH-REJECTED     TO REC-KTR-OUT
000280            DISPLAY '  Not Authorized:   ' REC-KTR-OUT
000281            DISPLAY 'Amount Recovered:   ' WS-POSTED-TOTAL
000282            DISPLAY 'Excess To Refund:   ' WS-EXCESS-TOTAL
000282            PERFORM 310-WRITE-GL-JOURNAL
000282            CLOSE RCPTFILE OVPBAL REGFILE ERRFILE JRNLFILE
000282                  EXCPLOG
000283            DISPLAY "END PROGR: OVPPOST"
000284            CONTINUE.
000285*
000286* Tonight's recoveries as one GL batch - Dr operating cash for
000286* every dollar received, Cr the overpayment receivable for what
000286* applied and Cr refunds payable for the excess going back to
000286* the sender - closed by its control trailer, which goes out
000286* even on a night with nothing posted.
000286        310-WRITE-GL-JOURNAL.
000286            COMPUTE WS-CASH-TOTAL =
000286                WS-POSTED-TOTAL + WS-EXCESS-TOTAL
000286            MOVE SPACES              TO JOURNAL-RECORD
000286            MOVE DATE-VARS(1:8)      TO JRNL-RUN-DATE
000286            MOVE DATE-VARS(9:7)      TO JRNL-BATCH-ID
000286            MOVE 'OVPPOST '          TO JRNL-SOURCE
000286            MOVE WS-RECEIPTS-POSTED  TO JRNL-ITEM-COUNT
000286            IF WS-CASH-TOTAL > 0
000286               SET JRNL-DEBIT        TO TRUE
000286               MOVE 'CASH-OPR'       TO JRNL-ACCOUNT-NO
000286               MOVE 'CASH - OPERATING ACCOUNT'
000286                 TO JRNL-ACCOUNT-DESC
000286               MOVE WS-CASH-TOTAL    TO JRNL-AMOUNT
000286               WRITE JOURNAL-RECORD
000286            END-IF
000286            IF WS-POSTED-TOTAL > 0
000286               SET JRNL-CREDIT       TO TRUE
000286               MOVE 'OVP-RCVB'       TO JRNL-ACCOUNT-NO
000286               MOVE 'CLAIM OVERPAYMENT RECEIVABLE'
000286                 TO JRNL-ACCOUNT-DESC
000286               MOVE WS-POSTED-TOTAL  TO JRNL-AMOUNT
000286               WRITE JOURNAL-RECORD
000286            END-IF
000286            IF WS-EXCESS-TOTAL > 0
000286               SET JRNL-CREDIT       TO TRUE
000286               MOVE 'OVP-RFND'       TO JRNL-ACCOUNT-NO
000286               MOVE 'OVERPAYMENT REFUNDS PAYABLE'
000286                 TO JRNL-ACCOUNT-DESC
000286               MOVE WS-EXCESS-TOTAL  TO JRNL-AMOUNT
000286               WRITE JOURNAL-RECORD
000286            END-IF
000286            SET JRNL-TRAILER         TO TRUE
000286            MOVE 'CONTROL '          TO JRNL-ACCOUNT-NO
000286            MOVE 'OVPPOST BATCH CONTROL'
000286              TO JRNL-ACCOUNT-DESC
000286            MOVE WS-CASH-TOTAL       TO JRNL-AMOUNT
000286            WRITE JOURNAL-RECORD
000286            CONTINUE.
000286*
000286        900-ERROR.
000287            MOVE +12 TO RETURN-CODE
000288            GOBACK.
