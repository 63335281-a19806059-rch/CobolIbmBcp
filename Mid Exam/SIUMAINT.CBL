000015*---------------------------------------------------------------*
000016* MODIFICATION HISTORY:                                        =*
000017* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000017* 15/10/2026 RCH - INVESTIGATOR ID CHECKED AGAINST THE OPERAUTH =*
000017*                  AUTHORITY FILE (GNSPOAUT); REJECTS ALSO      =*
000017*                  LOGGED TO EXCPLOG                            =*
000018*===============================================================*
000019        ENVIRONMENT DIVISION.
000020        INPUT-OUTPUT SECTION.
000030*    *
000031            SELECT ERRFILE   ASSIGN TO SIUERR
000032               FILE STATUS  IS FS-STAT-ERR.
000032*    *
000032* Shared daily processing-exceptions log (see EXCPREC) - every
000032* disposition refused for want of operator authority
000032            SELECT EXCPLOG   ASSIGN TO EXCPLOG
000032               FILE STATUS  IS FS-STAT-EXCP.
000033        DATA DIVISION.
000034        FILE SECTION.
000035* One disposition from the investigations desk
000045                                                           'R'.
000046            05  TRAN-CASE-NO                     PIC 9(07).
000047            05  TRAN-DISPOSITION                 PIC X(04).
000048* The investigator submitting the disposition - must hold the
000048* authority for its action on OPERAUTH (see OPAUTHR)
000048            05  TRAN-INVESTIGATOR-ID             PIC X(08).
000049            05  FILLER                           PIC X(60).
000050        FD  SIUCASE
000062        01  ERROR-RECORD.
000063            05  ERR-TRAN-IMAGE                   PIC X(80).
000064            05  ERR-REASON                       PIC X(40).
000064        FD  EXCPLOG
000064            RECORDING MODE IS F
000064            RECORD CONTAINS 100 CHARACTERS
000064            BLOCK CONTAINS 0 RECORDS
000064            DATA RECORD IS EXCP-LOG-RECORD.
000064        01  EXCP-LOG-RECORD.
000064            COPY EXCPREC.
000065*
000066        WORKING-STORAGE SECTION.
000067*Working Variables
000069          05  WS-TRANS-READ           PIC S9(8) COMP SYNC VALUE 0.
000070          05  WS-TRANS-APPLIED        PIC S9(8) COMP SYNC VALUE 0.
000071          05  WS-TRANS-REJECTED       PIC S9(8) COMP SYNC VALUE 0.
000071          05  WS-AUTH-REJECTED        PIC S9(8) COMP SYNC VALUE 0.
000072*Switches Variables & File Status
000073        01  SW-SWITCHE-VARS.
000074            05  SW-END-TRANS                    PIC X VALUE '0'.
000082                88 SIUCASE-OK                      VALUE '00'.
000083            05  FS-STAT-ERR                     PIC X(02).
000084                88 ERRFILE-OK                      VALUE '00'.
000084            05  FS-STAT-EXCP                    PIC X(02).
000084                88 EXCPLOG-OK                      VALUE '00'.
000085        01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
000086*Editing Variables
000087        01  WS-EDIT-VARS.
000088            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000089            05  DATE-VARS                  PIC X(15).
000089*Operator-authority parameter area passed to GNSPOAUT
000089            COPY GNSWVOAU.
000090*
000091        PROCEDURE DIVISION.
000092            PERFORM 100-OPEN-FILES
000112               DISPLAY 'ERROR IN OPEN SIUERR ERROR FILE '
000113               DISPLAY 'FILE STATUS = ' FS-STAT-ERR
000114               GO TO 900-ERROR.
000114            OPEN EXTEND EXCPLOG
000114            IF NOT EXCPLOG-OK
000114               DISPLAY 'ERROR IN OPEN EXCPLOG EXCEPTIONS LOG '
000114               DISPLAY 'FILE STATUS = ' FS-STAT-EXCP
000114               GO TO 900-ERROR.
000115            PERFORM 240-READ-RECORD
000116            CONTINUE.
000117*
000118        200-APPLY-ONE-TRAN.
000119            ADD 1 TO WS-TRANS-READ
000120            PERFORM 205-CHECK-OPERATOR-AUTHORITY
000120            IF WS-REJECT-REASON = SPACES
000120               PERFORM 210-EDIT-TRANSACTION
000120            END-IF
000121            IF WS-REJECT-REASON NOT = SPACES
000122               PERFORM 230-REJECT-TRANSACTION
000123            ELSE
000125            END-IF
000126            PERFORM 240-READ-RECORD
000127            CONTINUE.
000127*
000127* Nobody changes the SIU case file without the authority for the
000127* action on OPERAUTH - a refusal is logged to EXCPLOG against the
000127* operator as well as riding out on SIUERR.
000127        205-CHECK-OPERATOR-AUTHORITY.
000127            MOVE SPACES TO WS-REJECT-REASON
000127            IF TRAN-VALID-ACTION
000127               MOVE 'SIUMAINT'         TO OAU-PROGRAM
000127               MOVE TRAN-INVESTIGATOR-ID TO OAU-OPERATOR
000127               MOVE TRAN-ACTION       TO OAU-ACTION
000127               MOVE ZERO               TO OAU-AMOUNT
000127               CALL 'GNSPOAUT' USING OAU-VARI
000127                   RETURNING RETURN-CODE
000127               END-CALL
000127               IF RETURN-CODE NOT = 0
000127                  MOVE +0 TO RETURN-CODE
000127                  MOVE OAU-CMSG TO WS-REJECT-REASON
000127                  PERFORM 206-LOG-AUTHORITY-REJECT
000127               END-IF
000127            END-IF
000127            CONTINUE.
000127*
000127        206-LOG-AUTHORITY-REJECT.
000127            ADD 1 TO WS-AUTH-REJECTED
000127            INITIALIZE EXCP-LOG-RECORD
000127            MOVE 'REJECTED'          TO EXCP-RECORD-TYPE
000127            MOVE 'SIUMAINT'          TO EXCP-SOURCE-PROGRAM
000127            MOVE TRAN-INVESTIGATOR-ID TO EXCP-KEY-ID
000127            MOVE 'OAUT'              TO EXCP-REASON-CODE
000127            MOVE OAU-CMSG            TO EXCP-REASON-TEXT
000127            MOVE DATE-VARS (1:8)   TO EXCP-RUN-DATE
000127            WRITE EXCP-LOG-RECORD
000127            CONTINUE.
000128*
000129        210-EDIT-TRANSACTION.
000130            MOVE SPACES TO WS-REJECT-REASON
000202            DISPLAY 'Trans Applied:      ' REC-KTR-OUT
000203            MOVE WS-TRANS-REJECTED TO REC-KTR-OUT
000204            DISPLAY 'Trans Rejected:     ' REC-KTR-OUT
000204            MOVE WS-AUTH-REJECTED  TO REC-KTR-OUT
000204            DISPLAY '  Not Authorized:   ' REC-KTR-OUT
000205            CLOSE TRANFILE SIUCASE ERRFILE EXCPLOG
000206            DISPLAY "END PROGR: SIUMAINT"
000207            CONTINUE.
000208*
