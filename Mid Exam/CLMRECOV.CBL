000019* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000019* 02/09/2026 RCH - ROLL BACK ONLY THE FAILED RUN'S ENTRIES     =*
000019*                  (MATCH ON JRNL-RUN-ID)                      =*
000019* 15/10/2026 RCH - CHECKPOINT RECORD 412 -> 428, AS CLAIMPRO    =*
000019* 15/10/2026 RCH - CHECKPOINT RECORD 428 -> 444, AS CLAIMPRO    =*
000019* 15/10/2026 RCH - CHECKPOINT RECORD 444 -> 481, AS CLAIMPRO    =*
000019* 15/10/2026 RCH - CLMJRNL RECORD 100 -> 120, AS CLAIMPRO       =*
000020*===============================================================*
000021        ENVIRONMENT DIVISION.
000022        INPUT-OUTPUT SECTION.
000036        FILE SECTION.
000037        FD  JRNFILE
000038            RECORDING MODE IS F
000039            RECORD CONTAINS 120 CHARACTERS
000040            BLOCK CONTAINS 0 RECORDS
000041            DATA RECORD IS JOURNAL-RECORD.
000042        01  JOURNAL-RECORD.
000045* needed here - the counters behind it stay CLAIMPRO's business
000046        FD  CHKFILE
000047            RECORDING MODE IS F
000048            RECORD CONTAINS 481 CHARACTERS
000049            BLOCK CONTAINS 0 RECORDS
000050            DATA RECORD IS CHECKPOINT-RECORD.
000051        01  CHECKPOINT-RECORD.
000052            05  CHKPT-COUNT-RECS                 PIC 9(08).
000053            05  FILLER                           PIC X(473).
000054        FD  CLAIMHIST
000055            RECORDING MODE IS F
000056            RECORD CONTAINS 68 CHARACTERS
