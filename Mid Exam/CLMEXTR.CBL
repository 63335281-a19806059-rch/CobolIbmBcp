000018* 02/09/2026 RCH - ICLAIM RECORD WIDENED 100 -> 120            =*
000018* 02/09/2026 RCH - RECORD START/COMPLETION ON RUNCTL VIA      =*
000018*                  GNSPRCTL; REQUIRE CLAIMPRO COMPLETE FIRST    =*
000018* 15/10/2026 RCH - ICLAIM RECORD WIDENED 120 -> 130            =*
000018* 15/10/2026 RCH - ICLAIM RECORD WIDENED 130 -> 140            =*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000042        FD INFILE
000043            RECORDING MODE IS F
000044            BLOCK CONTAINS 0 RECORDS
000045            RECORD CONTAINS 140 CHARACTERS
000046            DATA RECORD IS CLAIM-RECORD.
000047        01  CLAIM-RECORD.
000048            05  CLAIM-RECORD-KEY                 PIC 9(07).
