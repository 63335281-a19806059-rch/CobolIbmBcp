000018*---------------------------------------------------------------*
000019* MODIFICATION HISTORY:                                        =*
000020* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000020* 15/10/2026 RCH - ICLAIM RECORD WIDENED 120 -> 130            =*
000020* 15/10/2026 RCH - ICLAIM RECORD WIDENED 130 -> 140            =*
000021*===============================================================*
000022        ENVIRONMENT DIVISION.
000023        INPUT-OUTPUT SECTION.
000106        FD  INFILE
000107            RECORDING MODE IS F
000108            BLOCK CONTAINS 0 RECORDS
000109            RECORD CONTAINS 140 CHARACTERS
000110            DATA RECORD IS CLAIM-RECORD.
000111        01  CLAIM-RECORD.
000112            05  CLAIM-RECORD-KEY                 PIC 9(07).
000113            05  CLAIM-TRAILER-COUNT              PIC 9(08).
000114            05  CLAIM-TRAILER-HASH               PIC 9(09)V99.
000115            05  FILLER                           PIC X(114).
000116*
000117        WORKING-STORAGE SECTION.
000118*Working Variables
