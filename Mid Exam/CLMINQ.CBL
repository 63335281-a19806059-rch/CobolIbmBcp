000016*---------------------------------------------------------------*
000017* MODIFICATION HISTORY:                                        =*
000018* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000018* 15/10/2026 RCH - ICLAIM RECORD WIDENED 120 -> 130            =*
000018* 15/10/2026 RCH - ICLAIM RECORD WIDENED 130 -> 140            =*
000019*===============================================================*
000020        ENVIRONMENT DIVISION.
000021        INPUT-OUTPUT SECTION.
000052        FD  INFILE
000053            RECORDING MODE IS F
000054            BLOCK CONTAINS 0 RECORDS
000055            RECORD CONTAINS 140 CHARACTERS
000056            DATA RECORD IS CLAIM-RECORD.
000057        01  CLAIM-RECORD.
000058            05  CLAIM-RECORD-KEY                 PIC 9(07).
