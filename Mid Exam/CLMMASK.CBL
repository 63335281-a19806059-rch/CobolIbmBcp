000018*---------------------------------------------------------------*
000019* MODIFICATION HISTORY:                                        =*
000020* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000020* 15/10/2026 RCH - ICLAIM RECORD WIDENED 120 -> 130            =*
000020* 15/10/2026 RCH - ICLAIM RECORD WIDENED 130 -> 140            =*
000021*===============================================================*
000022        ENVIRONMENT DIVISION.
000023        INPUT-OUTPUT SECTION.
000038        FILE SECTION.
000039        FD  ICLMIN
000040            RECORDING MODE IS F
000041            RECORD CONTAINS 140 CHARACTERS
000042            BLOCK CONTAINS 0 RECORDS
000043            DATA RECORD IS CLAIM-IN-RECORD.
000044        01  CLAIM-IN-RECORD                      PIC X(140).
000045        FD  ICLMOUT
000046            RECORDING MODE IS F
000047            RECORD CONTAINS 140 CHARACTERS
000048            BLOCK CONTAINS 0 RECORDS
000049            DATA RECORD IS CLAIM-OUT-RECORD.
000050        01  CLAIM-OUT-RECORD                     PIC X(140).
000051        FD  POLMIN
000052            RECORDING MODE IS F
000053            RECORD CONTAINS 80 CHARACTERS
000150        01  CLAIM-TRAILER-WS REDEFINES CLAIM-RECORD-WS.
000151            05  TRAILER-SENTINEL            PIC 9(07).
000152                88 IS-TRAILER-RECORD           VALUE 9999999.
000153            05  FILLER                      PIC X(133).
000154*
000155        PROCEDURE DIVISION.
000156            PERFORM 100-OPEN-FILES
