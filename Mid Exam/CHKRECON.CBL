000017* RUN IS LISTED AS OUTSTANDING WITH ITS AGE IN DAYS - OVER THE  =*
000018* STALE LIMIT (SYSIN CARD, DAYS) IT IS FLAGGED STALE. ALL ON    =*
000019* THE OCHKRCN REPORT.                                           =*
000019* ITEMS CHKMAINT HAS VOIDED OR STOPPED, AND ITEMS ESCHEAT HAS   =*
000019* TURNED OVER TO THE STATE, NO LONGER AGE AS                    =*
000019* OUTSTANDING; IF THE BANK CLEARS ONE ANYWAY IT IS REPORTED AS  =*
000019* AN EXCEPTION, NEVER COUNTED AS A MATCH.                       =*
000020*---------------------------------------------------------------*
000021* MODIFICATION HISTORY:                                        =*
000022* 02/09/2026 RCH - ORIGINAL VERSION                            =*
000023* 02/09/2026 RCH - RECONCILE AGAINST THE CHKREG KSDS, NOT THE  =*
000024*                  SINGLE RUN'S EXTRACT                        =*
000024* 15/10/2026 RCH - VOIDED/STOPPED ITEMS CLEARING ARE EXCEPTIONS=*
000024*                  AND DROP OFF THE OUTSTANDING LIST           =*
000024* 15/10/2026 RCH - SAME FOR ITEMS ESCHEATED TO THE STATE       =*
000024* 15/10/2026 RCH - NOT STALE UNTIL THE LIMIT'S LAST DAY, ROLLED=*
000024*                  TO A BUSINESS DAY (GNSPBDAY/HOLCAL), PASSES =*
000025*===============================================================*
000026        ENVIRONMENT DIVISION.
000027        INPUT-OUTPUT SECTION.
000072          05  WS-AMOUNT-MISMATCH      PIC S9(8) COMP SYNC VALUE 0.
000073          05  WS-UNKNOWN-CHECK        PIC S9(8) COMP SYNC VALUE 0.
000074          05  WS-CLEARED-TWICE        PIC S9(8) COMP SYNC VALUE 0.
000074          05  WS-VOID-STOP-CLEARED    PIC S9(8) COMP SYNC VALUE 0.
000074          05  WS-VOID-STOP-CTR        PIC S9(8) COMP SYNC VALUE 0.
000075          05  WS-OUTSTANDING-CTR      PIC S9(8) COMP SYNC VALUE 0.
000076          05  WS-STALE-CTR            PIC S9(8) COMP SYNC VALUE 0.
000077          05  WS-RCN-NUM-LINES        PIC S9(4) COMP VALUE 61.
000094        01  WS-STALE-VARS.
000095            05  WS-STALE-DAYS-X             PIC X(03) VALUE '090'.
000096            05  WS-STALE-DAYS               PIC 9(03) VALUE 90.
000096*Issue date + the limit, rolled forward when it lands on a
000096*weekend or HOLCAL holiday - the item goes stale after this day
000096            05  WS-STALE-DATE-INT           PIC S9(08) VALUE ZERO.
000096            05  WS-STALE-DATE               PIC 9(08) VALUE ZERO.
000097*Editing Variables
000098        01  WS-EDIT-VARS.
000099            05  REC-KTR-OUT                PIC ZZZZZZZ9.
000101            05  WS-CURRENT-DATE-NUM        PIC 9(08) VALUE ZERO.
000102*Date-Validation Variables
000103            COPY GNSWVDTV.
000103*Business-Day Variables
000103            COPY GNSWVBDY.
000104*Reconciliation report lines
000105        01  WS-RCN-LINES.
000106            02  RCN-HEADER-01.
000197                                     TO RCN-CONDITION-OU
000198                  PERFORM 260-WRITE-RCN-LINE
000199               NOT INVALID KEY
000200                  PERFORM 210-TICK-OFF-REGISTER THRU 210-EXIT
000201            END-READ
000202            PERFORM 140-READ-BANK-RECORD
000203            CONTINUE.
000204*
000205        210-TICK-OFF-REGISTER.
000205* A voided or stopped item the bank pays anyway is money out
000205* the door - record that it cleared, but report it, never match
000205            IF (CRG-ITEM-VOID-OR-STOP OR CRG-ITEM-ESCHEATED)
000205               AND NOT CRG-ITEM-CLEARED
000205               ADD 1 TO WS-VOID-STOP-CLEARED
000205               MOVE BANK-CHECK-NO TO RCN-CHECK-NO-OU
000205               MOVE CRG-POLICY-NO TO RCN-POLICY-NO-OU
000205               MOVE BANK-AMOUNT   TO RCN-AMOUNT-OU
000205               MOVE ZERO          TO RCN-DAYS-OUT-OU
000205               EVALUATE TRUE
000205                   WHEN CRG-ITEM-VOIDED
000205                       MOVE 'CLEARED - ITEM WAS VOIDED'
000205                                  TO RCN-CONDITION-OU
000205                   WHEN CRG-ITEM-STOPPED
000205                       MOVE 'CLEARED - STOP PAYMENT PLACED'
000205                                  TO RCN-CONDITION-OU
000205                   WHEN OTHER
000205                       MOVE 'CLEARED - ITEM WAS ESCHEATED'
000205                                  TO RCN-CONDITION-OU
000205               END-EVALUATE
000205               PERFORM 260-WRITE-RCN-LINE
000205               MOVE 'Y' TO CRG-CLEARED-FLAG
000205               MOVE BANK-CLEARED-DATE TO CRG-CLEARED-DATE
000205               REWRITE CHECK-REGISTER-REC
000205               GO TO 210-EXIT
000205            END-IF
000206            IF CRG-ITEM-CLEARED
000207               ADD 1 TO WS-CLEARED-TWICE
000208               MOVE BANK-CHECK-NO TO RCN-CHECK-NO-OU
000228               MOVE 'Y' TO CRG-CLEARED-FLAG
000229               MOVE BANK-CLEARED-DATE TO CRG-CLEARED-DATE
000230               REWRITE CHECK-REGISTER-REC
000231            END-IF.
000232        210-EXIT.
000232            EXIT.
000233*
000234* Every register item the bank has not cleared lists as
000235* outstanding with its age; past the stale limit it is flagged
000251               CONTINUE
000252            ELSE
000253               ADD 1 TO WS-REGISTER-READ
000254               EVALUATE TRUE
000254                   WHEN CRG-ITEM-CLEARED
000254                       CONTINUE
000254                   WHEN CRG-ITEM-VOID-OR-STOP
000254                   WHEN CRG-ITEM-ESCHEATED
000254                       ADD 1 TO WS-VOID-STOP-CTR
000254                   WHEN OTHER
000255                       PERFORM 256-REPORT-ONE-OUTSTANDING
000256               END-EVALUATE
000257            END-IF
000258            CONTINUE.
000259*
000266            IF RETURN-CODE NOT = 0
000267               MOVE +0 TO RETURN-CODE
000268               MOVE ZERO TO WS-DAYS-OUT
000268               MOVE 99999999 TO WS-STALE-DATE
000269            ELSE
000270               COMPUTE WS-DAYS-OUT =
000271                  FUNCTION INTEGER-OF-DATE
000272                     (WS-CURRENT-DATE-NUM)
000273                - FUNCTION INTEGER-OF-DATE (DTV-DATE-NUM)
000273               PERFORM 257-SET-STALE-DATE
000274            END-IF
000275            MOVE CRG-CHECK-NO  TO RCN-CHECK-NO-OU
000276            MOVE CRG-POLICY-NO TO RCN-POLICY-NO-OU
000277            MOVE CRG-AMOUNT    TO RCN-AMOUNT-OU
000278            MOVE WS-DAYS-OUT   TO RCN-DAYS-OUT-OU
000279            IF WS-CURRENT-DATE-NUM > WS-STALE-DATE
000280               ADD 1 TO WS-STALE-CTR
000281               MOVE 'OUTSTANDING - STALE'
000282                 TO RCN-CONDITION-OU
000287            PERFORM 260-WRITE-RCN-LINE
000288            CONTINUE.
000289*
000289* The stale limit is counted in calendar days, but a limit that
000289* ends on a weekend or bank holiday runs to the next business
000289* day - the payee could not have presented the item before then.
000289        257-SET-STALE-DATE.
000289            COMPUTE WS-STALE-DATE-INT =
000289                FUNCTION INTEGER-OF-DATE (DTV-DATE-NUM)
000289                + WS-STALE-DAYS
000289            COMPUTE WS-STALE-DATE =
000289                FUNCTION DATE-OF-INTEGER (WS-STALE-DATE-INT)
000289            MOVE 'NEXT'            TO BDY-CMND
000289            MOVE WS-STALE-DATE     TO BDY-FROM-DATE
000289            CALL 'GNSPBDAY' USING BDY-VARI
000289                RETURNING RETURN-CODE
000289            END-CALL
000289            IF RETURN-CODE NOT > 4
000289               MOVE BDY-TO-DATE    TO WS-STALE-DATE
000289            END-IF
000289            MOVE +0 TO RETURN-CODE
000289            CONTINUE.
000289*
000290        260-WRITE-RCN-LINE.
000291            IF WS-RCN-NUM-LINES > 60 THEN
000292               PERFORM 261-WRITE-RCN-TITLES
000318            DISPLAY 'Never Issued:       ' REC-KTR-OUT
000319            MOVE WS-CLEARED-TWICE   TO REC-KTR-OUT
000320            DISPLAY 'Cleared Twice:      ' REC-KTR-OUT
000320            MOVE WS-VOID-STOP-CLEARED TO REC-KTR-OUT
000320            DISPLAY 'Void/Stop Cleared:  ' REC-KTR-OUT
000320            MOVE WS-VOID-STOP-CTR   TO REC-KTR-OUT
000320            DISPLAY 'Void/Stop/Escheat:  ' REC-KTR-OUT
000321            MOVE WS-OUTSTANDING-CTR TO REC-KTR-OUT
000322            DISPLAY 'Outstanding:        ' REC-KTR-OUT
000323            MOVE WS-STALE-CTR       TO REC-KTR-OUT
