      *================================================================*
      *        ACHRECR - 94-BYTE NACHA ACH RECORD. PRMDRAFT WRITES THE *
      *        PREMIUM DEBIT FILE IN THIS FORMAT (FILE HEADER, ONE     *
      *        PPD BATCH, ENTRY DETAILS, CONTROLS, 9-FILL TO A         *
      *        10-RECORD BLOCK) AND DRFRETN READS THE BANK'S RETURN    *
      *        FILE IN IT (ENTRY DETAIL FOLLOWED BY ITS RETURN         *
      *        ADDENDA). THE RECORD TYPE IN BYTE 1 PICKS THE VIEW.     *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
           05  ACH-RECORD-TYPE                  PIC X(01).
               88  ACH-FILE-HEADER                  VALUE '1'.
               88  ACH-BATCH-HEADER                 VALUE '5'.
               88  ACH-ENTRY-DETAIL                 VALUE '6'.
               88  ACH-ADDENDA                      VALUE '7'.
               88  ACH-BATCH-CONTROL                VALUE '8'.
               88  ACH-FILE-CONTROL                 VALUE '9'.
           05  ACH-RECORD-DATA                  PIC X(93).
      *  '1' FILE HEADER - ORIGINATING BANK AND COMPANY, CREATION
      *  DATE/TIME, AND THE FIXED RECORD SIZE/BLOCKING/FORMAT CODES
           05  ACH-FH-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-FH-PRIORITY              PIC X(02).
               10  ACH-FH-DESTINATION           PIC X(10).
               10  ACH-FH-ORIGIN                PIC X(10).
               10  ACH-FH-CREATE-DATE           PIC 9(06).
               10  ACH-FH-CREATE-TIME           PIC 9(04).
               10  ACH-FH-ID-MODIFIER           PIC X(01).
               10  ACH-FH-RECORD-SIZE           PIC X(03).
               10  ACH-FH-BLOCKING              PIC X(02).
               10  ACH-FH-FORMAT                PIC X(01).
               10  ACH-FH-DEST-NAME             PIC X(23).
               10  ACH-FH-ORIGIN-NAME           PIC X(23).
               10  ACH-FH-REFERENCE             PIC X(08).
      *  '5' BATCH HEADER - ONE PPD DEBIT BATCH PER RUN
           05  ACH-BH-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-BH-SERVICE-CLASS         PIC 9(03).
               10  ACH-BH-COMPANY-NAME          PIC X(16).
               10  ACH-BH-DISCRETIONARY         PIC X(20).
               10  ACH-BH-COMPANY-ID            PIC X(10).
               10  ACH-BH-SEC-CODE              PIC X(03).
               10  ACH-BH-ENTRY-DESC            PIC X(10).
               10  ACH-BH-DESC-DATE             PIC X(06).
               10  ACH-BH-EFFECTIVE-DATE        PIC 9(06).
               10  ACH-BH-SETTLE-DATE           PIC X(03).
               10  ACH-BH-ORIGINATOR-STATUS     PIC X(01).
               10  ACH-BH-ODFI-ID               PIC 9(08).
               10  ACH-BH-BATCH-NO              PIC 9(07).
      *  '6' ENTRY DETAIL - ONE DEBIT TO ONE INSURED'S ACCOUNT; THE
      *  POLICY NUMBER RIDES IN THE INDIVIDUAL ID AND COMES BACK ON
      *  A RETURN. TRANSACTION CODE 27 CHECKING / 37 SAVINGS DEBIT,
      *  COMING BACK ON THE RETURN FILE AS 26 / 36
           05  ACH-ED-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-ED-TRAN-CODE             PIC 9(02).
                   88  ACH-ED-CHECKING-DEBIT        VALUE 27.
                   88  ACH-ED-SAVINGS-DEBIT         VALUE 37.
                   88  ACH-ED-CHECKING-RETURN       VALUE 26.
                   88  ACH-ED-SAVINGS-RETURN        VALUE 36.
               10  ACH-ED-RDFI-ID               PIC 9(08).
               10  ACH-ED-ROUTING-CHECK         PIC 9(01).
               10  ACH-ED-ACCOUNT-NO            PIC X(17).
               10  ACH-ED-AMOUNT                PIC 9(08)V99.
               10  ACH-ED-INDIVIDUAL-ID.
                   15  ACH-ED-POLICY-NO         PIC X(07).
                   15  FILLER                   PIC X(08).
               10  ACH-ED-INDIVIDUAL-NAME       PIC X(22).
               10  ACH-ED-DISCRETIONARY         PIC X(02).
               10  ACH-ED-ADDENDA-IND           PIC 9(01).
               10  ACH-ED-TRACE-NO              PIC 9(15).
      *  '7' RETURN ADDENDA (TYPE 99) - THE RETURN REASON CODE AND
      *  THE TRACE NUMBER OF THE DEBIT BEING RETURNED. A TYPE 98
      *  NOTIFICATION OF CHANGE CARRIES A CORRECTION CODE (C01..)
      *  INSTEAD - THE DEBIT WENT THROUGH BUT THE ACCOUNT CHANGED
           05  ACH-AD-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-AD-ADDENDA-TYPE          PIC X(02).
                   88  ACH-AD-RETURN                VALUE '99'.
                   88  ACH-AD-CHANGE-NOTICE         VALUE '98'.
               10  ACH-AD-RETURN-CODE           PIC X(03).
               10  ACH-AD-ORIG-TRACE-NO         PIC 9(15).
               10  ACH-AD-DEATH-DATE            PIC X(06).
               10  ACH-AD-ORIG-RDFI-ID          PIC 9(08).
               10  ACH-AD-INFORMATION           PIC X(44).
               10  ACH-AD-TRACE-NO              PIC 9(15).
      *  '8' BATCH CONTROL - ENTRY COUNT, HASH OF THE RDFI IDS AND
      *  THE DEBIT/CREDIT TOTALS OF THE BATCH
           05  ACH-BC-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-BC-SERVICE-CLASS         PIC 9(03).
               10  ACH-BC-ENTRY-COUNT           PIC 9(06).
               10  ACH-BC-ENTRY-HASH            PIC 9(10).
               10  ACH-BC-TOTAL-DEBIT           PIC 9(10)V99.
               10  ACH-BC-TOTAL-CREDIT          PIC 9(10)V99.
               10  ACH-BC-COMPANY-ID            PIC X(10).
               10  ACH-BC-AUTH-CODE             PIC X(19).
               10  ACH-BC-RESERVED              PIC X(06).
               10  ACH-BC-ODFI-ID               PIC 9(08).
               10  ACH-BC-BATCH-NO              PIC 9(07).
      *  '9' FILE CONTROL - THE SAME TOTALS FOR THE WHOLE FILE; AN
      *  ALL-9S RECORD OF THIS TYPE PADS THE LAST BLOCK
           05  ACH-FC-DATA REDEFINES ACH-RECORD-DATA.
               10  ACH-FC-BATCH-COUNT           PIC 9(06).
               10  ACH-FC-BLOCK-COUNT           PIC 9(06).
               10  ACH-FC-ENTRY-COUNT           PIC 9(08).
               10  ACH-FC-ENTRY-HASH            PIC 9(10).
               10  ACH-FC-TOTAL-DEBIT           PIC 9(10)V99.
               10  ACH-FC-TOTAL-CREDIT          PIC 9(10)V99.
               10  ACH-FC-RESERVED              PIC X(39).
