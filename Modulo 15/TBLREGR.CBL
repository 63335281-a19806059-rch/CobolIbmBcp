      *        TBLREGR - CONSULTING INVOICE REGISTER RECORD OF THE    *
      *        TBLAR KSDS (KEYED ON RG-INVOICE-NBR). TABLES01 WRITES  *
      *        ONE PER TBLINV INVOICE IT GENERATES, TBLCASH APPLIES   *
      *        CLIENT REMITTANCES AGAINST THE OPEN AMOUNT, TBLCRED    *
      *        POSTS CREDIT MEMOS AGAINST IT, AND                     *
      *        TBLAGE REPORTS THE AGED RECEIVABLES BY CLIENT. COPY    *
      *        THIS UNDER THE 01-LEVEL FD RECORD OF THE TBLAR FILE.   *
      *================================================================*
      *  INVOICED AMOUNT AND WHAT REMAINS UNPAID
           05  RG-AMOUNT                        PIC S9(09)V99.
           05  RG-OPEN-AMOUNT                   PIC S9(09)V99.
      *  LABOR DAYS BILLED ON THE INVOICE - TABLES01 SUMS THESE BY
      *  PROJECT FOR THE CONTRACT-TO-DATE BUDGET BURN
           05  RG-DAYS-BILLED                   PIC 9(05).
      *  SALES TAX INCLUDED IN RG-AMOUNT (DETAIL BY STATE ON TAXDTL)
           05  RG-TAX-AMOUNT                    PIC S9(07)V99.
      *  CREDIT MEMOS POSTED AGAINST THE INVOICE TO DATE, TAX
      *  INCLUDED - ALREADY TAKEN OUT OF RG-OPEN-AMOUNT
           05  RG-CREDIT-AMOUNT                 PIC S9(07)V99.
           05  FILLER                           PIC X(01).
