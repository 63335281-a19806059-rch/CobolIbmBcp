      *================================================================*
      *        TBLTAXD - CONSULTING SALES-TAX DETAIL RECORD OF THE    *
      *        TAXDTL FILE. TABLES01 APPENDS ONE PER INVOICE PER      *
      *        TAXING STATE OFFICE (EXEMPT CLIENTS INCLUDED, WITH NO  *
      *        TAX), AND TBLTAX SUMMARIZES A MONTH OF THEM BY STATE   *
      *        FOR THE SALES-TAX RETURNS. TBLCRED APPENDS THE SAME    *
      *        ROWS WITH NEGATIVE AMOUNTS FOR A CREDIT MEMO, NUMBERED *
      *        AS THE MEMO. COPY THIS UNDER THE 01-LEVEL FD RECORD    *
      *        OF THE TAXDTL FILE.                                    *
      *================================================================*
           05  TX-INVOICE-NBR                   PIC 9(06).
           05  TX-CLIENT                        PIC X(08).
           05  TX-PROJECT                       PIC X(04).
      *  BILLING PERIOD INVOICED AND THE INVOICE DATE (CCYYMMDD) -
      *  THE INVOICE DATE DECIDES THE RETURN MONTH
           05  TX-BILL-PERIOD                   PIC 9(08).
           05  TX-INV-DATE                      PIC 9(08).
      *  EMP-STATE-OFFICE THE LABOR WAS BILLED FROM
           05  TX-STATE                         PIC X(02).
      *  'Y' = CLIENT EXEMPT (CLITAX), SALE REPORTED WITH NO TAX
           05  TX-EXEMPT                        PIC X(01).
           05  TX-RATE-PCT                      PIC 9(02)V9(03).
      *  TAXABLE LABOR BILLED FROM THE STATE AND THE TAX ON IT
           05  TX-BASE-AMT                      PIC S9(09)V99.
           05  TX-TAX-AMT                       PIC S9(07)V99.
      *  ON A CREDIT-MEMO ROW, THE INVOICE CREDITED (BLANK ON AN
      *  INVOICE ROW)
           05  TX-CREDITED-INV                  PIC X(06).
           05  FILLER                           PIC X(12).
