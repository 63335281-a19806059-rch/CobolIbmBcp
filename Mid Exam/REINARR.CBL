      *================================================================*
      *        REINARR - STOP-LOSS REINSURANCE RECEIVABLE RECORD OF   *
      *        THE REINAR KSDS (KEYED POLICY + BENEFIT YEAR, THE      *
      *        SAME KEY AS THE CLMARCH ARCHIVE ROW THE YEAR CLOSES    *
      *        INTO). STOPLOSS BILLS EACH MONTH'S INCREASE IN THE     *
      *        RECOVERABLE EXCESS OVER THE TREATY ATTACHMENT POINT    *
      *        AND POSTS THE REINSURER'S REMITTANCES, SO FINANCE CAN  *
      *        SEE WHAT THE REINSURER STILL OWES. COPY THIS UNDER     *
      *        THE 01-LEVEL FD RECORD OF THE REINAR FILE.             *
      *================================================================*
           05  RI-KEY.
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
               10  RI-POLICY-NO                 PIC 9(07).
      *  BENEFIT YEAR (CCYY OF THE BENEFIT DATE) THE EXCESS BELONGS TO
               10  RI-BENEFIT-YEAR              PIC 9(04).
      *  PLAN TIER, AS ON CLMHIST - DRIVES THE TREATY TERMS USED
           05  RI-POLICY-TYPE                   PIC 9(01).
      *  TREATY THE RECOVERY WAS BILLED UNDER (FROM RINCTL)
           05  RI-TREATY-ID                     PIC X(08).
      *  PAID CLAIMS AT THE LAST BILLING AND THE CUMULATIVE
      *  RECOVERY BILLED / COLLECTED AGAINST THEM
           05  RI-PAID-CLAIMS                   PIC 9(09)V99.
           05  RI-TOTAL-BILLED                  PIC S9(09)V99.
           05  RI-TOTAL-COLLECTED               PIC 9(09)V99.
      *  BILLED LESS COLLECTED - WHAT THE REINSURER STILL OWES
           05  RI-OPEN-BALANCE                  PIC S9(09)V99.
      *  LAST BILLING AND LAST REMITTANCE DATES, CCYYMMDD
           05  RI-LAST-BILL-DATE                PIC 9(08).
           05  RI-LAST-COLLECT-DATE             PIC 9(08).
