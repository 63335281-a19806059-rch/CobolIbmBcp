      *================================================================*
      *        PRMBALR - PER-POLICY OPEN-PREMIUM BALANCE RECORD OF    *
      *        THE PRMBAL KSDS (KEYED ON PB-POLICY-NO). PREMBILL      *
      *        ADDS EACH INSTALLMENT INVOICE TO THE OPEN BALANCE,     *
      *        PREMPOST RELIEVES IT WITH POSTED REMITTANCES, AND      *
      *        PREMLAPS LAPSES THE POLICY ON POLMSTR WHEN THE         *
      *        BALANCE STAYS OPEN PAST THE GRACE PERIOD. COPY THIS    *
      *  DATE OF THE LAST INVOICE / LAST POSTED REMITTANCE, CCYYMMDD
           05  PB-LAST-BILL-DATE                PIC 9(08).
           05  PB-LAST-PAY-DATE                 PIC 9(08).
      *  DUE DATE OF THE LAST INVOICE. PREMLAPS MEASURES THE GRACE
      *  PERIOD FROM THE OLDEST INSTALLMENT STILL OPEN ON THE
      *  SCHEDULE BELOW, AND FROM HERE ONLY FOR A BALANCE BILLED
      *  BEFORE THE SCHEDULE WAS KEPT
           05  PB-DUE-DATE                      PIC 9(08).
      *  PREMIUM BILLED FOR THE CURRENT POLICY TERM (THE INSTALLMENTS
      *  INVOICED SINCE THE ANNIVERSARY) - POLMAINT PRO-RATES IT ON A
      *  CANCEL AND LEAVES ONLY THE EARNED PART HERE
           05  PB-TERM-BILLED                   PIC 9(07)V99.
      *  BILLING MODE OF THE LAST INVOICE (PM-BILLING-MODE) AND THE
      *  FULL PREMIUM FOR THE TERM UNDER IT - EVERY INSTALLMENT OF
      *  THE TERM AT ITS MODAL FACTOR
           05  PB-BILLING-MODE                  PIC X(01).
           05  PB-TERM-PREMIUM                  PIC 9(07)V99.
      *  INSTALLMENT SCHEDULE - THE LAST 12 INVOICES, OLDEST FIRST,
      *  EACH WITH ITS INSTALLMENT NUMBER IN THE TERM, DUE DATE AND
      *  AMOUNT. REMITTANCES RELIEVE THE OLDEST FIRST, SO THE OPEN
      *  BALANCE COUNTED BACK FROM THE NEWEST ENTRY FINDS THE OLDEST
      *  INSTALLMENT NOT YET PAID
           05  PB-INST-COUNT                    PIC 9(02).
           05  PB-INST-ENTRY OCCURS 12 TIMES.
               10  PB-INST-NO                   PIC 9(02).
               10  PB-INST-DUE-DATE             PIC 9(08).
               10  PB-INST-AMOUNT               PIC 9(07)V99.
           05  FILLER                           PIC X(09).
