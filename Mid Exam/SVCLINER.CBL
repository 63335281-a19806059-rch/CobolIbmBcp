      *================================================================*
      *        SVCLINER - CLAIM SERVICE LINE RECORD OF THE CLMLINE     *
      *        KSDS (KEYED ON SL-LINE-KEY). CLMINTAK EDITS AND LOADS   *
      *        THE REGIONS' SERVICE LINES ALONGSIDE THEIR CLAIMS;      *
      *        CLAIMPRO PRICES EACH LINE AGAINST THE FEESCHD FEE       *
      *        SCHEDULE (SEE FEESCHDR) AND STAMPS THE RESULT BACK.     *
      *        A CLAIM WITH NO LINES ON FILE ADJUDICATES ON ITS        *
      *        CLAIM-AMOUNT EXACTLY AS BEFORE.                         *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
      *  THE CLAIM (CLAIM-RECORD-KEY, THE POLICY NUMBER) AND THE LINE
      *  NUMBER ON IT, 01-20
           05  SL-LINE-KEY.
               10  SL-CLAIM-KEY                 PIC 9(07).
               10  SL-LINE-NO                   PIC 9(02).
      *  PROCEDURE BILLED - THE FEE-SCHEDULE LOOKUP KEY
           05  SL-PROCEDURE-CODE                PIC X(05).
      *  DATE OF THIS SERVICE, CCYYMMDD. ZERO = THE CLAIM'S
      *  CLAIM-SERVICE-DATE
           05  SL-SERVICE-DATE                  PIC 9(08).
           05  SL-UNITS                         PIC 9(03).
           05  SL-BILLED-CHARGE                 PIC 9(07)V99.
      *  SET BY CLAIMPRO: THE LESSER OF BILLED AND THE FEE SCHEDULE'S
      *  ALLOWED AMOUNT, AND THE DIFFERENCE THE PROVIDER WRITES OFF
           05  SL-ALLOWED-AMOUNT                PIC 9(07)V99.
           05  SL-WRITE-OFF-AMOUNT              PIC 9(07)V99.
      *  HOW THE LINE PRICED: 'F' AT THE FEE SCHEDULE, 'B' AT BILLED
      *  (BILLED WAS THE LESSER), 'N' AT BILLED WITH NO FEE-SCHEDULE
      *  ROW FOR THE PROCEDURE/TIER/DATE. SPACE = NOT YET PRICED
           05  SL-PRICING-IND                   PIC X(01).
               88  SL-PRICED-AT-FEE                 VALUE 'F'.
               88  SL-PRICED-AT-BILLED              VALUE 'B'.
               88  SL-NO-FEE-SCHEDULE               VALUE 'N'.
           05  SL-PRICED-DATE                   PIC 9(08).
      *  CLAIM-RECEIPT-DATE OF THE CLAIM THE LINE CAME IN WITH, STAMPED
      *  BY CLMINTAK. THE KSDS IS KEYED ON THE POLICY, SO LINES OF AN
      *  EARLIER CLAIM ON THE POLICY CAN STILL BE ON FILE - CLAIMPRO
      *  PRICES ONLY THE LINES WHOSE DATE MATCHES THE CLAIM IN HAND.
      *  SPACES ON LINES LOADED BEFORE THE STAMP
           05  SL-RECEIPT-DATE                  PIC 9(08).
           05  FILLER                           PIC X(11).
