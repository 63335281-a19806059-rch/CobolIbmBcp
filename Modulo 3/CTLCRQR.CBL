      *================================================================*
      *        CTLCRQR - CONTROL-FILE CHANGE REQUEST. ONE RECORD OF    *
      *        THE PROD.CTLCHG.CTLCHG KSDS (300 BYTES, KEYED BY THE    *
      *        REQUEST ID IN COLS 1-12) FOR EVERY CHANGE ASKED FOR TO  *
      *        A PRICING OR RATE CONTROL FILE: RATECTL (CLAIMPRO),     *
      *        PRMCTL (PREMBILL), FAVRATE (FAVRFP/INVCOUNT), INSTYPE   *
      *        (HOSPEDIT INSFILE) AND TUITCTL (TUITBILL). CTLCHGM      *
      *        WRITES IT PENDING, WITH THE ROW AS IT STANDS AS THE OLD *
      *        VALUE, AND RECORDS A SECOND OPERATOR'S APPROVAL OR      *
      *        REJECTION; CTLPROM APPLIES IT ON ITS EFFECTIVE DATE AND *
      *        COPIES THE APPLIED RECORD TO THE PERMANENT CTLAUD AUDIT *
      *        FILE. COPY THIS UNDER THE 01-LEVEL FD RECORD.           *
      *================================================================*
      *  REQUEST ID - THE DAY IT WAS ASKED FOR AND THAT DAY'S NUMBER
           05  CCR-REQUEST-ID.
               10  CCR-REQUEST-DATE           PIC 9(08).
               10  CCR-REQUEST-SEQ            PIC 9(04).
      *  CONTROL FILE (SEE CTLFTBR) AND THE ROW'S KEY - BLANK FOR
      *  TUITCTL, WHICH IS A SINGLE ROW
           05  CCR-FILE-ID                    PIC X(08).
           05  CCR-ROW-KEY                    PIC X(10).
      *  'C' CHANGE THE ROW (OR ADD IT, WHEN THERE IS NO OLD ROW);
      *  'D' DELETE IT
           05  CCR-ACTION                     PIC X(01).
               88  CCR-CHANGE-ROW                 VALUE 'C'.
               88  CCR-DELETE-ROW                 VALUE 'D'.
           05  CCR-REQUESTER                  PIC X(08).
      *  NOT PROMOTED BEFORE THIS DATE, CCYYMMDD
           05  CCR-EFFECTIVE-DATE             PIC 9(08).
      *  THE WHOLE ROW BEFORE AND AFTER, PADDED TO 80 - OLD IS
      *  SPACES FOR AN ADD, NEW IS SPACES FOR A DELETE
           05  CCR-OLD-ROW                    PIC X(80).
           05  CCR-NEW-ROW                    PIC X(80).
      *  'P' PENDING APPROVAL, 'A' APPROVED, 'J' REJECTED, 'X'
      *  APPLIED, 'S' STALE - THE ROW HAD CHANGED SINCE THE REQUEST
      *  AND IT WAS NOT APPLIED
           05  CCR-STATUS                     PIC X(01).
               88  CCR-PENDING                    VALUE 'P'.
               88  CCR-APPROVED                   VALUE 'A'.
               88  CCR-REJECTED                   VALUE 'J'.
               88  CCR-APPLIED                    VALUE 'X'.
               88  CCR-STALE                      VALUE 'S'.
               88  CCR-OPEN                       VALUE 'P' 'A'.
      *  THE SECOND OPERATOR WHO APPROVED OR REJECTED IT, AND WHEN
           05  CCR-APPROVER                   PIC X(08).
           05  CCR-DECIDED-DATE               PIC 9(08).
      *  THE RUN DATE CTLPROM APPLIED (OR STALED) IT ON
           05  CCR-APPLIED-DATE               PIC 9(08).
           05  CCR-REASON                     PIC X(30).
           05  FILLER                         PIC X(38).
