      *================================================================*
      *        CTLTRNR - CONTROL-FILE CHANGE TRANSACTION. ONE RECORD   *
      *        OF THE PROD.CTLCHG.CTLTRAN INPUT TO CTLCHGM (200        *
      *        BYTES). 'R' ASKS FOR A ROW TO BE CHANGED OR ADDED AND   *
      *        'D' FOR ONE TO BE DELETED - EACH NAMES THE REQUESTER,   *
      *        THE CONTROL FILE, THE ROW KEY AND THE EFFECTIVE DATE.   *
      *        'A' APPROVES AND 'J' REJECTS A PENDING REQUEST BY ITS   *
      *        REQUEST ID; AN APPROVAL MUST COME FROM AN OPERATOR      *
      *        OTHER THAN THE REQUESTER. COPY THIS UNDER THE 01-LEVEL  *
      *        FD RECORD OF THE FILE.                                  *
      *================================================================*
           05  CTR-ACTION                     PIC X(01).
               88  CTR-REQUEST-CHANGE             VALUE 'R'.
               88  CTR-REQUEST-DELETE             VALUE 'D'.
               88  CTR-APPROVE                    VALUE 'A'.
               88  CTR-REJECT                     VALUE 'J'.
      *  THE REQUESTER ON 'R'/'D', THE APPROVER ON 'A'/'J'
           05  CTR-OPERATOR                   PIC X(08).
      *  'A'/'J' ONLY - THE REQUEST BEING DECIDED (SEE CTLCRQR)
           05  CTR-REQUEST-ID                 PIC X(12).
      *  'R'/'D' ONLY
           05  CTR-FILE-ID                    PIC X(08).
           05  CTR-ROW-KEY                    PIC X(10).
           05  CTR-EFFECTIVE-DATE             PIC X(08).
      *  'R' ONLY - THE WHOLE NEW ROW, STARTING WITH ITS KEY, AS IT
      *  IS TO STAND IN THE CONTROL FILE
           05  CTR-NEW-ROW                    PIC X(80).
           05  CTR-REASON                     PIC X(30).
           05  FILLER                         PIC X(43).
