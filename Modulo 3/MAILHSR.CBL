      *================================================================*
      *        MAILHSR - MAIL-HOUSE PRINT-STREAM RECORD (120 BYTES) OF *
      *        THE PROD.MAIL.OMAILHS FILE MAILHOUS WRITES FOR THE MAIL *
      *        VENDOR: ONE ENVELOPE ('H') PER HOUSEHOLD IN POSTAL-CODE *
      *        ORDER, EACH DOCUMENT IN IT ('P') FOLLOWED BY ITS PRINT  *
      *        LINES ('L'), AN END-OF-ENVELOPE COUNT ('E') AND ONE     *
      *        FILE TRAILER ('T') THE VENDOR BALANCES THE JOB TO.      *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE FILE.     *
      *================================================================*
           05  MHS-REC-TYPE                   PIC X(01).
               88  MHS-ENVELOPE                   VALUE 'H'.
               88  MHS-PIECE                      VALUE 'P'.
               88  MHS-LINE                       VALUE 'L'.
               88  MHS-ENVELOPE-END               VALUE 'E'.
               88  MHS-TRAILER                    VALUE 'T'.
      *  ENVELOPE NUMBER IN MAILING ORDER (ZERO ON THE TRAILER)
           05  MHS-ENVELOPE-NO                PIC 9(07).
      *  DOCUMENT TYPE (SEE MAILPCR) ON 'P' AND 'L' RECORDS
           05  MHS-DOC-TYPE                   PIC X(04).
           05  MHS-BODY                       PIC X(108).
           05  MHS-ENVELOPE-BODY REDEFINES MHS-BODY.
      *  '1' PRESORTED, '2' RESIDUAL - SEE MAILSTGR
               10  MHS-H-SORT-CLASS           PIC X(01).
               10  MHS-H-POSTAL-CODE          PIC X(05).
               10  MHS-H-NAME                 PIC X(30).
               10  MHS-H-ADDR-1               PIC X(30).
               10  MHS-H-ADDR-2               PIC X(30).
               10  FILLER                     PIC X(12).
           05  MHS-PIECE-BODY REDEFINES MHS-BODY.
               10  MHS-P-PIECE-KEY            PIC X(20).
               10  MHS-P-NAME                 PIC X(30).
               10  FILLER                     PIC X(58).
           05  MHS-LINE-BODY REDEFINES MHS-BODY.
               10  MHS-L-PRINT-LINE           PIC X(100).
               10  FILLER                     PIC X(08).
           05  MHS-END-BODY REDEFINES MHS-BODY.
               10  MHS-E-PIECES               PIC 9(05).
               10  MHS-E-LINES                PIC 9(07).
               10  FILLER                     PIC X(96).
           05  MHS-TRAILER-BODY REDEFINES MHS-BODY.
               10  MHS-T-ENVELOPES            PIC 9(07).
               10  MHS-T-PIECES               PIC 9(07).
               10  MHS-T-LINES                PIC 9(09).
               10  MHS-T-RESIDUAL             PIC 9(07).
               10  FILLER                     PIC X(78).
