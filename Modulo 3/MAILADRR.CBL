      *================================================================*
      *        MAILADRR - MAILING-ADDRESS CROSS-REFERENCE RECORD OF    *
      *        THE PROD.MAIL.ADDRXREF FILE (120 BYTES). IT ADDRESSES   *
      *        THE CORRESPONDENCE OF SUBSYSTEMS WHOSE MASTERS CARRY NO *
      *        ADDRESS (PATIENTS, CONSULTING CLIENTS, AND STUDENTS NOT *
      *        YET ADDRESSED ON STDMSTR) AND OVERRIDES THE MASTER'S    *
      *        ADDRESS FOR ANY OTHER PIECE LISTED ON IT. THE BUSINESS  *
      *        OFFICES KEEP IT; MAILSTRM SORTS IT BY TYPE AND KEY      *
      *        BEFORE MAILPREP LOADS IT.                               *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE FILE.     *
      *================================================================*
      *  DOCUMENT TYPE AND PIECE KEY AS ON THE '%%MP' PIECE HEADER
      *  (SEE MAILPCR)
           05  MAD-DOC-TYPE                   PIC X(04).
           05  MAD-PIECE-KEY                  PIC X(20).
           05  MAD-NAME                       PIC X(30).
           05  MAD-ADDR-1                     PIC X(30).
           05  MAD-ADDR-2                     PIC X(30).
           05  FILLER                         PIC X(06).
