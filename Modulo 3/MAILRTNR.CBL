      *================================================================*
      *        MAILRTNR - RETURNED-MAIL RECORD OF THE                  *
      *        PROD.MAIL.RTNMAIL FILE (80 BYTES). THE MAIL ROOM ADDS   *
      *        ONE ROW FOR EVERY PIECE THE POST OFFICE SENDS BACK,     *
      *        KEYED BY THE STREET LINE AND POSTAL CODE AS PRINTED ON  *
      *        THE ENVELOPE, AND A 'C' ROW ONCE THE ADDRESS IS KNOWN   *
      *        GOOD AGAIN. MAILPREP READS THE FILE IN ORDER - THE      *
      *        LATEST ROW FOR AN ADDRESS DECIDES - AND SUPPRESSES ALL  *
      *        MAIL TO AN UNDELIVERABLE ONE. COPY THIS UNDER THE       *
      *        01-LEVEL FD RECORD OF THE FILE.                         *
      *================================================================*
           05  RTM-ADDR-1                     PIC X(30).
           05  RTM-POSTAL-CODE                PIC X(05).
      *  'U' UNDELIVERABLE - SUPPRESS; 'C' CLEARED - MAIL AGAIN
           05  RTM-ACTION                     PIC X(01).
               88  RTM-UNDELIVERABLE              VALUE 'U'.
               88  RTM-CLEARED                    VALUE 'C'.
      *  DATE THE PIECE CAME BACK (OR WAS CLEARED), CCYYMMDD
           05  RTM-DATE                       PIC 9(08).
      *  POST OFFICE ENDORSEMENT, E.G. ATTEMPTED - NOT KNOWN
           05  RTM-REASON                     PIC X(30).
           05  FILLER                         PIC X(06).
