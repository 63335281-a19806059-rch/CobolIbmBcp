      *================================================================*
      *        MAILSTGR - STAGED MAIL-PIECE LINE (240 BYTES). MAILPREP *
      *        WRITES ONE PER PRINT LINE OF EVERY DELIVERABLE PIECE;   *
      *        MAILSTRM SORTS THEM ON COLUMNS 1-78 (SORT CLASS, POSTAL *
      *        CODE, ADDRESS, PIECE AND LINE) SO PIECES GOING TO THE   *
      *        SAME ADDRESS COME TOGETHER FOR MAILHOUS TO HOUSEHOLD.   *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF THE FILE.     *
      *================================================================*
      *  '1' PRESORTED BY POSTAL CODE, '2' RESIDUAL (NO POSTAL CODE
      *  FOUND IN THE ADDRESS - MAILED AT THE SINGLE-PIECE RATE)
           05  MST-SORT-CLASS                 PIC X(01).
               88  MST-PRESORTED                  VALUE '1'.
               88  MST-RESIDUAL                   VALUE '2'.
           05  MST-POSTAL-CODE                PIC X(05).
      *  THE HOUSEHOLD - ONE ENVELOPE PER DISTINCT ADDRESS
           05  MST-ADDR-1                     PIC X(30).
           05  MST-ADDR-2                     PIC X(30).
      *  PIECE NUMBER IN READING ORDER AND LINE WITHIN THE PIECE
           05  MST-PIECE-SEQ                  PIC 9(07).
           05  MST-LINE-SEQ                   PIC 9(05).
           05  MST-DOC-TYPE                   PIC X(04).
           05  MST-PIECE-KEY                  PIC X(20).
           05  MST-NAME                       PIC X(30).
           05  MST-PRINT-LINE                 PIC X(100).
           05  FILLER                         PIC X(08).
