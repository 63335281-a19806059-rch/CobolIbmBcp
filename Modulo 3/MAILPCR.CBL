      *================================================================*
      *        MAILPCR - MAIL-PIECE CONTROL RECORDS. EVERY PROGRAM     *
      *        THAT WRITES CUSTOMER CORRESPONDENCE STARTS EACH         *
      *        DOCUMENT ON ITS PRINT FILE WITH THESE TWO 80-BYTE       *
      *        RECORDS - THE PIECE HEADER ('%%MP') AND THE ENVELOPE    *
      *        ADDRESS ('%%MA') - AHEAD OF THE DOCUMENT'S OWN LINES.   *
      *        MAILPREP SPLITS THE CONCATENATED PRINT FILES INTO       *
      *        PIECES ON THEM AND THEY NEVER REACH THE MAIL HOUSE.     *
      *        A PROGRAM WITH NO ADDRESS ON ITS OWN MASTER LEAVES THE  *
      *        ADDRESS BLANK - MAILPREP LOOKS THE PIECE UP ON THE      *
      *        MAILADR CROSS-REFERENCE (SEE MAILADRR) BY DOCUMENT      *
      *        TYPE AND PIECE KEY. COPY UNDER AN 01 IN WORKING-STORAGE *
      *        AND WRITE THE PRINT RECORD FROM EACH 05 GROUP.          *
      *================================================================*
           05  MPC-HEADER-REC.
               10  MPC-HDR-TAG                PIC X(04) VALUE '%%MP'.
      *  DOCUMENT TYPE - ONE CODE PER CORRESPONDENCE STREAM
               10  MPC-DOC-TYPE               PIC X(04).
                   88  MPC-EOB-LETTER             VALUE 'EOBL'.
                   88  MPC-PREMIUM-INVOICE        VALUE 'PINV'.
                   88  MPC-PATIENT-STMT           VALUE 'PSTM'.
                   88  MPC-CUSTOMER-STMT          VALUE 'CSTM'.
                   88  MPC-DUNNING-LETTER         VALUE 'DUNL'.
                   88  MPC-TUITION-STMT           VALUE 'TUIT'.
                   88  MPC-CONSULT-INVOICE        VALUE 'TINV'.
      *  ADDRESSEE'S KEY ON THE WRITING PROGRAM'S OWN MASTER (POLICY,
      *  PATIENT, ACCOUNT, STUDENT OR CLIENT), LEFT-JUSTIFIED
               10  MPC-PIECE-KEY              PIC X(20).
               10  MPC-NAME                   PIC X(30).
               10  FILLER                     PIC X(22) VALUE SPACES.
           05  MPC-ADDRESS-REC.
               10  MPC-ADR-TAG                PIC X(04) VALUE '%%MA'.
      *  STREET LINE AND CITY/STATE/POSTAL-CODE LINE - THE POSTAL
      *  CODE IS TAKEN FROM THE LAST FIVE-DIGIT GROUP OF THE ADDRESS
               10  MPC-ADDR-1                 PIC X(30).
               10  MPC-ADDR-2                 PIC X(30).
               10  FILLER                     PIC X(16) VALUE SPACES.
