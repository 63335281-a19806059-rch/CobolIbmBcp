      *  THE 68-BYTE CLMHIST RECORD AS IT STOOD BEFORE THE UPDATE
      *  (SPACES ON A 'W' ENTRY)
           05  JRNL-BEFORE-IMAGE                PIC X(68).
      *  THE RUN DATE (CCYYMMDD) OF THE RUN THAT JOURNALED THE ENTRY -
      *  THE RETPURGE RETENTION PURGE AGES THE JOURNAL ON IT
           05  JRNL-RUN-DATE                    PIC 9(08).
           05  FILLER                           PIC X(12).
