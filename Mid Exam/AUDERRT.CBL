      *================================================================*
      *        AUDERRT - CLAIMS QUALITY-AUDIT PROCEDURAL ERROR CODES. *
      *        CLMAUDF EDITS THE AUDITOR'S FINDING AGAINST IT AND     *
      *        CLMAUDR COUNTS AND LABELS THE FINDINGS BY IT ON THE    *
      *        MONTHLY SCORECARD. COPY THIS INTO WORKING-STORAGE.     *
      *================================================================*
       01  AUD-ERROR-VALUES.
           05  FILLER  PIC X(36)
               VALUE 'ELIGELIGIBILITY NOT VERIFIED        '.
           05  FILLER  PIC X(36)
               VALUE 'DEDCDEDUCTIBLE/COINSURANCE MISAPPLD '.
           05  FILLER  PIC X(36)
               VALUE 'PRCEPRICING OR FEE SCHEDULE ERROR   '.
           05  FILLER  PIC X(36)
               VALUE 'COBECOORDINATION OF BENEFITS ERROR  '.
           05  FILLER  PIC X(36)
               VALUE 'DNLRWRONG OR MISSING DENIAL REASON  '.
           05  FILLER  PIC X(36)
               VALUE 'DUPLDUPLICATE CLAIM NOT CAUGHT      '.
           05  FILLER  PIC X(36)
               VALUE 'PYEEWRONG PAYEE                     '.
           05  FILLER  PIC X(36)
               VALUE 'DOCMDOCUMENTATION MISSING           '.
           05  FILLER  PIC X(36)
               VALUE 'OTHROTHER PROCEDURAL ERROR          '.
       01  AUD-ERROR-TABLE REDEFINES AUD-ERROR-VALUES.
           05  AUD-ERROR-ENTRY OCCURS 9 TIMES
                               INDEXED BY AUD-ERR-IDX.
               10  AUD-ERROR-CODE               PIC X(04).
               10  AUD-ERROR-TEXT               PIC X(32).
