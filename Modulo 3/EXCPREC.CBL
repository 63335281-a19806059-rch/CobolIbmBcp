      *        RECORD LAYOUT.  COPY THIS UNDER THE 01-LEVEL FD         *
      *        RECORD OF THE EXCPLOG FILE IN ANY PROGRAM THAT LOGS     *
      *        A REJECTED OR SKIPPED ITEM TO THE SHARED DAILY LOG      *
      *        (CURRENTLY CLAIMPRO, HOSPEDIT, AND POLMAINT, MBRMAINT,  *
      *        SIUMAINT, OVPPOST, TBLMAINT, PROG172A AND PATMPIMG FOR  *
      *        OPERATOR-AUTHORITY REFUSALS, REASON OAUT).              *
      *================================================================*
      *  CATEGORY OF THE EXCEPTION, E.G. 'REJECTED' OR 'SKIPPED'
           05  EXCP-RECORD-TYPE               PIC X(08).
