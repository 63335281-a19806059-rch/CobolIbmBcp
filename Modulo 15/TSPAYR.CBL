      *================================================================*
      *        TSPAYR - PAYROLL INTERFACE EXTRACT RECORD OF THE       *
      *        PAYEXTR FILE TSPAYX WRITES EACH PAY PERIOD: A HEADER,  *
      *        ONE DETAIL PER EMPLOYEE WITH THE REGULAR DAYS AND      *
      *        OVERTIME HOURS FROM THE TIMESHEETS TSPOST ACCEPTED,    *
      *        AND A TRAILER CARRYING THE CONTROL TOTALS PAYROLL      *
      *        BALANCES THE LOAD TO. COPY THIS UNDER THE 01-LEVEL FD  *
      *        RECORD OF THE PAYEXTR FILE.                            *
      *================================================================*
           05  PX-REC-TYPE                      PIC X(01).
               88  PX-HEADER                        VALUE 'H'.
               88  PX-DETAIL                        VALUE 'D'.
               88  PX-TRAILER                       VALUE 'T'.
      *  PAY PERIOD COVERED, CCYYMMDD, ON EVERY RECORD
           05  PX-PERIOD-START                  PIC 9(08).
           05  PX-PERIOD-END                    PIC 9(08).
           05  PX-DETAIL-DATA.
               10  PX-EMP-NAME                  PIC X(15).
               10  PX-STATE-OFFICE              PIC X(02).
               10  PX-REG-DAYS                  PIC 9(03).
               10  PX-OT-HOURS                  PIC 9(04).
      *  'Y' WHEN ANY OF THE EMPLOYEE'S ROSTER ROWS IS ON CALL
               10  PX-ON-CALL                   PIC X(01).
               10  PX-TS-LINES                  PIC 9(03).
               10  FILLER                       PIC X(35).
           05  PX-HEADER-DATA REDEFINES PX-DETAIL-DATA.
               10  PX-SOURCE                    PIC X(08).
               10  PX-RUN-DATE                  PIC 9(08).
               10  FILLER                       PIC X(47).
           05  PX-TRAILER-DATA REDEFINES PX-DETAIL-DATA.
               10  PX-EMPLOYEE-COUNT            PIC 9(06).
               10  PX-TOTAL-DAYS                PIC 9(07).
               10  PX-TOTAL-OT-HOURS            PIC 9(07).
               10  PX-TOTAL-TS-LINES            PIC 9(07).
               10  FILLER                       PIC X(36).
