      *        RUNSTREC - SHARED RUN-STATISTICS HISTORY RECORD.        *
      *        EVERY BATCH PROGRAM IN THE SUITE APPENDS ONE OF THESE   *
      *        TO THE RUNSTATS HISTORY FILE AT END OF RUN (CLAIMPRO,   *
      *        HOSPEDIT, CLMINTAK, CHKASGN, FAVRPT, FAVRFP, FILECALC), *
      *        SO THE COUNTS THAT USED TO SCROLL AWAY WITH THE JOB LOG *
      *        SURVIVE FOR THE RUNTREND WEEK-OVER-WEEK TREND REPORT.   *
      *        THE CONTROL TOTALS FEED THE NITEBAL END-OF-NIGHT        *
      *        BALANCING.                                              *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD OF RUNSTATS.     *
      *================================================================*
      *  PROGRAM-ID OF THE RUN BEING SUMMARIZED
           05  RUNS-ERROR-COUNT               PIC 9(08).
      *  THE RETURN CODE THE RUN ENDED WITH
           05  RUNS-RETURN-CODE               PIC 9(04).
      *  CONTROL TOTALS NITEBAL TIES TO THE OTHER PROGRAMS' FILES -
      *  ZERO FROM A PROGRAM NITEBAL DOES NOT BALANCE, SPACES ON ROWS
      *  WRITTEN BEFORE THEY WERE ADDED:
      *    CLAIMPRO - CLAIMS PAID / PAID TOTAL
      *    CHKASGN  - NUMBERS ASSIGNED / CHECK REGISTER TOTAL
      *    CLMINTAK - HOSPEDIT (HCLAIM) CLAIMS LOADED
      *    HOSPEDIT - CLAIMS FED ON HCLAIM / PATAR CHARGES POSTED /
      *               AMOUNT DUE ON STATEMENTS OF STAYS STILL OPEN,
      *               WHICH BILL BUT DO NOT POST TO PATAR
           05  RUNS-CONTROL-COUNT             PIC 9(08).
           05  RUNS-CONTROL-AMOUNT            PIC 9(11)V99.
           05  RUNS-CONTROL-AMOUNT-2          PIC 9(11)V99.
           05  FILLER                         PIC X(02).
