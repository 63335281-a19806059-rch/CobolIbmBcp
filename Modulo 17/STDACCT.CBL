      *================================================================*
      *        STDACCT - STUDENT ACCOUNT LEDGER ROW (80 BYTES). THE    *
      *        BURSAR'S RECEIVABLE: ONE ROW PER POSTING, APPENDED IN   *
      *        POSTING ORDER - A STUDENT'S BALANCE IS THE SUM OF THEIR *
      *        ROWS. TUITBILL POSTS TUITION CHARGES (AND REVERSALS     *
      *        WHEN CREDITS DROP); STDPAY POSTS PAYMENTS, FINANCIAL-   *
      *        AID AWARD CREDITS AND REFUNDS. STDAGE AGES IT AND       *
      *        WRITES THE STDHOLD REGISTRATION-HOLD LIST. ROWS ARE     *
      *        NEVER CHANGED OR DELETED - A CORRECTION IS A NEW ROW.   *
      *        COPY UNDER AN 01.                                       *
      *================================================================*
           05  SA-STUDENT-ID              PIC 9(06).
      *  ACADEMIC TERM THE POSTING BELONGS TO (SPACES IF NONE)
           05  SA-TERM                    PIC X(05).
           05  SA-TRAN-TYPE               PIC X(01).
               88  SA-TUITION-CHARGE          VALUE 'C'.
               88  SA-PAYMENT                 VALUE 'P'.
               88  SA-AID-SCHOLARSHIP         VALUE 'S'.
               88  SA-AID-LOAN                VALUE 'L'.
               88  SA-REFUND                  VALUE 'R'.
      *  DATE THE POSTING AGES FROM (CCYYMMDD)
           05  SA-POST-DATE               PIC 9(08).
      *  SIGNED - A POSITIVE AMOUNT RAISES WHAT THE STUDENT OWES
      *  (CHARGE, REFUND), A NEGATIVE ONE LOWERS IT (PAYMENT, AID,
      *  CHARGE REVERSAL)
           05  SA-AMOUNT                  PIC S9(7)V99.
      *  CHECK NUMBER, AWARD OR LOAN NUMBER, OR THE BILLING CUT
           05  SA-REFERENCE               PIC X(12).
      *  PROGRAM-ID THAT POSTED THE ROW, AND WHO KEYED IT
           05  SA-SOURCE                  PIC X(08).
           05  SA-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(23).
