      *================================================================*
      *        STDMSTR - STUDENT MASTER RECORD (150 BYTES). ONE ROW    *
      *        PER STUDENT EVER ADMITTED, IN STUDENT-ID ORDER. THE ID  *
      *        IS PERMANENT - FIVE DIGITS ISSUED OFF THE STDNBR        *
      *        COUNTER PLUS A MODULUS-11 CHECK DIGIT (GNSPPVRF 'GEN ') *
      *        - AND IS THE KEY STDNTCRS AND EVERY STUDENT TRANSACTION *
      *        FILE CARRY. THE NAME IS DATA, NOT A KEY: A NAME CHANGE  *
      *        ON STDMAINT KEEPS THE ID AND THE WHOLE HISTORY BEHIND   *
      *        IT. WRITTEN BY STDCONV (ONCE) AND STDMAINT; READ BY     *
      *        PROG172A AND TUITBILL. COPY UNDER AN 01.                *
      *================================================================*
           05  SM-STUDENT-ID              PIC 9(06).
           05  SM-STUDENT-NAME            PIC X(20).
      *  ENVELOPE ADDRESS - STREET LINE AND CITY/STATE/POSTAL-CODE
      *  LINE, IN THE MAILPCR MPC-ADDR-1/MPC-ADDR-2 SHAPE
           05  SM-ADDR-1                  PIC X(30).
           05  SM-ADDR-2                  PIC X(30).
      *  DEGREE PROGRAM, AS CODED ON THE DEGREQ CHECKLIST
           05  SM-DEG-PROGRAM             PIC X(08).
           05  SM-STATUS                  PIC X(01).
               88  SM-ACTIVE                  VALUE 'A'.
               88  SM-ON-LEAVE                VALUE 'L'.
               88  SM-WITHDRAWN               VALUE 'W'.
               88  SM-GRADUATED               VALUE 'G'.
               88  SM-VALID-STATUS            VALUES 'A' 'L' 'W' 'G'.
           05  SM-ADMIT-DATE              PIC 9(08).
           05  SM-STATUS-DATE             PIC 9(08).
      *  THE NAME BEFORE THE LAST NAME CHANGE (SPACES IF NONE), SO A
      *  TRANSCRIPT REQUEST UNDER THE OLD NAME CAN STILL BE TRACED
           05  SM-PRIOR-NAME              PIC X(20).
           05  FILLER                     PIC X(19).
