      *================================================================*
      *        CRSCAT - COURSE CATALOG ROW (80 BYTES). ONE ROW PER     *
      *        COURSE SECTION: WHEN IT MEETS, WHAT MUST BE PASSED      *
      *        FIRST, AND THE INSTRUCTOR OF RECORD WHO GRADES IT.      *
      *        PROG172A CHECKS ADDS AGAINST THE PREREQUISITES AND      *
      *        MEETING TIMES; GRDRSTR GROUPS ITS GRADE ROSTERS AND     *
      *        MISSING-GRADE REPORT BY THE INSTRUCTOR. COPY UNDER AN   *
      *        01.                                                     *
      *================================================================*
           05  CT-COURSE-NBR              PIC X(07).
      *  DAYS ARE POSITIONAL M T W R F S U - A LETTER IN ITS OWN
      *  COLUMN WHEN THE SECTION MEETS THAT DAY; TIMES 24-HOUR HHMM
           05  CT-MEET-DAYS               PIC X(07).
           05  CT-START-TIME              PIC 9(04).
           05  CT-END-TIME                PIC 9(04).
      *  UP TO THREE PREREQUISITES, EACH WITH THE LOWEST PASSING
      *  LETTER (BLANK = ANY PASSING GRADE, D OR BETTER)
           05  CT-PREREQ OCCURS 3 TIMES.
               10  CT-PREREQ-COURSE       PIC X(07).
               10  CT-PREREQ-MIN-GRADE    PIC X(01).
           05  CT-INSTRUCTOR-ID           PIC X(08).
           05  CT-INSTRUCTOR-NAME         PIC X(20).
           05  FILLER                     PIC X(06).
