      *================================================================*
      *        SCHADMR - SCHEDULED-ADMISSION RECORD OF THE SCHADM     *
      *        KSDS (KEYED ON SA-RESV-KEY - PATIENT AND PLANNED ADMIT *
      *        DATE), ONE PER ELECTIVE ADMISSION ADMITTING BOOKS      *
      *        AHEAD. BEDRESV BOOKS IT, ASSIGNING A FREE BEDMSTR BED  *
      *        OF THE REQUESTED CLASS FOR THE PLANNED SPAN, OR        *
      *        CANCELS IT; HOSPEDIT MARKS IT ARRIVED WHEN THE STAY    *
      *        COMES IN ON HOSPIN AND RELEASES IT AS A NO-SHOW WHEN   *
      *        THE PATIENT NEVER DOES. COPY THIS UNDER THE 01-LEVEL   *
      *        FD RECORD OF THE SCHADM FILE.                          *
      *================================================================*
           05  SA-RESV-KEY.
               10  SA-PATIENT-NBR               PIC 9(05).
      *  PLANNED ADMIT DATE, CCYYMMDD
               10  SA-PLAN-ADMIT                PIC 9(08).
      *  EXPECTED LENGTH OF STAY IN NIGHTS - THE BED IS HELD FROM THE
      *  PLANNED ADMIT DATE UP TO (NOT INCLUDING) ADMIT PLUS THIS
           05  SA-EXPECTED-LOS                  PIC 9(03).
      *  BEDMSTR-CLASS REQUESTED (W/S/P/I) AND THE BED ASSIGNED
           05  SA-REQ-CLASS                     PIC X(01).
           05  SA-BED-NBR                       PIC 9(04).
      *  'R' RESERVED (HOLDING ITS BED), 'A' ARRIVED, 'N' NO-SHOW
      *  RELEASED, 'X' CANCELLED
           05  SA-STATUS                        PIC X(01).
               88  SA-RESERVED                      VALUE 'R'.
               88  SA-ARRIVED                       VALUE 'A'.
               88  SA-NO-SHOW                       VALUE 'N'.
               88  SA-CANCELLED                     VALUE 'X'.
      *  WHO BOOKED IT AND WHEN (CCYYMMDD)
           05  SA-BOOKED-BY                     PIC X(08).
           05  SA-BOOKED-DATE                   PIC 9(08).
      *  WHEN THE STATUS LAST CHANGED, AND FOR AN ARRIVAL THE ACTUAL
      *  ADMIT DATE AND THE BED THE PATIENT WAS PUT IN
           05  SA-STATUS-DATE                   PIC 9(08).
           05  SA-ARRIVE-DATE                   PIC 9(08).
           05  SA-ARRIVE-BED                    PIC 9(04).
           05  FILLER                           PIC X(22).
