      *================================================================*
      *        RETHLDR - LEGAL HOLD. ONE ROW OF THE PROD.RETAIN.       *
      *        LEGALHLD LIST (80 BYTES) THE RECORDS MANAGER KEEPS FOR  *
      *        EACH MATTER UNDER HOLD. WHILE THE ROW IS ON THE LIST,   *
      *        RETPURGE KEEPS EVERY RECORD OF THE DATASET WHOSE KEY    *
      *        (SEE RTC-KEY-POS IN RETCTLR) STARTS WITH THE HOLD KEY,  *
      *        HOWEVER OLD. TAKE THE ROW OFF TO RELEASE THE HOLD. COPY *
      *        THIS UNDER THE 01-LEVEL FD RECORD OF THE FILE.          *
      *================================================================*
      *  THE DATASET HELD, OR '*' FOR EVERY DATASET
           05  RHD-DATASET-ID                 PIC X(08).
               88  RHD-ALL-DATASETS               VALUE '*'.
      *  THE KEY HELD, E.G. A POLICY NUMBER - LEFT-JUSTIFIED; A
      *  SHORTER KEY HOLDS EVERY RECORD WHOSE KEY STARTS WITH IT
           05  RHD-HOLD-KEY                   PIC X(20).
      *  LITIGATION OR AUDIT MATTER, WHO PLACED THE HOLD AND WHEN
           05  RHD-MATTER                     PIC X(12).
           05  RHD-PLACED-BY                  PIC X(08).
           05  RHD-PLACED-DATE                PIC 9(08).
           05  RHD-DESCRIPTION                PIC X(24).
