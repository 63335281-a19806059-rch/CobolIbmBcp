      *================================================================*
      *        CTLIMGR - CONTROL-FILE ROW IMAGE (88 BYTES). THE JCL    *
      *        OF CTLCHGM AND CTLPROM COPIES EACH CONTROL FILE INTO    *
      *        ONE STREAM OF THESE, THE FILE ID IN FRONT AND THE ROW   *
      *        PADDED TO 80, AND CTLPROM WRITES THE PROMOTED ROWS BACK *
      *        THE SAME WAY FOR THE JCL TO SPLIT INTO THE CONTROL      *
      *        FILES AGAIN. COPY THIS UNDER THE 01-LEVEL FD RECORD.    *
      *================================================================*
           05  CTI-FILE-ID                    PIC X(08).
           05  CTI-ROW                        PIC X(80).
