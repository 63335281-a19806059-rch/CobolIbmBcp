      *================================================================*
      *        GNSWVOAU - OPERATOR-AUTHORITY PARAMETER AREA PASSED    *
      *        TO/FROM GNSPOAUT. EVERY MAINTENANCE PROGRAM ASKS       *
      *        GNSPOAUT, BEFORE APPLYING A TRANSACTION, WHETHER THE   *
      *        OPERATOR WHO SUBMITTED IT MAY TAKE THAT ACTION (AND    *
      *        POST THAT AMOUNT) IN THAT PROGRAM, PER THE OPERAUTH    *
      *        OPERATOR-AUTHORITY FILE (SEE OPAUTHR).                 *
      *================================================================*
       01  OAU-VARI.
      *  PROGRAM-ID OF THE ASKING PROGRAM, AS ON OPERAUTH
           05  OAU-PROGRAM                PIC X(08).
      *  OPERATOR ID CARRIED ON THE TRANSACTION
           05  OAU-OPERATOR               PIC X(08).
      *  THE TRANSACTION'S ACTION CODE
           05  OAU-ACTION                 PIC X(01).
      *  THE AMOUNT THE TRANSACTION POSTS OR SETS - ZERO FOR AN
      *  ACTION THAT CARRIES NO AMOUNT
           05  OAU-AMOUNT                 PIC 9(07)V99.
      *  RESULT TEXT GNSPOAUT RETURNS ALONGSIDE RETURN-CODE
      *  (0 = AUTHORIZED; 8 = NOT AUTHORIZED, OAU-CMSG SAYS WHY -
      *  THE CALLER REJECTS THE TRANSACTION; 12 = NO OPERAUTH FILE,
      *  NOTHING IS AUTHORIZED)
           05  OAU-CMSG                   PIC X(40).
