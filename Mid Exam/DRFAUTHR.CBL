      *================================================================*
      *        DRFAUTHR - PREMIUM AUTO-DRAFT AUTHORIZATION RECORD OF   *
      *        THE DRFAUTH KSDS (KEYED ON DA-POLICY-NO). DRFMAINT      *
      *        ADDS AND CHANGES IT FROM THE INSURED'S SIGNED ACH       *
      *        AUTHORIZATION; PRMDRAFT DRAFTS EACH ACTIVE ONE ON THE   *
      *        POLICY'S DUE DATES AND DRFRETN COUNTS THE BANK'S        *
      *        RETURNS AGAINST IT, SUSPENDING IT ON REPEAT RETURNS.    *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                 *
      *================================================================*
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  DA-POLICY-NO                     PIC 9(07).
      *  'A' ACTIVE - DRAFTED ON EVERY DUE DATE, 'S' SUSPENDED BY
      *  DRFRETN AFTER REPEAT OR ACCOUNT-LEVEL RETURNS, 'R' REVOKED
      *  BY THE INSURED
           05  DA-STATUS                        PIC X(01).
               88  DA-ACTIVE                        VALUE 'A'.
               88  DA-SUSPENDED                     VALUE 'S'.
               88  DA-REVOKED                       VALUE 'R'.
      *  INSURED'S BANK - ABA ROUTING NUMBER (8-DIGIT RDFI ID AND
      *  CHECK DIGIT), ACCOUNT NUMBER AND 'C' CHECKING/'S' SAVINGS
           05  DA-ROUTING-NO.
               10  DA-RDFI-ID                   PIC 9(08).
               10  DA-ROUTING-CHECK             PIC 9(01).
           05  DA-ACCOUNT-NO                    PIC X(17).
           05  DA-ACCOUNT-TYPE                  PIC X(01).
               88  DA-CHECKING                      VALUE 'C'.
               88  DA-SAVINGS                       VALUE 'S'.
      *  ACCOUNT HOLDER AS NAMED ON THE AUTHORIZATION
           05  DA-HOLDER-NAME                   PIC X(22).
      *  DATE THE INSURED SIGNED THE AUTHORIZATION, CCYYMMDD
           05  DA-AUTH-DATE                     PIC 9(08).
      *  LAST DRAFT SENT - RUN DATE, AMOUNT, AND THE DUE DATE OF THE
      *  LATEST INSTALLMENT IT COVERED (THE NEXT DRAFT WAITS FOR A
      *  LATER ONE TO FALL DUE)
           05  DA-LAST-DRAFT-DATE               PIC 9(08).
           05  DA-LAST-DRAFT-AMOUNT             PIC 9(07)V99.
           05  DA-LAST-DRAFT-DUE                PIC 9(08).
      *  RETURNS WITHIN A YEAR OF EACH OTHER, THE LAST ONE'S DATE
      *  AND ACH RETURN REASON CODE (R01 NSF, R02 ACCOUNT CLOSED..)
           05  DA-RETURN-COUNT                  PIC 9(02).
           05  DA-LAST-RETURN-DATE              PIC 9(08).
           05  DA-LAST-RETURN-CODE              PIC X(03).
      *  DATE DRFRETN SUSPENDED OR DRFMAINT REVOKED THE DRAFT
           05  DA-STOP-DATE                     PIC 9(08).
           05  FILLER                           PIC X(09).
