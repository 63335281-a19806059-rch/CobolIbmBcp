      *        AND CHKRECON MARKS IT CLEARED ('Y') WHEN THE BANK'S    *
      *        ITEM ARRIVES - THE BANK FILE LANDS DAYS AFTER ISSUE,   *
      *        SO THE REGISTER MUST OUTLIVE ANY ONE RUN'S EXTRACT.    *
      *        CHKMAINT VOIDS, STOPS AND REISSUES ITEMS IN PLACE.     *
      *        CHECKS ISSUED, AND ITEMS FLAGGED PENDING HERE, ARE     *
      *        SENT TO THE BANK ON CHKASGN'S POSITIVE-PAY FILE.       *
      *        LIVES ON THE CHKREG KSDS KEYED ON CRG-CHECK-NO.        *
      *        COPY THIS UNDER THE 01-LEVEL FD RECORD.                *
      *================================================================*
           05  CRG-CHECK-NO                     PIC 9(08).
      *  UNIQUE IDENTIFYING NUMBER FOR EACH POLICY SOLD
           05  CRG-POLICY-NO                    PIC 9(07).
      *  PAYEE - THE INSURED'S NAME OFF THE CLAIM RECORD, OR THE
      *  TREATING PROVIDER'S WHEN BENEFITS WERE ASSIGNED
           05  CRG-PAYEE                        PIC X(26).
      *  THE AMOUNT DISBURSED
           05  CRG-AMOUNT                       PIC 9(07)V99.
               88  CRG-ITEM-OUTSTANDING             VALUE 'N'.
      *  DATE THE BANK CLEARED THE ITEM, ZERO UNTIL IT DOES
           05  CRG-CLEARED-DATE                 PIC 9(08).
      *  'C' CHECK OR 'A' ACH, AS ASSIGNED BY CHKASGN - ONLY CHECKS
      *  GO TO THE BANK ON THE POSITIVE-PAY FILE
           05  CRG-PAY-METHOD                   PIC X(01).
               88  CRG-PAID-BY-ACH                  VALUE 'A'.
      *  POSITIVE-PAY STATUS - 'I' WHEN A REISSUED CHECK STILL HAS TO
      *  GO TO THE BANK AS AN ISSUE, 'P' WHEN A VOIDED OR STOPPED
      *  ITEM STILL HAS TO GO AS A VOID, 'S' ONCE THE VOID IS SENT
           05  CRG-PP-FLAG                      PIC X(01).
               88  CRG-PP-ISSUE-PENDING             VALUE 'I'.
               88  CRG-PP-VOID-PENDING              VALUE 'P'.
               88  CRG-PP-VOID-SENT                 VALUE 'S'.
      *  ITEM STATUS - SPACE LIVE, 'V' VOIDED OR 'S' STOP-PAYMENT
      *  PLACED BY CHKMAINT, 'E' ESCHEATED TO THE STATE BY ESCHEAT.
      *  ANY OF THESE NO LONGER AGES AS OUTSTANDING AND CLEARING IT
      *  IS AN EXCEPTION
           05  CRG-ITEM-STATUS                  PIC X(01).
               88  CRG-ITEM-LIVE                    VALUE SPACE.
               88  CRG-ITEM-VOIDED                  VALUE 'V'.
               88  CRG-ITEM-STOPPED                 VALUE 'S'.
               88  CRG-ITEM-VOID-OR-STOP            VALUES 'V' 'S'.
               88  CRG-ITEM-ESCHEATED               VALUE 'E'.
      *  REISSUE LINK - ON A VOIDED/STOPPED ORIGINAL THE REPLACEMENT
      *  CHECK NUMBER, ON A LIVE REPLACEMENT THE ORIGINAL IT REPLACES
           05  CRG-LINKED-CHECK-NO              PIC 9(08).
      *  PAYX-PAYEE-TYPE OFF THE EXTRACT - 'P' PAID THE PROVIDER,
      *  'I' OR SPACE PAID THE INSURED (CHKMAINT CARRIES IT TO A
      *  REISSUE)
           05  CRG-PAYEE-TYPE                   PIC X(01).
               88  CRG-PAID-TO-PROVIDER             VALUE 'P'.
           05  FILLER                           PIC X(01).
