      *FAVRFP when INV-QTY-ON-HAND fell to the reorder point) becomes
      *a numbered purchase order against the SUPMSTR supplier master
      *(supplier per instrument type, with unit cost and lead days):
      *the order quantity restocks to the reorder point plus the
      *row's INVREOPT reorder quantity (twice the reorder point
      *where no reorder quantity has been set yet), the PO number
      *comes off the PONBR controlled counter (rewritten in place,
      *the GNSPNASN pattern), the open-PO record lands on the
      *OPNPO KSDS for PORECV to receive against, and a printable PO
      *goes to OPOPRINT so purchasing stops re-typing fax forms.
      *Reorders with no supplier on the master list on the report
      *---------------------------------------------------------------
      *MODIFICATION HISTORY:
      *02/09/2026 RCH - ORIGINAL VERSION
      *15/10/2026 RCH - PO-QTY-INVOICED ON OPNPO AND SUP-TERMS-DAYS ON
      *                 SUPMSTR FOR THE APMATCH INVOICE MATCH
      *15/10/2026 RCH - ORDER UP TO THE REORDER POINT PLUS THE
      *                 REORDER QUANTITY CARRIED ON REORD
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  REO-QUALITY-GRADE              PIC X(01).
           05  REO-QTY-ON-HAND                PIC 9(05).
           05  REO-REORDER-POINT              PIC 9(05).
      *INVREOPT's reorder quantity; spaces or zero = not yet set
           05  REO-ORDER-QTY                  PIC 9(05).
           05  FILLER                         PIC X(54).
      *Supplier master - one supplier per instrument type
       FD SUPFILE
           RECORDING MODE IS F
           05  SUP-SUPPLIER-NAME              PIC X(30).
           05  SUP-UNIT-COST                  PIC 9(5)V99.
           05  SUP-LEAD-DAYS                  PIC 9(03).
      *Payment terms - days from invoice date to due (APMATCH)
           05  SUP-TERMS-DAYS                 PIC 9(03).
           05  FILLER                         PIC X(19).
      *The controlled PO-number counter, rewritten in place
       FD CTRFILE
           RECORDING MODE IS F
               88  PO-OPEN                        VALUE 'O'.
               88  PO-PARTIAL                     VALUE 'P'.
               88  PO-CLOSED                      VALUE 'C'.
      *Units the supplier has invoiced so far (APMATCH); spaces on
      *POs written before invoices were matched count as zero
           05  PO-QTY-INVOICED                PIC 9(05).
           05  FILLER                         PIC X(16).
       FD PRTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           END-READ.
      *
      *One reorder record = one purchase order: the quantity
      *restocks to the reorder point plus the reorder quantity
      *(twice the reorder point when none is set), the due date is
      *the supplier's lead time out from today.
       GENERAR-ORDEN.
           ADD 1 TO WS-REORDERS-READ.
           MOVE 0 TO WS-SUP-MATCH.
           END-READ.
      *
       CREAR-ORDEN-COMPRA.
           IF  REO-ORDER-QTY NUMERIC AND REO-ORDER-QTY > 0
               COMPUTE WS-ORDER-QTY = REO-REORDER-POINT
                   + REO-ORDER-QTY - REO-QTY-ON-HAND
           ELSE
               COMPUTE WS-ORDER-QTY =
                   (REO-REORDER-POINT * 2) - REO-QTY-ON-HAND
           END-IF.
           IF  WS-ORDER-QTY < 1
               MOVE 1 TO WS-ORDER-QTY
           END-IF.
           MOVE REO-QUALITY-GRADE          TO PO-QUALITY-GRADE.
           MOVE WS-ORDER-QTY               TO PO-QTY-ORDERED.
           MOVE ZERO                       TO PO-QTY-RECEIVED.
           MOVE ZERO                       TO PO-QTY-INVOICED.
           MOVE WS-SUP-COST (WS-SUP-MATCH) TO PO-UNIT-COST.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
