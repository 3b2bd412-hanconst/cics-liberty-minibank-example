      *--------------------------------------------------------------*
      * COPYBOOK    : PAYEELIM                                        *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE PAYEELIMIT       *
      *               PER-CURRENCY CAP ON A SINGLE CUSTOMER-INITIATED  *
      *               TRANSFER TO A PAYEE STILL INSIDE ITS COOLING-OFF *
      *               PERIOD. A TRANSFER WHOSE DEBIT AMOUNT EXCEEDS    *
      *               ITS DEBIT CURRENCY'S CAP IS REFUSED BY XFERCORE  *
      *               UNTIL THE PERIOD HAS RUN. A CURRENCY WITH NO ROW *
      *               HAS NO CAP.                                      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLPAYEELIMIT.
           05  PYL-CURRENCY       PIC X(03).
           05  PYL-CAPAMOUNT      PIC S9(12)V9(3) COMP-3.
