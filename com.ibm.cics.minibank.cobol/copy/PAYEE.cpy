      *--------------------------------------------------------------*
      * COPYBOOK    : PAYEE                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE PAYEE            *
      *               THE BENEFICIARIES A CUSTOMER HAS REGISTERED TO   *
      *               PAY FROM ONE SOURCE ACCOUNT, KEYED BY            *
      *               ACCOUNTNUMBER, TARGETACCOUNT AND TARGETSORTCODE  *
      *               (BLANK FOR AN ACCOUNT AT THIS BANK, AS ON THE    *
      *               TRANSFER COMMAREA). ADDED AND DELETED THROUGH    *
      *               THE PAYEMNT TRANSACTION; A DELETED PAYEE IS      *
      *               REMOVED, SO ADDING IT AGAIN STARTS A FRESH       *
      *               COOLING-OFF PERIOD FROM THE NEW ADDEDTIME.       *
      *               XFERCORE REFUSES A CUSTOMER-INITIATED TRANSFER   *
      *               TO A BENEFICIARY NOT ON THIS TABLE AND CAPS ONE  *
      *               TO A PAYEE STILL INSIDE ITS COOLING-OFF PERIOD.  *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLPAYEE.
           05  PYE-ACCOUNTNUMBER  PIC X(10).
           05  PYE-TARGETACCOUNT  PIC X(10).
           05  PYE-TARGETSORTCODE PIC X(06).
           05  PYE-NICKNAME       PIC X(20).
           05  PYE-ADDEDTIME      PIC X(26).
           05  PYE-ADDEDBY        PIC X(08).
