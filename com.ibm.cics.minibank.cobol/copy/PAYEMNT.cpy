      *--------------------------------------------------------------*
      * COPYBOOK    : PAYEMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE PAYEE MAINTENANCE        *
      *               TRANSACTION, SHARED BY CALLERS OF PAYEMNT AND BY *
      *               PAYECORE:                                        *
      *                 ADD    - REGISTER A PAYEE ON THE SOURCE        *
      *                          ACCOUNT, WITH AN OPTIONAL NICKNAME    *
      *                 DELETE - REMOVE A REGISTERED PAYEE             *
      *               PYM-TARGETSORTCODE IS LEFT BLANK FOR A PAYEE     *
      *               ACCOUNT AT THIS BANK, THE SAME CONVENTION AS     *
      *               TARGET-SORTCODE ON THE TRANSFER COMMAREA.        *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  PYM-FUNCTION          PIC X(08).
           88  PYM-FUNC-ADD          VALUE 'ADD'.
           88  PYM-FUNC-DELETE       VALUE 'DELETE'.
       05  PYM-OFFICER-ID        PIC X(08).
       05  PYM-ACCOUNTNUMBER     PIC X(10).
       05  PYM-TARGETACCOUNT     PIC X(10).
       05  PYM-TARGETSORTCODE    PIC X(06).
       05  PYM-NICKNAME          PIC X(20).
       05  PYM-RESULT            PIC X(01).
           88  PYM-OK                VALUE '0'.
           88  PYM-FAILED            VALUE '1'.
       05  PYM-ERROR-MSG         PIC X(40).
