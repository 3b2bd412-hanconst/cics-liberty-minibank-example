      *--------------------------------------------------------------*
      * COPYBOOK    : MANDMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE DIRECT DEBIT MANDATE     *
      *               MAINTENANCE TRANSACTION, SHARED BY CALLERS OF    *
      *               MANDMNT AND BY MANDCORE. AN OFFICER SETS UP A    *
      *               MANDATE (ORIGINATOR, MANDATE REFERENCE, DEBTOR   *
      *               ACCOUNT, OPTIONAL MAXIMUM AMOUNT - ZERO FOR NO   *
      *               CAP) OR CANCELS ONE BY ORIGINATOR AND MANDATE    *
      *               REFERENCE. A CANCEL HANDS BACK THE ACCOUNT AND   *
      *               CAP OF THE MANDATE IT CANCELLED.                 *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  MDM-FUNCTION          PIC X(08).
           88  MDM-FUNC-SETUP        VALUE 'SETUP'.
           88  MDM-FUNC-CANCEL       VALUE 'CANCEL'.
       05  MDM-OFFICER-ID        PIC X(08).
       05  MDM-ORIGINATORID      PIC X(08).
       05  MDM-MANDATEREF        PIC X(18).
       05  MDM-ACCOUNTNUMBER     PIC X(10).
       05  MDM-MAXAMOUNT         PIC S9(12)V9(3).
       05  MDM-RESULT            PIC X(01).
           88  MDM-OK                VALUE '0'.
           88  MDM-FAILED            VALUE '1'.
       05  MDM-ERROR-MSG         PIC X(40).
