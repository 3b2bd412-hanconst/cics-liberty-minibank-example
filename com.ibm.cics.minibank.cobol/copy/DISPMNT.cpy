      *--------------------------------------------------------------*
      * COPYBOOK    : DISPMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE PAYMENT DISPUTE          *
      *               TRANSACTION, SHARED BY CALLERS OF DISPMNT AND BY *
      *               DISPCORE:                                        *
      *                 OPEN   - OPEN A CASE AGAINST THE REFNO OF A    *
      *                          TRANSFER DEBITED TO THE CUSTOMER'S    *
      *                          ACCOUNT; THE NEW CASEID AND THE       *
      *                          RESPONSE DEADLINE ARE HANDED BACK     *
      *                 CREDIT - GRANT PROVISIONAL CREDIT OF THE       *
      *                          CLAIM FROM THE DISPUTES SUSPENSE      *
      *                          ACCOUNT                               *
      *                 HOLD   - PLACE AN ACCTHOLD ON THE              *
      *                          COUNTERPARTY'S ACCOUNT                *
      *                 CLOSE  - CLOSE THE CASE WITH DSM-OUTCOME:      *
      *                          K UPHELD, PROVISIONAL CREDIT KEPT     *
      *                          R UPHELD, ORIGINAL TRANSFER REVERSED  *
      *                          D DECLINED, PROVISIONAL CREDIT        *
      *                            CLAWED BACK                         *
      *               DSM-AMOUNT IS THE CLAIM ON OPEN (ZERO CLAIMS THE *
      *               WHOLE ORIGINAL) AND THE HOLD AMOUNT ON HOLD      *
      *               (ZERO HOLDS THE COUNTERPARTY'S SHARE OF THE      *
      *               CLAIM). DSM-NOTE IS KEPT ON THE CASE'S AUDIT     *
      *               TRAIL FOR EVERY FUNCTION.                        *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  DSM-FUNCTION          PIC X(08).
           88  DSM-FUNC-OPEN         VALUE 'OPEN'.
           88  DSM-FUNC-CREDIT       VALUE 'CREDIT'.
           88  DSM-FUNC-HOLD         VALUE 'HOLD'.
           88  DSM-FUNC-CLOSE        VALUE 'CLOSE'.
       05  DSM-OFFICER-ID        PIC X(08).
       05  DSM-CASEID            PIC X(26).
      * THE DISPUTED TRANSFER AND THE CLAIM (OPEN ONLY).
       05  DSM-REFNO             PIC X(36).
       05  DSM-ACCOUNTNUMBER     PIC X(10).
       05  DSM-REASONCODE        PIC X(08).
       05  DSM-CLAIMTEXT         PIC X(60).
       05  DSM-AMOUNT            PIC S9(12)V9(3).
       05  DSM-OUTCOME           PIC X(01).
           88  DSM-UPHELD-KEEP       VALUE 'K'.
           88  DSM-UPHELD-REVERSE    VALUE 'R'.
           88  DSM-DECLINED          VALUE 'D'.
       05  DSM-NOTE              PIC X(40).
       05  DSM-DEADLINEDATE      PIC X(10).
       05  DSM-RESULT            PIC X(01).
           88  DSM-OK                VALUE '0'.
           88  DSM-FAILED            VALUE '1'.
       05  DSM-ERROR-MSG         PIC X(40).
