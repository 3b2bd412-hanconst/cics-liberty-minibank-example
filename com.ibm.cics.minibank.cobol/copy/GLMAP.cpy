      *--------------------------------------------------------------*
      * COPYBOOK    : GLMAP                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE GLMAP            *
      *               THE GENERAL LEDGER MAPPING TABLE, KEYED BY       *
      *               TRANSNAME, ACCOUNTTYPE AND CURRENCY. EVERY       *
      *               TRANSHISTORY MOVEMENT POSTS TWO GL LINES: ONE    *
      *               TO CONTROLGL (THE CUSTOMER LEDGER CONTROL        *
      *               ACCOUNT FOR THE ACCOUNTTYPE AND CURRENCY) AND    *
      *               ONE TO CONTRAGL (TRANSFER CLEARING, FEE INCOME,  *
      *               INTEREST INCOME AND SO ON). A CREDIT TO THE      *
      *               CUSTOMER CREDITS CONTROLGL AND DEBITS CONTRAGL;  *
      *               A DEBIT RUNS THE OTHER WAY. EVERY ROW FOR ONE    *
      *               ACCOUNTTYPE/CURRENCY MUST NAME THE SAME          *
      *               CONTROLGL - THE GLPOST CONTROL PROOF RELIES ON   *
      *               IT. THE GLPOST END-OF-DAY JOB READS THIS TABLE.  *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLGLMAP.
           05  GLM-TRANSNAME      PIC X(08).
           05  GLM-ACCOUNTTYPE    PIC X(08).
           05  GLM-CURRENCY       PIC X(03).
           05  GLM-CONTROLGL      PIC X(10).
           05  GLM-CONTRAGL       PIC X(10).
