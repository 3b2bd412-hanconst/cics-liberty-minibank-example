      *--------------------------------------------------------------*
      * COPYBOOK    : GLBAL                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE GLBALANCE        *
      *               THE GENERAL LEDGER BALANCE, ONE ROW PER GL       *
      *               ACCOUNT PER CURRENCY, MAINTAINED BY THE GLPOST   *
      *               END-OF-DAY JOB. BALANCE IS SIGNED DEBIT-         *
      *               POSITIVE, SO A CUSTOMER LEDGER CONTROL ACCOUNT   *
      *               (A LIABILITY) CARRIES A NEGATIVE BALANCE EQUAL   *
      *               TO THE SUM OF ITS ACCOUNT BALANCES. DAYDEBITS    *
      *               AND DAYCREDITS HOLD THE LATEST RUN'S MOVEMENT    *
      *               FOR THE TRIAL BALANCE; LASTPOSTDATE IS THE LAST  *
      *               RUN THAT MOVED THE ROW.                          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLGLBALANCE.
           05  GLB-GLACCOUNT      PIC X(10).
           05  GLB-CURRENCY       PIC X(03).
           05  GLB-BALANCE        PIC S9(12)V9(3) COMP-3.
           05  GLB-DAYDEBITS      PIC S9(12)V9(3) COMP-3.
           05  GLB-DAYCREDITS     PIC S9(12)V9(3) COMP-3.
           05  GLB-LASTPOSTDATE   PIC X(10).
