      *--------------------------------------------------------------*
      * COPYBOOK    : CRRATE                                          *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE CRRATE           *
      *               CREDIT INTEREST RATES ON POSITIVE BALANCES,      *
      *               KEYED BY ACCOUNTTYPE, CURRENCY AND TIERFLOOR.    *
      *               EACH ROW IS ONE BALANCE TIER: THE WHOLE BALANCE  *
      *               EARNS THE RATE OF THE HIGHEST TIER WHOSE FLOOR   *
      *               IT HAS REACHED. A PRODUCT WITH ONE RATE HAS ONE  *
      *               ROW WITH TIERFLOOR 0; A BALANCE BELOW THE LOWEST *
      *               FLOOR EARNS NOTHING. ANNUALRATE IS A PERCENTAGE  *
      *               PER ANNUM, AS ON ODRATE; THE NIGHTLY ACCRUAL     *
      *               BATCH (CRINTACR) APPLIES IT ACTUAL/365.          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLCRRATE.
           05  CRR-ACCOUNTTYPE    PIC X(08).
           05  CRR-CURRENCY       PIC X(03).
           05  CRR-TIERFLOOR      PIC S9(12)V9(3) COMP-3.
           05  CRR-ANNUALRATE     PIC S9(03)V9(06) COMP-3.
