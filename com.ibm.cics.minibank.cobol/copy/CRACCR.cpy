      *--------------------------------------------------------------*
      * COPYBOOK    : CRACCR                                          *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE CRACCRUAL        *
      *               PER-ACCOUNT CREDIT INTEREST ACCRUAL BUCKET, THE  *
      *               CREDIT-SIDE TWIN OF ODACCRUAL. THE NIGHTLY BATCH *
      *               (CRINTACR) ADDS EACH DAY'S INTEREST TO           *
      *               ACCRUEDAMOUNT AND THE CAPITALISATION RUN         *
      *               (CRINTCAP) POSTS THE ACCUMULATED GROSS AMOUNT TO *
      *               THE ACCOUNT, RESETTING THE BUCKET. ACCRUEDAMOUNT *
      *               CARRIES FIVE DECIMALS SO SUB-CENT DAILY INTEREST *
      *               IS NOT LOST BEFORE IT IS ROUNDED AT POSTING.     *
      *               LASTACCRUALDATE AND LASTCAPDATE ARE THE RESTART  *
      *               ANCHORS OF THE TWO RUNS - A BUCKET ALREADY       *
      *               STAMPED WITH TONIGHT'S DATE HAS COMMITTED AND IS *
      *               SKIPPED BY A RESTARTED RUN.                      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLCRACCRUAL.
           05  CRA-ACCOUNTNUMBER  PIC X(10).
           05  CRA-ACCRUEDAMOUNT  PIC S9(12)V9(5) COMP-3.
           05  CRA-LASTACCRUALDATE PIC X(10).
           05  CRA-LASTCAPDATE    PIC X(10).
