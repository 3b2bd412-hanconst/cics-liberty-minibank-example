      *--------------------------------------------------------------*
      * COPYBOOK    : CRINTYR                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE CRINTYEAR        *
      *               CREDIT INTEREST PAID PER ACCOUNT PER TAX YEAR    *
      *               (THE CALENDAR YEAR OF THE CAPITALISATION DATE).  *
      *               CRINTCAP ADDS THE GROSS INTEREST AND THE TAX     *
      *               WITHHELD OF EVERY CAPITALISATION IN THE SAME     *
      *               UNIT OF WORK AS THE POSTING; THE YEAR-END        *
      *               CERTIFICATE (INTCERT) IS PRINTED FROM HERE, NOT  *
      *               FROM TRANSHISTORY, WHICH HISTARCH MAY HAVE       *
      *               ARCHIVED PART OF BY THE TIME THE YEAR CLOSES.    *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLCRINTYEAR.
           05  CRY-ACCOUNTNUMBER  PIC X(10).
           05  CRY-TAXYEAR        PIC X(04).
           05  CRY-CURRENCY       PIC X(03).
           05  CRY-GROSSINTEREST  PIC S9(12)V9(3) COMP-3.
           05  CRY-TAXWITHHELD    PIC S9(12)V9(3) COMP-3.
