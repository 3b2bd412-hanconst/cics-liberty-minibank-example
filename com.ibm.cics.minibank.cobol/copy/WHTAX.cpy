      *--------------------------------------------------------------*
      * COPYBOOK    : WHTAX                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE WHTAXRATE        *
      *               WITHHOLDING TAX ON CREDIT INTEREST, ONE ROW PER  *
      *               CURRENCY. TAXRATE IS A PERCENTAGE OF THE GROSS   *
      *               INTEREST CAPITALISED (E.G. 20 MEANS 20 PCT); 0   *
      *               MEANS NO TAX IS WITHHELD IN THAT CURRENCY. A     *
      *               CURRENCY WITH NO ROW IS NOT CAPITALISED AT ALL   *
      *               - CRINTCAP REPORTS IT RATHER THAN PAY INTEREST   *
      *               GROSS BY DEFAULT. CUSTOMERS FLAGGED TAXEXEMPT ON *
      *               THE CUSTOMER MASTER HAVE NOTHING WITHHELD.       *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLWHTAXRATE.
           05  WHT-CURRENCY       PIC X(03).
           05  WHT-TAXRATE        PIC S9(03)V9(06) COMP-3.
