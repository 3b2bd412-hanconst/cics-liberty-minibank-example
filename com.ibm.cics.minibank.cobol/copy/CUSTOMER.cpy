      *               STATEMENT NAME-AND-ADDRESS BLOCK, BY CUSTEXPR    *
      *               FOR THE EXPOSURE REPORT, AND BY ACCTCORE TO      *
      *               REFUSE AN ACCOUNT CREATE FOR A CUSTOMER THAT     *
      *               DOES NOT EXIST. TAXEXEMPT 'Y' STOPS CRINTCAP     *
      *               WITHHOLDING TAX FROM THE CUSTOMER'S CREDIT       *
      *               INTEREST; NULL OR 'N' HAS TAX WITHHELD.          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 ADDED TAXEXEMPT - 'Y' SUPPRESSES       MAINT       *
      *             WITHHOLDING TAX ON CREDIT INTEREST                *
      *--------------------------------------------------------------*
       01  DCLCUSTOMER.
           05  CUSTOMERNUMBER     PIC X(10).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ST-ACTIVE     VALUE 'A'.
               88  CUST-ST-CLOSED     VALUE 'X'.
           05  CUST-TAX-EXEMPT    PIC X(01).
               88  CUST-TAX-EXEMPTED  VALUE 'Y'.
           05  CUST-LASTCHANGETIME PIC X(26).
