      *               THE CUSTOMER (REFUSED WHILE ANY OF THEIR         *
      *               ACCOUNTS IS STILL OPEN), OR INQUIRES - THE       *
      *               INQUIRY HANDS THE MASTER FIELDS BACK IN THE      *
      *               SAME AREA. TAXFLAG SETS THE CUSTOMER'S           *
      *               WITHHOLDING-TAX EXEMPTION (CSM-TAX-EXEMPT Y/N)   *
      *               AND NOTHING ELSE; INQUIRE HANDS IT BACK TOO.     *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 ADDED CSM-SCREEN-FLAG - A CREATE OR    MAINT       *
      *             AMEND WHOSE NAME OR ADDRESS HITS THE              *
      *             SANCTIONS WATCHLIST IS PARKED ON                  *
      *             SCREENHOLD; ONLY THE COMPLIANCE RELEASE           *
      *             PATH SETS THE CLEARED FLAG TO APPLY IT            *
      *  2026-10-15 ADDED TAXFLAG FUNCTION AND             MAINT       *
      *             CSM-TAX-EXEMPT FOR THE CREDIT INTEREST            *
      *             WITHHOLDING-TAX EXEMPTION                         *
      *--------------------------------------------------------------*
       05  CSM-FUNCTION          PIC X(08).
           88  CSM-FUNC-CREATE       VALUE 'CREATE'.
           88  CSM-FUNC-AMEND        VALUE 'AMEND'.
           88  CSM-FUNC-CLOSE        VALUE 'CLOSE'.
           88  CSM-FUNC-INQUIRE      VALUE 'INQUIRE'.
           88  CSM-FUNC-TAXFLAG      VALUE 'TAXFLAG'.
       05  CSM-OFFICER-ID        PIC X(08).
       05  CSM-CUSTOMERNUMBER    PIC X(10).
       05  CSM-NAME              PIC X(35).
           88  CSM-OK                VALUE '0'.
           88  CSM-FAILED            VALUE '1'.
       05  CSM-ERROR-MSG         PIC X(40).
       05  CSM-SCREEN-FLAG       PIC X(01).
           88  CSM-SCREEN-CLEARED    VALUE 'C'.
       05  CSM-TAX-EXEMPT        PIC X(01).
           88  CSM-TAX-EXEMPT-YES    VALUE 'Y'.
           88  CSM-TAX-EXEMPT-NO     VALUE 'N'.
