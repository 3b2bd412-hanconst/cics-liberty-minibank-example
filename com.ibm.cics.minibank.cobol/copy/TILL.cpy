      *--------------------------------------------------------------*
      * COPYBOOK    : TILL                                            *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE TILL             *
      *               ONE TELLER'S CASH TILL AT ONE BRANCH IN ONE      *
      *               CURRENCY, KEYED BY SORTCODE, OFFICERID AND       *
      *               CURRENCY. THE ROW CARRIES THE CURRENT (OR LAST)  *
      *               BUSINESS DAY: TILLDATE, THE FLOAT COUNTED IN AT  *
      *               OPEN (OPENCASH), THE CASH TAKEN IN AND PAID OUT  *
      *               BY CASHCORE DEPOSITS AND WITHDRAWALS SINCE, AND  *
      *               THE COUNT THE TELLER DECLARES AT CLOSE           *
      *               (DECLAREDCASH). EXPECTED CASH IS OPENCASH PLUS   *
      *               CASHIN MINUS CASHOUT. OPEN ('O') FOR THE DAY     *
      *               THROUGH THE CASHMNT TRANSACTION AND CLOSED       *
      *               ('C') THE SAME WAY; THE TILLBAL CLOSE-OF-DAY     *
      *               REPORT COMPARES EXPECTED WITH DECLARED.          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLTILL.
           05  TIL-SORTCODE       PIC X(06).
           05  TIL-OFFICERID      PIC X(08).
           05  TIL-CURRENCY       PIC X(03).
           05  TIL-TILLDATE       PIC X(10).
           05  TIL-OPENCASH       PIC S9(12)V9(3) COMP-3.
           05  TIL-CASHIN         PIC S9(12)V9(3) COMP-3.
           05  TIL-CASHOUT        PIC S9(12)V9(3) COMP-3.
           05  TIL-DECLAREDCASH   PIC S9(12)V9(3) COMP-3.
           05  TIL-OPENTIME       PIC X(26).
           05  TIL-CLOSETIME      PIC X(26).
           05  TIL-STATUS         PIC X(01).
               88  TIL-OPEN           VALUE 'O'.
               88  TIL-CLOSED         VALUE 'C'.
