      *--------------------------------------------------------------*
      * COPYBOOK    : CASHMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE TELLER CASH              *
      *               TRANSACTION, SHARED BY CALLERS OF CASHMNT AND BY *
      *               CASHCORE. THE TELLER (CSH-OFFICER-ID) WORKS ONE  *
      *               TILL PER BRANCH SORT CODE AND CURRENCY:          *
      *                 OPEN     - OPEN THE TILL FOR TODAY WITH THE    *
      *                            FLOAT COUNTED IN (CSH-AMOUNT)       *
      *                 DEPOSIT  - CASH IN, CREDITED TO THE ACCOUNT    *
      *                 WITHDRAW - CASH OUT, DEBITED FROM THE ACCOUNT  *
      *                 CLOSE    - CLOSE THE TILL, DECLARING THE CASH  *
      *                            COUNTED (CSH-AMOUNT)                *
      *               CSH-REF-NO MAKES A POSTING IDEMPOTENT; WHEN LEFT *
      *               BLANK ONE IS GENERATED AND HANDED BACK. EVERY    *
      *               FUNCTION HANDS BACK THE TILL'S EXPECTED CASH IN  *
      *               CSH-TILL-CASH; A POSTING ALSO HANDS BACK THE     *
      *               ACCOUNT'S NEW BALANCE.                           *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  CSH-FUNCTION          PIC X(08).
           88  CSH-FUNC-OPEN         VALUE 'OPEN'.
           88  CSH-FUNC-DEPOSIT      VALUE 'DEPOSIT'.
           88  CSH-FUNC-WITHDRAW     VALUE 'WITHDRAW'.
           88  CSH-FUNC-CLOSE        VALUE 'CLOSE'.
       05  CSH-OFFICER-ID        PIC X(08).
       05  CSH-SORTCODE          PIC X(06).
       05  CSH-CURRENCY          PIC X(03).
       05  CSH-ACCOUNTNUMBER     PIC X(10).
       05  CSH-AMOUNT            PIC S9(12)V9(3).
       05  CSH-REF-NO            PIC X(36).
       05  CSH-TILL-CASH         PIC S9(12)V9(3).
       05  CSH-NEW-BALANCE       PIC S9(12)V9(3).
       05  CSH-RESULT            PIC X(01).
           88  CSH-OK                VALUE '0'.
           88  CSH-FAILED            VALUE '1'.
       05  CSH-ERROR-MSG         PIC X(40).
