      *--------------------------------------------------------------*
      * COPYBOOK    : TDEPMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE TERM DEPOSIT             *
      *               TRANSACTION, SHARED BY CALLERS OF TDEPMNT AND BY *
      *               TDEPCORE:                                        *
      *                 OPEN    - MAKER SUBMITS A DEPOSIT; THE NEW     *
      *                           DEPOSITID IS HANDED BACK             *
      *                 APPROVE - A SECOND OFFICER APPROVES IT, WHICH  *
      *                           FUNDS IT FROM THE ACCOUNT            *
      *                 REJECT  - ANY OFFICER REJECTS A PENDING ONE    *
      *                 BREAK   - CLOSE AN ACTIVE DEPOSIT BEFORE       *
      *                           MATURITY AT THE PENALTY RATE; THE    *
      *                           INTEREST PAID IS HANDED BACK         *
      *               TDM-CURRENCY MAY BE LEFT BLANK ON OPEN - THE     *
      *               FUNDING ACCOUNT'S CURRENCY IS THEN USED.         *
      *               TDM-ANNUALRATE IS A PERCENTAGE, AS ON ODRATE.    *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  TDM-FUNCTION          PIC X(08).
           88  TDM-FUNC-OPEN         VALUE 'OPEN'.
           88  TDM-FUNC-APPROVE      VALUE 'APPROVE'.
           88  TDM-FUNC-REJECT       VALUE 'REJECT'.
           88  TDM-FUNC-BREAK        VALUE 'BREAK'.
       05  TDM-OFFICER-ID        PIC X(08).
       05  TDM-DEPOSITID         PIC X(26).
      * DEPOSIT TERMS (OPEN ONLY).
       05  TDM-ACCOUNTNUMBER     PIC X(10).
       05  TDM-PRINCIPAL         PIC S9(12)V9(3).
       05  TDM-CURRENCY          PIC X(03).
       05  TDM-ANNUALRATE        PIC S9(03)V9(06).
       05  TDM-MATURITYDATE      PIC X(10).
       05  TDM-INSTRUCTION       PIC X(01).
           88  TDM-INSTR-PAYOUT      VALUE 'P'.
           88  TDM-INSTR-ROLL-PRIN   VALUE 'R'.
           88  TDM-INSTR-ROLL-ALL    VALUE 'C'.
       05  TDM-INTEREST-PAID     PIC S9(12)V9(3).
       05  TDM-RESULT            PIC X(01).
           88  TDM-OK                VALUE '0'.
           88  TDM-FAILED            VALUE '1'.
       05  TDM-ERROR-MSG         PIC X(40).
