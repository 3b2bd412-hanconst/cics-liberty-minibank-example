      *--------------------------------------------------------------*
      * COPYBOOK    : TERMDEP                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE TERMDEPOSIT      *
      *               FIXED-TERM DEPOSITS, ONE ROW PER DEPOSIT, KEYED  *
      *               BY DEPOSITID AND LINKED TO THE CUSTOMER'S        *
      *               FUNDING ACCOUNTNUMBER, WHICH ALSO RECEIVES       *
      *               INTEREST AND PRINCIPAL BACK. A MAKER SUBMITS THE *
      *               DEPOSIT PENDING ('P'); A SECOND OFFICER          *
      *               APPROVES IT, WHICH FUNDS IT FROM THE ACCOUNT AND *
      *               MAKES IT ACTIVE ('A') FROM STARTDATE, OR REJECTS *
      *               IT ('R'). AT MATURITY THE TDMATURE BATCH PAYS IT *
      *               OUT ('M') OR ROLLS IT OVER FOR THE SAME TERM PER *
      *               INSTRUCTION, BUMPING ROLLCOUNT; A DEPOSIT BROKEN *
      *               EARLY ('B') EARNS ANNUALRATE LESS PENALTYRATE.   *
      *               PENALTYRATE IS TAKEN FROM TDCONTROL WHEN THE     *
      *               DEPOSIT IS OPENED, SO A LATER TARIFF CHANGE      *
      *               NEVER ALTERS A CONTRACT ALREADY WRITTEN.         *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLTERMDEPOSIT.
           05  TDP-DEPOSITID      PIC X(26).
           05  TDP-ACCOUNTNUMBER  PIC X(10).
           05  TDP-PRINCIPAL      PIC S9(12)V9(3) COMP-3.
           05  TDP-CURRENCY       PIC X(03).
           05  TDP-ANNUALRATE     PIC S9(03)V9(06) COMP-3.
           05  TDP-PENALTYRATE    PIC S9(03)V9(06) COMP-3.
           05  TDP-STARTDATE      PIC X(10).
           05  TDP-MATURITYDATE   PIC X(10).
           05  TDP-INSTRUCTION    PIC X(01).
               88  TDP-INSTR-PAYOUT       VALUE 'P'.
               88  TDP-INSTR-ROLL-PRIN    VALUE 'R'.
               88  TDP-INSTR-ROLL-ALL     VALUE 'C'.
           05  TDP-ROLLCOUNT      PIC S9(04) COMP.
           05  TDP-MAKERID        PIC X(08).
           05  TDP-MAKETIME       PIC X(26).
           05  TDP-CHECKERID      PIC X(08).
           05  TDP-CHECKTIME      PIC X(26).
           05  TDP-CLOSEDATE      PIC X(10).
           05  TDP-STATUS         PIC X(01).
               88  TDP-PENDING        VALUE 'P'.
               88  TDP-ACTIVE         VALUE 'A'.
               88  TDP-REJECTED       VALUE 'R'.
               88  TDP-MATURED        VALUE 'M'.
               88  TDP-BROKEN         VALUE 'B'.
