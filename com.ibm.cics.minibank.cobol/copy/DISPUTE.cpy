      *--------------------------------------------------------------*
      * COPYBOOK    : DISPUTE                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE DISPUTE          *
      *               ONE CASE PER DISPUTED TRANSFER, OPENED BY THE    *
      *               HELP DESK THROUGH DISPMNT AGAINST THE REFNO OF   *
      *               THE DEBIT TO THE CUSTOMER'S ACCOUNT. CASEID IS   *
      *               THE ACCOUNT NUMBER AND AN OPENING TIMESTAMP.     *
      *               COUNTERACCOUNT AND COUNTERAMOUNT ARE THE OTHER   *
      *               LEG OF THE TRANSFER. ORIGAMOUNT IS THE DEBIT     *
      *               (ZERO, AND ARCHIVED 'Y', WHEN THE TRANSFER HAD   *
      *               ALREADY BEEN ROLLED OUT BY HISTARCH AND THE      *
      *               CLAIM WAS TAKEN FROM THE HISTRETR PRINT).        *
      *               DEADLINEDATE IS THE REGULATORY RESPONSE DATE.    *
      *               CREDITAMOUNT/CREDITREFNO ARE THE PROVISIONAL     *
      *               CREDIT AND CREDITACCOUNT THE DISPCONTROL         *
      *               SUSPENSE ACCOUNT IT WAS PAID FROM (SO A LATER    *
      *               CHANGE OF SUSPENSE ACCOUNT CANNOT STRAND THE     *
      *               CLAWBACK), AND HOLDID IS THE ACCTHOLD ON THE     *
      *               COUNTERPARTY. WHILE A CASE IS OPEN ('O') NO      *
      *               SECOND CASE IS OPENED ON THE SAME REFNO; IT      *
      *               CLOSES UPHELD ('U') OR DECLINED ('D') WITH       *
      *               OUTCOME, CLOSEDBY AND CLOSEDATE. EVERY STEP IS   *
      *               ON DISPUTEEVENT (COPYBOOK DISPEVT).              *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLDISPUTE.
           05  DSP-CASEID         PIC X(26).
           05  DSP-REFNO          PIC X(36).
           05  DSP-ACCOUNTNUMBER  PIC X(10).
           05  DSP-COUNTERACCOUNT PIC X(10).
           05  DSP-CURRENCY       PIC X(03).
           05  DSP-ORIGAMOUNT     PIC S9(12)V9(3) COMP-3.
           05  DSP-COUNTERAMOUNT  PIC S9(12)V9(3) COMP-3.
           05  DSP-CLAIMAMOUNT    PIC S9(12)V9(3) COMP-3.
           05  DSP-REASONCODE     PIC X(08).
           05  DSP-CLAIMTEXT      PIC X(60).
           05  DSP-ARCHIVED       PIC X(01).
               88  DSP-ORIG-ARCHIVED  VALUE 'Y'.
           05  DSP-OPENEDBY       PIC X(08).
           05  DSP-OPENDATE       PIC X(10).
           05  DSP-DEADLINEDATE   PIC X(10).
           05  DSP-CREDITAMOUNT   PIC S9(12)V9(3) COMP-3.
           05  DSP-CREDITREFNO    PIC X(36).
           05  DSP-CREDITACCOUNT  PIC X(10).
           05  DSP-HOLDID         PIC X(26).
           05  DSP-STATUS         PIC X(01).
               88  DSP-OPEN           VALUE 'O'.
               88  DSP-UPHELD         VALUE 'U'.
               88  DSP-DECLINED       VALUE 'D'.
           05  DSP-OUTCOME        PIC X(01).
           05  DSP-CLOSEDBY       PIC X(08).
           05  DSP-CLOSEDATE      PIC X(10).
