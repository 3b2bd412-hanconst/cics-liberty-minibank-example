      *--------------------------------------------------------------*
      * COPYBOOK    : MANDATE                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE MANDATE          *
      *               DIRECT DEBIT MANDATES - THE CUSTOMER'S STANDING  *
      *               AUTHORITY FOR AN ORIGINATOR (A UTILITY, AN       *
      *               INSURER) TO COLLECT FROM ONE ACCOUNT. KEYED BY   *
      *               ORIGINATORID PLUS MANDATEREF, THE PAIR EVERY     *
      *               COLLECTION ON THE ORIGINATORS' FILE QUOTES.      *
      *               SET UP ACTIVE ('A') AND CANCELLED ('C') AT THE   *
      *               BRANCH THROUGH THE MANDMNT TRANSACTION; A        *
      *               CANCELLED MANDATE IS KEPT FOR THE AUDIT TRAIL,   *
      *               NEVER DELETED. MAXAMOUNT IS THE OPTIONAL CAP ON  *
      *               A SINGLE COLLECTION - ZERO MEANS NO CAP. THE     *
      *               DDCOLLCT BATCH POSTS ONLY AGAINST AN ACTIVE      *
      *               MANDATE FOR THE ACCOUNT THE COLLECTION NAMES.    *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLMANDATE.
           05  MND-ORIGINATORID   PIC X(08).
           05  MND-MANDATEREF     PIC X(18).
           05  MND-ACCOUNTNUMBER  PIC X(10).
           05  MND-MAXAMOUNT      PIC S9(12)V9(3) COMP-3.
           05  MND-SETUPBY        PIC X(08).
           05  MND-SETUPTIME      PIC X(26).
           05  MND-CANCELBY       PIC X(08).
           05  MND-CANCELTIME     PIC X(26).
           05  MND-STATUS         PIC X(01).
               88  MND-ACTIVE         VALUE 'A'.
               88  MND-CANCELLED      VALUE 'C'.
