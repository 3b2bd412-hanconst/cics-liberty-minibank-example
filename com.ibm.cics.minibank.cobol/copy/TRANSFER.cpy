      *             AUTHORISED AT SET-UP) SETS THE                    *
      *             PRE-APPROVED FLAG TO POST STRAIGHT                *
      *             THROUGH                                           *
      *  2026-10-15 ADDED BENEF-NAME AND SCREEN-FLAG FOR    MAINT       *
      *             SANCTIONS SCREENING: AN OUTBOUND                  *
      *             INTERBANK TRANSFER WHOSE BENEFICIARY              *
      *             HITS THE WATCHLIST IS PARKED ON                   *
      *             SCREENHOLD, AND ONLY THE COMPLIANCE               *
      *             RELEASE PATH SETS THE CLEARED FLAG TO             *
      *             POST IT WITHOUT SCREENING AGAIN                   *
      *  2026-10-15 ADDED CHANNEL-FLAG FOR REGISTERED      MAINT       *
      *             PAYEES: ONLY THE CICS TRANSFER                    *
      *             PROGRAM SETS IT TO CUSTOMER, AND                  *
      *             XFERCORE THEN PAYS ONLY A PAYEE ON                *
      *             THE SOURCE ACCOUNT'S PAYEE LIST. THE              *
      *             BATCH DRIVERS AND RE-DRIVE PATHS                  *
      *             LEAVE IT BLANK                                    *
      *--------------------------------------------------------------*
       05  SOURCE-ACCOUNT        PIC X(10).
       05  TARGET-ACCOUNT        PIC X(10).
           88  TRAN-OK               VALUE '0'.
           88  TRAN-FAILED           VALUE '1'.
       05  ERROR-MSG             PIC X(40).
       05  BENEF-NAME            PIC X(35).
       05  SCREEN-FLAG           PIC X(01).
           88  SCREEN-CLEARED        VALUE 'C'.
       05  CHANNEL-FLAG          PIC X(01).
           88  CHANNEL-CUSTOMER      VALUE 'C'.
