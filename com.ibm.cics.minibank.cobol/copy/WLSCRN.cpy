      *--------------------------------------------------------------*
      * COPYBOOK    : WLSCRN                                          *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE SANCTIONS SCREENING      *
      *               SERVICE (WLSCREEN), SHARED BY EVERY CALLER THAT  *
      *               SCREENS AGAINST THE WATCHLIST: CUSTCORE (NAME    *
      *               AND ADDRESS LINES ON CREATE AND AMEND), XFERCORE *
      *               (THE BENEFICIARY OF AN OUTBOUND INTERBANK        *
      *               TRANSFER), WLRESCRN (THE NIGHTLY RESCREEN OF     *
      *               THE CUSTOMER MASTER) AND WLLOAD (WHICH USES KEY  *
      *               TO BUILD EACH ENTRY'S MATCH KEY). SCRN SCREENS   *
      *               UP TO FOUR TEXT LINES PLUS AN OPTIONAL SORT      *
      *               CODE AND ACCOUNT; KEY RETURNS THE MATCH KEY OF   *
      *               TEXT LINE 1 AND ITS LENGTH.                      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  SCN-FUNCTION          PIC X(04).
           88  SCN-FUNC-SCREEN       VALUE 'SCRN'.
           88  SCN-FUNC-KEY          VALUE 'KEY '.
       05  SCN-TEXT              PIC X(35) OCCURS 4.
       05  SCN-SORTCODE          PIC X(06).
       05  SCN-ACCOUNT           PIC X(10).
      * KEY ONLY - THE NORMALISED FORM OF TEXT LINE 1.
       05  SCN-MATCH-KEY         PIC X(35).
       05  SCN-KEY-LENGTH        PIC S9(04) COMP.
      * SCRN ONLY - THE FIRST LIST ENTRY HIT, AND THE TEXT IT HIT ON.
       05  SCN-HIT-FLAG          PIC X(01).
           88  SCN-HIT               VALUE 'Y'.
           88  SCN-NO-HIT            VALUE 'N'.
       05  SCN-ENTRYID           PIC X(10).
       05  SCN-MATCH-TEXT        PIC X(35).
       05  SCN-RESULT            PIC X(01).
           88  SCN-OK                VALUE '0'.
           88  SCN-FAILED            VALUE '1'.
       05  SCN-ERROR-MSG         PIC X(40).
