      *--------------------------------------------------------------*
      * COPYBOOK    : GLCTL                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE GLCONTROL        *
      *               THE GL INTERFACE POSTING ANCHOR, ONE ROW PER     *
      *               LEDGER. LASTCUTOFF IS THE TRANSTIME UP TO WHICH  *
      *               TRANSHISTORY HAS BEEN JOURNALLED - THE NEXT      *
      *               GLPOST RUN TAKES EVERYTHING AFTER IT, AND        *
      *               ADVANCES IT IN THE SAME UNIT OF WORK AS THE      *
      *               GLBALANCE POSTINGS. THE ROW IS SEEDED AT GO-     *
      *               LIVE TOGETHER WITH THE OPENING GLBALANCE ROWS.   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLGLCONTROL.
           05  GLC-LEDGER         PIC X(08).
           05  GLC-LASTCUTOFF     PIC X(26).
           05  GLC-LASTRUNDATE    PIC X(10).
