      *--------------------------------------------------------------*
      * COPYBOOK    : WATCHLST                                        *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE WATCHLIST        *
      *               THE SANCTIONS WATCHLIST, REPLACED WHOLE EVERY    *
      *               DAY BY THE WLLOAD INTAKE FROM THE LIST           *
      *               PROVIDER'S FILE. A NAME ENTRY ('N') CARRIES THE  *
      *               LISTED NAME AND ITS MATCH KEY - THE NAME         *
      *               UPPER-CASED WITH EVERYTHING BUT LETTERS AND      *
      *               DIGITS SQUEEZED OUT, BUILT BY THE WLSCREEN       *
      *               SERVICE SO THE LOAD AND THE SCREENING ALWAYS     *
      *               AGREE ON ONE NORMAL FORM. AN ACCOUNT ENTRY ('A') *
      *               CARRIES A LISTED SORT CODE AND ACCOUNT NUMBER.   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLWATCHLIST.
           05  WLS-ENTRYID        PIC X(10).
           05  WLS-ENTRYTYPE      PIC X(01).
               88  WLS-TYPE-NAME      VALUE 'N'.
               88  WLS-TYPE-ACCOUNT   VALUE 'A'.
           05  WLS-NAME           PIC X(35).
           05  WLS-MATCHKEY       PIC X(35).
           05  WLS-SORTCODE       PIC X(06).
           05  WLS-ACCOUNT        PIC X(10).
           05  WLS-LISTDATE       PIC X(10).
           05  WLS-LOADDATE       PIC X(10).
