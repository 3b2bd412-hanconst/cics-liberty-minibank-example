      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 ADDED BENEFNAME SO THE NAME SCREENED     MAINT      *
      *             WHEN THE ITEM IS APPROVED IS THE ONE KEYED        *
      *--------------------------------------------------------------*
       01  DCLXFERAUTH.
           05  XAU-AUTHID         PIC X(26).
               88  XAU-APPROVED       VALUE 'A'.
               88  XAU-REJECTED       VALUE 'R'.
               88  XAU-EXPIRED        VALUE 'E'.
           05  XAU-BENEFNAME      PIC X(35).
