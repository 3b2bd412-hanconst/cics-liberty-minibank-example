      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 THE SANCTIONS CLEARED FLAG IS RESET    MAINT       *
      *             ON ENTRY - ONLY THE COMPLIANCE RELEASE            *
      *             PATH, WHICH CALLS CUSTCORE DIRECTLY,              *
      *             MAY SKIP THE WATCHLIST SCREENING                  *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE DFHCOMMAREA  TO WS-COMMAREA.
           MOVE SPACE        TO CSM-SCREEN-FLAG OF WS-COMMAREA.
           CALL 'CUSTCORE' USING WS-COMMAREA WS-NEEDS-ROLLBACK.
           IF WS-NEEDS-ROLLBACK = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
