      *             THIN CICS WRAPPER: IT LINKS XFERCORE,             *
      *             ISSUES THE SYNCPOINT ROLLBACK XFERCORE            *
      *             CANNOT ISSUE ITSELF, AND RETURNS.                 *
      *  2026-10-15 THE SANCTIONS CLEARED FLAG IS RESET    MAINT       *
      *             ON ENTRY - ONLY THE COMPLIANCE RELEASE            *
      *             PATH, WHICH CALLS XFERCORE DIRECTLY,              *
      *             MAY SKIP THE BENEFICIARY SCREENING                *
      *  2026-10-15 EVERY TRANSFER ARRIVING HERE IS MARKED MAINT       *
      *             AS CUSTOMER-INITIATED, SO XFERCORE                *
      *             HOLDS IT TO THE REGISTERED PAYEE LIST             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE DFHCOMMAREA  TO WS-COMMAREA.
           MOVE SPACE        TO SCREEN-FLAG OF WS-COMMAREA.
           SET CHANNEL-CUSTOMER OF WS-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-COMMAREA WS-NEEDS-ROLLBACK.
           IF WS-NEEDS-ROLLBACK = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
