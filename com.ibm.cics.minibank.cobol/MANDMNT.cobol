      *--------------------------------------------------------------*
      * PROGRAM-ID : MANDMNT                                          *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   CICS DIRECT DEBIT MANDATE MAINTENANCE TRANSACTION - A        *
      *   SIBLING TO HOLDMNT AND BUILT THE SAME WAY: A THIN CICS       *
      *   WRAPPER THAT LINKS THE PLAIN COBOL CORE (MANDCORE, WHICH     *
      *   HOLDS ALL THE MANDATE SET-UP AND CANCELLATION LOGIC),        *
      *   ISSUES THE SYNCPOINT ROLLBACK THE CORE CANNOT ISSUE          *
      *   ITSELF, AND RETURNS.                                         *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAREA.
           COPY MANDMNT.
       01 WS-NEEDS-ROLLBACK  PIC X(01).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY MANDMNT.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE DFHCOMMAREA  TO WS-COMMAREA.
           CALL 'MANDCORE' USING WS-COMMAREA WS-NEEDS-ROLLBACK.
           IF WS-NEEDS-ROLLBACK = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
           PERFORM RETURN-CALL THRU RETURN-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       RETURN-CALL.
           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS
                RETURN
           END-EXEC.
       RETURN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
