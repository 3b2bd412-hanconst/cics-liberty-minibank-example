      *--------------------------------------------------------------*
      * PROGRAM-ID : MANDCORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   DIRECT DEBIT MANDATE MAINTENANCE LOGIC, FACTORED THE SAME    *
      *   WAY HOLDCORE IS: A PLAIN COBOL SUBPROGRAM WITH NO EXEC CICS  *
      *   COMMANDS, DRIVEN BY THE THIN CICS WRAPPER MANDMNT. AT THE    *
      *   BRANCH AN OFFICER SETS UP A MANDATE - THE CUSTOMER'S         *
      *   AUTHORITY FOR AN ORIGINATOR TO COLLECT FROM ONE ACCOUNT,     *
      *   WITH AN OPTIONAL CAP ON ANY SINGLE COLLECTION - OR CANCELS   *
      *   ONE. THE NIGHTLY DDCOLLCT BATCH POSTS A COLLECTION ONLY      *
      *   AGAINST AN ACTIVE MANDATE AND RETURNS EVERYTHING ELSE TO     *
      *   THE ORIGINATOR UNPAID.                                       *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDCORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE MANDATE  END-EXEC.

       01 WS-COMMAREA.
           COPY MANDMNT.

       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY MANDMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET MDM-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           IF MDM-OFFICER-ID OF WS-COMMAREA = SPACES
              OR MDM-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN MDM-FUNC-SETUP OF WS-COMMAREA
                     PERFORM A100-SETUP-MANDATE  THRU A100-EXIT
             WHEN MDM-FUNC-CANCEL OF WS-COMMAREA
                     PERFORM A200-CANCEL-MANDATE THRU A200-EXIT
             WHEN OTHER
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN MANDATE FUNCTION' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - SET UP A MANDATE. THE DEBTOR ACCOUNT MUST EXIST AND
      * MUST NOT BE CLOSED - A MANDATE ON A CLOSED ACCOUNT COULD
      * NEVER BE COLLECTED. A FROZEN OR DORMANT ACCOUNT MAY STILL
      * TAKE A MANDATE: THE STATUS IS TESTED AGAIN ON EVERY
      * COLLECTION BY XFERCORE, AND THE CUSTOMER MAY WELL BE SETTING
      * UP THE MANDATE AS PART OF PUTTING THE ACCOUNT BACK IN USE.
      * THE ORIGINATOR-PLUS-REFERENCE KEY IS UNIQUE, SO A MANDATE
      * ALREADY ON FILE - ACTIVE OR CANCELLED - IS REFUSED RATHER
      * THAN SILENTLY REPOINTED AT ANOTHER ACCOUNT.
      *--------------------------------------------------------------*
       A100-SETUP-MANDATE.
           PERFORM A110-CHECK-INPUT-KEYS THRU A110-EXIT.
           IF MDM-ACCOUNTNUMBER OF WS-COMMAREA = SPACES
              OR MDM-ACCOUNTNUMBER OF WS-COMMAREA = LOW-VALUE
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ACCOUNT NUMBER IS REQUIRED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF MDM-MAXAMOUNT OF WS-COMMAREA IS NOT NUMERIC
              OR MDM-MAXAMOUNT OF WS-COMMAREA < 0
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MAXIMUM AMOUNT MUST BE ZERO OR MORE' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE MDM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                        ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT STATUS
                  INTO :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           IF ACCT-ST-CLOSED OF DCLACCOUNT
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'THE ACCOUNT IS CLOSED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE MDM-ORIGINATORID OF WS-COMMAREA TO
                                     MND-ORIGINATORID  OF DCLMANDATE.
           MOVE MDM-MANDATEREF OF WS-COMMAREA TO
                                     MND-MANDATEREF    OF DCLMANDATE.
           MOVE MDM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                     MND-ACCOUNTNUMBER OF DCLMANDATE.
           MOVE MDM-MAXAMOUNT OF WS-COMMAREA TO
                                     MND-MAXAMOUNT     OF DCLMANDATE.
           MOVE MDM-OFFICER-ID OF WS-COMMAREA TO
                                     MND-SETUPBY       OF DCLMANDATE.
           EXEC SQL
                INSERT INTO MANDATE
                           (ORIGINATORID
                           ,MANDATEREF
                           ,ACCOUNTNUMBER
                           ,MAXAMOUNT
                           ,SETUPBY
                           ,SETUPTIME
                           ,CANCELBY
                           ,CANCELTIME
                           ,STATUS
                           )
                 VALUES
                           (:DCLMANDATE.MND-ORIGINATORID
                           ,:DCLMANDATE.MND-MANDATEREF
                           ,:DCLMANDATE.MND-ACCOUNTNUMBER
                           ,:DCLMANDATE.MND-MAXAMOUNT
                           ,:DCLMANDATE.MND-SETUPBY
                           ,CURRENT TIMESTAMP
                           ,' '
                           ,' '
                           ,'A'
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'MANDATE ALREADY EXISTS' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A110-CHECK-INPUT-KEYS.
           IF MDM-ORIGINATORID OF WS-COMMAREA = SPACES
              OR MDM-ORIGINATORID OF WS-COMMAREA = LOW-VALUE
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ORIGINATOR ID IS REQUIRED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF MDM-MANDATEREF OF WS-COMMAREA = SPACES
              OR MDM-MANDATEREF OF WS-COMMAREA = LOW-VALUE
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MANDATE REFERENCE IS REQUIRED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - CANCEL A MANDATE. READ UNDER AN UPDATE LOCK - THE SAME
      * DISCIPLINE HOLDCORE'S A210 USES - SO TWO OFFICERS CANNOT
      * CANCEL THE SAME MANDATE AT ONCE. ONLY AN ACTIVE MANDATE CAN
      * BE CANCELLED. THE ROW STAYS ON FILE AS CANCELLED, WITH WHO
      * CANCELLED IT AND WHEN, SO A LATER DISPUTE OVER A COLLECTION
      * CAN BE ANSWERED FROM THE TABLE.
      *--------------------------------------------------------------*
       A200-CANCEL-MANDATE.
           PERFORM A110-CHECK-INPUT-KEYS THRU A110-EXIT.
           MOVE MDM-ORIGINATORID OF WS-COMMAREA TO
                                     MND-ORIGINATORID  OF DCLMANDATE.
           MOVE MDM-MANDATEREF OF WS-COMMAREA TO
                                     MND-MANDATEREF    OF DCLMANDATE.
           EXEC SQL
                SELECT ACCOUNTNUMBER, MAXAMOUNT, STATUS
                  INTO :DCLMANDATE.MND-ACCOUNTNUMBER,
                       :DCLMANDATE.MND-MAXAMOUNT,
                       :DCLMANDATE.MND-STATUS
                  FROM MANDATE
                 WHERE ORIGINATORID = :DCLMANDATE.MND-ORIGINATORID
                   AND MANDATEREF   = :DCLMANDATE.MND-MANDATEREF
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'MANDATE NOT FOUND' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET MDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF NOT MND-ACTIVE OF DCLMANDATE
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MANDATE IS NOT ACTIVE' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE MND-ACCOUNTNUMBER OF DCLMANDATE TO
                                     MDM-ACCOUNTNUMBER OF WS-COMMAREA.
           MOVE MND-MAXAMOUNT OF DCLMANDATE TO
                                     MDM-MAXAMOUNT     OF WS-COMMAREA.
           MOVE MDM-OFFICER-ID OF WS-COMMAREA TO
                                     MND-CANCELBY      OF DCLMANDATE.
           EXEC SQL
                UPDATE MANDATE
                       SET STATUS       = 'C'
                          ,CANCELBY     = :DCLMANDATE.MND-CANCELBY
                          ,CANCELTIME   = CHAR(CURRENT TIMESTAMP)
                     WHERE ORIGINATORID = :DCLMANDATE.MND-ORIGINATORID
                       AND MANDATEREF   = :DCLMANDATE.MND-MANDATEREF
           END-EXEC.
           IF SQLCODE NOT = 0
              SET MDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO MDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET MDM-OK OF WS-COMMAREA TO TRUE
           MOVE LOW-VALUE TO MDM-ERROR-MSG OF WS-COMMAREA
           MOVE 'MANDATE ACTION COMPLETED' TO
                                        MDM-ERROR-MSG OF WS-COMMAREA
           MOVE WS-COMMAREA TO LK-COMMAREA
           GOBACK.
       A500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * E000 - ON ANY ERROR, TELL THE CALLER A ROLLBACK IS NEEDED AND
      * GO STRAIGHT BACK - THE SAME CONTRACT HOLDCORE AND ACCTCORE
      * HAVE WITH THEIR CALLERS.
      *--------------------------------------------------------------*
       E000-ERROR.
           IF MDM-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
