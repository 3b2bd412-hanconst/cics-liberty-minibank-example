      *--------------------------------------------------------------*
      * PROGRAM-ID : PAYECORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   REGISTERED PAYEE MAINTENANCE LOGIC, FACTORED THE SAME WAY    *
      *   HOLDCORE IS: A PLAIN COBOL SUBPROGRAM WITH NO EXEC CICS      *
      *   COMMANDS, DRIVEN BY THE THIN CICS WRAPPER PAYEMNT. A PAYEE   *
      *   IS ADDED TO, OR DELETED FROM, THE LIST OF BENEFICIARIES ONE  *
      *   SOURCE ACCOUNT MAY PAY THROUGH THE CUSTOMER CHANNEL - SEE    *
      *   XFERCORE A068. EVERY ADD RAISES AN OUTBOX EVENT IN THE SAME  *
      *   UNIT OF WORK SO THE CUSTOMER IS TOLD A NEW PAYEE APPEARED -  *
      *   THE FIRST SIGN OF AN ACCOUNT TAKEOVER IS OFTEN A PAYEE THE   *
      *   REAL CUSTOMER NEVER ADDED.                                   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYECORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE PAYEE    END-EXEC.
           EXEC SQL INCLUDE CLRROUTE END-EXEC.
           EXEC SQL INCLUDE OUTBOX   END-EXEC.

       01 WS-COMMAREA.
           COPY PAYEMNT.

       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.
       01 WS-SOURCE-CURRENCY      PIC X(03).
       01 WS-REFNO-STAMP          PIC X(26).

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY PAYEMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET PYM-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           IF PYM-OFFICER-ID OF WS-COMMAREA = SPACES
              OR PYM-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN PYM-FUNC-ADD OF WS-COMMAREA
                     PERFORM A100-ADD-PAYEE    THRU A100-EXIT
             WHEN PYM-FUNC-DELETE OF WS-COMMAREA
                     PERFORM A200-DELETE-PAYEE THRU A200-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN PAYEE FUNCTION' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - ADD A PAYEE. THE SOURCE ACCOUNT MUST EXIST AND MUST
      * NOT BE CLOSED. THE BENEFICIARY IS PROVED THE SAME WAY
      * XFERCORE WILL PROVE IT WHEN PAID: A BLANK SORT CODE NAMES AN
      * ACCOUNT AT THIS BANK, WHICH MUST BE ON FILE; ANY OTHER SORT
      * CODE MUST BE ON THE CLEARINGROUTE TABLE (A SUSPENDED ROUTE IS
      * ACCEPTED - THE SUSPENSION IS TESTED AGAIN ON EVERY PAYMENT).
      * THE THREE-PART KEY IS UNIQUE, SO A PAYEE ALREADY REGISTERED
      * IS REFUSED RATHER THAN HAVING ITS COOLING-OFF PERIOD
      * SILENTLY RESTARTED.
      *--------------------------------------------------------------*
       A100-ADD-PAYEE.
           PERFORM A110-CHECK-INPUT-KEYS THRU A110-EXIT.
           MOVE PYM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                        ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT CURRENCY, STATUS
                  INTO :DCLACCOUNT.ACCT-CURRENCY,
                       :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           IF ACCT-ST-CLOSED OF DCLACCOUNT
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'THE ACCOUNT IS CLOSED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO WS-SOURCE-CURRENCY.
           IF PYM-TARGETSORTCODE OF WS-COMMAREA = SPACES
              PERFORM A120-CHECK-LOCAL-PAYEE    THRU A120-EXIT
           ELSE
              PERFORM A130-CHECK-EXTERNAL-PAYEE THRU A130-EXIT
           END-IF.
           MOVE PYM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                     PYE-ACCOUNTNUMBER  OF DCLPAYEE.
           MOVE PYM-TARGETACCOUNT OF WS-COMMAREA TO
                                     PYE-TARGETACCOUNT  OF DCLPAYEE.
           MOVE PYM-TARGETSORTCODE OF WS-COMMAREA TO
                                     PYE-TARGETSORTCODE OF DCLPAYEE.
           MOVE PYM-NICKNAME OF WS-COMMAREA TO
                                     PYE-NICKNAME       OF DCLPAYEE.
           MOVE PYM-OFFICER-ID OF WS-COMMAREA TO
                                     PYE-ADDEDBY        OF DCLPAYEE.
           EXEC SQL
                INSERT INTO PAYEE
                           (ACCOUNTNUMBER
                           ,TARGETACCOUNT
                           ,TARGETSORTCODE
                           ,NICKNAME
                           ,ADDEDTIME
                           ,ADDEDBY
                           )
                 VALUES
                           (:DCLPAYEE.PYE-ACCOUNTNUMBER
                           ,:DCLPAYEE.PYE-TARGETACCOUNT
                           ,:DCLPAYEE.PYE-TARGETSORTCODE
                           ,:DCLPAYEE.PYE-NICKNAME
                           ,CURRENT TIMESTAMP
                           ,:DCLPAYEE.PYE-ADDEDBY
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'PAYEE ALREADY REGISTERED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A150-PUBLISH-PAYEE-ADDED THRU A150-EXIT.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A110 - BOTH ACCOUNTS ARE REQUIRED AND MAY NOT BE THE SAME
      * ACCOUNT. A LOW-VALUE SORT CODE IS TREATED AS BLANK, AS
      * XFERCORE'S A048 TREATS IT, SO THE KEY STORED HERE IS THE KEY
      * XFERCORE WILL LOOK FOR.
      *--------------------------------------------------------------*
       A110-CHECK-INPUT-KEYS.
           IF PYM-ACCOUNTNUMBER OF WS-COMMAREA = SPACES
              OR PYM-ACCOUNTNUMBER OF WS-COMMAREA = LOW-VALUE
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ACCOUNT NUMBER IS REQUIRED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF PYM-TARGETACCOUNT OF WS-COMMAREA = SPACES
              OR PYM-TARGETACCOUNT OF WS-COMMAREA = LOW-VALUE
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'PAYEE ACCOUNT IS REQUIRED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF PYM-TARGETSORTCODE OF WS-COMMAREA = LOW-VALUE
              MOVE SPACES TO PYM-TARGETSORTCODE OF WS-COMMAREA
           END-IF.
           IF PYM-TARGETSORTCODE OF WS-COMMAREA = SPACES
              AND PYM-TARGETACCOUNT OF WS-COMMAREA =
                  PYM-ACCOUNTNUMBER OF WS-COMMAREA
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'TWO ACCOUNTS CAN NOT BE SAME' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A120 - A PAYEE AT THIS BANK MUST BE AN ACCOUNT ON FILE THAT
      * IS NOT CLOSED.
      *--------------------------------------------------------------*
       A120-CHECK-LOCAL-PAYEE.
           MOVE PYM-TARGETACCOUNT OF WS-COMMAREA TO
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
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'PAYEE ACCOUNT IS NOT FOUND' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           IF ACCT-ST-CLOSED OF DCLACCOUNT
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'PAYEE ACCOUNT IS CLOSED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A120-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A130 - A PAYEE AT ANOTHER BANK MUST CARRY A SORT CODE WE CAN
      * CLEAR TO.
      *--------------------------------------------------------------*
       A130-CHECK-EXTERNAL-PAYEE.
           MOVE PYM-TARGETSORTCODE OF WS-COMMAREA TO
                                   RTE-SORTCODE OF DCLCLEARINGROUTE.
           EXEC SQL
                SELECT STATUS
                  INTO :DCLCLEARINGROUTE.RTE-STATUS
                  FROM CLEARINGROUTE
                 WHERE SORTCODE = :DCLCLEARINGROUTE.RTE-SORTCODE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'SORT CODE NOT IN CLEARING' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A130-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A150 - TELL THE CUSTOMER. THE EVENT GOES ON OUTBOX THE WAY
      * XFERCORE'S A450 PUBLISHES A TRANSFER - BORN UNDELIVERED FOR
      * OUTBXDSP TO DISPATCH - UNDER TRANTYPE 'PAYEEADD' WITH A ZERO
      * AMOUNT IN THE SOURCE ACCOUNT'S CURRENCY. THE REFNO IS BUILT
      * THE WAY XFERCORE'S A040 BUILDS ONE, FROM THE SOURCE ACCOUNT
      * AND THE CURRENT TIMESTAMP. A FAILED INSERT FAILS THE ADD: A
      * PAYEE THE CUSTOMER WAS NEVER TOLD ABOUT IS NOT REGISTERED.
      *--------------------------------------------------------------*
       A150-PUBLISH-PAYEE-ADDED.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-REFNO-STAMP
           END-EXEC.
           MOVE SPACES TO OUTBOX-REFNO OF DCLOUTBOX.
           STRING PYM-ACCOUNTNUMBER OF WS-COMMAREA DELIMITED BY SIZE
                  WS-REFNO-STAMP                   DELIMITED BY SIZE
                  INTO OUTBOX-REFNO OF DCLOUTBOX.
           MOVE 'PAYEEADD'         TO OUTBOX-TRANTYPE    OF DCLOUTBOX.
           MOVE PYM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                      OUTBOX-SOURCE-ACCT OF DCLOUTBOX.
           MOVE PYM-TARGETACCOUNT OF WS-COMMAREA TO
                                      OUTBOX-TARGET-ACCT OF DCLOUTBOX.
           MOVE 0                  TO OUTBOX-AMOUNT      OF DCLOUTBOX.
           MOVE WS-SOURCE-CURRENCY TO OUTBOX-CURRENCY    OF DCLOUTBOX.
           MOVE '0'                TO OUTBOX-RESULT      OF DCLOUTBOX.
           EXEC SQL
                INSERT INTO OUTBOX
                           (REFNO
                           ,TRANTYPE
                           ,SOURCEACCOUNT
                           ,TARGETACCOUNT
                           ,AMOUNT
                           ,CURRENCY
                           ,EVENTTIME
                           ,TRANRESULT
                           ,DELIVERYSTATUS
                           ,ATTEMPTCOUNT
                           )
                 VALUES
                           (:DCLOUTBOX.OUTBOX-REFNO
                           ,:DCLOUTBOX.OUTBOX-TRANTYPE
                           ,:DCLOUTBOX.OUTBOX-SOURCE-ACCT
                           ,:DCLOUTBOX.OUTBOX-TARGET-ACCT
                           ,:DCLOUTBOX.OUTBOX-AMOUNT
                           ,:DCLOUTBOX.OUTBOX-CURRENCY
                           ,CURRENT TIMESTAMP
                           ,:DCLOUTBOX.OUTBOX-RESULT
                           ,'P'
                           ,0
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET PYM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO PYM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A150-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - DELETE A PAYEE. THE ROW IS REMOVED OUTRIGHT; ADDING
      * THE SAME PAYEE AGAIN LATER IS A NEW REGISTRATION WITH ITS
      * OWN COOLING-OFF PERIOD AND ITS OWN OUTBOX EVENT.
      *--------------------------------------------------------------*
       A200-DELETE-PAYEE.
           PERFORM A110-CHECK-INPUT-KEYS THRU A110-EXIT.
           MOVE PYM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                     PYE-ACCOUNTNUMBER  OF DCLPAYEE.
           MOVE PYM-TARGETACCOUNT OF WS-COMMAREA TO
                                     PYE-TARGETACCOUNT  OF DCLPAYEE.
           MOVE PYM-TARGETSORTCODE OF WS-COMMAREA TO
                                     PYE-TARGETSORTCODE OF DCLPAYEE.
           EXEC SQL
                DELETE FROM PAYEE
                 WHERE ACCOUNTNUMBER  = :DCLPAYEE.PYE-ACCOUNTNUMBER
                   AND TARGETACCOUNT  = :DCLPAYEE.PYE-TARGETACCOUNT
                   AND TARGETSORTCODE = :DCLPAYEE.PYE-TARGETSORTCODE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'PAYEE NOT FOUND' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET PYM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET PYM-OK OF WS-COMMAREA TO TRUE
           MOVE LOW-VALUE TO PYM-ERROR-MSG OF WS-COMMAREA
           MOVE 'PAYEE ACTION COMPLETED' TO
                                        PYM-ERROR-MSG OF WS-COMMAREA
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
           IF PYM-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
