      *--------------------------------------------------------------*
      * PROGRAM-ID : CASHCORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   TELLER CASH LOGIC, FACTORED THE SAME WAY HOLDCORE IS: A      *
      *   PLAIN COBOL SUBPROGRAM WITH NO EXEC CICS COMMANDS, DRIVEN    *
      *   BY THE THIN CICS WRAPPER CASHMNT. EACH TELLER WORKS A TILL   *
      *   (TABLE TILL) PER BRANCH SORT CODE AND CURRENCY, OPENED WITH  *
      *   ITS FLOAT AT THE START OF THE DAY AND CLOSED WITH THE        *
      *   TELLER'S DECLARED COUNT AT THE END. IN BETWEEN, A CASH       *
      *   DEPOSIT CREDITS THE CUSTOMER'S ACCOUNT (TRANSNAME 'CASHDEP') *
      *   AND A CASH WITHDRAWAL DEBITS IT (TRANSNAME 'CASHWDL'), EACH  *
      *   A SINGLE-LEG TRANSHISTORY ROW WITH BEFORE/AFTER BALANCE      *
      *   SNAPSHOTS, THE WAY ODINTACR POSTS 'ODCHARGE' - THE OTHER     *
      *   SIDE OF THE MOVEMENT IS THE TELLER'S TILL, WHOSE CASH-IN OR  *
      *   CASH-OUT MOVES IN THE SAME UNIT OF WORK. THE ACCOUNT LEG     *
      *   GOES THROUGH THE SAME STATUS, OVERDRAFT AND FUNDS-HOLD       *
      *   RULES XFERCORE'S A880/A888 APPLY, WITH THE SAME REFUSAL      *
      *   MESSAGES. THE TILLBAL CLOSE-OF-DAY REPORT BALANCES EACH      *
      *   TILL'S EXPECTED CASH AGAINST THE DECLARED COUNT.             *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHCORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE TRANHIST END-EXEC.
           EXEC SQL INCLUDE TILL     END-EXEC.

       01 WS-COMMAREA.
           COPY CASHMNT.

       01 WS-TODAY                PIC X(10).
       01 WS-TILL-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-TILL-FOUND          VALUE 'Y'.
       01 WS-TILL-CASH            PIC S9(12)V9(3) VALUE 0.

      * IDEMPOTENCY CHECKING (SEE A210)
       01 WS-DUP-COUNT            PIC S9(08) COMP VALUE 0.
       01 WS-REFNO-STAMP          PIC X(26).

      * THE ACCOUNT LEG - SIGNED AS TRANSHISTORY CARRIES IT: A
      * DEPOSIT IS POSITIVE, A WITHDRAWAL NEGATIVE.
       01 WS-TRANS-NAME           PIC X(08).
       01 WS-TRANS-AMOUNT         PIC S9(12)V9(3) VALUE 0.
       01 WS-OLD-BALANCE          PIC S9(12)V9(3) VALUE 0.
       01 WS-NEW-BALANCE          PIC S9(12)V9(3) VALUE 0.
       01 AM-TEMP                 PIC S9(12)V9(3) VALUE 0.
       01 WS-OVERDRAFT-FLOOR      PIC S9(12)V9(3) VALUE 0.
       01 WS-HELD-TOTAL           PIC S9(12)V9(3) VALUE 0.
       01 WS-OVERDRAFTLIMIT-IND   PIC S9(04) COMP VALUE 0.
       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY CASHMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET CSH-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-TODAY
           END-EXEC.
           IF CSH-OFFICER-ID OF WS-COMMAREA = SPACES
              OR CSH-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A050-CHECK-TILL-KEYS THRU A050-EXIT.
           EVALUATE TRUE
             WHEN CSH-FUNC-OPEN OF WS-COMMAREA
                     PERFORM A100-OPEN-TILL  THRU A100-EXIT
             WHEN CSH-FUNC-DEPOSIT OF WS-COMMAREA
                     MOVE 'CASHDEP' TO WS-TRANS-NAME
                     MOVE CSH-AMOUNT OF WS-COMMAREA TO WS-TRANS-AMOUNT
                     PERFORM A200-POST-CASH  THRU A200-EXIT
             WHEN CSH-FUNC-WITHDRAW OF WS-COMMAREA
                     MOVE 'CASHWDL' TO WS-TRANS-NAME
                     COMPUTE WS-TRANS-AMOUNT =
                             CSH-AMOUNT OF WS-COMMAREA * -1
                     PERFORM A200-POST-CASH  THRU A200-EXIT
             WHEN CSH-FUNC-CLOSE OF WS-COMMAREA
                     PERFORM A300-CLOSE-TILL THRU A300-EXIT
             WHEN OTHER
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN CASH FUNCTION' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A050 - EVERY FUNCTION NAMES THE TILL (BRANCH SORT CODE AND
      * CURRENCY - THE TELLER IS THE OFFICER KEYING IT) AND CARRIES
      * AN AMOUNT: THE FLOAT AT OPEN, THE CASH AT A DEPOSIT OR
      * WITHDRAWAL, THE DECLARED COUNT AT CLOSE.
      *--------------------------------------------------------------*
       A050-CHECK-TILL-KEYS.
           IF CSH-SORTCODE OF WS-COMMAREA = SPACES
              OR CSH-SORTCODE OF WS-COMMAREA = LOW-VALUE
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'SORT CODE IS REQUIRED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF CSH-CURRENCY OF WS-COMMAREA = SPACES
              OR CSH-CURRENCY OF WS-COMMAREA = LOW-VALUE
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'CURRENCY CODE IS REQUIRED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF CSH-AMOUNT OF WS-COMMAREA IS NOT NUMERIC
              OR CSH-AMOUNT OF WS-COMMAREA < 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'AMOUNT MUST BE ZERO OR MORE' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE CSH-SORTCODE OF WS-COMMAREA TO
                                        TIL-SORTCODE  OF DCLTILL.
           MOVE CSH-OFFICER-ID OF WS-COMMAREA TO
                                        TIL-OFFICERID OF DCLTILL.
           MOVE CSH-CURRENCY OF WS-COMMAREA TO
                                        TIL-CURRENCY  OF DCLTILL.
       A050-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - OPEN THE TILL FOR TODAY WITH THE FLOAT COUNTED IN. A
      * TELLER'S FIRST OPEN IN A CURRENCY AT A BRANCH CREATES THE
      * ROW; AFTER THAT THE SAME ROW IS REOPENED EACH DAY, STARTING
      * CLEAN. A TILL CAN BE OPENED ONCE A DAY: ONE ALREADY OPEN, OR
      * ALREADY CLOSED TODAY, IS REFUSED - A SECOND OPEN WOULD WIPE
      * THE DAY'S CASH MOVEMENTS BEFORE TILLBAL BALANCED THEM. A
      * TILL LEFT OPEN FROM AN EARLIER DAY MUST BE CLOSED FIRST, SO
      * ITS OVER/SHORT IS DECLARED AND REPORTED.
      *--------------------------------------------------------------*
       A100-OPEN-TILL.
           PERFORM A110-READ-TILL THRU A110-EXIT.
           IF WS-TILL-FOUND
              IF TIL-OPEN OF DCLTILL
                 SET CSH-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                 IF TIL-TILLDATE OF DCLTILL = WS-TODAY
                    MOVE 'TILL IS ALREADY OPEN' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                 ELSE
                    MOVE 'TILL NOT CLOSED FROM A PREVIOUS DAY' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                 END-IF
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
              IF TIL-TILLDATE OF DCLTILL = WS-TODAY
                 SET CSH-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                 MOVE 'TILL ALREADY CLOSED TODAY' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
           END-IF.
           MOVE WS-TODAY TO TIL-TILLDATE OF DCLTILL.
           MOVE CSH-AMOUNT OF WS-COMMAREA TO
                                        TIL-OPENCASH  OF DCLTILL.
           IF WS-TILL-FOUND
              EXEC SQL
                   UPDATE TILL
                          SET TILLDATE     = :DCLTILL.TIL-TILLDATE
                             ,OPENCASH     = :DCLTILL.TIL-OPENCASH
                             ,CASHIN       = 0
                             ,CASHOUT      = 0
                             ,DECLAREDCASH = 0
                             ,OPENTIME     = CHAR(CURRENT TIMESTAMP)
                             ,CLOSETIME    = ' '
                             ,STATUS       = 'O'
                        WHERE SORTCODE     = :DCLTILL.TIL-SORTCODE
                          AND OFFICERID    = :DCLTILL.TIL-OFFICERID
                          AND CURRENCY     = :DCLTILL.TIL-CURRENCY
              END-EXEC
           ELSE
              EXEC SQL
                   INSERT INTO TILL
                              (SORTCODE
                              ,OFFICERID
                              ,CURRENCY
                              ,TILLDATE
                              ,OPENCASH
                              ,CASHIN
                              ,CASHOUT
                              ,DECLAREDCASH
                              ,OPENTIME
                              ,CLOSETIME
                              ,STATUS
                              )
                    VALUES
                              (:DCLTILL.TIL-SORTCODE
                              ,:DCLTILL.TIL-OFFICERID
                              ,:DCLTILL.TIL-CURRENCY
                              ,:DCLTILL.TIL-TILLDATE
                              ,:DCLTILL.TIL-OPENCASH
                              ,0
                              ,0
                              ,0
                              ,CHAR(CURRENT TIMESTAMP)
                              ,' '
                              ,'O'
                              )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE CSH-AMOUNT OF WS-COMMAREA TO WS-TILL-CASH.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A110 - READ THE TILL UNDER AN UPDATE LOCK - THE SAME
      * DISCIPLINE HOLDCORE'S A210 USES - SO A TELLER'S TWO
      * TERMINALS CANNOT MOVE THE SAME TILL AT ONCE. NOT FINDING IT
      * IS NOT AN ERROR HERE: OPEN CREATES IT, THE OTHER FUNCTIONS
      * REFUSE.
      *--------------------------------------------------------------*
       A110-READ-TILL.
           MOVE 'N' TO WS-TILL-FOUND-SW.
           EXEC SQL
                SELECT TILLDATE, OPENCASH, CASHIN, CASHOUT, STATUS
                  INTO :DCLTILL.TIL-TILLDATE,
                       :DCLTILL.TIL-OPENCASH,
                       :DCLTILL.TIL-CASHIN,
                       :DCLTILL.TIL-CASHOUT,
                       :DCLTILL.TIL-STATUS
                  FROM TILL
                 WHERE SORTCODE  = :DCLTILL.TIL-SORTCODE
                   AND OFFICERID = :DCLTILL.TIL-OFFICERID
                   AND CURRENCY  = :DCLTILL.TIL-CURRENCY
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     MOVE 'Y' TO WS-TILL-FOUND-SW
                     COMPUTE WS-TILL-CASH = TIL-OPENCASH OF DCLTILL
                                          + TIL-CASHIN   OF DCLTILL
                                          - TIL-CASHOUT  OF DCLTILL
             WHEN 100
                     CONTINUE
             WHEN OTHER
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - POST A CASH DEPOSIT OR WITHDRAWAL. THE TILL MUST BE
      * OPEN FOR TODAY, AND A WITHDRAWAL CANNOT PAY OUT MORE CASH
      * THAN THE TILL SHOULD HOLD. THE ACCOUNT LEG THEN RUNS THE
      * XFERCORE RULES AND POSTS, AND THE TILL MOVES WITH IT.
      *--------------------------------------------------------------*
       A200-POST-CASH.
           IF CSH-AMOUNT OF WS-COMMAREA NOT > 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'AMOUNT MUST BE POSITIVE' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF CSH-ACCOUNTNUMBER OF WS-COMMAREA = SPACES
              OR CSH-ACCOUNTNUMBER OF WS-COMMAREA = LOW-VALUE
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'ACCOUNT NUMBER IS REQUIRED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A210-CHECK-DUPLICATE THRU A210-EXIT.
           PERFORM A110-READ-TILL THRU A110-EXIT.
           IF NOT WS-TILL-FOUND
              OR NOT TIL-OPEN OF DCLTILL
              OR TIL-TILLDATE OF DCLTILL NOT = WS-TODAY
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'TILL IS NOT OPEN FOR TODAY' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF CSH-FUNC-WITHDRAW OF WS-COMMAREA
              AND CSH-AMOUNT OF WS-COMMAREA > WS-TILL-CASH
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'NOT ENOUGH CASH IN THE TILL' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A220-GEN-REFNO      THRU A220-EXIT.
           PERFORM A230-CHECK-BALANCE  THRU A230-EXIT.
           PERFORM A250-UPD-ACCOUNT    THRU A250-EXIT.
           PERFORM A260-UPD-TRANS-LOG  THRU A260-EXIT.
           PERFORM A270-UPD-TILL       THRU A270-EXIT.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A210 - IDEMPOTENCY CHECK, AS XFERCORE'S A010. A REF-NO THAT
      * HAS ALREADY POSTED IS A RETRY OF A POSTING WE COMPLETED (A
      * TERMINAL THAT TIMED OUT BEFORE THE TELLER SAW THE REPLY) -
      * REPORT SUCCESS WITHOUT MOVING MONEY OR CASH AGAIN.
      *--------------------------------------------------------------*
       A210-CHECK-DUPLICATE.
           IF CSH-REF-NO OF WS-COMMAREA = SPACES
              OR CSH-REF-NO OF WS-COMMAREA = LOW-VALUE
              GO TO A210-EXIT
           END-IF.
           MOVE CSH-REF-NO OF WS-COMMAREA TO REFNO OF DCLTRANSHISTORY.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-COUNT
                  FROM TRANSHISTORY
                 WHERE REFNO = :DCLTRANSHISTORY.REFNO
           END-EXEC.
           IF WS-DUP-COUNT > 0
              SET CSH-OK OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'ALREADY PROCESSED' TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE WS-COMMAREA TO LK-COMMAREA
              GOBACK
           END-IF.
       A210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A220 - GENERATE A REF-NO WHEN THE TELLER DID NOT SUPPLY ONE,
      * THE SAME RECIPE AS XFERCORE'S A040, AND HAND IT BACK.
      *--------------------------------------------------------------*
       A220-GEN-REFNO.
           IF CSH-REF-NO OF WS-COMMAREA = SPACES
              OR CSH-REF-NO OF WS-COMMAREA = LOW-VALUE
              EXEC SQL
                   VALUES (CHAR(CURRENT TIMESTAMP))
                     INTO :WS-REFNO-STAMP
              END-EXEC
              MOVE SPACES TO CSH-REF-NO OF WS-COMMAREA
              STRING CSH-ACCOUNTNUMBER OF WS-COMMAREA
                                               DELIMITED BY SIZE
                     WS-REFNO-STAMP            DELIMITED BY SIZE
                     INTO CSH-REF-NO OF WS-COMMAREA
           END-IF.
       A220-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A230 - READ THE ACCOUNT UNDER AN UPDATE LOCK AND APPLY THE
      * RULES XFERCORE'S A888 APPLIES TO ANY LEG: THE STATUS
      * LIFECYCLE (A240), THEN FOR A WITHDRAWAL THE OVERDRAFT FLOOR
      * AGAINST THE AVAILABLE BALANCE - THE BALANCE LESS ACTIVE,
      * UNEXPIRED ACCTHOLD AMOUNTS. CASH IS ONLY PAID OR TAKEN IN
      * THE ACCOUNT'S OWN CURRENCY: THE COUNTER DOES NOT CONVERT.
      *--------------------------------------------------------------*
       A230-CHECK-BALANCE.
           MOVE CSH-ACCOUNTNUMBER OF WS-COMMAREA TO
                                        ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
               SELECT BALANCE, OVERDRAFTLIMIT, STATUS, CURRENCY
                 INTO :DCLACCOUNT.BALANCE,
                      :DCLACCOUNT.OVERDRAFTLIMIT :WS-OVERDRAFTLIMIT-IND,
                      :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND,
                      :DCLACCOUNT.ACCT-CURRENCY
                 FROM ACCOUNT
                WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
                 WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF ACCT-CURRENCY OF DCLACCOUNT NOT =
                                        CSH-CURRENCY OF WS-COMMAREA
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'CURRENCY CODE DOES NOT MATCH ACCOUNT' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A240-CHECK-STATUS THRU A240-EXIT.
           IF WS-OVERDRAFTLIMIT-IND < 0
              MOVE 0 TO OVERDRAFTLIMIT OF DCLACCOUNT
           END-IF.
           MOVE BALANCE OF DCLACCOUNT TO WS-OLD-BALANCE.
           IF WS-TRANS-AMOUNT >= 0
              GO TO A230-EXIT
           END-IF.
           MOVE 0 TO WS-HELD-TOTAL.
           EXEC SQL
                SELECT COALESCE(SUM(HOLDAMOUNT), 0)
                  INTO :WS-HELD-TOTAL
                  FROM ACCTHOLD
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
                   AND STATUS        = 'A'
                   AND EXPIRYDATE   >= CHAR(CURRENT DATE)
           END-EXEC.
           IF SQLCODE < 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           COMPUTE AM-TEMP = BALANCE OF DCLACCOUNT + WS-TRANS-AMOUNT.
           COMPUTE WS-OVERDRAFT-FLOOR =
                   OVERDRAFTLIMIT OF DCLACCOUNT * -1.
           IF AM-TEMP - WS-HELD-TOTAL < WS-OVERDRAFT-FLOOR
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              IF AM-TEMP < WS-OVERDRAFT-FLOOR
                 MOVE 'INSUFFIENT AMOUNT' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              ELSE
                 MOVE 'FUNDS HELD - NOT AVAILABLE' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              END-IF
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A230-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A240 - THE ACCOUNT STATUS LIFECYCLE, RULE FOR RULE AS
      * XFERCORE'S A880: CLOSED AND FULLY-FROZEN REFUSE BOTH WAYS, A
      * CREDIT FREEZE REFUSES A DEPOSIT, DORMANT REFUSES A
      * WITHDRAWAL. A NULL STATUS IS ACTIVE.
      *--------------------------------------------------------------*
       A240-CHECK-STATUS.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           EVALUATE TRUE
             WHEN ACCT-ST-CLOSED OF DCLACCOUNT
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS CLOSED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN ACCT-ST-FULLY-FROZEN OF DCLACCOUNT
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS FROZEN' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN ACCT-ST-CREDIT-FROZEN OF DCLACCOUNT
              AND WS-TRANS-AMOUNT >= 0
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT REFUSES CREDITS' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN ACCT-ST-DORMANT OF DCLACCOUNT
              AND WS-TRANS-AMOUNT < 0
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS DORMANT' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     CONTINUE
           END-EVALUATE.
       A240-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A250-UPD-ACCOUNT.
           COMPUTE WS-NEW-BALANCE = WS-OLD-BALANCE + WS-TRANS-AMOUNT.
           MOVE WS-TRANS-AMOUNT TO BALANCE OF DCLACCOUNT.
           EXEC SQL
                UPDATE ACCOUNT
                       SET (BALANCE
                           ,LASTCHANGETIME
                           )=
                           (BALANCE + :DCLACCOUNT.BALANCE
                           ,CURRENT TIMESTAMP
                           )
                     WHERE ACCOUNTNUMBER =:DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE WS-NEW-BALANCE TO CSH-NEW-BALANCE OF WS-COMMAREA.
       A250-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A260 - THE TRANSHISTORY ROW. A -803 ON THE (REFNO,
      * ACCOUNTNUMBER) INDEX IS A CONCURRENT RETRY THAT POSTED FIRST
      * - TREATED AS XFERCORE'S A999 TREATS IT: SUCCESS, BUT THIS
      * CALL'S BALANCE UPDATE MUST BE ROLLED BACK.
      *--------------------------------------------------------------*
       A260-UPD-TRANS-LOG.
           MOVE WS-TRANS-NAME TO TRANSNAME OF DCLTRANSHISTORY.
           MOVE CSH-ACCOUNTNUMBER OF WS-COMMAREA TO
                                  ACCOUNTNUMBER OF DCLTRANSHISTORY.
           MOVE WS-TRANS-AMOUNT TO TRANSAMOUNT   OF DCLTRANSHISTORY.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                  HIST-CURRENCY OF DCLTRANSHISTORY.
           MOVE WS-OLD-BALANCE  TO OLDBALANCE    OF DCLTRANSHISTORY.
           MOVE WS-NEW-BALANCE  TO NEWBALANCE    OF DCLTRANSHISTORY.
           MOVE CSH-REF-NO OF WS-COMMAREA TO
                                  REFNO         OF DCLTRANSHISTORY.
           MOVE SPACES          TO ORIGREFNO     OF DCLTRANSHISTORY.
           EXEC SQL
                INSERT INTO TRANSHISTORY
                           (TRANSNAME
                           ,ACCOUNTNUMBER
                           ,TRANSAMOUNT
                           ,CURRENCY
                           ,OLDBALANCE
                           ,NEWBALANCE
                           ,REFNO
                           ,ORIGREFNO
                           ,TRANSTIME
                           )
                 VALUES
                           (:DCLTRANSHISTORY.TRANSNAME
                           ,:DCLTRANSHISTORY.ACCOUNTNUMBER
                           ,:DCLTRANSHISTORY.TRANSAMOUNT
                           ,:DCLTRANSHISTORY.HIST-CURRENCY
                           ,:DCLTRANSHISTORY.OLDBALANCE
                           ,:DCLTRANSHISTORY.NEWBALANCE
                           ,:DCLTRANSHISTORY.REFNO
                           ,:DCLTRANSHISTORY.ORIGREFNO
                           ,CURRENT TIMESTAMP
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
                     SET CSH-OK OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'ALREADY PROCESSED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'Y' TO LK-NEEDS-ROLLBACK
                     MOVE WS-COMMAREA TO LK-COMMAREA
                     GOBACK
             WHEN OTHER
                     SET CSH-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A260-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A270 - MOVE THE TILL WITH THE ACCOUNT: A DEPOSIT IS CASH IN,
      * A WITHDRAWAL CASH OUT.
      *--------------------------------------------------------------*
       A270-UPD-TILL.
           IF CSH-FUNC-DEPOSIT OF WS-COMMAREA
              EXEC SQL
                   UPDATE TILL
                          SET CASHIN    = CASHIN + :WS-TRANS-AMOUNT
                        WHERE SORTCODE  = :DCLTILL.TIL-SORTCODE
                          AND OFFICERID = :DCLTILL.TIL-OFFICERID
                          AND CURRENCY  = :DCLTILL.TIL-CURRENCY
              END-EXEC
              ADD CSH-AMOUNT OF WS-COMMAREA TO WS-TILL-CASH
           ELSE
              EXEC SQL
                   UPDATE TILL
                          SET CASHOUT   = CASHOUT - :WS-TRANS-AMOUNT
                        WHERE SORTCODE  = :DCLTILL.TIL-SORTCODE
                          AND OFFICERID = :DCLTILL.TIL-OFFICERID
                          AND CURRENCY  = :DCLTILL.TIL-CURRENCY
              END-EXEC
              SUBTRACT CSH-AMOUNT OF WS-COMMAREA FROM WS-TILL-CASH
           END-IF.
           IF SQLCODE NOT = 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A270-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A300 - CLOSE THE TILL WITH THE TELLER'S DECLARED COUNT. THE
      * COUNT IS RECORDED AS DECLARED, NEVER ADJUSTED TO THE
      * EXPECTED FIGURE - ANY DIFFERENCE IS WHAT TILLBAL REPORTS. A
      * TILL LEFT OPEN FROM AN EARLIER DAY CAN STILL BE CLOSED, SO
      * IT CAN BE DECLARED AND REOPENED.
      *--------------------------------------------------------------*
       A300-CLOSE-TILL.
           PERFORM A110-READ-TILL THRU A110-EXIT.
           IF NOT WS-TILL-FOUND
              OR NOT TIL-OPEN OF DCLTILL
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'TILL IS NOT OPEN' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE CSH-AMOUNT OF WS-COMMAREA TO
                                        TIL-DECLAREDCASH OF DCLTILL.
           EXEC SQL
                UPDATE TILL
                       SET DECLAREDCASH = :DCLTILL.TIL-DECLAREDCASH
                          ,CLOSETIME    = CHAR(CURRENT TIMESTAMP)
                          ,STATUS       = 'C'
                     WHERE SORTCODE     = :DCLTILL.TIL-SORTCODE
                       AND OFFICERID    = :DCLTILL.TIL-OFFICERID
                       AND CURRENCY     = :DCLTILL.TIL-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CSH-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSH-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET CSH-OK OF WS-COMMAREA TO TRUE
           MOVE WS-TILL-CASH TO CSH-TILL-CASH OF WS-COMMAREA
           MOVE LOW-VALUE TO CSH-ERROR-MSG OF WS-COMMAREA
           MOVE 'CASH ACTION COMPLETED' TO
                                        CSH-ERROR-MSG OF WS-COMMAREA
           MOVE WS-COMMAREA TO LK-COMMAREA
           GOBACK.
       A500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * E000 - ON ANY ERROR, TELL THE CALLER A ROLLBACK IS NEEDED AND
      * GO STRAIGHT BACK - THE SAME CONTRACT XFERCORE AND HOLDCORE
      * HAVE WITH THEIR CALLERS.
      *--------------------------------------------------------------*
       E000-ERROR.
           IF CSH-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
