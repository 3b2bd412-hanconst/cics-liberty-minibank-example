      *--------------------------------------------------------------*
      * PROGRAM-ID : TDEPCORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   FIXED-TERM DEPOSIT LOGIC WITH MAKER-CHECKER APPROVAL,        *
      *   FACTORED THE SAME WAY ACCTCORE IS: A PLAIN COBOL SUBPROGRAM  *
      *   WITH NO EXEC CICS COMMANDS, DRIVEN BY THE THIN CICS WRAPPER  *
      *   TDEPMNT. A BRANCH OFFICER (THE MAKER) SUBMITS A DEPOSIT -    *
      *   FUNDING ACCOUNT, PRINCIPAL, FIXED RATE, MATURITY DATE AND    *
      *   MATURITY INSTRUCTION - WHICH IS HELD PENDING ON TERMDEPOSIT  *
      *   AND MOVES NO MONEY UNTIL A SECOND OFFICER (THE CHECKER)      *
      *   APPROVES IT. APPROVAL FUNDS THE DEPOSIT THROUGH XFERCORE     *
      *   FROM THE CUSTOMER'S ACCOUNT TO THE CURRENCY'S TDCONTROL      *
      *   HOLD ACCOUNT, IN THE SAME UNIT OF WORK AS THE ACTIVATION.    *
      *   AN ACTIVE DEPOSIT CAN BE BROKEN BEFORE MATURITY: PRINCIPAL   *
      *   COMES BACK IN FULL AND INTEREST IS PAID FOR THE DAYS RUN AT  *
      *   THE FIXED RATE LESS THE PENALTY RATE. MATURITY ITSELF IS     *
      *   THE TDMATURE NIGHTLY BATCH'S JOB.                            *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPCORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE TERMDEP  END-EXEC.
           EXEC SQL INCLUDE TDCTL    END-EXEC.

       01 WS-COMMAREA.
           COPY TDEPMNT.

       01 WS-XFER-COMMAREA.
           COPY TRANSFER.
       01 WS-XFER-ROLLBACK        PIC X(01).

       01 WS-DEPOSITID-STAMP      PIC X(26).
       01 WS-TODAY                PIC X(10).
       01 WS-EDIT-DATE            PIC X(10).
       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.

      * BREAKAGE INTEREST (SEE A200) - ACTUAL/365, THE ODINTACR BASIS
       01 WS-ELAPSED-DAYS         PIC S9(08) COMP VALUE 0.
       01 WS-BREAK-RATE           PIC S9(03)V9(06) VALUE 0.
       01 WS-INTEREST             PIC S9(12)V9(3) VALUE 0.

      * ONE XFERCORE POSTING (SEE A800)
       01 WS-POST-FROM            PIC X(10).
       01 WS-POST-TO              PIC X(10).
       01 WS-POST-AMOUNT          PIC S9(12)V9(3) VALUE 0.
       01 WS-POST-SUFFIX          PIC X(03).

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY TDEPMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET TDM-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           IF TDM-OFFICER-ID OF WS-COMMAREA = SPACES
              OR TDM-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-TODAY
           END-EXEC.
           EVALUATE TRUE
             WHEN TDM-FUNC-OPEN OF WS-COMMAREA
                     PERFORM A100-SUBMIT-OPEN     THRU A100-EXIT
             WHEN TDM-FUNC-BREAK OF WS-COMMAREA
                     PERFORM A200-BREAK-DEPOSIT   THRU A200-EXIT
             WHEN TDM-FUNC-APPROVE OF WS-COMMAREA
                     PERFORM A300-APPROVE-DEPOSIT THRU A300-EXIT
             WHEN TDM-FUNC-REJECT OF WS-COMMAREA
                     PERFORM A400-REJECT-DEPOSIT  THRU A400-EXIT
             WHEN OTHER
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN TERM DEPOSIT FUNCTION' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - SUBMIT A DEPOSIT. THE TERMS ARE EDITED AND THE FUNDING
      * ACCOUNT PROVED (ON FILE, NOT CLOSED, SAME CURRENCY AS THE
      * DEPOSIT), BUT NO MONEY MOVES - THE CHECKER'S APPROVAL FUNDS
      * IT. THE CURRENCY MUST HAVE A TDCONTROL ROW, AND ITS PENALTY
      * RATE IS COPIED ONTO THE DEPOSIT NOW, SO THE CUSTOMER IS HELD
      * TO THE BREAKAGE TERMS THEY WERE QUOTED.
      *--------------------------------------------------------------*
       A100-SUBMIT-OPEN.
           IF TDM-ACCOUNTNUMBER OF WS-COMMAREA = SPACES
              OR TDM-ACCOUNTNUMBER OF WS-COMMAREA = LOW-VALUE
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ACCOUNT NUMBER IS REQUIRED' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF TDM-PRINCIPAL OF WS-COMMAREA IS NOT NUMERIC
              OR TDM-PRINCIPAL OF WS-COMMAREA NOT > 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'PRINCIPAL MUST BE GREATER THAN ZERO' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF TDM-ANNUALRATE OF WS-COMMAREA IS NOT NUMERIC
              OR TDM-ANNUALRATE OF WS-COMMAREA < 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'RATE MUST BE ZERO OR MORE' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF NOT TDM-INSTR-PAYOUT OF WS-COMMAREA
              AND NOT TDM-INSTR-ROLL-PRIN OF WS-COMMAREA
              AND NOT TDM-INSTR-ROLL-ALL OF WS-COMMAREA
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'UNKNOWN MATURITY INSTRUCTION' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE TDM-MATURITYDATE OF WS-COMMAREA TO WS-EDIT-DATE.
           PERFORM A110-CHECK-MATURITY-DATE THRU A110-EXIT.
           MOVE WS-EDIT-DATE TO TDM-MATURITYDATE OF WS-COMMAREA.
           MOVE TDM-ACCOUNTNUMBER OF WS-COMMAREA TO
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
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           IF ACCT-ST-CLOSED OF DCLACCOUNT
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'THE ACCOUNT IS CLOSED' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF TDM-CURRENCY OF WS-COMMAREA = SPACES
              OR TDM-CURRENCY OF WS-COMMAREA = LOW-VALUE
              MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                        TDM-CURRENCY OF WS-COMMAREA
           END-IF.
           IF TDM-CURRENCY OF WS-COMMAREA NOT =
                                        ACCT-CURRENCY OF DCLACCOUNT
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CURRENCY CODE DOES NOT MATCH ACCOUNT' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE TDM-CURRENCY OF WS-COMMAREA TO
                                        TDP-CURRENCY OF DCLTERMDEPOSIT.
           PERFORM A320-READ-CONTROL THRU A320-EXIT.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-DEPOSITID-STAMP
           END-EXEC.
           MOVE SPACES TO TDM-DEPOSITID OF WS-COMMAREA.
           STRING TDM-ACCOUNTNUMBER OF WS-COMMAREA DELIMITED BY SPACE
                  WS-DEPOSITID-STAMP(12: 15)       DELIMITED BY SIZE
                  INTO TDM-DEPOSITID OF WS-COMMAREA.
           MOVE TDM-DEPOSITID OF WS-COMMAREA TO
                                    TDP-DEPOSITID     OF DCLTERMDEPOSIT.
           MOVE TDM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                    TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT.
           MOVE TDM-PRINCIPAL OF WS-COMMAREA TO
                                    TDP-PRINCIPAL     OF DCLTERMDEPOSIT.
           MOVE TDM-ANNUALRATE OF WS-COMMAREA TO
                                    TDP-ANNUALRATE    OF DCLTERMDEPOSIT.
           MOVE TDC-PENALTYRATE OF DCLTDCONTROL TO
                                    TDP-PENALTYRATE   OF DCLTERMDEPOSIT.
           MOVE TDM-MATURITYDATE OF WS-COMMAREA TO
                                    TDP-MATURITYDATE  OF DCLTERMDEPOSIT.
           MOVE TDM-INSTRUCTION OF WS-COMMAREA TO
                                    TDP-INSTRUCTION   OF DCLTERMDEPOSIT.
           MOVE TDM-OFFICER-ID OF WS-COMMAREA TO
                                    TDP-MAKERID       OF DCLTERMDEPOSIT.
           EXEC SQL
                INSERT INTO TERMDEPOSIT
                           (DEPOSITID
                           ,ACCOUNTNUMBER
                           ,PRINCIPAL
                           ,CURRENCY
                           ,ANNUALRATE
                           ,PENALTYRATE
                           ,STARTDATE
                           ,MATURITYDATE
                           ,INSTRUCTION
                           ,ROLLCOUNT
                           ,MAKERID
                           ,MAKETIME
                           ,CHECKERID
                           ,CHECKTIME
                           ,CLOSEDATE
                           ,STATUS
                           )
                 VALUES
                           (:DCLTERMDEPOSIT.TDP-DEPOSITID
                           ,:DCLTERMDEPOSIT.TDP-ACCOUNTNUMBER
                           ,:DCLTERMDEPOSIT.TDP-PRINCIPAL
                           ,:DCLTERMDEPOSIT.TDP-CURRENCY
                           ,:DCLTERMDEPOSIT.TDP-ANNUALRATE
                           ,:DCLTERMDEPOSIT.TDP-PENALTYRATE
                           ,' '
                           ,:DCLTERMDEPOSIT.TDP-MATURITYDATE
                           ,:DCLTERMDEPOSIT.TDP-INSTRUCTION
                           ,0
                           ,:DCLTERMDEPOSIT.TDP-MAKERID
                           ,CURRENT TIMESTAMP
                           ,' '
                           ,' '
                           ,' '
                           ,'P'
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A110 - THE MATURITY DATE MUST BE A REAL DATE AFTER TODAY. THE
      * PARSE ALSO NORMALISES IT TO THE YYYY-MM-DD FORM TDMATURE
      * COMPARES ON - THE SAME EDIT XFERCORE'S A045 MAKES OF A
      * VALUE DATE. RUN AGAIN AT APPROVAL: A DEPOSIT LEFT PENDING
      * PAST ITS MATURITY DATE CANNOT BE FUNDED.
      *--------------------------------------------------------------*
       A110-CHECK-MATURITY-DATE.
           EXEC SQL
                VALUES (CHAR(DATE(:WS-EDIT-DATE)))
                  INTO :WS-EDIT-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MATURITY DATE IS NOT A VALID DATE' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-EDIT-DATE NOT > WS-TODAY
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MATURITY DATE MUST BE AFTER TODAY' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - BREAK A DEPOSIT EARLY. ONLY AN ACTIVE DEPOSIT THAT HAS
      * NOT YET REACHED ITS MATURITY DATE CAN BE BROKEN - ONE THAT
      * HAS IS TDMATURE'S TO PAY ON ITS BUSINESS DAY. INTEREST IS
      * EARNED FOR THE DAYS RUN (ACTUAL/365) AT THE FIXED RATE LESS
      * THE PENALTY RATE, NEVER BELOW ZERO - THE PENALTY COSTS THE
      * CUSTOMER INTEREST, NEVER PRINCIPAL. PRINCIPAL COMES BACK OUT
      * OF THE HOLD ACCOUNT AND INTEREST OUT OF THE INTEREST ACCOUNT,
      * BOTH THROUGH XFERCORE TO THE FUNDING ACCOUNT, IN THE SAME
      * UNIT OF WORK AS THE STATUS CHANGE.
      *--------------------------------------------------------------*
       A200-BREAK-DEPOSIT.
           PERFORM A310-READ-DEPOSIT THRU A310-EXIT.
           IF NOT TDP-ACTIVE OF DCLTERMDEPOSIT
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'DEPOSIT IS NOT ACTIVE' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF TDP-MATURITYDATE OF DCLTERMDEPOSIT NOT > WS-TODAY
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'DEPOSIT HAS REACHED MATURITY' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A320-READ-CONTROL THRU A320-EXIT.
           EXEC SQL
                VALUES (DAYS(DATE(:WS-TODAY))
                      - DAYS(DATE(:DCLTERMDEPOSIT.TDP-STARTDATE)))
                  INTO :WS-ELAPSED-DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           COMPUTE WS-BREAK-RATE = TDP-ANNUALRATE  OF DCLTERMDEPOSIT
                                 - TDP-PENALTYRATE OF DCLTERMDEPOSIT.
           IF WS-BREAK-RATE < 0
              MOVE 0 TO WS-BREAK-RATE
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
                   TDP-PRINCIPAL OF DCLTERMDEPOSIT
                   * WS-BREAK-RATE / 100 * WS-ELAPSED-DAYS / 365.
           MOVE TDC-HOLDACCOUNT OF DCLTDCONTROL TO WS-POST-FROM.
           MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-TO.
           MOVE TDP-PRINCIPAL OF DCLTERMDEPOSIT TO WS-POST-AMOUNT.
           MOVE '-B' TO WS-POST-SUFFIX.
           PERFORM A800-POST-TRANSFER THRU A800-EXIT.
           IF WS-INTEREST > 0
              MOVE TDC-INTERESTACCOUNT OF DCLTDCONTROL TO WS-POST-FROM
              MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-TO
              MOVE WS-INTEREST TO WS-POST-AMOUNT
              MOVE '-BI' TO WS-POST-SUFFIX
              PERFORM A800-POST-TRANSFER THRU A800-EXIT
           END-IF.
           EXEC SQL
                UPDATE TERMDEPOSIT
                       SET STATUS    = 'B'
                          ,CLOSEDATE = :WS-TODAY
                     WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE WS-INTEREST TO TDM-INTEREST-PAID OF WS-COMMAREA.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A300 - APPROVE A PENDING DEPOSIT AND FUND IT. THE CHECKER
      * MUST NOT BE THE MAKER. THE PRINCIPAL POSTS THROUGH XFERCORE
      * FROM THE FUNDING ACCOUNT TO THE HOLD ACCOUNT PRE-APPROVED -
      * THIS APPROVAL IS THE SECOND PAIR OF EYES - SO EVERY STATUS,
      * HOLD AND OVERDRAFT RULE ON THE CUSTOMER'S ACCOUNT STILL
      * APPLIES. IF XFERCORE REFUSES IT, THE DEPOSIT STAYS PENDING
      * WITH XFERCORE'S ERROR-MSG HANDED BACK, AS XAUTCORE DOES. THE
      * DEPOSIT RUNS FROM TODAY, THE DAY THE MONEY MOVED.
      *--------------------------------------------------------------*
       A300-APPROVE-DEPOSIT.
           PERFORM A310-READ-DEPOSIT THRU A310-EXIT.
           IF NOT TDP-PENDING OF DCLTERMDEPOSIT
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'DEPOSIT IS NOT PENDING' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF TDP-MAKERID OF DCLTERMDEPOSIT =
              TDM-OFFICER-ID OF WS-COMMAREA
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'MAKER CANNOT APPROVE OWN DEPOSIT' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE TDP-MATURITYDATE OF DCLTERMDEPOSIT TO WS-EDIT-DATE.
           PERFORM A110-CHECK-MATURITY-DATE THRU A110-EXIT.
           PERFORM A320-READ-CONTROL THRU A320-EXIT.
           MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-FROM.
           MOVE TDC-HOLDACCOUNT OF DCLTDCONTROL TO WS-POST-TO.
           MOVE TDP-PRINCIPAL OF DCLTERMDEPOSIT TO WS-POST-AMOUNT.
           MOVE '-F' TO WS-POST-SUFFIX.
           PERFORM A800-POST-TRANSFER THRU A800-EXIT.
           MOVE TDM-OFFICER-ID OF WS-COMMAREA TO
                                    TDP-CHECKERID OF DCLTERMDEPOSIT.
           EXEC SQL
                UPDATE TERMDEPOSIT
                       SET STATUS    = 'A'
                          ,STARTDATE = :WS-TODAY
                          ,CHECKERID = :DCLTERMDEPOSIT.TDP-CHECKERID
                          ,CHECKTIME = CHAR(CURRENT TIMESTAMP)
                     WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A310 - READ THE DEPOSIT UNDER AN UPDATE LOCK, THE SAME
      * DISCIPLINE ACCTCORE'S A310 USES, SO TWO OFFICERS CANNOT
      * APPROVE OR BREAK THE SAME DEPOSIT AT ONCE.
      *--------------------------------------------------------------*
       A310-READ-DEPOSIT.
           IF TDM-DEPOSITID OF WS-COMMAREA = SPACES
              OR TDM-DEPOSITID OF WS-COMMAREA = LOW-VALUE
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'DEPOSIT ID IS REQUIRED' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE TDM-DEPOSITID OF WS-COMMAREA TO
                                    TDP-DEPOSITID OF DCLTERMDEPOSIT.
           EXEC SQL
                SELECT DEPOSITID, ACCOUNTNUMBER, PRINCIPAL, CURRENCY,
                       ANNUALRATE, PENALTYRATE, STARTDATE,
                       MATURITYDATE, INSTRUCTION, MAKERID, STATUS
                  INTO :DCLTERMDEPOSIT.TDP-DEPOSITID,
                       :DCLTERMDEPOSIT.TDP-ACCOUNTNUMBER,
                       :DCLTERMDEPOSIT.TDP-PRINCIPAL,
                       :DCLTERMDEPOSIT.TDP-CURRENCY,
                       :DCLTERMDEPOSIT.TDP-ANNUALRATE,
                       :DCLTERMDEPOSIT.TDP-PENALTYRATE,
                       :DCLTERMDEPOSIT.TDP-STARTDATE,
                       :DCLTERMDEPOSIT.TDP-MATURITYDATE,
                       :DCLTERMDEPOSIT.TDP-INSTRUCTION,
                       :DCLTERMDEPOSIT.TDP-MAKERID,
                       :DCLTERMDEPOSIT.TDP-STATUS
                  FROM TERMDEPOSIT
                 WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'DEPOSIT NOT FOUND' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO
                                    TDM-ACCOUNTNUMBER OF WS-COMMAREA.
           MOVE TDP-PRINCIPAL OF DCLTERMDEPOSIT TO
                                    TDM-PRINCIPAL     OF WS-COMMAREA.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                    TDM-CURRENCY      OF WS-COMMAREA.
       A310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A320 - THE CURRENCY'S TDCONTROL ROW: HOLD ACCOUNT, INTEREST
      * ACCOUNT AND PENALTY RATE. NO ROW, NO TERM DEPOSITS IN IT.
      *--------------------------------------------------------------*
       A320-READ-CONTROL.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                     TDC-CURRENCY OF DCLTDCONTROL.
           EXEC SQL
                SELECT HOLDACCOUNT, INTERESTACCOUNT, PENALTYRATE
                  INTO :DCLTDCONTROL.TDC-HOLDACCOUNT,
                       :DCLTDCONTROL.TDC-INTERESTACCOUNT,
                       :DCLTDCONTROL.TDC-PENALTYRATE
                  FROM TDCONTROL
                 WHERE CURRENCY = :DCLTDCONTROL.TDC-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'TERM DEPOSITS NOT OFFERED IN CURRENCY' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET TDM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A400 - REJECT A PENDING DEPOSIT. ANY OFFICER MAY REJECT -
      * INCLUDING THE MAKER WITHDRAWING THEIR OWN SUBMISSION, AS IN
      * ACCTCORE. NO MONEY HAS MOVED, SO NONE MOVES BACK.
      *--------------------------------------------------------------*
       A400-REJECT-DEPOSIT.
           PERFORM A310-READ-DEPOSIT THRU A310-EXIT.
           IF NOT TDP-PENDING OF DCLTERMDEPOSIT
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'DEPOSIT IS NOT PENDING' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE TDM-OFFICER-ID OF WS-COMMAREA TO
                                    TDP-CHECKERID OF DCLTERMDEPOSIT.
           EXEC SQL
                UPDATE TERMDEPOSIT
                       SET STATUS    = 'R'
                          ,CHECKERID = :DCLTERMDEPOSIT.TDP-CHECKERID
                          ,CHECKTIME = CHAR(CURRENT TIMESTAMP)
                     WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO TDM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET TDM-OK OF WS-COMMAREA TO TRUE
           MOVE LOW-VALUE TO TDM-ERROR-MSG OF WS-COMMAREA
           MOVE 'TERM DEPOSIT ACTION COMPLETED' TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
           MOVE WS-COMMAREA TO LK-COMMAREA
           GOBACK.
       A500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A800 - ONE POSTING THROUGH XFERCORE, WS-POST-FROM TO
      * WS-POST-TO, IN THE DEPOSIT'S CURRENCY. THE REF-NO IS THE
      * DEPOSITID PLUS A SUFFIX NAMING THE MOVEMENT (-F FUNDING, -B
      * BREAK PRINCIPAL, -BI BREAK INTEREST), SO A RETRIED ACTION
      * FINDS ITS POSTING ALREADY MADE ('ALREADY PROCESSED' IS A
      * SUCCESS) RATHER THAN MOVING THE MONEY TWICE. POSTED
      * PRE-APPROVED UNDER THE ACTING OFFICER. A REFUSAL HANDS
      * XFERCORE'S ERROR-MSG BACK AND ENDS THE ACTION, AS XAUTCORE'S
      * A300 DOES.
      *--------------------------------------------------------------*
       A800-POST-TRANSFER.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE WS-POST-FROM TO SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-TO   TO TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-AMOUNT TO TRANS-AMOUNT OF WS-XFER-COMMAREA.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                    CURRENCY-CODE  OF WS-XFER-COMMAREA.
           STRING TDP-DEPOSITID OF DCLTERMDEPOSIT DELIMITED BY SPACE
                  WS-POST-SUFFIX                  DELIMITED BY SPACE
                  INTO REF-NO OF WS-XFER-COMMAREA.
           MOVE TDM-OFFICER-ID OF WS-COMMAREA TO
                                    OFFICER-ID     OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED  OF WS-XFER-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-XFER-ROLLBACK.
           IF TRAN-FAILED OF WS-XFER-COMMAREA
              SET TDM-FAILED OF WS-COMMAREA TO TRUE
              MOVE ERROR-MSG OF WS-XFER-COMMAREA TO
                                        TDM-ERROR-MSG OF WS-COMMAREA
              IF WS-XFER-ROLLBACK = 'Y'
                 MOVE 'Y' TO LK-NEEDS-ROLLBACK
              END-IF
              MOVE WS-COMMAREA TO LK-COMMAREA
              GOBACK
           END-IF.
       A800-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * E000 - ON ANY ERROR, TELL THE CALLER A ROLLBACK IS NEEDED AND
      * GO STRAIGHT BACK - THE SAME CONTRACT ACCTCORE AND XFERCORE
      * HAVE WITH THEIR CALLERS.
      *--------------------------------------------------------------*
       E000-ERROR.
           IF TDM-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
