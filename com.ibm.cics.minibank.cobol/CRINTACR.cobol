      *--------------------------------------------------------------*
      * PROGRAM-ID : CRINTACR                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   NIGHTLY CREDIT INTEREST ACCRUAL BATCH - THE CREDIT-SIDE      *
      *   TWIN OF ODINTACR'S ACCRUAL PASS. IT FINDS EVERY OPEN         *
      *   ACCOUNT WITH A POSITIVE BALANCE, LOOKS UP THE CRRATE TIER    *
      *   FOR THE ACCOUNT'S ACCOUNTTYPE AND CURRENCY THAT THE BALANCE  *
      *   HAS REACHED, ACCRUES ONE DAY'S INTEREST ON THE WHOLE         *
      *   BALANCE AT THAT RATE (ACTUAL/365) AND BANKS IT IN THE        *
      *   CRACCRUAL BUCKET. NOTHING IS POSTED HERE - THE PERIODIC      *
      *   CAPITALISATION RUN (CRINTCAP) CREDITS THE BUCKET TO THE      *
      *   ACCOUNT AND WITHHOLDS THE TAX. A PRODUCT WITH NO CRRATE      *
      *   ROWS PAYS NOTHING AND IS NOT COUNTED; A PRODUCT WITH ROWS    *
      *   WHOSE LOWEST FLOOR THE BALANCE HAS NOT REACHED IS COUNTED    *
      *   AS BELOW THE FIRST TIER.                                     *
      *                                                               *
      *   THE RUN IS RESTARTABLE MID-STREAM THE SAME WAY ODINTACR IS:  *
      *   A COMMIT EVERY CHECKPOINT-INTERVAL ACCOUNTS, EACH BUCKET'S   *
      *   LASTACCRUALDATE STAMPED WITH TONIGHT'S DATE IN THE SAME      *
      *   UNIT OF WORK AS ITS ACCRUAL, AND A RESTARTED RUN SKIPPING    *
      *   EVERY BUCKET ALREADY STAMPED.                                *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRINTACR.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE ACCOUNT END-EXEC.
           EXEC SQL INCLUDE CRRATE  END-EXEC.
           EXEC SQL INCLUDE CRACCR  END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-RATED-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-DAILY-INTEREST          PIC S9(12)V9(5) VALUE 0.

       01  WS-ACCOUNT-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-ACCRUED-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-SKIPPED-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-NORATE-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-BELOWTIER-COUNT         PIC S9(08) COMP VALUE 0.
       01  WS-CHECKPOINT-INTERVAL     PIC S9(04) COMP VALUE 50.
       01  WS-CKPT-QUOTIENT           PIC S9(08) COMP VALUE 0.
       01  WS-CKPT-REMAINDER          PIC S9(04) COMP VALUE 0.

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-RUN-DATE
           END-EXEC.
           PERFORM B100-OPEN-CURSOR   THRU B100-EXIT.
           PERFORM B200-FETCH-NEXT    THRU B200-EXIT.
           PERFORM B300-PROCESS-ACCOUNT THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-CURSOR  THRU B400-EXIT.
           DISPLAY 'CRINTACR ACCOUNTS IN CREDIT  : ' WS-ACCOUNT-COUNT.
           DISPLAY 'CRINTACR ACCOUNTS ACCRUED    : ' WS-ACCRUED-COUNT.
           DISPLAY 'CRINTACR ALREADY DONE (SKIP) : ' WS-SKIPPED-COUNT.
           DISPLAY 'CRINTACR NO RATE CONFIGURED  : ' WS-NORATE-COUNT.
           DISPLAY 'CRINTACR BELOW FIRST TIER    : ' WS-BELOWTIER-COUNT.
           MOVE 'ACCOUNTS IN CREDIT' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ACCOUNT-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ACCOUNTS ACCRUED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ACCRUED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ALREADY DONE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-SKIPPED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'NO RATE CONFIGURED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-NORATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'BELOW FIRST TIER' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BELOWTIER-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           IF WS-FETCH-ERROR
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
           ELSE
              SET RUN-END-CLEAN OF WS-RUN-AREA TO TRUE
           END-IF.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * THE CURSOR IS DECLARED WITH HOLD SO IT SURVIVES THE PERIODIC
      * COMMIT TAKEN IN B300 EVERY CHECKPOINT-INTERVAL ACCOUNTS.
      * FROZEN AND DORMANT ACCOUNTS STILL EARN - ONLY A CLOSED
      * ACCOUNT STOPS ACCRUING.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-INCREDIT CURSOR WITH HOLD FOR
                SELECT ACCOUNTNUMBER, ACCOUNTTYPE, CURRENCY, BALANCE
                  FROM ACCOUNT
                 WHERE BALANCE > 0
                   AND COALESCE(STATUS, 'A') <> 'X'
                 ORDER BY ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-INCREDIT
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-NEXT.
           EXEC SQL
                FETCH C-INCREDIT
                 INTO :DCLACCOUNT.ACCOUNTNUMBER,
                      :DCLACCOUNT.ACCOUNTTYPE,
                      :DCLACCOUNT.ACCT-CURRENCY,
                      :DCLACCOUNT.BALANCE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-ACCOUNT-COUNT
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'CRINTACR FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - FIND THE ACCOUNT'S TIER RATE, ACCRUE ONE NIGHT'S
      * INTEREST AND CHECKPOINT. THE RATE IS LOOKED UP BEFORE THE
      * BUCKET SO AN ACCOUNT ON A PRODUCT THAT PAYS NOTHING NEVER
      * GETS AN EMPTY CRACCRUAL ROW.
      *--------------------------------------------------------------*
       B300-PROCESS-ACCOUNT.
           PERFORM B320-FIND-TIER-RATE THRU B320-EXIT.
           IF CRR-ANNUALRATE OF DCLCRRATE > 0
              PERFORM B310-READ-BUCKET THRU B310-EXIT
              IF CRA-LASTACCRUALDATE OF DCLCRACCRUAL = WS-RUN-DATE
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 PERFORM B330-ACCRUE-INTEREST THRU B330-EXIT
              END-IF
           END-IF.
           DIVIDE WS-ACCOUNT-COUNT BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-QUOTIENT
              REMAINDER WS-CKPT-REMAINDER.
           IF WS-CKPT-REMAINDER = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'CRINTACR CHECKPOINT AT ' WS-ACCOUNT-COUNT
                      ' ACCOUNTS'
           END-IF.
           PERFORM B200-FETCH-NEXT THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B310 - READ THE ACCOUNT'S CREDIT ACCRUAL BUCKET, CREATING AN
      * EMPTY ONE THE FIRST TIME THE ACCOUNT EARNS.
      *--------------------------------------------------------------*
       B310-READ-BUCKET.
           MOVE ACCOUNTNUMBER OF DCLACCOUNT TO
                                     CRA-ACCOUNTNUMBER OF DCLCRACCRUAL.
           EXEC SQL
                SELECT ACCRUEDAMOUNT, LASTACCRUALDATE, LASTCAPDATE
                  INTO :DCLCRACCRUAL.CRA-ACCRUEDAMOUNT,
                       :DCLCRACCRUAL.CRA-LASTACCRUALDATE,
                       :DCLCRACCRUAL.CRA-LASTCAPDATE
                  FROM CRACCRUAL
                 WHERE ACCOUNTNUMBER =
                                  :DCLCRACCRUAL.CRA-ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 0      TO CRA-ACCRUEDAMOUNT OF DCLCRACCRUAL
                     MOVE SPACES TO CRA-LASTACCRUALDATE
                                                       OF DCLCRACCRUAL
                     MOVE SPACES TO CRA-LASTCAPDATE
                                                       OF DCLCRACCRUAL
                     EXEC SQL
                          INSERT INTO CRACCRUAL
                                     (ACCOUNTNUMBER
                                     ,ACCRUEDAMOUNT
                                     ,LASTACCRUALDATE
                                     ,LASTCAPDATE
                                     )
                           VALUES
                                     (:DCLCRACCRUAL.CRA-ACCOUNTNUMBER
                                     ,0
                                     ,' '
                                     ,' '
                                     )
                     END-EXEC
             WHEN OTHER
                     DISPLAY 'CRINTACR BUCKET READ ERROR SQLCODE='
                             SQLCODE ' ACCOUNT='
                             ACCOUNTNUMBER OF DCLACCOUNT
           END-EVALUATE.
       B310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B320 - THE TIER IS THE CRRATE ROW WITH THE HIGHEST FLOOR THE
      * BALANCE HAS REACHED, AND ITS RATE APPLIES TO THE WHOLE
      * BALANCE. A ZERO RATE COMES BACK WHEN THE PRODUCT HAS NO ROWS
      * AT ALL OR THE BALANCE IS BELOW THE LOWEST FLOOR - THE TWO
      * ARE COUNTED APART, SINCE ONLY THE FIRST MAY BE A SET-UP GAP.
      *--------------------------------------------------------------*
       B320-FIND-TIER-RATE.
           MOVE 0 TO CRR-ANNUALRATE OF DCLCRRATE.
           MOVE ACCOUNTTYPE   OF DCLACCOUNT TO
                                       CRR-ACCOUNTTYPE OF DCLCRRATE.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                       CRR-CURRENCY    OF DCLCRRATE.
           MOVE BALANCE       OF DCLACCOUNT TO
                                       CRR-TIERFLOOR   OF DCLCRRATE.
           EXEC SQL
                SELECT ANNUALRATE
                  INTO :DCLCRRATE.CRR-ANNUALRATE
                  FROM CRRATE
                 WHERE ACCOUNTTYPE = :DCLCRRATE.CRR-ACCOUNTTYPE
                   AND CURRENCY    = :DCLCRRATE.CRR-CURRENCY
                   AND TIERFLOOR   =
                       (SELECT MAX(TIERFLOOR)
                          FROM CRRATE
                         WHERE ACCOUNTTYPE = :DCLCRRATE.CRR-ACCOUNTTYPE
                           AND CURRENCY    = :DCLCRRATE.CRR-CURRENCY
                           AND TIERFLOOR  <= :DCLCRRATE.CRR-TIERFLOOR)
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 0 TO CRR-ANNUALRATE OF DCLCRRATE
                     PERFORM B325-COUNT-UNRATED THRU B325-EXIT
             WHEN OTHER
                     MOVE 0 TO CRR-ANNUALRATE OF DCLCRRATE
                     DISPLAY 'CRINTACR RATE READ ERROR SQLCODE='
                             SQLCODE
           END-EVALUATE.
       B320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B325-COUNT-UNRATED.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RATED-COUNT
                  FROM CRRATE
                 WHERE ACCOUNTTYPE = :DCLCRRATE.CRR-ACCOUNTTYPE
                   AND CURRENCY    = :DCLCRRATE.CRR-CURRENCY
           END-EXEC.
           IF WS-RATED-COUNT > 0
              ADD 1 TO WS-BELOWTIER-COUNT
           ELSE
              ADD 1 TO WS-NORATE-COUNT
           END-IF.
       B325-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B330 - ONE NIGHT'S INTEREST: BALANCE * ANNUAL RATE / 100 /
      * 365, BANKED INTO THE BUCKET AT FIVE DECIMALS SO SUB-CENT
      * NIGHTS ARE NOT LOST BEFORE CAPITALISATION ROUNDS THEM.
      *--------------------------------------------------------------*
       B330-ACCRUE-INTEREST.
           COMPUTE WS-DAILY-INTEREST ROUNDED =
                   BALANCE OF DCLACCOUNT
                   * CRR-ANNUALRATE OF DCLCRRATE / 100 / 365.
           ADD WS-DAILY-INTEREST TO
                                 CRA-ACCRUEDAMOUNT OF DCLCRACCRUAL.
           MOVE WS-RUN-DATE TO CRA-LASTACCRUALDATE OF DCLCRACCRUAL.
           EXEC SQL
                UPDATE CRACCRUAL
                       SET ACCRUEDAMOUNT   =
                                  :DCLCRACCRUAL.CRA-ACCRUEDAMOUNT
                          ,LASTACCRUALDATE =
                                  :DCLCRACCRUAL.CRA-LASTACCRUALDATE
                     WHERE ACCOUNTNUMBER   =
                                  :DCLCRACCRUAL.CRA-ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'CRINTACR BUCKET UPDATE ERROR SQLCODE=' SQLCODE
              GO TO B330-EXIT
           END-IF.
           ADD 1 TO WS-ACCRUED-COUNT.
       B330-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-INCREDIT
           END-EXEC.
       B400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * Z100/Z200/Z300 - BATCH RUN-CONTROL. THE RUN REGISTERS ON THE
      * BATCHRUN JOB LOG BEFORE ANY WORK, RECORDS ITS COUNTERS (THE
      * SAME NUMBERS DISPLAYED ABOVE) AND CLOSES AT END - SEE RUNCTL.
      * A BLOCKED OR FAILED REGISTRATION STOPS THE JOB COLD, BEFORE
      * IT TOUCHES ANYTHING.
      *--------------------------------------------------------------*
       Z100-REGISTER-START.
           MOVE LOW-VALUE TO WS-RUN-AREA.
           SET RUN-FUNC-STRT OF WS-RUN-AREA TO TRUE.
           MOVE 'CRINTACR' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'CRINTACR NOT STARTED: '
                      RUN-ERROR-MSG OF WS-RUN-AREA
              STOP RUN
           END-IF.
       Z100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       Z200-RECORD-COUNTER.
           SET RUN-FUNC-CTR OF WS-RUN-AREA TO TRUE.
           CALL 'RUNCTL' USING WS-RUN-AREA.
       Z200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       Z300-REGISTER-END.
           SET RUN-FUNC-END OF WS-RUN-AREA TO TRUE.
           CALL 'RUNCTL' USING WS-RUN-AREA.
       Z300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
