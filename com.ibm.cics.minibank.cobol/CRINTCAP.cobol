      *--------------------------------------------------------------*
      * PROGRAM-ID : CRINTCAP                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   CREDIT INTEREST CAPITALISATION BATCH. SWEEPS EVERY NON-ZERO  *
      *   CRACCRUAL BUCKET BUILT UP BY THE NIGHTLY CRINTACR RUN AND    *
      *   POSTS IT AS REAL MOVEMENTS, THE WAY ODINTACR'S MONTH-END     *
      *   PASS POSTS AN OVERDRAFT CHARGE: THE GROSS INTEREST IS        *
      *   CREDITED UNDER TRANSNAME 'CRINTRST' AND THE WITHHOLDING TAX  *
      *   ON IT IS DEBITED AS A SEPARATE 'WHTAX' ROW, EACH CARRYING    *
      *   THE BEFORE/AFTER BALANCE SNAPSHOTS XFERCORE WRITES, SO BOTH  *
      *   FLOW THROUGH RECONCIL AND THE CUSTOMER STATEMENT LIKE ANY    *
      *   OTHER POSTING. THE TAX RATE IS THE WHTAXRATE ROW FOR THE     *
      *   ACCOUNT'S CURRENCY; A CUSTOMER FLAGGED TAXEXEMPT ON THE      *
      *   CUSTOMER MASTER HAS NOTHING WITHHELD. THE GROSS AND THE TAX  *
      *   ARE ADDED TO THE ACCOUNT'S CRINTYEAR ROW FOR THE TAX YEAR    *
      *   OF THE RUN DATE, WHICH THE YEAR-END CERTIFICATE (INTCERT)    *
      *   IS PRINTED FROM.                                             *
      *                                                               *
      *   THE RUN CAPITALISES EVERY TIME IT IS RUN - HOW OFTEN         *
      *   (MONTHLY, QUARTERLY, ON THE LAST NIGHT OF THE YEAR) IS A     *
      *   SCHEDULING DECISION, AND RUNCTL HOLDS IT BEHIND A CLEAN      *
      *   CRINTACR SO THE LAST DAY'S ACCRUAL IS IN THE BUCKET. EACH    *
      *   BUCKET IS POSTED UNDER ITS OWN SAVEPOINT, STAMPED WITH       *
      *   TONIGHT'S LASTCAPDATE IN THE SAME UNIT OF WORK, AND BOTH     *
      *   HISTORY ROWS CARRY A REFNO BUILT FROM THE ACCOUNT AND RUN    *
      *   DATE, SO A RESTARTED RUN CANNOT CAPITALISE A BUCKET TWICE.   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRINTCAP.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE TRANHIST END-EXEC.
           EXEC SQL INCLUDE CRACCR   END-EXEC.
           EXEC SQL INCLUDE WHTAX    END-EXEC.
           EXEC SQL INCLUDE CRINTYR  END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.
       01  WS-POST-FAILED-SW          PIC X(01) VALUE 'N'.
           88  WS-POST-FAILED             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-GROSS-AMOUNT            PIC S9(12)V9(3) VALUE 0.
       01  WS-TAX-AMOUNT              PIC S9(12)V9(3) VALUE 0.
       01  WS-OLD-BALANCE             PIC S9(12)V9(3) VALUE 0.
       01  WS-NEW-BALANCE             PIC S9(12)V9(3) VALUE 0.
       01  WS-INTEREST-REFNO          PIC X(36).
       01  WS-TAX-REFNO               PIC X(36).

       01  WS-BUCKET-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-CAPITALISED-COUNT       PIC S9(08) COMP VALUE 0.
       01  WS-TAXED-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-EXEMPT-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-SKIPPED-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-NOTAXRATE-COUNT         PIC S9(08) COMP VALUE 0.
       01  WS-FAILED-COUNT            PIC S9(08) COMP VALUE 0.
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
           PERFORM B100-OPEN-CURSOR    THRU B100-EXIT.
           PERFORM B200-FETCH-BUCKET   THRU B200-EXIT.
           PERFORM B300-PROCESS-BUCKET THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-CURSOR   THRU B400-EXIT.
           DISPLAY 'CRINTCAP BUCKETS SWEPT       : ' WS-BUCKET-COUNT.
           DISPLAY 'CRINTCAP INTEREST CAPITALISED: '
                   WS-CAPITALISED-COUNT.
           DISPLAY 'CRINTCAP TAX WITHHELD        : ' WS-TAXED-COUNT.
           DISPLAY 'CRINTCAP TAX EXEMPT          : ' WS-EXEMPT-COUNT.
           DISPLAY 'CRINTCAP ALREADY DONE (SKIP) : ' WS-SKIPPED-COUNT.
           DISPLAY 'CRINTCAP NO TAX RATE         : '
                   WS-NOTAXRATE-COUNT.
           DISPLAY 'CRINTCAP FAILED              : ' WS-FAILED-COUNT.
           MOVE 'BUCKETS SWEPT' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BUCKET-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'INTEREST CAPITALISED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-CAPITALISED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TAX WITHHELD' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-TAXED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TAX EXEMPT' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-EXEMPT-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ALREADY DONE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-SKIPPED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'NO TAX RATE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-NOTAXRATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'FAILED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-FAILED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
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
      * B100 - EVERY NON-ZERO BUCKET ON AN ACCOUNT THAT IS NOT CLOSED,
      * INCLUDING ACCOUNTS NO LONGER IN CREDIT TONIGHT - THE DAYS THEY
      * WERE IN CREDIT ARE STILL OWED. THE CUSTOMER IS AN OUTER JOIN:
      * AN ACCOUNT WHOSE NUMBER IS NOT ON THE CUSTOMER MASTER IS NOT
      * EXEMPT, SO IT HAS TAX WITHHELD. WITH HOLD FOR THE CHECKPOINT
      * COMMITS TAKEN IN B300.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-CAPITALISE CURSOR WITH HOLD FOR
                SELECT C.ACCOUNTNUMBER, C.ACCRUEDAMOUNT,
                       C.LASTCAPDATE, A.CURRENCY,
                       COALESCE(U.TAXEXEMPT, 'N')
                  FROM CRACCRUAL C
                       INNER JOIN ACCOUNT A
                          ON A.ACCOUNTNUMBER = C.ACCOUNTNUMBER
                       LEFT OUTER JOIN CUSTOMER U
                          ON U.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                 WHERE C.ACCRUEDAMOUNT > 0
                   AND COALESCE(A.STATUS, 'A') <> 'X'
                 ORDER BY C.ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-CAPITALISE
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-BUCKET.
           EXEC SQL
                FETCH C-CAPITALISE
                 INTO :DCLCRACCRUAL.CRA-ACCOUNTNUMBER,
                      :DCLCRACCRUAL.CRA-ACCRUEDAMOUNT,
                      :DCLCRACCRUAL.CRA-LASTCAPDATE,
                      :DCLACCOUNT.ACCT-CURRENCY,
                      :DCLCUSTOMER.CUST-TAX-EXEMPT
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-BUCKET-COUNT
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'CRINTCAP FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - ONE BUCKET. A BUCKET ALREADY STAMPED WITH TONIGHT'S
      * LASTCAPDATE WAS COMMITTED BY AN EARLIER (ABENDED) RUN AND IS
      * SKIPPED. A SAVEPOINT IS TAKEN BEFORE EACH BUCKET SO A FAILURE
      * ANYWHERE IN B330 BACKS OUT THE CREDIT, THE TAX, THE YEAR
      * TOTALS AND THE BUCKET RESET TOGETHER.
      *--------------------------------------------------------------*
       B300-PROCESS-BUCKET.
           MOVE CRA-ACCOUNTNUMBER OF DCLCRACCRUAL TO
                                     ACCOUNTNUMBER OF DCLACCOUNT.
           IF CRA-LASTCAPDATE OF DCLCRACCRUAL = WS-RUN-DATE
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM B320-FIND-TAX-RATE THRU B320-EXIT
              IF WHT-TAXRATE OF DCLWHTAXRATE NOT < 0
                 EXEC SQL
                      SAVEPOINT SP-BEFORE-CAP
                      ON ROLLBACK RETAIN CURSORS
                 END-EXEC
                 PERFORM B330-CAPITALISE THRU B330-EXIT
              END-IF
           END-IF.
           DIVIDE WS-BUCKET-COUNT BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-QUOTIENT
              REMAINDER WS-CKPT-REMAINDER.
           IF WS-CKPT-REMAINDER = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'CRINTCAP CHECKPOINT AT ' WS-BUCKET-COUNT
                      ' BUCKETS'
           END-IF.
           PERFORM B200-FETCH-BUCKET THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B320 - THE WITHHOLDING RATE FOR THE ACCOUNT'S CURRENCY, OR
      * ZERO FOR AN EXEMPT CUSTOMER. A CURRENCY WITH NO WHTAXRATE ROW
      * IS REPORTED AND ITS BUCKET LEFT TO GROW - INTEREST IS NOT
      * PAID GROSS ON A GUESS. A NEGATIVE RATE TELLS B300 TO SKIP.
      *--------------------------------------------------------------*
       B320-FIND-TAX-RATE.
           IF CUST-TAX-EXEMPTED OF DCLCUSTOMER
              MOVE 0 TO WHT-TAXRATE OF DCLWHTAXRATE
              GO TO B320-EXIT
           END-IF.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                     WHT-CURRENCY OF DCLWHTAXRATE.
           EXEC SQL
                SELECT TAXRATE
                  INTO :DCLWHTAXRATE.WHT-TAXRATE
                  FROM WHTAXRATE
                 WHERE CURRENCY = :DCLWHTAXRATE.WHT-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     ADD 1 TO WS-NOTAXRATE-COUNT
                     DISPLAY 'CRINTCAP NO WHTAXRATE FOR CURRENCY='
                             WHT-CURRENCY OF DCLWHTAXRATE
                             ' ACCOUNT=' ACCOUNTNUMBER OF DCLACCOUNT
                     MOVE -1 TO WHT-TAXRATE OF DCLWHTAXRATE
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     DISPLAY 'CRINTCAP TAX RATE READ ERROR SQLCODE='
                             SQLCODE
                     MOVE -1 TO WHT-TAXRATE OF DCLWHTAXRATE
           END-EVALUATE.
       B320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B330 - CAPITALISE ONE BUCKET. THE GROSS IS ROUNDED TO POSTING
      * PRECISION (A BUCKET TOO SMALL TO ROUND TO A POSTABLE AMOUNT
      * IS CARRIED FORWARD) AND THE TAX IS ROUNDED ON THE ROUNDED
      * GROSS, SO GROSS - TAX IS EXACTLY WHAT THE CUSTOMER NETS.
      * CREDIT FIRST, THEN THE TAX DEBIT AGAINST THE CREDITED
      * BALANCE, THEN THE YEAR TOTALS, THEN THE BUCKET RESET.
      *--------------------------------------------------------------*
       B330-CAPITALISE.
           MOVE 'N' TO WS-POST-FAILED-SW.
           COMPUTE WS-GROSS-AMOUNT ROUNDED =
                   CRA-ACCRUEDAMOUNT OF DCLCRACCRUAL.
           IF WS-GROSS-AMOUNT = 0
              GO TO B330-EXIT
           END-IF.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GROSS-AMOUNT * WHT-TAXRATE OF DCLWHTAXRATE / 100.
           MOVE SPACES TO WS-INTEREST-REFNO.
           STRING 'CRINTRST'                    DELIMITED BY SIZE
                  ACCOUNTNUMBER OF DCLACCOUNT   DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  INTO WS-INTEREST-REFNO.
           MOVE SPACES TO WS-TAX-REFNO.
           STRING 'WHTAX'                       DELIMITED BY SIZE
                  ACCOUNTNUMBER OF DCLACCOUNT   DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  INTO WS-TAX-REFNO.
           MOVE 'CRINTRST'        TO TRANSNAME OF DCLTRANSHISTORY.
           MOVE WS-GROSS-AMOUNT   TO TRANSAMOUNT OF DCLTRANSHISTORY.
           MOVE WS-INTEREST-REFNO TO REFNO OF DCLTRANSHISTORY.
           PERFORM B340-POST-MOVEMENT THRU B340-EXIT.
           IF WS-POST-FAILED
              GO TO B330-EXIT
           END-IF.
           IF WS-TAX-AMOUNT > 0
              MOVE 'WHTAX'        TO TRANSNAME OF DCLTRANSHISTORY
              COMPUTE TRANSAMOUNT OF DCLTRANSHISTORY =
                      WS-TAX-AMOUNT * -1
              MOVE WS-TAX-REFNO   TO REFNO OF DCLTRANSHISTORY
              PERFORM B340-POST-MOVEMENT THRU B340-EXIT
              IF WS-POST-FAILED
                 GO TO B330-EXIT
              END-IF
           END-IF.
           PERFORM B350-ADD-YEAR-TOTALS THRU B350-EXIT.
           IF WS-POST-FAILED
              GO TO B330-EXIT
           END-IF.
           COMPUTE CRA-ACCRUEDAMOUNT OF DCLCRACCRUAL =
                   CRA-ACCRUEDAMOUNT OF DCLCRACCRUAL
                   - WS-GROSS-AMOUNT.
           MOVE WS-RUN-DATE TO CRA-LASTCAPDATE OF DCLCRACCRUAL.
           EXEC SQL
                UPDATE CRACCRUAL
                       SET ACCRUEDAMOUNT =
                                  :DCLCRACCRUAL.CRA-ACCRUEDAMOUNT
                          ,LASTCAPDATE   =
                                  :DCLCRACCRUAL.CRA-LASTCAPDATE
                     WHERE ACCOUNTNUMBER =
                                  :DCLCRACCRUAL.CRA-ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
      * THE INTEREST IS POSTED BUT THE BUCKET COULD NOT BE RESET AND
      * STAMPED - LEFT AS-IS, THE NEXT RUN WOULD PAY THE SAME BUCKET
      * AGAIN UNDER A FRESH REFNO. BACK THE WHOLE BUCKET OUT INSTEAD.
              DISPLAY 'CRINTCAP BUCKET RESET ERROR SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
              END-EXEC
              ADD 1 TO WS-FAILED-COUNT
              GO TO B330-EXIT
           END-IF.
           ADD 1 TO WS-CAPITALISED-COUNT.
           IF WS-TAX-AMOUNT > 0
              ADD 1 TO WS-TAXED-COUNT
           END-IF.
           IF CUST-TAX-EXEMPTED OF DCLCUSTOMER
              ADD 1 TO WS-EXEMPT-COUNT
           END-IF.
       B330-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B340 - POST ONE SIGNED MOVEMENT (TRANSNAME, TRANSAMOUNT AND
      * REFNO SET BY THE CALLER). THE BALANCE IS RE-READ UNDER AN
      * UPDATE LOCK TO SNAPSHOT THE TRUE BEFORE/AFTER VALUES - THE
      * SAME DISCIPLINE AS ODINTACR'S C330 - AND THE DETERMINISTIC
      * REFNO MAKES A RE-RUN HIT THE UNIQUE INDEX (-803) INSTEAD OF
      * POSTING TWICE. ANY FAILURE BACKS THE WHOLE BUCKET OUT TO THE
      * SAVEPOINT AND SETS WS-POST-FAILED. THE TAX DEBIT DELIBERATELY
      * BYPASSES THE OVERDRAFT-FLOOR CHECK - IT NEVER EXCEEDS THE
      * CREDIT POSTED JUST BEFORE IT.
      *--------------------------------------------------------------*
       B340-POST-MOVEMENT.
           EXEC SQL
                SELECT BALANCE
                  INTO :DCLACCOUNT.BALANCE
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'CRINTCAP BALANCE READ ERROR SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
              END-EXEC
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'Y' TO WS-POST-FAILED-SW
              GO TO B340-EXIT
           END-IF.
           MOVE BALANCE OF DCLACCOUNT TO WS-OLD-BALANCE.
           COMPUTE WS-NEW-BALANCE =
                   WS-OLD-BALANCE + TRANSAMOUNT OF DCLTRANSHISTORY.
           MOVE TRANSAMOUNT OF DCLTRANSHISTORY TO BALANCE OF DCLACCOUNT.
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
              DISPLAY 'CRINTCAP ACCOUNT UPDATE ERROR SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
              END-EXEC
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'Y' TO WS-POST-FAILED-SW
              GO TO B340-EXIT
           END-IF.
           MOVE ACCOUNTNUMBER OF DCLACCOUNT TO
                                     ACCOUNTNUMBER OF DCLTRANSHISTORY.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                     HIST-CURRENCY OF DCLTRANSHISTORY.
           MOVE WS-OLD-BALANCE TO OLDBALANCE OF DCLTRANSHISTORY.
           MOVE WS-NEW-BALANCE TO NEWBALANCE OF DCLTRANSHISTORY.
           MOVE SPACES TO ORIGREFNO OF DCLTRANSHISTORY.
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
      * AN EARLIER RUN ALREADY POSTED AND COMMITTED THIS MOVEMENT -
      * AND WITH IT THE BUCKET RESET. BACK THIS DUPLICATE OUT TO THE
      * SAVEPOINT AND LEAVE THE BUCKET ALONE.
                     DISPLAY 'CRINTCAP ALREADY POSTED ACCOUNT='
                             ACCOUNTNUMBER OF DCLACCOUNT
                             ' REFNO=' REFNO OF DCLTRANSHISTORY
                     EXEC SQL
                          ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
                     END-EXEC
                     ADD 1 TO WS-SKIPPED-COUNT
                     MOVE 'Y' TO WS-POST-FAILED-SW
             WHEN OTHER
                     DISPLAY 'CRINTCAP HISTORY INSERT ERROR SQLCODE='
                             SQLCODE
                     EXEC SQL
                          ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
                     END-EXEC
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-POST-FAILED-SW
           END-EVALUATE.
       B340-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B350 - ADD THE GROSS AND THE TAX TO THE ACCOUNT'S CRINTYEAR
      * ROW FOR THE TAX YEAR OF THE RUN DATE, CREATING THE ROW ON THE
      * FIRST CAPITALISATION OF THE YEAR. A FAILURE BACKS THE BUCKET
      * OUT - THE CERTIFICATE MUST AGREE WITH WHAT WAS POSTED.
      *--------------------------------------------------------------*
       B350-ADD-YEAR-TOTALS.
           MOVE ACCOUNTNUMBER OF DCLACCOUNT TO
                                     CRY-ACCOUNTNUMBER OF DCLCRINTYEAR.
           MOVE WS-RUN-DATE (1: 4) TO CRY-TAXYEAR OF DCLCRINTYEAR.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                     CRY-CURRENCY OF DCLCRINTYEAR.
           MOVE WS-GROSS-AMOUNT TO CRY-GROSSINTEREST OF DCLCRINTYEAR.
           MOVE WS-TAX-AMOUNT   TO CRY-TAXWITHHELD   OF DCLCRINTYEAR.
           EXEC SQL
                UPDATE CRINTYEAR
                       SET GROSSINTEREST = GROSSINTEREST +
                                  :DCLCRINTYEAR.CRY-GROSSINTEREST
                          ,TAXWITHHELD   = TAXWITHHELD +
                                  :DCLCRINTYEAR.CRY-TAXWITHHELD
                     WHERE ACCOUNTNUMBER =
                                  :DCLCRINTYEAR.CRY-ACCOUNTNUMBER
                       AND TAXYEAR       = :DCLCRINTYEAR.CRY-TAXYEAR
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO CRINTYEAR
                              (ACCOUNTNUMBER
                              ,TAXYEAR
                              ,CURRENCY
                              ,GROSSINTEREST
                              ,TAXWITHHELD
                              )
                    VALUES
                              (:DCLCRINTYEAR.CRY-ACCOUNTNUMBER
                              ,:DCLCRINTYEAR.CRY-TAXYEAR
                              ,:DCLCRINTYEAR.CRY-CURRENCY
                              ,:DCLCRINTYEAR.CRY-GROSSINTEREST
                              ,:DCLCRINTYEAR.CRY-TAXWITHHELD
                              )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'CRINTCAP YEAR TOTAL ERROR SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CAP
              END-EXEC
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'Y' TO WS-POST-FAILED-SW
           END-IF.
       B350-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-CAPITALISE
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
           MOVE 'CRINTCAP' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'CRINTCAP NOT STARTED: '
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
