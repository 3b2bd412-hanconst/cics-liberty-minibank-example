      *--------------------------------------------------------------*
      * PROGRAM-ID : TDMATURE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   NIGHTLY TERM DEPOSIT MATURITY RUN. EVERY ACTIVE DEPOSIT      *
      *   WHOSE MATURITY DATE HAS COME IS MATURED ON ITS EFFECTIVE     *
      *   DATE - THE MATURITY DATE ITSELF, OR THE NEXT BUSINESS DAY    *
      *   FOR THE DEPOSIT'S CURRENCY ON THE CALBDAY CALENDAR WHEN IT   *
      *   FALLS ON A WEEKEND OR BANK HOLIDAY. A DEPOSIT WHOSE          *
      *   EFFECTIVE DATE IS STILL AHEAD IS DEFERRED TO THAT NIGHT'S    *
      *   RUN. INTEREST IS EARNED AT THE FIXED RATE FROM START DATE    *
      *   TO EFFECTIVE DATE, ACTUAL/365 (THE ODINTACR BASIS), AND      *
      *   EVERY MOVEMENT POSTS THROUGH XFERCORE BETWEEN THE CUSTOMER'S *
      *   ACCOUNT AND THE CURRENCY'S TDCONTROL HOLD AND INTEREST       *
      *   ACCOUNTS. PER THE DEPOSIT'S MATURITY INSTRUCTION:            *
      *     P - PAY OUT: INTEREST AND PRINCIPAL BACK TO THE ACCOUNT;   *
      *         THE DEPOSIT IS MATURED                                 *
      *     R - ROLL OVER PRINCIPAL: INTEREST PAID TO THE ACCOUNT, THE *
      *         PRINCIPAL RUNS ANOTHER TERM                            *
      *     C - ROLL OVER PRINCIPAL PLUS INTEREST: INTEREST MOVES TO   *
      *         THE HOLD ACCOUNT AND IS ADDED TO THE PRINCIPAL FOR     *
      *         ANOTHER TERM                                           *
      *   A ROLLED DEPOSIT KEEPS ITS RATE AND TERM LENGTH AND RUNS     *
      *   FROM THE EFFECTIVE DATE. EACH DEPOSIT IS ONE SAVEPOINT, SO   *
      *   ONE REFUSED POSTING BACKS OUT THAT DEPOSIT ALONE - IT STAYS  *
      *   ACTIVE AND IS RETRIED THE NEXT NIGHT. EVERY DEPOSIT          *
      *   CONSIDERED IS LISTED ON THE MATURITY REPORT (TDMATRPT).      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATURITY-REPORT ASSIGN TO TDMATRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MATURITY-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE TERMDEP  END-EXEC.
           EXEC SQL INCLUDE TDCTL    END-EXEC.

       01 WS-XFER-COMMAREA.
           COPY TRANSFER.
       01 WS-NEEDS-ROLLBACK       PIC X(01).

       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                 VALUE 'Y'.
       01 WS-FETCH-ERR-SW         PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR         VALUE 'Y'.
       01 WS-POST-FAILED-SW       PIC X(01) VALUE 'N'.
           88  WS-POST-FAILED         VALUE 'Y'.

       01 WS-DUE-COUNT            PIC S9(08) COMP VALUE 0.
       01 WS-PAID-COUNT           PIC S9(08) COMP VALUE 0.
       01 WS-ROLLED-COUNT         PIC S9(08) COMP VALUE 0.
       01 WS-DEFERRED-COUNT       PIC S9(08) COMP VALUE 0.
       01 WS-FAILED-COUNT         PIC S9(08) COMP VALUE 0.
       01 WS-DONE-COUNT           PIC S9(08) COMP VALUE 0.
       01 WS-CHECKPOINT-INTERVAL  PIC S9(04) COMP VALUE 50.
       01 WS-CKPT-QUOTIENT        PIC S9(08) COMP VALUE 0.
       01 WS-CKPT-REMAINDER       PIC S9(04) COMP VALUE 0.

       01 WS-RUN-DATE             PIC X(10).
       01 WS-EFFECTIVE-DATE       PIC X(10).
       01 WS-NEW-MATURITY         PIC X(10).
       01 WS-TERM-DAYS            PIC S9(08) COMP VALUE 0.
       01 WS-INTEREST-DAYS        PIC S9(08) COMP VALUE 0.
       01 WS-INTEREST             PIC S9(12)V9(3) VALUE 0.
       01 WS-NEW-PRINCIPAL        PIC S9(12)V9(3) VALUE 0.
       01 WS-FAIL-REASON          PIC X(40).

      * ONE XFERCORE POSTING (SEE B500)
       01 WS-POST-FROM            PIC X(10).
       01 WS-POST-TO              PIC X(10).
       01 WS-POST-AMOUNT          PIC S9(12)V9(3) VALUE 0.
       01 WS-POST-SUFFIX          PIC X(02).
       01 WS-POST-CYCLE           PIC 9(03).

       01 WS-CAL-AREA.
           COPY CALBDAY.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               'TERM DEPOSIT MATURITY RUN - RUN DATE   '.
           05  H1-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(28) VALUE 'DEPOSIT ID'.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(05) VALUE 'CCY'.
           05  FILLER                 PIC X(21) VALUE
               '           PRINCIPAL'.
           05  FILLER                 PIC X(21) VALUE
               '            INTEREST'.
           05  FILLER                 PIC X(12) VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(13) VALUE 'ACTION'.
           05  FILLER                 PIC X(12) VALUE 'NEW MATURITY'.
       01  WS-DETAIL-LINE.
           05  DL-DEPOSITID           PIC X(26).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACCOUNTNUMBER       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-PRINCIPAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-INTEREST            PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-EFFECTIVE-DATE      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACTION              PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-NEW-MATURITY        PIC X(10).
       01  WS-SUMMARY-LINE.
           05  SL-LABEL               PIC X(33).
           05  SL-VALUE               PIC ZZZ,ZZ9.

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
           OPEN OUTPUT MATURITY-REPORT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B100-OPEN-CURSOR     THRU B100-EXIT.
           PERFORM B200-FETCH-NEXT      THRU B200-EXIT.
           PERFORM B300-PROCESS-DEPOSIT THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-CURSOR    THRU B400-EXIT.
           MOVE 'DEPOSITS DUE                 : ' TO SL-LABEL.
           MOVE WS-DUE-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS PAID OUT            : ' TO SL-LABEL.
           MOVE WS-PAID-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS ROLLED OVER         : ' TO SL-LABEL.
           MOVE WS-ROLLED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS DEFERRED            : ' TO SL-LABEL.
           MOVE WS-DEFERRED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOSITS FAILED              : ' TO SL-LABEL.
           MOVE WS-FAILED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE MATURITY-REPORT.
           DISPLAY 'TDMATURE DEPOSITS DUE      : ' WS-DUE-COUNT.
           DISPLAY 'TDMATURE DEPOSITS PAID OUT : ' WS-PAID-COUNT.
           DISPLAY 'TDMATURE DEPOSITS ROLLED   : ' WS-ROLLED-COUNT.
           DISPLAY 'TDMATURE DEPOSITS DEFERRED : ' WS-DEFERRED-COUNT.
           DISPLAY 'TDMATURE DEPOSITS FAILED   : ' WS-FAILED-COUNT.
           MOVE 'DEPOSITS DUE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DUE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'DEPOSITS PAID OUT' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-PAID-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'DEPOSITS ROLLED OVER' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ROLLED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'DEPOSITS DEFERRED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DEFERRED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'DEPOSITS FAILED' TO RUN-CTR-NAME OF WS-RUN-AREA.
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
      * B100 - ACTIVE DEPOSITS WHOSE CONTRACTUAL MATURITY DATE IS
      * TODAY OR EARLIER. THE DATES ARE CHAR(10) ISO, SO THEY COMPARE
      * AS STRINGS. THE TERM LENGTH IN DAYS COMES BACK WITH EACH ROW
      * FOR THE ROLLOVER. WITH HOLD, SO THE CURSOR SURVIVES THE
      * CHECKPOINT COMMITS TAKEN IN B300.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-MATURING CURSOR WITH HOLD FOR
                SELECT DEPOSITID, ACCOUNTNUMBER, PRINCIPAL, CURRENCY,
                       ANNUALRATE, STARTDATE, MATURITYDATE,
                       INSTRUCTION, ROLLCOUNT,
                       DAYS(DATE(MATURITYDATE))
                     - DAYS(DATE(STARTDATE))
                  FROM TERMDEPOSIT
                 WHERE STATUS = 'A'
                   AND MATURITYDATE <= :WS-RUN-DATE
                 ORDER BY DEPOSITID
           END-EXEC.
           EXEC SQL
                OPEN C-MATURING
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-NEXT.
           EXEC SQL
                FETCH C-MATURING
                 INTO :DCLTERMDEPOSIT.TDP-DEPOSITID,
                      :DCLTERMDEPOSIT.TDP-ACCOUNTNUMBER,
                      :DCLTERMDEPOSIT.TDP-PRINCIPAL,
                      :DCLTERMDEPOSIT.TDP-CURRENCY,
                      :DCLTERMDEPOSIT.TDP-ANNUALRATE,
                      :DCLTERMDEPOSIT.TDP-STARTDATE,
                      :DCLTERMDEPOSIT.TDP-MATURITYDATE,
                      :DCLTERMDEPOSIT.TDP-INSTRUCTION,
                      :DCLTERMDEPOSIT.TDP-ROLLCOUNT,
                      :WS-TERM-DAYS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-DUE-COUNT
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'TDMATURE FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - MATURE ONE DEPOSIT.
      *
      * THE EFFECTIVE DATE IS THE FIRST BUSINESS DAY ON OR AFTER THE
      * MATURITY DATE FOR THE DEPOSIT'S CURRENCY. IF IT IS STILL
      * AHEAD, THE DEPOSIT IS DEFERRED UNTOUCHED AND COMES BACK ON
      * THE CURSOR EVERY NIGHT UNTIL THEN. IF THE CALENDAR SERVICE
      * CANNOT ANSWER, THE CONTRACTUAL DATE IS USED - THE CUSTOMER
      * IS PAID ON TIME RATHER THAN LATE, AS STORDRVR POSTS WHEN THE
      * CALENDAR IS DOWN.
      *
      * A SAVEPOINT IS TAKEN BEFORE THE FIRST POSTING SO A REFUSAL
      * OF ANY LEG BACKS OUT THE WHOLE DEPOSIT AND NOTHING ELSE. THE
      * DEPOSIT STAYS ACTIVE AND IS RETRIED NEXT NIGHT; EACH POSTING
      * CARRIES A REF-NO OF DEPOSITID, A LEG SUFFIX AND THE ROLL
      * CYCLE, SO A RETRY CAN NEVER POST THE SAME LEG TWICE.
      *--------------------------------------------------------------*
       B300-PROCESS-DEPOSIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TDP-DEPOSITID     OF DCLTERMDEPOSIT TO DL-DEPOSITID.
           MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO
                                                    DL-ACCOUNTNUMBER.
           MOVE TDP-CURRENCY      OF DCLTERMDEPOSIT TO DL-CURRENCY.
           MOVE TDP-PRINCIPAL     OF DCLTERMDEPOSIT TO DL-PRINCIPAL.
           MOVE TDP-MATURITYDATE OF DCLTERMDEPOSIT TO WS-EFFECTIVE-DATE.
           MOVE LOW-VALUE TO WS-CAL-AREA.
           SET CAL-FUNC-NEXT OF WS-CAL-AREA TO TRUE.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                            CAL-MARKET OF WS-CAL-AREA.
           MOVE TDP-MATURITYDATE OF DCLTERMDEPOSIT TO
                                            CAL-IN-DATE OF WS-CAL-AREA.
           CALL 'CALBDAY' USING WS-CAL-AREA.
           IF CAL-OK OF WS-CAL-AREA
              MOVE CAL-OUT-DATE OF WS-CAL-AREA TO WS-EFFECTIVE-DATE
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE > WS-RUN-DATE
              ADD 1 TO WS-DEFERRED-COUNT
              MOVE 'DEFERRED' TO DL-ACTION
              GO TO B300-WRITE
           END-IF.
           PERFORM B310-READ-CONTROL THRU B310-EXIT.
           IF WS-POST-FAILED
              GO TO B300-FAILED
           END-IF.
           EXEC SQL
                VALUES (DAYS(DATE(:WS-EFFECTIVE-DATE))
                      - DAYS(DATE(:DCLTERMDEPOSIT.TDP-STARTDATE)))
                  INTO :WS-INTEREST-DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'INTERNAL ERROR' TO WS-FAIL-REASON
              GO TO B300-FAILED
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
                   TDP-PRINCIPAL OF DCLTERMDEPOSIT
                   * TDP-ANNUALRATE OF DCLTERMDEPOSIT / 100
                   * WS-INTEREST-DAYS / 365.
           MOVE WS-INTEREST TO DL-INTEREST.
           MOVE TDP-ROLLCOUNT OF DCLTERMDEPOSIT TO WS-POST-CYCLE.
           EXEC SQL
                SAVEPOINT SP-BEFORE-DEPOSIT
                ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           EVALUATE TRUE
             WHEN TDP-INSTR-PAYOUT OF DCLTERMDEPOSIT
                     PERFORM B320-PAY-OUT      THRU B320-EXIT
             WHEN TDP-INSTR-ROLL-PRIN OF DCLTERMDEPOSIT
                     PERFORM B330-ROLL-PRINCIPAL THRU B330-EXIT
             WHEN TDP-INSTR-ROLL-ALL OF DCLTERMDEPOSIT
                     PERFORM B340-ROLL-ALL     THRU B340-EXIT
             WHEN OTHER
                     MOVE 'Y' TO WS-POST-FAILED-SW
                     MOVE 'UNKNOWN MATURITY INSTRUCTION' TO
                                                      WS-FAIL-REASON
           END-EVALUATE.
           IF WS-POST-FAILED
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-DEPOSIT
              END-EXEC
              GO TO B300-FAILED
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           DIVIDE WS-DONE-COUNT BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-QUOTIENT
              REMAINDER WS-CKPT-REMAINDER.
           IF WS-CKPT-REMAINDER = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'TDMATURE CHECKPOINT AT ' WS-DONE-COUNT
                      ' DEPOSITS MATURED'
           END-IF.
           GO TO B300-WRITE.
       B300-FAILED.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE 'FAILED' TO DL-ACTION.
           DISPLAY 'TDMATURE DEPOSIT FAILED DEPOSITID='
                   TDP-DEPOSITID OF DCLTERMDEPOSIT ' '
                   WS-FAIL-REASON.
       B300-WRITE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B200-FETCH-NEXT THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B310 - THE CURRENCY'S TDCONTROL HOLD AND INTEREST ACCOUNTS.
      *--------------------------------------------------------------*
       B310-READ-CONTROL.
           MOVE 'N' TO WS-POST-FAILED-SW.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                     TDC-CURRENCY OF DCLTDCONTROL.
           EXEC SQL
                SELECT HOLDACCOUNT, INTERESTACCOUNT
                  INTO :DCLTDCONTROL.TDC-HOLDACCOUNT,
                       :DCLTDCONTROL.TDC-INTERESTACCOUNT
                  FROM TDCONTROL
                 WHERE CURRENCY = :DCLTDCONTROL.TDC-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POST-FAILED-SW
              MOVE 'NO TDCONTROL ROW FOR CURRENCY' TO WS-FAIL-REASON
           END-IF.
       B310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B320 - PAY OUT: INTEREST FROM THE INTEREST ACCOUNT, THEN THE
      * PRINCIPAL FROM THE HOLD ACCOUNT, BOTH TO THE CUSTOMER'S
      * ACCOUNT. THE DEPOSIT IS THEN MATURED AND CLOSED.
      *--------------------------------------------------------------*
       B320-PAY-OUT.
           IF WS-INTEREST > 0
              MOVE TDC-INTERESTACCOUNT OF DCLTDCONTROL TO WS-POST-FROM
              MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-TO
              MOVE WS-INTEREST TO WS-POST-AMOUNT
              MOVE '-I' TO WS-POST-SUFFIX
              PERFORM B500-POST-TRANSFER THRU B500-EXIT
              IF WS-POST-FAILED
                 GO TO B320-EXIT
              END-IF
           END-IF.
           MOVE TDC-HOLDACCOUNT OF DCLTDCONTROL TO WS-POST-FROM.
           MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-TO.
           MOVE TDP-PRINCIPAL OF DCLTERMDEPOSIT TO WS-POST-AMOUNT.
           MOVE '-P' TO WS-POST-SUFFIX.
           PERFORM B500-POST-TRANSFER THRU B500-EXIT.
           IF WS-POST-FAILED
              GO TO B320-EXIT
           END-IF.
           EXEC SQL
                UPDATE TERMDEPOSIT
                       SET STATUS    = 'M'
                          ,CLOSEDATE = :WS-RUN-DATE
                     WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POST-FAILED-SW
              MOVE 'INTERNAL ERROR' TO WS-FAIL-REASON
              GO TO B320-EXIT
           END-IF.
           ADD 1 TO WS-PAID-COUNT.
           MOVE 'PAID OUT' TO DL-ACTION.
       B320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B330 - ROLL OVER PRINCIPAL: THE INTEREST IS PAID TO THE
      * CUSTOMER'S ACCOUNT AND THE PRINCIPAL, STILL ON THE HOLD
      * ACCOUNT, RUNS ANOTHER TERM.
      *--------------------------------------------------------------*
       B330-ROLL-PRINCIPAL.
           IF WS-INTEREST > 0
              MOVE TDC-INTERESTACCOUNT OF DCLTDCONTROL TO WS-POST-FROM
              MOVE TDP-ACCOUNTNUMBER OF DCLTERMDEPOSIT TO WS-POST-TO
              MOVE WS-INTEREST TO WS-POST-AMOUNT
              MOVE '-I' TO WS-POST-SUFFIX
              PERFORM B500-POST-TRANSFER THRU B500-EXIT
              IF WS-POST-FAILED
                 GO TO B330-EXIT
              END-IF
           END-IF.
           MOVE TDP-PRINCIPAL OF DCLTERMDEPOSIT TO WS-NEW-PRINCIPAL.
           PERFORM B350-ROLL-OVER THRU B350-EXIT.
       B330-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B340 - ROLL OVER PRINCIPAL PLUS INTEREST: THE INTEREST MOVES
      * FROM THE INTEREST ACCOUNT ONTO THE HOLD ACCOUNT BESIDE THE
      * PRINCIPAL, AND THE TWO RUN ANOTHER TERM AS THE NEW PRINCIPAL.
      *--------------------------------------------------------------*
       B340-ROLL-ALL.
           IF WS-INTEREST > 0
              MOVE TDC-INTERESTACCOUNT OF DCLTDCONTROL TO WS-POST-FROM
              MOVE TDC-HOLDACCOUNT OF DCLTDCONTROL TO WS-POST-TO
              MOVE WS-INTEREST TO WS-POST-AMOUNT
              MOVE '-I' TO WS-POST-SUFFIX
              PERFORM B500-POST-TRANSFER THRU B500-EXIT
              IF WS-POST-FAILED
                 GO TO B340-EXIT
              END-IF
           END-IF.
           COMPUTE WS-NEW-PRINCIPAL = TDP-PRINCIPAL OF DCLTERMDEPOSIT
                                    + WS-INTEREST.
           PERFORM B350-ROLL-OVER THRU B350-EXIT.
       B340-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B350 - START THE NEXT TERM: SAME RATE, SAME LENGTH IN DAYS,
      * RUNNING FROM THE EFFECTIVE DATE. THE NEW MATURITY DATE IS
      * CONTRACTUAL - THE BUSINESS-DAY PUSH IS APPLIED AGAIN WHEN IT
      * COMES ROUND, NEVER FOLDED INTO THE STORED DATE.
      *--------------------------------------------------------------*
       B350-ROLL-OVER.
           EXEC SQL
                VALUES (CHAR(DATE(:WS-EFFECTIVE-DATE)
                             + :WS-TERM-DAYS DAYS))
                  INTO :WS-NEW-MATURITY
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POST-FAILED-SW
              MOVE 'INTERNAL ERROR' TO WS-FAIL-REASON
              GO TO B350-EXIT
           END-IF.
           MOVE WS-NEW-PRINCIPAL TO TDP-PRINCIPAL OF DCLTERMDEPOSIT.
           EXEC SQL
                UPDATE TERMDEPOSIT
                       SET PRINCIPAL    = :DCLTERMDEPOSIT.TDP-PRINCIPAL
                          ,STARTDATE    = :WS-EFFECTIVE-DATE
                          ,MATURITYDATE = :WS-NEW-MATURITY
                          ,ROLLCOUNT    = ROLLCOUNT + 1
                     WHERE DEPOSITID = :DCLTERMDEPOSIT.TDP-DEPOSITID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POST-FAILED-SW
              MOVE 'INTERNAL ERROR' TO WS-FAIL-REASON
              GO TO B350-EXIT
           END-IF.
           ADD 1 TO WS-ROLLED-COUNT.
           MOVE 'ROLLED OVER' TO DL-ACTION.
           MOVE WS-NEW-MATURITY TO DL-NEW-MATURITY.
       B350-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-MATURING
           END-EXEC.
       B400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B500 - ONE XFERCORE POSTING, WS-POST-FROM TO WS-POST-TO, IN
      * THE DEPOSIT'S CURRENCY, PRE-APPROVED - THE DEPOSIT WAS
      * AUTHORISED WHEN IT WAS OPENED, AS A STANDING ORDER IS WHEN IT
      * IS SET UP. THE REF-NO IS DEPOSITID, LEG SUFFIX, ROLL CYCLE.
      *--------------------------------------------------------------*
       B500-POST-TRANSFER.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE WS-POST-FROM TO SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-TO   TO TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-AMOUNT TO TRANS-AMOUNT OF WS-XFER-COMMAREA.
           MOVE TDP-CURRENCY OF DCLTERMDEPOSIT TO
                                    CURRENCY-CODE  OF WS-XFER-COMMAREA.
           STRING TDP-DEPOSITID OF DCLTERMDEPOSIT DELIMITED BY SPACE
                  WS-POST-SUFFIX                  DELIMITED BY SIZE
                  WS-POST-CYCLE                   DELIMITED BY SIZE
                  INTO REF-NO OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED  OF WS-XFER-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-NEEDS-ROLLBACK.
           IF TRAN-FAILED OF WS-XFER-COMMAREA
              MOVE 'Y' TO WS-POST-FAILED-SW
              MOVE ERROR-MSG OF WS-XFER-COMMAREA TO WS-FAIL-REASON
           END-IF.
       B500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
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
           MOVE 'TDMATURE' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'TDMATURE NOT STARTED: '
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
