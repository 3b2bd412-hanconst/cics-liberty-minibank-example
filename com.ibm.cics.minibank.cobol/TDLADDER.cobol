      *--------------------------------------------------------------*
      * PROGRAM-ID : TDLADDER                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   TERM DEPOSIT MATURITY LADDER FOR TREASURY (TDLADRPT). THE    *
      *   ACTIVE TERM DEPOSIT BOOK IS BUCKETED BY THE WEEK ITS         *
      *   CONTRACTUAL MATURITY DATE FALLS IN (WEEKS RUN MONDAY TO      *
      *   SUNDAY AND ARE SHOWN BY THEIR MONDAY) AND BY CURRENCY, WITH  *
      *   THE NUMBER OF DEPOSITS, THE PRINCIPAL FALLING DUE, THE       *
      *   INTEREST DUE WITH IT AT THE FIXED RATE FOR THE FULL TERM     *
      *   (ACTUAL/365, AS TDMATURE PAYS IT) AND THE TWO TOGETHER.      *
      *   DEPOSITS PAST MATURITY BUT NOT YET MATURED BY TDMATURE SHOW  *
      *   IN THE WEEK THEY FELL DUE. THE REPORT ENDS WITH THE BOOK     *
      *   TOTAL PER CURRENCY - AMOUNTS ARE NEVER ADDED ACROSS          *
      *   CURRENCIES. ROLLOVER INSTRUCTIONS ARE NOT ANTICIPATED: A     *
      *   DEPOSIT SET TO ROLL SHOWS AT ITS CURRENT MATURITY ONLY.      *
      *   READ-ONLY.                                                   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDLADDER.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LADDER-REPORT ASSIGN TO TDLADRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LADDER-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-PREV-WEEK               PIC X(10) VALUE SPACES.

      * ONE LADDER BUCKET (C-LADDER) OR ONE CURRENCY TOTAL (C-TOTALS)
       01  WS-WEEK-START              PIC X(10).
       01  WS-CURRENCY                PIC X(03).
       01  WS-DEPOSIT-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-PRINCIPAL               PIC S9(12)V9(3) COMP-3 VALUE 0.
       01  WS-INTEREST                PIC S9(12)V9(3) COMP-3 VALUE 0.
       01  WS-MATURITY-VALUE          PIC S9(12)V9(3) VALUE 0.

       01  WS-BUCKET-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-WEEK-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-BOOK-COUNT              PIC S9(08) COMP VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(41) VALUE
               'TERM DEPOSIT MATURITY LADDER - AS AT    '.
           05  H1-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(14) VALUE 'WEEK OF'.
           05  FILLER                 PIC X(05) VALUE 'CCY'.
           05  FILLER                 PIC X(11) VALUE '   DEPOSITS'.
           05  FILLER                 PIC X(21) VALUE
               '           PRINCIPAL'.
           05  FILLER                 PIC X(21) VALUE
               '            INTEREST'.
           05  FILLER                 PIC X(21) VALUE
               '   TOTAL AT MATURITY'.
       01  WS-DETAIL-LINE.
           05  DL-WEEK-START          PIC X(10).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DL-DEPOSITS            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-PRINCIPAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-INTEREST            PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-MATURITY-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
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
           OPEN OUTPUT LADDER-REPORT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B100-OPEN-LADDER   THRU B100-EXIT.
           PERFORM B200-FETCH-BUCKET  THRU B200-EXIT.
           PERFORM B300-REPORT-BUCKET THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-LADDER  THRU B400-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM C100-OPEN-TOTALS   THRU C100-EXIT.
           PERFORM C200-FETCH-TOTAL   THRU C200-EXIT.
           PERFORM C300-REPORT-TOTAL  THRU C300-EXIT
                   UNTIL WS-EOF.
           PERFORM C400-CLOSE-TOTALS  THRU C400-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MATURITY WEEKS               : ' TO SL-LABEL.
           MOVE WS-WEEK-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LADDER BUCKETS               : ' TO SL-LABEL.
           MOVE WS-BUCKET-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACTIVE DEPOSITS              : ' TO SL-LABEL.
           MOVE WS-BOOK-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE LADDER-REPORT.
           DISPLAY 'TDLADDER MATURITY WEEKS    : ' WS-WEEK-COUNT.
           DISPLAY 'TDLADDER LADDER BUCKETS    : ' WS-BUCKET-COUNT.
           DISPLAY 'TDLADDER ACTIVE DEPOSITS   : ' WS-BOOK-COUNT.
           MOVE 'MATURITY WEEKS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-WEEK-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'LADDER BUCKETS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BUCKET-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ACTIVE DEPOSITS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BOOK-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
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
      * B100 - THE LADDER. THE NESTED SELECT PUTS EACH ACTIVE DEPOSIT
      * IN ITS MATURITY WEEK (THE MONDAY ON OR BEFORE THE MATURITY
      * DATE) AND WORKS ITS FULL-TERM INTEREST; THE OUTER ONE SUMS BY
      * WEEK AND CURRENCY.
      *--------------------------------------------------------------*
       B100-OPEN-LADDER.
           EXEC SQL
                DECLARE C-LADDER CURSOR FOR
                SELECT WEEKSTART, CURRENCY, COUNT(*),
                       SUM(PRINCIPAL), SUM(INTEREST)
                  FROM (SELECT CHAR(DATE(MATURITYDATE)
                                  - (DAYOFWEEK_ISO(DATE(MATURITYDATE))
                                     - 1) DAYS) AS WEEKSTART,
                               CURRENCY,
                               PRINCIPAL,
                               DECIMAL(PRINCIPAL * ANNUALRATE / 100
                                     * (DAYS(DATE(MATURITYDATE))
                                      - DAYS(DATE(STARTDATE)))
                                     / 365, 15, 3) AS INTEREST
                          FROM TERMDEPOSIT
                         WHERE STATUS = 'A') AS T
                 GROUP BY WEEKSTART, CURRENCY
                 ORDER BY WEEKSTART, CURRENCY
           END-EXEC.
           EXEC SQL
                OPEN C-LADDER
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-BUCKET.
           EXEC SQL
                FETCH C-LADDER
                 INTO :WS-WEEK-START,
                      :WS-CURRENCY,
                      :WS-DEPOSIT-COUNT,
                      :WS-PRINCIPAL,
                      :WS-INTEREST
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'TDLADDER FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - ONE WEEK/CURRENCY BUCKET. A NEW WEEK IS SET OFF BY A
      * BLANK LINE AND SHOWS ITS DATE ON ITS FIRST LINE ONLY.
      *--------------------------------------------------------------*
       B300-REPORT-BUCKET.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-WEEK-START NOT = WS-PREV-WEEK
              IF WS-WEEK-COUNT > 0
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              ADD 1 TO WS-WEEK-COUNT
              MOVE WS-WEEK-START TO WS-PREV-WEEK
              MOVE WS-WEEK-START TO DL-WEEK-START
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT.
           ADD WS-DEPOSIT-COUNT TO WS-BOOK-COUNT.
           PERFORM B310-FORMAT-AMOUNTS THRU B310-EXIT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B200-FETCH-BUCKET THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B310-FORMAT-AMOUNTS.
           COMPUTE WS-MATURITY-VALUE = WS-PRINCIPAL + WS-INTEREST.
           MOVE WS-CURRENCY       TO DL-CURRENCY.
           MOVE WS-DEPOSIT-COUNT  TO DL-DEPOSITS.
           MOVE WS-PRINCIPAL      TO DL-PRINCIPAL.
           MOVE WS-INTEREST       TO DL-INTEREST.
           MOVE WS-MATURITY-VALUE TO DL-MATURITY-VALUE.
       B310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-LADDER.
           EXEC SQL
                CLOSE C-LADDER
           END-EXEC.
       B400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C100 - THE WHOLE ACTIVE BOOK PER CURRENCY, ON THE SAME BASIS
      * AS THE LADDER ABOVE IT.
      *--------------------------------------------------------------*
       C100-OPEN-TOTALS.
           EXEC SQL
                DECLARE C-TOTALS CURSOR FOR
                SELECT CURRENCY, COUNT(*),
                       SUM(PRINCIPAL), SUM(INTEREST)
                  FROM (SELECT CURRENCY,
                               PRINCIPAL,
                               DECIMAL(PRINCIPAL * ANNUALRATE / 100
                                     * (DAYS(DATE(MATURITYDATE))
                                      - DAYS(DATE(STARTDATE)))
                                     / 365, 15, 3) AS INTEREST
                          FROM TERMDEPOSIT
                         WHERE STATUS = 'A') AS T
                 GROUP BY CURRENCY
                 ORDER BY CURRENCY
           END-EXEC.
           EXEC SQL
                OPEN C-TOTALS
           END-EXEC.
       C100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C200-FETCH-TOTAL.
           EXEC SQL
                FETCH C-TOTALS
                 INTO :WS-CURRENCY,
                      :WS-DEPOSIT-COUNT,
                      :WS-PRINCIPAL,
                      :WS-INTEREST
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'TDLADDER FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       C200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C300-REPORT-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'BOOK TOTAL' TO DL-WEEK-START.
           PERFORM B310-FORMAT-AMOUNTS THRU B310-EXIT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM C200-FETCH-TOTAL THRU C200-EXIT.
       C300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C400-CLOSE-TOTALS.
           EXEC SQL
                CLOSE C-TOTALS
           END-EXEC.
       C400-EXIT.
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
           MOVE 'TDLADDER' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'TDLADDER NOT STARTED: '
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
