      *--------------------------------------------------------------*
      * PROGRAM-ID : TILLBAL                                          *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   CLOSE-OF-DAY TILL BALANCING REPORT (TILLRPT). FOR EVERY      *
      *   TELLER TILL USED TODAY, AND EVERY TILL STILL OPEN FROM ANY   *
      *   DAY, THE CASH THE TILL SHOULD HOLD - THE FLOAT COUNTED IN    *
      *   AT OPEN PLUS CASH DEPOSITS LESS CASH WITHDRAWALS, AS         *
      *   CASHCORE KEPT IT - IS SET AGAINST THE COUNT THE TELLER       *
      *   DECLARED AT CLOSE. EACH TILL IS LISTED BY BRANCH SORT CODE   *
      *   AND TELLER WITH ITS DIFFERENCE (DECLARED LESS EXPECTED) AND  *
      *   A RESULT OF BALANCED, OVER, SHORT, OR NOT CLOSED FOR A TILL  *
      *   THE TELLER NEVER DECLARED. EACH BRANCH ENDS WITH A COUNT OF  *
      *   ITS TILLS BY RESULT, AND THE REPORT WITH THE SAME COUNTS     *
      *   BANK-WIDE. READ-ONLY - NOTHING IS ADJUSTED.                  *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLBAL.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-REPORT ASSIGN TO TILLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE TILL    END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-PREV-SORTCODE           PIC X(06) VALUE SPACES.
       01  WS-EXPECTED-CASH           PIC S9(12)V9(3) VALUE 0.
       01  WS-DIFFERENCE              PIC S9(12)V9(3) VALUE 0.

      * PER-BRANCH COUNTS, CLEARED AT EACH CHANGE OF SORT CODE
       01  WS-BR-TILL-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-BR-BALANCED-COUNT       PIC S9(08) COMP VALUE 0.
       01  WS-BR-OVER-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-BR-SHORT-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-BR-OPEN-COUNT           PIC S9(08) COMP VALUE 0.

       01  WS-TILL-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-BALANCED-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-OVER-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-SHORT-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-OPEN-COUNT              PIC S9(08) COMP VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(38) VALUE
               'TILL BALANCING REPORT - BUSINESS DATE '.
           05  H1-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(08) VALUE 'BRANCH'.
           05  FILLER                 PIC X(10) VALUE 'TELLER'.
           05  FILLER                 PIC X(05) VALUE 'CCY'.
           05  FILLER                 PIC X(12) VALUE 'TILL DATE'.
           05  FILLER                 PIC X(21) VALUE
               '            EXPECTED'.
           05  FILLER                 PIC X(21) VALUE
               '            DECLARED'.
           05  FILLER                 PIC X(21) VALUE
               '          OVER/SHORT'.
           05  FILLER                 PIC X(10) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           05  DL-SORTCODE            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-OFFICERID           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-TILLDATE            PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-EXPECTED            PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-DECLARED            PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-DIFFERENCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-RESULT              PIC X(10).
       01  WS-BRANCH-LINE.
           05  FILLER                 PIC X(08) VALUE 'BRANCH '.
           05  BL-SORTCODE            PIC X(06).
           05  FILLER                 PIC X(08) VALUE '  TILLS '.
           05  BL-TILLS               PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE '  BALANCED '.
           05  BL-BALANCED            PIC ZZZZ9.
           05  FILLER                 PIC X(07) VALUE '  OVER '.
           05  BL-OVER                PIC ZZZZ9.
           05  FILLER                 PIC X(08) VALUE '  SHORT '.
           05  BL-SHORT               PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  NOT CLOSED '.
           05  BL-OPEN                PIC ZZZZ9.
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
           OPEN OUTPUT BALANCE-REPORT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B100-OPEN-CURSOR  THRU B100-EXIT.
           PERFORM B200-FETCH-TILL   THRU B200-EXIT.
           PERFORM B300-REPORT-TILL  THRU B300-EXIT
                   UNTIL WS-EOF.
           IF WS-TILL-COUNT > 0
              PERFORM B310-BRANCH-TOTAL THRU B310-EXIT
           END-IF.
           PERFORM B400-CLOSE-CURSOR THRU B400-EXIT.
           MOVE 'TILLS REPORTED               : ' TO SL-LABEL.
           MOVE WS-TILL-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TILLS BALANCED               : ' TO SL-LABEL.
           MOVE WS-BALANCED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TILLS OVER                   : ' TO SL-LABEL.
           MOVE WS-OVER-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TILLS SHORT                  : ' TO SL-LABEL.
           MOVE WS-SHORT-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TILLS NOT CLOSED             : ' TO SL-LABEL.
           MOVE WS-OPEN-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE BALANCE-REPORT.
           DISPLAY 'TILLBAL TILLS REPORTED     : ' WS-TILL-COUNT.
           DISPLAY 'TILLBAL TILLS BALANCED     : ' WS-BALANCED-COUNT.
           DISPLAY 'TILLBAL TILLS OVER         : ' WS-OVER-COUNT.
           DISPLAY 'TILLBAL TILLS SHORT        : ' WS-SHORT-COUNT.
           DISPLAY 'TILLBAL TILLS NOT CLOSED   : ' WS-OPEN-COUNT.
           MOVE 'TILLS REPORTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-TILL-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TILLS BALANCED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BALANCED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TILLS OVER' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-OVER-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TILLS SHORT' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-SHORT-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TILLS NOT CLOSED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-OPEN-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
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
      * B100 - TODAY'S TILLS, PLUS ANY TILL STILL OPEN FROM AN
      * EARLIER DAY - A TELLER WHO NEVER CLOSED IS AN EXCEPTION TO
      * CHASE, NOT A TILL TO LEAVE OFF THE REPORT. BRANCH, THEN
      * TELLER, THEN CURRENCY, FOR THE BRANCH CONTROL BREAK.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-TILLS CURSOR FOR
                SELECT SORTCODE, OFFICERID, CURRENCY, TILLDATE,
                       OPENCASH, CASHIN, CASHOUT, DECLAREDCASH, STATUS
                  FROM TILL
                 WHERE TILLDATE = :WS-RUN-DATE
                    OR STATUS   = 'O'
                 ORDER BY SORTCODE, OFFICERID, CURRENCY
           END-EXEC.
           EXEC SQL
                OPEN C-TILLS
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-TILL.
           EXEC SQL
                FETCH C-TILLS
                 INTO :DCLTILL.TIL-SORTCODE,
                      :DCLTILL.TIL-OFFICERID,
                      :DCLTILL.TIL-CURRENCY,
                      :DCLTILL.TIL-TILLDATE,
                      :DCLTILL.TIL-OPENCASH,
                      :DCLTILL.TIL-CASHIN,
                      :DCLTILL.TIL-CASHOUT,
                      :DCLTILL.TIL-DECLAREDCASH,
                      :DCLTILL.TIL-STATUS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'TILLBAL FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - ONE TILL. A CHANGE OF SORT CODE FIRST CLOSES OFF THE
      * PREVIOUS BRANCH. AN OPEN TILL HAS NO DECLARED COUNT, SO ITS
      * DIFFERENCE IS LEFT BLANK RATHER THAN SHOWN AS THE WHOLE
      * EXPECTED AMOUNT SHORT.
      *--------------------------------------------------------------*
       B300-REPORT-TILL.
           IF WS-TILL-COUNT > 0
              AND TIL-SORTCODE OF DCLTILL NOT = WS-PREV-SORTCODE
              PERFORM B310-BRANCH-TOTAL THRU B310-EXIT
           END-IF.
           MOVE TIL-SORTCODE OF DCLTILL TO WS-PREV-SORTCODE.
           ADD 1 TO WS-TILL-COUNT.
           ADD 1 TO WS-BR-TILL-COUNT.
           COMPUTE WS-EXPECTED-CASH = TIL-OPENCASH OF DCLTILL
                                    + TIL-CASHIN   OF DCLTILL
                                    - TIL-CASHOUT  OF DCLTILL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE TIL-SORTCODE  OF DCLTILL TO DL-SORTCODE.
           MOVE TIL-OFFICERID OF DCLTILL TO DL-OFFICERID.
           MOVE TIL-CURRENCY  OF DCLTILL TO DL-CURRENCY.
           MOVE TIL-TILLDATE  OF DCLTILL TO DL-TILLDATE.
           MOVE WS-EXPECTED-CASH         TO DL-EXPECTED.
           IF TIL-OPEN OF DCLTILL
              ADD 1 TO WS-OPEN-COUNT
              ADD 1 TO WS-BR-OPEN-COUNT
              MOVE 'NOT CLOSED' TO DL-RESULT
              GO TO B300-WRITE
           END-IF.
           COMPUTE WS-DIFFERENCE = TIL-DECLAREDCASH OF DCLTILL
                                 - WS-EXPECTED-CASH.
           MOVE TIL-DECLAREDCASH OF DCLTILL TO DL-DECLARED.
           MOVE WS-DIFFERENCE               TO DL-DIFFERENCE.
           EVALUATE TRUE
             WHEN WS-DIFFERENCE > 0
                     ADD 1 TO WS-OVER-COUNT
                     ADD 1 TO WS-BR-OVER-COUNT
                     MOVE 'OVER' TO DL-RESULT
             WHEN WS-DIFFERENCE < 0
                     ADD 1 TO WS-SHORT-COUNT
                     ADD 1 TO WS-BR-SHORT-COUNT
                     MOVE 'SHORT' TO DL-RESULT
             WHEN OTHER
                     ADD 1 TO WS-BALANCED-COUNT
                     ADD 1 TO WS-BR-BALANCED-COUNT
                     MOVE 'BALANCED' TO DL-RESULT
           END-EVALUATE.
       B300-WRITE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B200-FETCH-TILL THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B310 - BRANCH CONTROL BREAK: THE BRANCH'S TILLS BY RESULT.
      *--------------------------------------------------------------*
       B310-BRANCH-TOTAL.
           MOVE WS-PREV-SORTCODE     TO BL-SORTCODE.
           MOVE WS-BR-TILL-COUNT     TO BL-TILLS.
           MOVE WS-BR-BALANCED-COUNT TO BL-BALANCED.
           MOVE WS-BR-OVER-COUNT     TO BL-OVER.
           MOVE WS-BR-SHORT-COUNT    TO BL-SHORT.
           MOVE WS-BR-OPEN-COUNT     TO BL-OPEN.
           MOVE WS-BRANCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-BR-TILL-COUNT.
           MOVE 0 TO WS-BR-BALANCED-COUNT.
           MOVE 0 TO WS-BR-OVER-COUNT.
           MOVE 0 TO WS-BR-SHORT-COUNT.
           MOVE 0 TO WS-BR-OPEN-COUNT.
       B310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL
                CLOSE C-TILLS
           END-EXEC.
       B400-EXIT.
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
           MOVE 'TILLBAL' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'TILLBAL NOT STARTED: '
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
