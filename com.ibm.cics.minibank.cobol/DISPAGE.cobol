      *--------------------------------------------------------------*
      * PROGRAM-ID : DISPAGE                                          *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   NIGHTLY PAYMENT DISPUTE AGEING REPORT (DISPARPT). EVERY      *
      *   OPEN DISPUTE CASE, OLDEST FIRST, WITH ITS DAYS OUTSTANDING   *
      *   SINCE IT WAS OPENED AND THE CALENDAR DAYS LEFT TO ITS        *
      *   REGULATORY RESPONSE DEADLINE (NEGATIVE ONCE PAST IT). A CASE *
      *   PAST ITS DEADLINE IS FLAGGED OVERDUE, ONE DUE TODAY OR       *
      *   WITHIN WS-WARN-DAYS IS FLAGGED DUE SOON, AND THE LINE SHOWS  *
      *   WHETHER PROVISIONAL CREDIT HAS BEEN GRANTED AND WHETHER THE  *
      *   COUNTERPARTY IS UNDER A HOLD. THE REPORT ENDS WITH THE       *
      *   COUNTS. READ-ONLY.                                           *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEING-REPORT ASSIGN TO DISPARPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGEING-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DISPUTE  END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
      * A CASE THIS MANY DAYS OR FEWER FROM ITS DEADLINE IS DUE SOON
       01  WS-WARN-DAYS               PIC S9(08) COMP VALUE 5.
       01  WS-DAYS-OUTSTANDING        PIC S9(08) COMP VALUE 0.
       01  WS-DAYS-LEFT               PIC S9(08) COMP VALUE 0.

       01  WS-OPEN-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-OVERDUE-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-DUE-SOON-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-CREDIT-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-HOLD-COUNT              PIC S9(08) COMP VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(41) VALUE
               'PAYMENT DISPUTE AGEING - AS AT          '.
           05  H1-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(28) VALUE 'CASE ID'.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(05) VALUE 'CCY'.
           05  FILLER                 PIC X(21) VALUE
               '               CLAIM'.
           05  FILLER                 PIC X(12) VALUE 'OPENED'.
           05  FILLER                 PIC X(10) VALUE 'DEADLINE'.
           05  FILLER                 PIC X(09) VALUE ' DAYS OUT'.
           05  FILLER                 PIC X(10) VALUE ' DAYS LEFT'.
           05  FILLER                 PIC X(08) VALUE '  CREDIT'.
           05  FILLER                 PIC X(06) VALUE '  HOLD'.
           05  FILLER                 PIC X(10) VALUE '  STATUS'.
       01  WS-DETAIL-LINE.
           05  DL-CASEID              PIC X(26).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACCOUNTNUMBER       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CLAIM               PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-OPENDATE            PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-DEADLINE            PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-DAYS-OUT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-DAYS-LEFT           PIC ZZZ,ZZ9-.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  DL-CREDIT              PIC X(01).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-HOLD                PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-STATUS              PIC X(08).
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
           OPEN OUTPUT AGEING-REPORT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B100-OPEN-CASES   THRU B100-EXIT.
           PERFORM B200-FETCH-CASE   THRU B200-EXIT.
           PERFORM B300-REPORT-CASE  THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-CASES  THRU B400-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN CASES                   : ' TO SL-LABEL.
           MOVE WS-OPEN-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PAST RESPONSE DEADLINE       : ' TO SL-LABEL.
           MOVE WS-OVERDUE-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DUE SOON                     : ' TO SL-LABEL.
           MOVE WS-DUE-SOON-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'WITH PROVISIONAL CREDIT      : ' TO SL-LABEL.
           MOVE WS-CREDIT-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'WITH COUNTERPARTY HOLD       : ' TO SL-LABEL.
           MOVE WS-HOLD-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE AGEING-REPORT.
           DISPLAY 'DISPAGE OPEN CASES         : ' WS-OPEN-COUNT.
           DISPLAY 'DISPAGE PAST DEADLINE      : ' WS-OVERDUE-COUNT.
           DISPLAY 'DISPAGE DUE SOON           : ' WS-DUE-SOON-COUNT.
           MOVE 'OPEN CASES' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-OPEN-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'PAST DEADLINE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-OVERDUE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'DUE SOON' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DUE-SOON-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
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
      * B100 - THE OPEN CASES, OLDEST FIRST, WITH THEIR AGE AND THE
      * DAYS LEFT TO THE DEADLINE WORKED OFF THE RUN DATE.
      *--------------------------------------------------------------*
       B100-OPEN-CASES.
           EXEC SQL
                DECLARE C-AGEING CURSOR FOR
                SELECT CASEID, ACCOUNTNUMBER, CURRENCY, CLAIMAMOUNT,
                       OPENDATE, DEADLINEDATE, CREDITAMOUNT, HOLDID,
                       DAYS(DATE(:WS-RUN-DATE))
                     - DAYS(DATE(OPENDATE)),
                       DAYS(DATE(DEADLINEDATE))
                     - DAYS(DATE(:WS-RUN-DATE))
                  FROM DISPUTE
                 WHERE STATUS = 'O'
                 ORDER BY OPENDATE, CASEID
           END-EXEC.
           EXEC SQL
                OPEN C-AGEING
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-CASE.
           EXEC SQL
                FETCH C-AGEING
                 INTO :DCLDISPUTE.DSP-CASEID,
                      :DCLDISPUTE.DSP-ACCOUNTNUMBER,
                      :DCLDISPUTE.DSP-CURRENCY,
                      :DCLDISPUTE.DSP-CLAIMAMOUNT,
                      :DCLDISPUTE.DSP-OPENDATE,
                      :DCLDISPUTE.DSP-DEADLINEDATE,
                      :DCLDISPUTE.DSP-CREDITAMOUNT,
                      :DCLDISPUTE.DSP-HOLDID,
                      :WS-DAYS-OUTSTANDING,
                      :WS-DAYS-LEFT
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'DISPAGE FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B300-REPORT-CASE.
           MOVE SPACES TO WS-DETAIL-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE DSP-CASEID        OF DCLDISPUTE TO DL-CASEID.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO DL-ACCOUNTNUMBER.
           MOVE DSP-CURRENCY      OF DCLDISPUTE TO DL-CURRENCY.
           MOVE DSP-CLAIMAMOUNT   OF DCLDISPUTE TO DL-CLAIM.
           MOVE DSP-OPENDATE      OF DCLDISPUTE TO DL-OPENDATE.
           MOVE DSP-DEADLINEDATE  OF DCLDISPUTE TO DL-DEADLINE.
           MOVE WS-DAYS-OUTSTANDING TO DL-DAYS-OUT.
           MOVE WS-DAYS-LEFT        TO DL-DAYS-LEFT.
           IF DSP-CREDITAMOUNT OF DCLDISPUTE NOT = 0
              ADD 1 TO WS-CREDIT-COUNT
              MOVE 'Y' TO DL-CREDIT
           END-IF.
           IF DSP-HOLDID OF DCLDISPUTE NOT = SPACES
              ADD 1 TO WS-HOLD-COUNT
              MOVE 'Y' TO DL-HOLD
           END-IF.
           IF WS-DAYS-LEFT < 0
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'OVERDUE' TO DL-STATUS
           ELSE
              IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                 ADD 1 TO WS-DUE-SOON-COUNT
                 MOVE 'DUE SOON' TO DL-STATUS
              END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B200-FETCH-CASE THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CASES.
           EXEC SQL
                CLOSE C-AGEING
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
           MOVE 'DISPAGE' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'DISPAGE NOT STARTED: '
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
