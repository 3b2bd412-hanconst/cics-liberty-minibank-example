      *--------------------------------------------------------------*
      * PROGRAM-ID : AMLMON                                           *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   NIGHTLY AML TRANSACTION-PATTERN MONITORING. XFERCORE'S       *
      *   VELOCITY CHECK STOPS ONE DAY'S SPEND ON ONE ACCOUNT; THIS    *
      *   RUN LOOKS ACROSS DAYS AND ACCOUNTS AT TRANSHISTORY, ACCOUNT  *
      *   AND CUSTOMER AND RAISES AN ALERT CASE FOR EACH OF:           *
      *     - STRUCT   REPEATED TRANSFERS JUST UNDER THE AUTHLIMIT     *
      *                LARGE-VALUE THRESHOLD OF THEIR CURRENCY - THE   *
      *                AMOUNTS THAT SLIP PAST THE XFERAUTH QUEUE       *
      *     - PASSTHRU FUNDS CREDITED AND MOVED OUT AGAIN INSIDE A     *
      *                SHORT WINDOW                                    *
      *     - DORMANT  AN ACCOUNT DORMREVW FLAGGED DORMANT, SINCE      *
      *                REACTIVATED (THE ACCTAUDIT STATUS CHANGE OUT OF *
      *                'D'), FOLLOWED BY A LARGE OUTFLOW               *
      *     - FANIN    MANY DISTINCT SOURCE ACCOUNTS PAYING ONE        *
      *                ACCOUNT                                         *
      *   EVERY THRESHOLD COMES FROM THE AMLPARAM TABLE (ONE ROW PER   *
      *   SCENARIO - SEE THE AMLPARM COPYBOOK FOR WHICH COLUMNS EACH   *
      *   READS); A SCENARIO WITH NO ROW OR NOT ENABLED IS SKIPPED.    *
      *   ONLY CUSTOMER-INITIATED 'TRANSFER' MOVEMENTS COUNT, AND THE  *
      *   BANK'S OWN CLEARINGROUTE SETTLEMENT ACCOUNTS - WHICH SEE     *
      *   EVERY INTERBANK PAYMENT BY DESIGN - ARE NEVER ALERTED.       *
      *                                                               *
      *   EACH ALERT IS AN AMLCASE ROW WITH THE REFNO OF EVERY         *
      *   MOVEMENT BEHIND IT ON AMLCASEREF, AND A DETAIL ENTRY ON THE  *
      *   DAILY ALERT REPORT (AMLRPT). NO CASE IS RAISED WHILE ONE IS  *
      *   STILL OPEN FOR THE SAME SCENARIO AND ACCOUNT; AFTER IT IS    *
      *   CLOSED, A NEW CASE IS RAISED ONLY IF AT LEAST ONE MOVEMENT   *
      *   IS NOT ALREADY LISTED ON AN EARLIER CASE - A PATTERN THE     *
      *   INVESTIGATOR HAS ALREADY WORKED DOES NOT COME BACK EVERY     *
      *   NIGHT UNTIL IT AGES OUT OF THE WINDOW.                       *
      *                                                               *
      *   EACH CASE IS WRITTEN UNDER A SAVEPOINT, THE WAY ODINTACR     *
      *   POSTS ITS CHARGES, AND EACH SCENARIO COMMITS AS IT ENDS.     *
      *   THE CASEID CARRIES THE RUN DATE, SO A RESTARTED RUN FINDS    *
      *   ITS EARLIER CASES OPEN AND RAISES NOTHING TWICE.             *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REPORT ASSIGN TO AMLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-REPORT.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE AMLPARM  END-EXEC.
           EXEC SQL INCLUDE AMLCASE  END-EXEC.
           EXEC SQL INCLUDE AMLCREF  END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-REF-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-REF-EOF                 VALUE 'Y'.
       01  WS-REF-FAIL-SW             PIC X(01) VALUE 'N'.
           88  WS-REF-FAILED              VALUE 'Y'.
       01  WS-PARAM-SW                PIC X(01) VALUE 'N'.
           88  WS-PARAM-FOUND             VALUE 'Y'.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-FROM-DATE               PIC X(10).
       01  WS-SCENARIO-CODE           PIC X(01).
           88  WS-SCEN-STRUCT             VALUE 'S'.
           88  WS-SCEN-PASSTHRU           VALUE 'P'.
           88  WS-SCEN-DORMANT            VALUE 'D'.
           88  WS-SCEN-FANIN              VALUE 'F'.

      * ONE CANDIDATE ACCOUNT AS A SCENARIO CURSOR RETURNS IT
       01  WS-CAND-ACCOUNT            PIC X(10).
       01  WS-CAND-CURRENCY           PIC X(03).
       01  WS-CAND-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-CAND-AMOUNT             PIC S9(12)V9(3) COMP-3 VALUE 0.
       01  WS-CAND-OUTFLOW            PIC S9(12)V9(3) COMP-3 VALUE 0.

       01  WS-OPEN-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-SEEN-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-NEW-REF-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-CUST-NAME               PIC X(35).

       01  WS-CANDIDATE-COUNT         PIC S9(08) COMP VALUE 0.
       01  WS-RAISED-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-ALREADY-OPEN-COUNT      PIC S9(08) COMP VALUE 0.
       01  WS-REPORTED-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-SKIPPED-SCEN-COUNT      PIC S9(08) COMP VALUE 0.
       01  WS-ERROR-COUNT             PIC S9(08) COMP VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(30) VALUE
               'AML ALERT REPORT - RUN DATE '.
           05  H1-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(22) VALUE 'CASE ID'.
           05  FILLER                 PIC X(10) VALUE 'SCENARIO'.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                 PIC X(05) VALUE 'CCY'.
           05  FILLER                 PIC X(07) VALUE 'ITEMS'.
           05  FILLER                 PIC X(21) VALUE
               '              AMOUNT'.
           05  FILLER                 PIC X(35) VALUE 'NAME'.
       01  WS-HEADING-3.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(38) VALUE 'REFNO'.
           05  FILLER                 PIC X(21) VALUE
               '              AMOUNT'.
           05  FILLER                 PIC X(26) VALUE 'TRANSTIME'.
       01  WS-DETAIL-LINE.
           05  DL-CASEID              PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-SCENARIO            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACCOUNTNUMBER       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CUSTOMERNUMBER      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ITEMCOUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-NAME                PIC X(35).
       01  WS-REF-LINE.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  RL-REFNO               PIC X(36).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-TRANSTIME           PIC X(26).
       01  WS-SUMMARY-LINE.
           05  SL-LABEL               PIC X(33).
           05  SL-VALUE               PIC ZZZ,ZZ9.

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           PERFORM A005-SET-RUN-DATE   THRU A005-EXIT.
           OPEN OUTPUT ALERT-REPORT.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM C100-STRUCTURING    THRU C100-EXIT.
           PERFORM C200-PASS-THROUGH   THRU C200-EXIT.
           PERFORM C300-DORMANT-REACT  THRU C300-EXIT.
           PERFORM C400-FAN-IN         THRU C400-EXIT.
           MOVE 'CANDIDATE ACCOUNTS           : ' TO SL-LABEL.
           MOVE WS-CANDIDATE-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NEW CASES RAISED             : ' TO SL-LABEL.
           MOVE WS-RAISED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CASE ALREADY OPEN            : ' TO SL-LABEL.
           MOVE WS-ALREADY-OPEN-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'NOTHING NEW SINCE LAST CASE  : ' TO SL-LABEL.
           MOVE WS-REPORTED-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SCENARIOS NOT RUN            : ' TO SL-LABEL.
           MOVE WS-SKIPPED-SCEN-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ERRORS                       : ' TO SL-LABEL.
           MOVE WS-ERROR-COUNT TO SL-VALUE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ALERT-REPORT.
           DISPLAY 'AMLMON CANDIDATE ACCOUNTS   : ' WS-CANDIDATE-COUNT.
           DISPLAY 'AMLMON NEW CASES RAISED     : ' WS-RAISED-COUNT.
           DISPLAY 'AMLMON CASE ALREADY OPEN    : '
                   WS-ALREADY-OPEN-COUNT.
           DISPLAY 'AMLMON NOTHING NEW          : ' WS-REPORTED-COUNT.
           DISPLAY 'AMLMON SCENARIOS NOT RUN    : '
                   WS-SKIPPED-SCEN-COUNT.
           DISPLAY 'AMLMON ERRORS               : ' WS-ERROR-COUNT.
           MOVE 'CANDIDATE ACCOUNTS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-CANDIDATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'CASES RAISED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-RAISED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'CASE ALREADY OPEN' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ALREADY-OPEN-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'NOTHING NEW' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-REPORTED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'SCENARIOS NOT RUN' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-SKIPPED-SCEN-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ERRORS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ERROR-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           IF WS-ERROR-COUNT > 0
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
           ELSE
              SET RUN-END-CLEAN  OF WS-RUN-AREA TO TRUE
           END-IF.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A005 - CAPTURE THE RUN DATE ONCE: EVERY WINDOW IS MEASURED
      * BACK FROM IT AND EVERY CASEID CARRIES IT.
      *--------------------------------------------------------------*
       A005-SET-RUN-DATE.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-RUN-DATE
           END-EXEC.
       A005-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - READ THE AMLPARAM ROW FOR THE SCENARIO NAMED IN
      * AMP-SCENARIO AND WORK OUT THE START OF ITS WINDOW. NO ROW,
      * A DISABLED ROW OR A READ ERROR LEAVES WS-PARAM-FOUND OFF AND
      * THE SCENARIO IS NOT RUN TONIGHT.
      *--------------------------------------------------------------*
       A100-READ-PARAM.
           MOVE 'N' TO WS-PARAM-SW.
           EXEC SQL
                SELECT WINDOWDAYS, MINCOUNT, MINAMOUNT, PERCENT,
                       ENABLED
                  INTO :DCLAMLPARAM.AMP-WINDOWDAYS,
                       :DCLAMLPARAM.AMP-MINCOUNT,
                       :DCLAMLPARAM.AMP-MINAMOUNT,
                       :DCLAMLPARAM.AMP-PERCENT,
                       :DCLAMLPARAM.AMP-ENABLED
                  FROM AMLPARAM
                 WHERE SCENARIO = :DCLAMLPARAM.AMP-SCENARIO
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     DISPLAY 'AMLMON NO AMLPARAM ROW FOR '
                             AMP-SCENARIO OF DCLAMLPARAM
                             ' - SCENARIO NOT RUN'
                     ADD 1 TO WS-SKIPPED-SCEN-COUNT
                     GO TO A100-EXIT
             WHEN OTHER
                     DISPLAY 'AMLMON PARAM READ ERROR SQLCODE='
                             SQLCODE ' SCENARIO='
                             AMP-SCENARIO OF DCLAMLPARAM
                     ADD 1 TO WS-SKIPPED-SCEN-COUNT
                     ADD 1 TO WS-ERROR-COUNT
                     GO TO A100-EXIT
           END-EVALUATE.
           IF NOT AMP-IS-ENABLED OF DCLAMLPARAM
              DISPLAY 'AMLMON SCENARIO ' AMP-SCENARIO OF DCLAMLPARAM
                      ' IS DISABLED'
              ADD 1 TO WS-SKIPPED-SCEN-COUNT
              GO TO A100-EXIT
           END-IF.
           EXEC SQL
                VALUES (CHAR(DATE(:WS-RUN-DATE)
                             - :DCLAMLPARAM.AMP-WINDOWDAYS DAYS))
                  INTO :WS-FROM-DATE
           END-EXEC.
           MOVE 'Y' TO WS-PARAM-SW.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C100 - STRUCTURING. DEBITS BETWEEN PERCENT OF THE AUTHLIMIT
      * THRESHOLD AND THE THRESHOLD ITSELF - XFERCORE PARKS ONLY AN
      * AMOUNT THAT EXCEEDS IT, SO THESE ALL POSTED WITHOUT A
      * SUPERVISOR. A CURRENCY WITH NO AUTHLIMIT ROW HAS NO
      * THRESHOLD TO STRUCTURE AROUND AND DROPS OUT OF THE JOIN.
      *--------------------------------------------------------------*
       C100-STRUCTURING.
           MOVE 'STRUCT' TO AMP-SCENARIO OF DCLAMLPARAM.
           SET WS-SCEN-STRUCT TO TRUE.
           PERFORM A100-READ-PARAM THRU A100-EXIT.
           IF NOT WS-PARAM-FOUND
              GO TO C100-EXIT
           END-IF.
           EXEC SQL
                DECLARE C-STRUCT CURSOR WITH HOLD FOR
                SELECT H.ACCOUNTNUMBER, H.CURRENCY, COUNT(*),
                       SUM(0 - H.TRANSAMOUNT)
                  FROM TRANSHISTORY H, AUTHLIMIT L
                 WHERE H.TRANSNAME = 'TRANSFER'
                   AND H.TRANSAMOUNT < 0
                   AND H.CURRENCY = L.CURRENCY
                   AND DATE(H.TRANSTIME) >= :WS-FROM-DATE
                   AND 0 - H.TRANSAMOUNT >=
                       L.THRESHOLD * :DCLAMLPARAM.AMP-PERCENT / 100
                   AND 0 - H.TRANSAMOUNT <= L.THRESHOLD
                   AND H.ACCOUNTNUMBER NOT IN
                       (SELECT SETTLEACCOUNT FROM CLEARINGROUTE)
                 GROUP BY H.ACCOUNTNUMBER, H.CURRENCY
                HAVING COUNT(*) >= :DCLAMLPARAM.AMP-MINCOUNT
                 ORDER BY H.ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-STRUCT
           END-EXEC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM C110-FETCH-STRUCT THRU C110-EXIT.
           PERFORM D100-PROCESS-CANDIDATE THRU D100-EXIT
                   UNTIL WS-EOF.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-STRUCT
           END-EXEC.
       C100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C110-FETCH-STRUCT.
           EXEC SQL
                FETCH C-STRUCT
                 INTO :WS-CAND-ACCOUNT,
                      :WS-CAND-CURRENCY,
                      :WS-CAND-COUNT,
                      :WS-CAND-AMOUNT
           END-EXEC.
           PERFORM D900-CHECK-FETCH THRU D900-EXIT.
       C110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C150-LIST-STRUCT-REFS.
           EXEC SQL
                DECLARE C-STRUCT-REFS CURSOR FOR
                SELECT H.REFNO, H.TRANSAMOUNT, H.TRANSTIME
                  FROM TRANSHISTORY H, AUTHLIMIT L
                 WHERE H.ACCOUNTNUMBER = :WS-CAND-ACCOUNT
                   AND H.TRANSNAME = 'TRANSFER'
                   AND H.TRANSAMOUNT < 0
                   AND H.CURRENCY = L.CURRENCY
                   AND DATE(H.TRANSTIME) >= :WS-FROM-DATE
                   AND 0 - H.TRANSAMOUNT >=
                       L.THRESHOLD * :DCLAMLPARAM.AMP-PERCENT / 100
                   AND 0 - H.TRANSAMOUNT <= L.THRESHOLD
                 ORDER BY H.TRANSTIME
           END-EXEC.
           EXEC SQL
                OPEN C-STRUCT-REFS
           END-EXEC.
           PERFORM C160-FETCH-STRUCT-REF THRU C160-EXIT
                   UNTIL WS-REF-EOF.
           EXEC SQL
                CLOSE C-STRUCT-REFS
           END-EXEC.
       C150-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C160-FETCH-STRUCT-REF.
           EXEC SQL
                FETCH C-STRUCT-REFS
                 INTO :DCLAMLCASEREF.AMR-REFNO,
                      :DCLAMLCASEREF.AMR-TRANSAMOUNT,
                      :DCLAMLCASEREF.AMR-TRANSTIME
           END-EXEC.
           PERFORM D200-STORE-REF THRU D200-EXIT.
       C160-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C200 - PASS-THROUGH. CREDITS OF AT LEAST MINAMOUNT INSIDE THE
      * WINDOW WITH AT LEAST PERCENT OF THEM PAID OUT AGAIN INSIDE
      * THE SAME WINDOW. THE CASE AMOUNT IS WHAT WENT OUT.
      *--------------------------------------------------------------*
       C200-PASS-THROUGH.
           MOVE 'PASSTHRU' TO AMP-SCENARIO OF DCLAMLPARAM.
           SET WS-SCEN-PASSTHRU TO TRUE.
           PERFORM A100-READ-PARAM THRU A100-EXIT.
           IF NOT WS-PARAM-FOUND
              GO TO C200-EXIT
           END-IF.
           EXEC SQL
                DECLARE C-PASSTHRU CURSOR WITH HOLD FOR
                SELECT ACCOUNTNUMBER, CURRENCY, COUNT(*),
                       SUM(CASE WHEN TRANSAMOUNT > 0
                                THEN TRANSAMOUNT ELSE 0 END),
                       SUM(CASE WHEN TRANSAMOUNT < 0
                                THEN 0 - TRANSAMOUNT ELSE 0 END)
                  FROM TRANSHISTORY
                 WHERE TRANSNAME = 'TRANSFER'
                   AND DATE(TRANSTIME) >= :WS-FROM-DATE
                   AND ACCOUNTNUMBER NOT IN
                       (SELECT SETTLEACCOUNT FROM CLEARINGROUTE)
                 GROUP BY ACCOUNTNUMBER, CURRENCY
                HAVING SUM(CASE WHEN TRANSAMOUNT > 0
                                THEN TRANSAMOUNT ELSE 0 END)
                       >= :DCLAMLPARAM.AMP-MINAMOUNT
                   AND SUM(CASE WHEN TRANSAMOUNT < 0
                                THEN 0 - TRANSAMOUNT ELSE 0 END) * 100
                       >= SUM(CASE WHEN TRANSAMOUNT > 0
                                   THEN TRANSAMOUNT ELSE 0 END)
                          * :DCLAMLPARAM.AMP-PERCENT
                 ORDER BY ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-PASSTHRU
           END-EXEC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM C210-FETCH-PASSTHRU THRU C210-EXIT.
           PERFORM D100-PROCESS-CANDIDATE THRU D100-EXIT
                   UNTIL WS-EOF.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-PASSTHRU
           END-EXEC.
       C200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C210-FETCH-PASSTHRU.
           EXEC SQL
                FETCH C-PASSTHRU
                 INTO :WS-CAND-ACCOUNT,
                      :WS-CAND-CURRENCY,
                      :WS-CAND-COUNT,
                      :WS-CAND-AMOUNT,
                      :WS-CAND-OUTFLOW
           END-EXEC.
           PERFORM D900-CHECK-FETCH THRU D900-EXIT.
           MOVE WS-CAND-OUTFLOW TO WS-CAND-AMOUNT.
       C210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C250-LIST-PASSTHRU-REFS.
           EXEC SQL
                DECLARE C-PASSTHRU-REFS CURSOR FOR
                SELECT REFNO, TRANSAMOUNT, TRANSTIME
                  FROM TRANSHISTORY
                 WHERE ACCOUNTNUMBER = :WS-CAND-ACCOUNT
                   AND TRANSNAME = 'TRANSFER'
                   AND DATE(TRANSTIME) >= :WS-FROM-DATE
                 ORDER BY TRANSTIME
           END-EXEC.
           EXEC SQL
                OPEN C-PASSTHRU-REFS
           END-EXEC.
           PERFORM C260-FETCH-PASSTHRU-REF THRU C260-EXIT
                   UNTIL WS-REF-EOF.
           EXEC SQL
                CLOSE C-PASSTHRU-REFS
           END-EXEC.
       C250-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C260-FETCH-PASSTHRU-REF.
           EXEC SQL
                FETCH C-PASSTHRU-REFS
                 INTO :DCLAMLCASEREF.AMR-REFNO,
                      :DCLAMLCASEREF.AMR-TRANSAMOUNT,
                      :DCLAMLCASEREF.AMR-TRANSTIME
           END-EXEC.
           PERFORM D200-STORE-REF THRU D200-EXIT.
       C260-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C300 - DORMANT REACTIVATION. AN ACCTAUDIT STATUS CHANGE OUT
      * OF 'D' INSIDE THE WINDOW (THE APPLIED ACCTMNT AMEND THAT
      * WOKE THE ACCOUNT DORMREVW HAD FLAGGED), FOLLOWED BY DEBITS
      * OF AT LEAST MINAMOUNT AFTER THE REACTIVATION.
      *--------------------------------------------------------------*
       C300-DORMANT-REACT.
           MOVE 'DORMANT' TO AMP-SCENARIO OF DCLAMLPARAM.
           SET WS-SCEN-DORMANT TO TRUE.
           PERFORM A100-READ-PARAM THRU A100-EXIT.
           IF NOT WS-PARAM-FOUND
              GO TO C300-EXIT
           END-IF.
           EXEC SQL
                DECLARE C-DORMANT CURSOR WITH HOLD FOR
                SELECT H.ACCOUNTNUMBER, H.CURRENCY, COUNT(*),
                       SUM(0 - H.TRANSAMOUNT)
                  FROM TRANSHISTORY H
                 WHERE H.TRANSNAME = 'TRANSFER'
                   AND H.TRANSAMOUNT < 0
                   AND 0 - H.TRANSAMOUNT >= :DCLAMLPARAM.AMP-MINAMOUNT
                   AND H.ACCOUNTNUMBER NOT IN
                       (SELECT SETTLEACCOUNT FROM CLEARINGROUTE)
                   AND EXISTS
                       (SELECT 1
                          FROM ACCTAUDIT A
                         WHERE A.ACCOUNTNUMBER = H.ACCOUNTNUMBER
                           AND A.FIELDNAME = 'STATUS'
                           AND A.OLDVALUE  = 'D'
                           AND A.NEWVALUE <> 'D'
                           AND DATE(A.APPLYTIME) >= :WS-FROM-DATE
                           AND A.APPLYTIME < H.TRANSTIME)
                 GROUP BY H.ACCOUNTNUMBER, H.CURRENCY
                HAVING COUNT(*) >= :DCLAMLPARAM.AMP-MINCOUNT
                 ORDER BY H.ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-DORMANT
           END-EXEC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM C310-FETCH-DORMANT THRU C310-EXIT.
           PERFORM D100-PROCESS-CANDIDATE THRU D100-EXIT
                   UNTIL WS-EOF.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-DORMANT
           END-EXEC.
       C300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C310-FETCH-DORMANT.
           EXEC SQL
                FETCH C-DORMANT
                 INTO :WS-CAND-ACCOUNT,
                      :WS-CAND-CURRENCY,
                      :WS-CAND-COUNT,
                      :WS-CAND-AMOUNT
           END-EXEC.
           PERFORM D900-CHECK-FETCH THRU D900-EXIT.
       C310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C350-LIST-DORMANT-REFS.
           EXEC SQL
                DECLARE C-DORMANT-REFS CURSOR FOR
                SELECT H.REFNO, H.TRANSAMOUNT, H.TRANSTIME
                  FROM TRANSHISTORY H
                 WHERE H.ACCOUNTNUMBER = :WS-CAND-ACCOUNT
                   AND H.TRANSNAME = 'TRANSFER'
                   AND H.TRANSAMOUNT < 0
                   AND 0 - H.TRANSAMOUNT >= :DCLAMLPARAM.AMP-MINAMOUNT
                   AND EXISTS
                       (SELECT 1
                          FROM ACCTAUDIT A
                         WHERE A.ACCOUNTNUMBER = H.ACCOUNTNUMBER
                           AND A.FIELDNAME = 'STATUS'
                           AND A.OLDVALUE  = 'D'
                           AND A.NEWVALUE <> 'D'
                           AND DATE(A.APPLYTIME) >= :WS-FROM-DATE
                           AND A.APPLYTIME < H.TRANSTIME)
                 ORDER BY H.TRANSTIME
           END-EXEC.
           EXEC SQL
                OPEN C-DORMANT-REFS
           END-EXEC.
           PERFORM C360-FETCH-DORMANT-REF THRU C360-EXIT
                   UNTIL WS-REF-EOF.
           EXEC SQL
                CLOSE C-DORMANT-REFS
           END-EXEC.
       C350-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C360-FETCH-DORMANT-REF.
           EXEC SQL
                FETCH C-DORMANT-REFS
                 INTO :DCLAMLCASEREF.AMR-REFNO,
                      :DCLAMLCASEREF.AMR-TRANSAMOUNT,
                      :DCLAMLCASEREF.AMR-TRANSTIME
           END-EXEC.
           PERFORM D200-STORE-REF THRU D200-EXIT.
       C360-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C400 - FAN-IN. CREDITS INSIDE THE WINDOW FROM AT LEAST
      * MINCOUNT DISTINCT SOURCE ACCOUNTS, TOTALLING MINAMOUNT OR
      * MORE. THE SOURCE OF A CREDIT IS THE DEBIT LEG XFERCORE WROTE
      * UNDER THE SAME REFNO ON ANOTHER ACCOUNT.
      *--------------------------------------------------------------*
       C400-FAN-IN.
           MOVE 'FANIN' TO AMP-SCENARIO OF DCLAMLPARAM.
           SET WS-SCEN-FANIN TO TRUE.
           PERFORM A100-READ-PARAM THRU A100-EXIT.
           IF NOT WS-PARAM-FOUND
              GO TO C400-EXIT
           END-IF.
           EXEC SQL
                DECLARE C-FANIN CURSOR WITH HOLD FOR
                SELECT C.ACCOUNTNUMBER, C.CURRENCY,
                       COUNT(DISTINCT D.ACCOUNTNUMBER),
                       SUM(C.TRANSAMOUNT)
                  FROM TRANSHISTORY C, TRANSHISTORY D
                 WHERE C.TRANSNAME = 'TRANSFER'
                   AND C.TRANSAMOUNT > 0
                   AND DATE(C.TRANSTIME) >= :WS-FROM-DATE
                   AND D.REFNO = C.REFNO
                   AND D.ACCOUNTNUMBER <> C.ACCOUNTNUMBER
                   AND D.TRANSNAME = 'TRANSFER'
                   AND D.TRANSAMOUNT < 0
                   AND C.ACCOUNTNUMBER NOT IN
                       (SELECT SETTLEACCOUNT FROM CLEARINGROUTE)
                 GROUP BY C.ACCOUNTNUMBER, C.CURRENCY
                HAVING COUNT(DISTINCT D.ACCOUNTNUMBER)
                       >= :DCLAMLPARAM.AMP-MINCOUNT
                   AND SUM(C.TRANSAMOUNT) >= :DCLAMLPARAM.AMP-MINAMOUNT
                 ORDER BY C.ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-FANIN
           END-EXEC.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM C410-FETCH-FANIN THRU C410-EXIT.
           PERFORM D100-PROCESS-CANDIDATE THRU D100-EXIT
                   UNTIL WS-EOF.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-FANIN
           END-EXEC.
       C400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C410-FETCH-FANIN.
           EXEC SQL
                FETCH C-FANIN
                 INTO :WS-CAND-ACCOUNT,
                      :WS-CAND-CURRENCY,
                      :WS-CAND-COUNT,
                      :WS-CAND-AMOUNT
           END-EXEC.
           PERFORM D900-CHECK-FETCH THRU D900-EXIT.
       C410-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C450-LIST-FANIN-REFS.
           EXEC SQL
                DECLARE C-FANIN-REFS CURSOR FOR
                SELECT C.REFNO, C.TRANSAMOUNT, C.TRANSTIME
                  FROM TRANSHISTORY C, TRANSHISTORY D
                 WHERE C.ACCOUNTNUMBER = :WS-CAND-ACCOUNT
                   AND C.TRANSNAME = 'TRANSFER'
                   AND C.TRANSAMOUNT > 0
                   AND DATE(C.TRANSTIME) >= :WS-FROM-DATE
                   AND D.REFNO = C.REFNO
                   AND D.ACCOUNTNUMBER <> C.ACCOUNTNUMBER
                   AND D.TRANSNAME = 'TRANSFER'
                   AND D.TRANSAMOUNT < 0
                 ORDER BY C.TRANSTIME
           END-EXEC.
           EXEC SQL
                OPEN C-FANIN-REFS
           END-EXEC.
           PERFORM C460-FETCH-FANIN-REF THRU C460-EXIT
                   UNTIL WS-REF-EOF.
           EXEC SQL
                CLOSE C-FANIN-REFS
           END-EXEC.
       C450-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C460-FETCH-FANIN-REF.
           EXEC SQL
                FETCH C-FANIN-REFS
                 INTO :DCLAMLCASEREF.AMR-REFNO,
                      :DCLAMLCASEREF.AMR-TRANSAMOUNT,
                      :DCLAMLCASEREF.AMR-TRANSTIME
           END-EXEC.
           PERFORM D200-STORE-REF THRU D200-EXIT.
       C460-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D100 - ONE CANDIDATE ACCOUNT FROM THE CURRENT SCENARIO'S
      * CURSOR: SKIP IT IF A CASE IS STILL OPEN, OTHERWISE TRY TO
      * RAISE ONE, THEN FETCH THE NEXT FROM THE SAME CURSOR.
      *--------------------------------------------------------------*
       D100-PROCESS-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT.
           PERFORM D110-CHECK-OPEN-CASE THRU D110-EXIT.
           IF WS-OPEN-COUNT > 0
              ADD 1 TO WS-ALREADY-OPEN-COUNT
           ELSE
              PERFORM D120-RAISE-CASE THRU D120-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN WS-SCEN-STRUCT
                     PERFORM C110-FETCH-STRUCT   THRU C110-EXIT
             WHEN WS-SCEN-PASSTHRU
                     PERFORM C210-FETCH-PASSTHRU THRU C210-EXIT
             WHEN WS-SCEN-DORMANT
                     PERFORM C310-FETCH-DORMANT  THRU C310-EXIT
             WHEN WS-SCEN-FANIN
                     PERFORM C410-FETCH-FANIN    THRU C410-EXIT
           END-EVALUATE.
       D100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D110 - AN OPEN CASE FOR THE SAME SCENARIO AND ACCOUNT STOPS A
      * NEW ONE. A READ ERROR COUNTS AS OPEN - THE ACCOUNT IS LOOKED
      * AT AGAIN TOMORROW RATHER THAN RAISED TWICE.
      *--------------------------------------------------------------*
       D110-CHECK-OPEN-CASE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-COUNT
                  FROM AMLCASE
                 WHERE SCENARIO      = :DCLAMLPARAM.AMP-SCENARIO
                   AND ACCOUNTNUMBER = :WS-CAND-ACCOUNT
                   AND STATUS        = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'AMLMON CASE READ ERROR SQLCODE=' SQLCODE
                      ' ACCOUNT=' WS-CAND-ACCOUNT
              ADD 1 TO WS-ERROR-COUNT
              MOVE 1 TO WS-OPEN-COUNT
           END-IF.
       D110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D120 - RAISE THE CASE UNDER A SAVEPOINT: THE AMLCASE ROW, THEN
      * ITS REFNOS THROUGH THE SCENARIO'S OWN LISTING CURSOR. IF THE
      * LISTING FAILS, OR EVERY MOVEMENT IS ALREADY ON AN EARLIER
      * CASE, THE WHOLE CASE IS BACKED OUT TO THE SAVEPOINT.
      *--------------------------------------------------------------*
       D120-RAISE-CASE.
           PERFORM D130-READ-HOLDER THRU D130-EXIT.
           MOVE SPACES TO AMC-CASEID OF DCLAMLCASE.
           STRING WS-RUN-DATE (1: 4)       DELIMITED BY SIZE
                  WS-RUN-DATE (6: 2)       DELIMITED BY SIZE
                  WS-RUN-DATE (9: 2)       DELIMITED BY SIZE
                  WS-SCENARIO-CODE         DELIMITED BY SIZE
                  WS-CAND-ACCOUNT          DELIMITED BY SPACE
                  INTO AMC-CASEID OF DCLAMLCASE.
           MOVE AMP-SCENARIO OF DCLAMLPARAM TO
                                      AMC-SCENARIO OF DCLAMLCASE.
           MOVE WS-CAND-ACCOUNT  TO AMC-ACCOUNTNUMBER OF DCLAMLCASE.
           MOVE CUSTOMERNUMBER OF DCLACCOUNT TO
                                      AMC-CUSTOMERNUMBER OF DCLAMLCASE.
           MOVE WS-CAND-CURRENCY TO AMC-CURRENCY    OF DCLAMLCASE.
           MOVE WS-CAND-COUNT    TO AMC-ITEMCOUNT   OF DCLAMLCASE.
           MOVE WS-CAND-AMOUNT   TO AMC-TOTALAMOUNT OF DCLAMLCASE.
           MOVE WS-RUN-DATE      TO AMC-OPENDATE    OF DCLAMLCASE.
           EXEC SQL
                SAVEPOINT SP-BEFORE-CASE
                ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           EXEC SQL
                INSERT INTO AMLCASE
                           (CASEID
                           ,SCENARIO
                           ,ACCOUNTNUMBER
                           ,CUSTOMERNUMBER
                           ,CURRENCY
                           ,ITEMCOUNT
                           ,TOTALAMOUNT
                           ,OPENDATE
                           ,STATUS
                           ,CLOSEDBY
                           ,CLOSEDATE
                           )
                 VALUES
                           (:DCLAMLCASE.AMC-CASEID
                           ,:DCLAMLCASE.AMC-SCENARIO
                           ,:DCLAMLCASE.AMC-ACCOUNTNUMBER
                           ,:DCLAMLCASE.AMC-CUSTOMERNUMBER
                           ,:DCLAMLCASE.AMC-CURRENCY
                           ,:DCLAMLCASE.AMC-ITEMCOUNT
                           ,:DCLAMLCASE.AMC-TOTALAMOUNT
                           ,:DCLAMLCASE.AMC-OPENDATE
                           ,'O'
                           ,' '
                           ,' '
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
      * TONIGHT'S CASE FOR THIS SCENARIO AND ACCOUNT IS ALREADY ON
      * FILE - A RESTARTED RUN, WITH THE CASE CLOSED IN BETWEEN.
                     ADD 1 TO WS-REPORTED-COUNT
                     GO TO D120-EXIT
             WHEN OTHER
                     DISPLAY 'AMLMON CASE INSERT ERROR SQLCODE='
                             SQLCODE ' ACCOUNT=' WS-CAND-ACCOUNT
                     ADD 1 TO WS-ERROR-COUNT
                     GO TO D120-EXIT
           END-EVALUATE.
           MOVE AMC-CASEID OF DCLAMLCASE TO AMR-CASEID OF DCLAMLCASEREF.
           MOVE 0   TO WS-NEW-REF-COUNT.
           MOVE 'N' TO WS-REF-EOF-SW.
           MOVE 'N' TO WS-REF-FAIL-SW.
           EVALUATE TRUE
             WHEN WS-SCEN-STRUCT
                     PERFORM C150-LIST-STRUCT-REFS   THRU C150-EXIT
             WHEN WS-SCEN-PASSTHRU
                     PERFORM C250-LIST-PASSTHRU-REFS THRU C250-EXIT
             WHEN WS-SCEN-DORMANT
                     PERFORM C350-LIST-DORMANT-REFS  THRU C350-EXIT
             WHEN WS-SCEN-FANIN
                     PERFORM C450-LIST-FANIN-REFS    THRU C450-EXIT
           END-EVALUATE.
           IF WS-REF-FAILED
              ADD 1 TO WS-ERROR-COUNT
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CASE
              END-EXEC
              GO TO D120-EXIT
           END-IF.
           IF WS-NEW-REF-COUNT = 0
              ADD 1 TO WS-REPORTED-COUNT
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-CASE
              END-EXEC
              GO TO D120-EXIT
           END-IF.
           PERFORM D300-REPORT-CASE THRU D300-EXIT.
           ADD 1 TO WS-RAISED-COUNT.
       D120-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D130 - THE ACCOUNT'S HOLDER FOR THE CASE AND THE REPORT. AN
      * ACCOUNT OLDER THAN THE CUSTOMER MASTER HAS NO NAME TO SHOW.
      *--------------------------------------------------------------*
       D130-READ-HOLDER.
           MOVE SPACES TO CUSTOMERNUMBER OF DCLACCOUNT.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE WS-CAND-ACCOUNT TO ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT CUSTOMERNUMBER
                  INTO :DCLACCOUNT.CUSTOMERNUMBER
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO D130-EXIT
           END-IF.
           MOVE CUSTOMERNUMBER OF DCLACCOUNT TO
                                      CUSTOMERNUMBER OF DCLCUSTOMER.
           EXEC SQL
                SELECT NAME
                  INTO :DCLCUSTOMER.CUST-NAME
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :DCLCUSTOMER.CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE = 0
              MOVE CUST-NAME OF DCLCUSTOMER TO WS-CUST-NAME
           END-IF.
       D130-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D200 - ONE MOVEMENT FROM A LISTING CURSOR: RECORD IT AGAINST
      * THE NEW CASE AND COUNT IT AS NEW UNLESS AN EARLIER CASE FOR
      * THE SAME SCENARIO AND ACCOUNT ALREADY LISTS IT.
      *--------------------------------------------------------------*
       D200-STORE-REF.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-REF-EOF-SW
                     GO TO D200-EXIT
             WHEN OTHER
                     DISPLAY 'AMLMON REFNO FETCH ERROR SQLCODE='
                             SQLCODE ' ACCOUNT=' WS-CAND-ACCOUNT
                     MOVE 'Y' TO WS-REF-EOF-SW
                     MOVE 'Y' TO WS-REF-FAIL-SW
                     GO TO D200-EXIT
           END-EVALUATE.
           EXEC SQL
                INSERT INTO AMLCASEREF
                           (CASEID
                           ,REFNO
                           ,TRANSAMOUNT
                           ,TRANSTIME
                           )
                 VALUES
                           (:DCLAMLCASEREF.AMR-CASEID
                           ,:DCLAMLCASEREF.AMR-REFNO
                           ,:DCLAMLCASEREF.AMR-TRANSAMOUNT
                           ,:DCLAMLCASEREF.AMR-TRANSTIME
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
                     GO TO D200-EXIT
             WHEN OTHER
                     DISPLAY 'AMLMON REFNO INSERT ERROR SQLCODE='
                             SQLCODE ' ACCOUNT=' WS-CAND-ACCOUNT
                     MOVE 'Y' TO WS-REF-EOF-SW
                     MOVE 'Y' TO WS-REF-FAIL-SW
                     GO TO D200-EXIT
           END-EVALUATE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SEEN-COUNT
                  FROM AMLCASEREF R, AMLCASE C
                 WHERE R.REFNO         = :DCLAMLCASEREF.AMR-REFNO
                   AND R.CASEID        = C.CASEID
                   AND C.CASEID       <> :DCLAMLCASEREF.AMR-CASEID
                   AND C.SCENARIO      = :DCLAMLCASE.AMC-SCENARIO
                   AND C.ACCOUNTNUMBER = :DCLAMLCASE.AMC-ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'AMLMON REFNO READ ERROR SQLCODE=' SQLCODE
                      ' ACCOUNT=' WS-CAND-ACCOUNT
              MOVE 'Y' TO WS-REF-EOF-SW
              MOVE 'Y' TO WS-REF-FAIL-SW
              GO TO D200-EXIT
           END-IF.
           IF WS-SEEN-COUNT = 0
              ADD 1 TO WS-NEW-REF-COUNT
           END-IF.
       D200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D300 - THE CASE ON THE ALERT REPORT, WITH EVERY MOVEMENT
      * BEHIND IT READ BACK FROM AMLCASEREF.
      *--------------------------------------------------------------*
       D300-REPORT-CASE.
           MOVE AMC-CASEID        OF DCLAMLCASE TO DL-CASEID.
           MOVE AMC-SCENARIO      OF DCLAMLCASE TO DL-SCENARIO.
           MOVE AMC-ACCOUNTNUMBER OF DCLAMLCASE TO DL-ACCOUNTNUMBER.
           MOVE AMC-CUSTOMERNUMBER OF DCLAMLCASE TO DL-CUSTOMERNUMBER.
           MOVE AMC-CURRENCY      OF DCLAMLCASE TO DL-CURRENCY.
           MOVE AMC-ITEMCOUNT     OF DCLAMLCASE TO DL-ITEMCOUNT.
           MOVE AMC-TOTALAMOUNT   OF DCLAMLCASE TO DL-AMOUNT.
           MOVE WS-CUST-NAME TO DL-NAME.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
                DECLARE C-CASE-REFS CURSOR FOR
                SELECT REFNO, TRANSAMOUNT, TRANSTIME
                  FROM AMLCASEREF
                 WHERE CASEID = :DCLAMLCASE.AMC-CASEID
                 ORDER BY TRANSTIME
           END-EXEC.
           EXEC SQL
                OPEN C-CASE-REFS
           END-EXEC.
           MOVE 'N' TO WS-REF-EOF-SW.
           PERFORM D310-REPORT-REF THRU D310-EXIT
                   UNTIL WS-REF-EOF.
           EXEC SQL
                CLOSE C-CASE-REFS
           END-EXEC.
       D300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D310-REPORT-REF.
           EXEC SQL
                FETCH C-CASE-REFS
                 INTO :DCLAMLCASEREF.AMR-REFNO,
                      :DCLAMLCASEREF.AMR-TRANSAMOUNT,
                      :DCLAMLCASEREF.AMR-TRANSTIME
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-REF-EOF-SW
              GO TO D310-EXIT
           END-IF.
           MOVE AMR-REFNO       OF DCLAMLCASEREF TO RL-REFNO.
           MOVE AMR-TRANSAMOUNT OF DCLAMLCASEREF TO RL-AMOUNT.
           MOVE AMR-TRANSTIME   OF DCLAMLCASEREF TO RL-TRANSTIME.
           MOVE WS-REF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       D310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D900 - COMMON END-OF-CURSOR TEST FOR THE SCENARIO FETCHES.
      *--------------------------------------------------------------*
       D900-CHECK-FETCH.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'AMLMON FETCH ERROR SQLCODE=' SQLCODE
                             ' SCENARIO=' AMP-SCENARIO OF DCLAMLPARAM
                     ADD 1 TO WS-ERROR-COUNT
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       D900-EXIT.
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
           MOVE 'AMLMON' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'AMLMON NOT STARTED: '
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
