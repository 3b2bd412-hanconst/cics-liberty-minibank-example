      *--------------------------------------------------------------*
      * PROGRAM-ID : GLPOST                                           *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   END-OF-DAY GENERAL LEDGER POSTING INTERFACE AND TRIAL        *
      *   BALANCE. TAKES EVERY TRANSHISTORY MOVEMENT WRITTEN SINCE     *
      *   THE LAST RUN'S CUTOFF (GLCONTROL.LASTCUTOFF) UP TO THIS      *
      *   RUN'S CUTOFF, MAPS IT THROUGH GLMAP BY TRANSNAME,            *
      *   ACCOUNTTYPE AND CURRENCY, AND POSTS A BALANCED PAIR OF GL    *
      *   LINES FOR IT: A CREDIT TO THE CUSTOMER (A POSITIVE           *
      *   TRANSAMOUNT) CREDITS THE CONTROL GL AND DEBITS THE CONTRA    *
      *   GL; A DEBIT RUNS THE OTHER WAY. 'BALCFWD' ROWS ARE           *
      *   HISTARCH'S ARCHIVE ANCHORS, NOT MOVEMENTS, AND ARE NEVER     *
      *   JOURNALLED. EVERY LINE IS WRITTEN TO THE GL JOURNAL FILE     *
      *   (GLJRNL) IN AN H/D/T SHAPE - THE TRAILER CARRIES THE LINE    *
      *   COUNT AND THE DEBIT AND CREDIT CONTROL TOTALS - AND ROLLED   *
      *   INTO GLBALANCE.                                              *
      *                                                                *
      *   THE TRIAL BALANCE REPORT (GLTBRPT) THEN PRINTS EVERY GL      *
      *   ACCOUNT BY CURRENCY - OPENING, THE RUN'S DEBITS AND          *
      *   CREDITS, CLOSING - AND PROVES THE CUSTOMER LEDGER: FOR       *
      *   EACH ACCOUNTTYPE AND CURRENCY, SUM(ACCOUNT.BALANCE) (LESS    *
      *   ANY MOVEMENT AFTER THE CUTOFF) MUST EQUAL THE CONTROL GL     *
      *   GLMAP NAMES FOR IT. GLBALANCE IS SIGNED DEBIT-POSITIVE, SO   *
      *   THE CONTROL GL (A LIABILITY) CARRIES THE LEDGER TOTAL AS A   *
      *   CREDIT AND THE TWO SUM TO ZERO WHEN THE LEDGER AGREES. EACH  *
      *   ACCOUNTTYPE/CURRENCY NEEDS ITS OWN CONTROL GL FOR THE        *
      *   PROOF TO HOLD. A BREAK IS REPORTED AND COUNTED, NOT FIXED.   *
      *                                                                *
      *   A MOVEMENT WITH NO GLMAP ROW, OR A JOURNAL WHOSE DEBITS DO   *
      *   NOT EQUAL ITS CREDITS, ABANDONS THE RUN: NOTHING COMMITS,    *
      *   THE CUTOFF DOES NOT MOVE, THE PART-WRITTEN JOURNAL IS        *
      *   DISCARDED, AND THE UNMAPPED MOVEMENTS ARE LISTED ON THE      *
      *   REPORT SO THE MAPPING CAN BE ADDED BEFORE THE RERUN. THE     *
      *   GLBALANCE POSTINGS AND THE CUTOFF ADVANCE COMMIT AS ONE      *
      *   UNIT OF WORK, TAKEN ONLY AFTER THE TRAILER IS WRITTEN.       *
      *   RUNCTL HOLDS THE JOB UNTIL RECONCIL HAS PROVEN THE NIGHT.    *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *  2026-10-15 D300 NO LONGER TAKES A FAILED READ AS   MAINT      *
      *             A ZERO - THE LINE IS SKIPPED AND THE              *
      *             RUN ENDS FAILED                                   *
      *  2026-10-15 Y900 NOW EMPTIES THE PART-WRITTEN       MAINT      *
      *             JOURNAL RATHER THAN ONLY CLOSING IT               *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIAL-BALANCE-REPORT ASSIGN TO GLTBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JNL-RECORD.
           05  JNL-RTYPE              PIC X(01).
           05  JNL-BODY               PIC X(99).
           05  JNL-HEADER-BODY REDEFINES JNL-BODY.
               10  JNL-HDR-DATE       PIC X(10).
               10  JNL-HDR-FROM       PIC X(26).
               10  JNL-HDR-TO         PIC X(26).
               10  FILLER             PIC X(37).
           05  JNL-DETAIL-BODY REDEFINES JNL-BODY.
               10  JNL-POSTDATE       PIC X(10).
               10  JNL-GLACCOUNT      PIC X(10).
               10  JNL-CURRENCY       PIC X(03).
               10  JNL-DRCR           PIC X(01).
               10  JNL-AMOUNT         PIC 9(12)V9(3).
               10  JNL-TRANSNAME      PIC X(08).
               10  JNL-ACCOUNTNUMBER  PIC X(10).
               10  JNL-REFNO          PIC X(36).
               10  FILLER             PIC X(06).
           05  JNL-TRAILER-BODY REDEFINES JNL-BODY.
               10  JNL-TRL-COUNT      PIC 9(07).
               10  JNL-TRL-DEBITS     PIC 9(12)V9(3).
               10  JNL-TRL-CREDITS    PIC 9(12)V9(3).
               10  FILLER             PIC X(62).
       FD  TRIAL-BALANCE-REPORT.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE TRANHIST END-EXEC.
           EXEC SQL INCLUDE GLMAP    END-EXEC.
           EXEC SQL INCLUDE GLBAL    END-EXEC.
           EXEC SQL INCLUDE GLCTL    END-EXEC.

       01  WS-LEDGER-ID               PIC X(08) VALUE 'MINIBANK'.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CUTOFF                  PIC X(26).
       01  WS-ABORT-MSG               PIC X(60) VALUE SPACES.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-TB-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-TB-EOF                  VALUE 'Y'.
       01  WS-PROOF-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-PROOF-EOF               VALUE 'Y'.
       01  WS-SQL-ERROR-SW            PIC X(01) VALUE 'N'.
           88  WS-SQL-ERROR               VALUE 'Y'.
       01  WS-PROOF-ERROR-SW          PIC X(01) VALUE 'N'.
           88  WS-PROOF-ERROR             VALUE 'Y'.

       01  WS-GL-ACCOUNT              PIC X(10).
       01  WS-GL-CURRENCY             PIC X(03).
       01  WS-GL-DRCR                 PIC X(01).
           88  WS-GL-DEBIT                VALUE 'D'.
           88  WS-GL-CREDIT               VALUE 'C'.
       01  WS-GL-AMOUNT               PIC S9(12)V9(3) VALUE 0.
       01  WS-GL-SIGNED               PIC S9(12)V9(3) VALUE 0.
       01  WS-GL-DR-AMOUNT            PIC S9(12)V9(3) VALUE 0.
       01  WS-GL-CR-AMOUNT            PIC S9(12)V9(3) VALUE 0.

       01  WS-ITEM-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-LINE-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-UNMAPPED-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-BREAK-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-TOTAL-DEBITS            PIC S9(12)V9(3) VALUE 0.
       01  WS-TOTAL-CREDITS           PIC S9(12)V9(3) VALUE 0.

       01  WS-TB-CURRENCY             PIC X(03) VALUE SPACES.
       01  WS-TB-OPENING              PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-DEBITS              PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-CREDITS             PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-CLOSING             PIC S9(12)V9(3) VALUE 0.

       01  WS-LEDGER-TOTAL            PIC S9(12)V9(3) VALUE 0.
       01  WS-LATE-TOTAL              PIC S9(12)V9(3) VALUE 0.
       01  WS-CONTROL-MIN             PIC X(10).
       01  WS-CONTROL-MAX             PIC X(10).
       01  WS-CONTROL-BALANCE         PIC S9(12)V9(3) VALUE 0.
       01  WS-DIFFERENCE              PIC S9(12)V9(3) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(32) VALUE
               'GENERAL LEDGER TRIAL BALANCE  '.
           05  HL-RUN-DATE            PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(18) VALUE
               'POSTED FROM     : '.
           05  HL-FROM                PIC X(26).
           05  FILLER                 PIC X(06) VALUE
               '  TO  '.
           05  HL-TO                  PIC X(26).
       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(100) VALUE
               'UNMAPPED MOVEMENTS - NO GLMAP ROW FOR THE TRANSNAME'.
       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(13) VALUE
               '** UNMAPPED: '.
           05  XL-TRANSNAME           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-ACCOUNTTYPE         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-ACCOUNTNUMBER       PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-AMOUNT              PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-REFNO               PIC X(36).
       01  WS-ABORT-LINE.
           05  FILLER                 PIC X(18) VALUE
               'RUN ABANDONED  : '.
           05  AL-MESSAGE             PIC X(60).
       01  WS-TB-HEADING.
           05  FILLER                 PIC X(12) VALUE
               'GL ACCOUNT'.
           05  FILLER                 PIC X(05) VALUE
               'CCY'.
           05  FILLER                 PIC X(18) VALUE
               'OPENING'.
           05  FILLER                 PIC X(18) VALUE
               'DEBITS'.
           05  FILLER                 PIC X(18) VALUE
               'CREDITS'.
           05  FILLER                 PIC X(17) VALUE
               'CLOSING'.
       01  WS-DETAIL-LINE.
           05  DL-GLACCOUNT           PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-OPENING             PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-DEBITS              PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-CREDITS             PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-CLOSING             PIC -9(12).999.
       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER                 PIC X(12) VALUE
               '  TOTAL'.
           05  CT-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  CT-DEBITS              PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CT-CREDITS             PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CT-CLOSING             PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CT-STATUS              PIC X(10).
       01  WS-PROOF-HEADING-1.
           05  FILLER                 PIC X(100) VALUE
               'CUSTOMER LEDGER CONTROL PROOF'.
       01  WS-PROOF-HEADING-2.
           05  FILLER                 PIC X(10) VALUE
               'ACCT TYPE'.
           05  FILLER                 PIC X(05) VALUE
               'CCY'.
           05  FILLER                 PIC X(12) VALUE
               'CONTROL GL'.
           05  FILLER                 PIC X(18) VALUE
               'LEDGER TOTAL'.
           05  FILLER                 PIC X(18) VALUE
               'GL BALANCE'.
           05  FILLER                 PIC X(19) VALUE
               'DIFFERENCE'.
           05  FILLER                 PIC X(10) VALUE
               'STATUS'.
       01  WS-PROOF-LINE.
           05  PL-ACCOUNTTYPE         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-CONTROLGL           PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-LEDGER-TOTAL        PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-GL-BALANCE          PIC -9(12).999.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-DIFFERENCE          PIC -9(12).999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-STATUS              PIC X(10).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(33) VALUE
               'MOVEMENTS JOURNALLED         : '.
           05  SL-ITEM-COUNT          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(33) VALUE
               'JOURNAL LINES                : '.
           05  SL-LINE-COUNT          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(33) VALUE
               'TOTAL DEBITS                 : '.
           05  SL-TOTAL-DEBITS        PIC -9(12).999.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(33) VALUE
               'TOTAL CREDITS                : '.
           05  SL-TOTAL-CREDITS       PIC -9(12).999.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(33) VALUE
               'UNMAPPED MOVEMENTS           : '.
           05  SL-UNMAPPED-COUNT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(33) VALUE
               'CONTROL BREAKS               : '.
           05  SL-BREAK-COUNT         PIC ZZZ,ZZ9.

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE), CHAR(CURRENT TIMESTAMP))
                  INTO :WS-RUN-DATE, :WS-CUTOFF
           END-EXEC.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT TRIAL-BALANCE-REPORT.
           PERFORM A100-READ-CONTROL      THRU A100-EXIT.
           PERFORM A200-RESET-DAY-TOTALS  THRU A200-EXIT.
           PERFORM A300-WRITE-HEADINGS    THRU A300-EXIT.
           PERFORM B100-WRITE-HEADER      THRU B100-EXIT.
           PERFORM B200-OPEN-CURSOR       THRU B200-EXIT.
           PERFORM B300-FETCH-NEXT        THRU B300-EXIT.
           PERFORM B400-JOURNAL-MOVEMENT  THRU B400-EXIT
                   UNTIL WS-EOF.
           PERFORM B500-CLOSE-CURSOR      THRU B500-EXIT.
           IF WS-SQL-ERROR
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
           IF WS-UNMAPPED-COUNT > 0
              MOVE 'MOVEMENTS WITH NO GLMAP ROW - SEE EXCEPTIONS ABOVE'
                                       TO WS-ABORT-MSG
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
           PERFORM B600-WRITE-TRAILER     THRU B600-EXIT.
           PERFORM C100-TRIAL-BALANCE     THRU C100-EXIT.
           PERFORM D100-CONTROL-PROOF     THRU D100-EXIT.
           PERFORM E100-ADVANCE-CUTOFF    THRU E100-EXIT.
           CLOSE JOURNAL-FILE.
      * THE GL POSTINGS, THE CUTOFF AND THE JOURNAL STAND OR FALL
      * TOGETHER - ONE COMMIT, TAKEN ONLY AFTER THE TRAILER IS WRITTEN.
           EXEC SQL COMMIT END-EXEC.
           PERFORM F100-WRITE-SUMMARY     THRU F100-EXIT.
           CLOSE TRIAL-BALANCE-REPORT.
           PERFORM Z250-RECORD-COUNTERS   THRU Z250-EXIT.
           IF WS-PROOF-ERROR
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
           ELSE
              SET RUN-END-CLEAN OF WS-RUN-AREA TO TRUE
           END-IF.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - THE CONTROL ROW IS READ UNDER AN UPDATE LOCK SO A
      * SECOND COPY OF THE JOB CANNOT JOURNAL THE SAME WINDOW. IT IS
      * SEEDED AT GO-LIVE WITH THE OPENING GLBALANCE ROWS; A MISSING
      * ROW MEANS THE LEDGER WAS NEVER SET UP AND THE RUN STOPS.
      *--------------------------------------------------------------*
       A100-READ-CONTROL.
           MOVE WS-LEDGER-ID TO GLC-LEDGER OF DCLGLCONTROL.
           EXEC SQL
                SELECT LASTCUTOFF, LASTRUNDATE
                  INTO :DCLGLCONTROL.GLC-LASTCUTOFF,
                       :DCLGLCONTROL.GLC-LASTRUNDATE
                  FROM GLCONTROL
                 WHERE LEDGER = :DCLGLCONTROL.GLC-LEDGER
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'NO GLCONTROL ROW FOR THE LEDGER'
                                       TO WS-ABORT-MSG
                     PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
             WHEN OTHER
                     DISPLAY 'GLPOST CONTROL READ ERROR SQLCODE='
                             SQLCODE
                     MOVE 'GLCONTROL READ FAILED' TO WS-ABORT-MSG
                     PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-EVALUATE.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - DAYDEBITS/DAYCREDITS HOLD THIS RUN'S MOVEMENT ONLY, SO
      * THE TRIAL BALANCE CAN SHOW OPENING, MOVEMENT AND CLOSING.
      *--------------------------------------------------------------*
       A200-RESET-DAY-TOTALS.
           EXEC SQL
                UPDATE GLBALANCE
                       SET DAYDEBITS  = 0
                          ,DAYCREDITS = 0
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'GLPOST RESET ERROR SQLCODE=' SQLCODE
              MOVE 'GLBALANCE DAY TOTALS NOT RESET' TO WS-ABORT-MSG
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A300-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GLC-LASTCUTOFF OF DCLGLCONTROL TO HL-FROM.
           MOVE WS-CUTOFF                      TO HL-TO.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       A300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B100-WRITE-HEADER.
           MOVE SPACES TO JNL-RECORD.
           MOVE 'H' TO JNL-RTYPE.
           MOVE WS-RUN-DATE                    TO JNL-HDR-DATE.
           MOVE GLC-LASTCUTOFF OF DCLGLCONTROL TO JNL-HDR-FROM.
           MOVE WS-CUTOFF                      TO JNL-HDR-TO.
           WRITE JNL-RECORD.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B200 - THE WINDOW IS (LAST CUTOFF, THIS CUTOFF]. ANYTHING
      * POSTED AFTER THIS RUN TOOK ITS CUTOFF FALLS TO THE NEXT RUN.
      *--------------------------------------------------------------*
       B200-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-MOVEMENTS CURSOR FOR
                SELECT T.TRANSNAME, T.ACCOUNTNUMBER, T.TRANSAMOUNT,
                       COALESCE(T.CURRENCY, A.CURRENCY),
                       T.REFNO, A.ACCOUNTTYPE
                  FROM TRANSHISTORY T, ACCOUNT A
                 WHERE T.ACCOUNTNUMBER = A.ACCOUNTNUMBER
                   AND T.TRANSTIME > :DCLGLCONTROL.GLC-LASTCUTOFF
                   AND T.TRANSTIME <= :WS-CUTOFF
                   AND T.TRANSNAME <> 'BALCFWD'
                 ORDER BY T.TRANSTIME, T.REFNO
           END-EXEC.
           EXEC SQL
                OPEN C-MOVEMENTS
           END-EXEC.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B300-FETCH-NEXT.
           EXEC SQL
                FETCH C-MOVEMENTS
                 INTO :DCLTRANSHISTORY.TRANSNAME,
                      :DCLTRANSHISTORY.ACCOUNTNUMBER,
                      :DCLTRANSHISTORY.TRANSAMOUNT,
                      :DCLTRANSHISTORY.HIST-CURRENCY,
                      :DCLTRANSHISTORY.REFNO,
                      :DCLACCOUNT.ACCOUNTTYPE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'GLPOST FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'MOVEMENT FETCH FAILED' TO WS-ABORT-MSG
                     MOVE 'Y' TO WS-SQL-ERROR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B400 - A CREDIT TO THE CUSTOMER (POSITIVE TRANSAMOUNT) IS
      * DR CONTRA / CR CONTROL; A DEBIT IS DR CONTROL / CR CONTRA.
      * AN UNMAPPED MOVEMENT IS LISTED AND THE SCAN CARRIES ON, SO
      * ONE RUN SHOWS EVERY MAPPING THAT IS MISSING.
      *--------------------------------------------------------------*
       B400-JOURNAL-MOVEMENT.
           IF TRANSAMOUNT OF DCLTRANSHISTORY = 0
              GO TO B400-NEXT
           END-IF.
           MOVE TRANSNAME     OF DCLTRANSHISTORY TO
                                     GLM-TRANSNAME   OF DCLGLMAP.
           MOVE ACCOUNTTYPE   OF DCLACCOUNT      TO
                                     GLM-ACCOUNTTYPE OF DCLGLMAP.
           MOVE HIST-CURRENCY OF DCLTRANSHISTORY TO
                                     GLM-CURRENCY    OF DCLGLMAP.
           EXEC SQL
                SELECT CONTROLGL, CONTRAGL
                  INTO :DCLGLMAP.GLM-CONTROLGL,
                       :DCLGLMAP.GLM-CONTRAGL
                  FROM GLMAP
                 WHERE TRANSNAME   = :DCLGLMAP.GLM-TRANSNAME
                   AND ACCOUNTTYPE = :DCLGLMAP.GLM-ACCOUNTTYPE
                   AND CURRENCY    = :DCLGLMAP.GLM-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     PERFORM B420-WRITE-UNMAPPED THRU B420-EXIT
                     GO TO B400-NEXT
             WHEN OTHER
                     DISPLAY 'GLPOST GLMAP READ ERROR SQLCODE=' SQLCODE
                     MOVE 'GLMAP READ FAILED' TO WS-ABORT-MSG
                     PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-EVALUATE.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE HIST-CURRENCY OF DCLTRANSHISTORY TO WS-GL-CURRENCY.
           IF TRANSAMOUNT OF DCLTRANSHISTORY > 0
              MOVE TRANSAMOUNT OF DCLTRANSHISTORY TO WS-GL-AMOUNT
              MOVE GLM-CONTRAGL  OF DCLGLMAP TO WS-GL-ACCOUNT
              SET WS-GL-DEBIT TO TRUE
              PERFORM B410-POST-GL-LINE THRU B410-EXIT
              MOVE GLM-CONTROLGL OF DCLGLMAP TO WS-GL-ACCOUNT
              SET WS-GL-CREDIT TO TRUE
              PERFORM B410-POST-GL-LINE THRU B410-EXIT
           ELSE
              COMPUTE WS-GL-AMOUNT = 0 - TRANSAMOUNT OF DCLTRANSHISTORY
              MOVE GLM-CONTROLGL OF DCLGLMAP TO WS-GL-ACCOUNT
              SET WS-GL-DEBIT TO TRUE
              PERFORM B410-POST-GL-LINE THRU B410-EXIT
              MOVE GLM-CONTRAGL  OF DCLGLMAP TO WS-GL-ACCOUNT
              SET WS-GL-CREDIT TO TRUE
              PERFORM B410-POST-GL-LINE THRU B410-EXIT
           END-IF.
       B400-NEXT.
           PERFORM B300-FETCH-NEXT THRU B300-EXIT.
       B400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B410 - ONE GL LINE: THE JOURNAL DETAIL, THEN THE GLBALANCE
      * ROW FOR THE GL ACCOUNT AND CURRENCY. A GL ACCOUNT'S FIRST
      * EVER POSTING IN A CURRENCY CREATES ITS ROW.
      *--------------------------------------------------------------*
       B410-POST-GL-LINE.
           MOVE SPACES TO JNL-RECORD.
           MOVE 'D' TO JNL-RTYPE.
           MOVE WS-RUN-DATE                      TO JNL-POSTDATE.
           MOVE WS-GL-ACCOUNT                    TO JNL-GLACCOUNT.
           MOVE WS-GL-CURRENCY                   TO JNL-CURRENCY.
           MOVE WS-GL-DRCR                       TO JNL-DRCR.
           MOVE WS-GL-AMOUNT                     TO JNL-AMOUNT.
           MOVE TRANSNAME     OF DCLTRANSHISTORY TO JNL-TRANSNAME.
           MOVE ACCOUNTNUMBER OF DCLTRANSHISTORY TO JNL-ACCOUNTNUMBER.
           MOVE REFNO         OF DCLTRANSHISTORY TO JNL-REFNO.
           WRITE JNL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-GL-DEBIT
              MOVE WS-GL-AMOUNT TO WS-GL-SIGNED
              MOVE WS-GL-AMOUNT TO WS-GL-DR-AMOUNT
              MOVE 0            TO WS-GL-CR-AMOUNT
              ADD WS-GL-AMOUNT  TO WS-TOTAL-DEBITS
           ELSE
              COMPUTE WS-GL-SIGNED = 0 - WS-GL-AMOUNT
              MOVE 0            TO WS-GL-DR-AMOUNT
              MOVE WS-GL-AMOUNT TO WS-GL-CR-AMOUNT
              ADD WS-GL-AMOUNT  TO WS-TOTAL-CREDITS
           END-IF.
           MOVE WS-GL-ACCOUNT   TO GLB-GLACCOUNT    OF DCLGLBALANCE.
           MOVE WS-GL-CURRENCY  TO GLB-CURRENCY     OF DCLGLBALANCE.
           MOVE WS-GL-SIGNED    TO GLB-BALANCE      OF DCLGLBALANCE.
           MOVE WS-GL-DR-AMOUNT TO GLB-DAYDEBITS    OF DCLGLBALANCE.
           MOVE WS-GL-CR-AMOUNT TO GLB-DAYCREDITS   OF DCLGLBALANCE.
           MOVE WS-RUN-DATE     TO GLB-LASTPOSTDATE OF DCLGLBALANCE.
           EXEC SQL
                UPDATE GLBALANCE
                       SET BALANCE      = BALANCE +
                                          :DCLGLBALANCE.GLB-BALANCE
                          ,DAYDEBITS    = DAYDEBITS +
                                          :DCLGLBALANCE.GLB-DAYDEBITS
                          ,DAYCREDITS   = DAYCREDITS +
                                          :DCLGLBALANCE.GLB-DAYCREDITS
                          ,LASTPOSTDATE = :DCLGLBALANCE.GLB-LASTPOSTDATE
                     WHERE GLACCOUNT    = :DCLGLBALANCE.GLB-GLACCOUNT
                       AND CURRENCY     = :DCLGLBALANCE.GLB-CURRENCY
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO GLBALANCE
                          ( GLACCOUNT
                           ,CURRENCY
                           ,BALANCE
                           ,DAYDEBITS
                           ,DAYCREDITS
                           ,LASTPOSTDATE )
                   VALUES ( :DCLGLBALANCE.GLB-GLACCOUNT
                           ,:DCLGLBALANCE.GLB-CURRENCY
                           ,:DCLGLBALANCE.GLB-BALANCE
                           ,:DCLGLBALANCE.GLB-DAYDEBITS
                           ,:DCLGLBALANCE.GLB-DAYCREDITS
                           ,:DCLGLBALANCE.GLB-LASTPOSTDATE )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'GLPOST GLBALANCE ERROR SQLCODE=' SQLCODE
                      ' GL=' WS-GL-ACCOUNT ' CCY=' WS-GL-CURRENCY
              MOVE 'GLBALANCE POSTING FAILED' TO WS-ABORT-MSG
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
       B410-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B420-WRITE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT.
           MOVE TRANSNAME     OF DCLTRANSHISTORY TO XL-TRANSNAME.
           MOVE ACCOUNTTYPE   OF DCLACCOUNT      TO XL-ACCOUNTTYPE.
           MOVE HIST-CURRENCY OF DCLTRANSHISTORY TO XL-CURRENCY.
           MOVE ACCOUNTNUMBER OF DCLTRANSHISTORY TO XL-ACCOUNTNUMBER.
           MOVE TRANSAMOUNT   OF DCLTRANSHISTORY TO XL-AMOUNT.
           MOVE REFNO         OF DCLTRANSHISTORY TO XL-REFNO.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       B420-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B500-CLOSE-CURSOR.
           EXEC SQL
                CLOSE C-MOVEMENTS
           END-EXEC.
       B500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B600 - EVERY MOVEMENT POSTED ONE DEBIT AND ONE CREDIT OF THE
      * SAME AMOUNT, SO THE TOTALS CAN ONLY DIFFER IF SOMETHING WENT
      * BADLY WRONG - ABANDON RATHER THAN SHIP AN UNBALANCED JOURNAL.
      *--------------------------------------------------------------*
       B600-WRITE-TRAILER.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              MOVE 'JOURNAL DEBITS DO NOT EQUAL CREDITS'
                                       TO WS-ABORT-MSG
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
           MOVE SPACES TO JNL-RECORD.
           MOVE 'T' TO JNL-RTYPE.
           MOVE WS-LINE-COUNT    TO JNL-TRL-COUNT.
           MOVE WS-TOTAL-DEBITS  TO JNL-TRL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO JNL-TRL-CREDITS.
           WRITE JNL-RECORD.
       B600-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C100 - TRIAL BALANCE, ONE LINE PER GL ACCOUNT AND CURRENCY,
      * WITH A TOTAL AT EACH CHANGE OF CURRENCY. EVERY POSTING IS A
      * BALANCED PAIR IN ONE CURRENCY, SO EACH CURRENCY'S CLOSING
      * BALANCES MUST NET TO ZERO; ONE THAT DOES NOT IS A BREAK.
      *--------------------------------------------------------------*
       C100-TRIAL-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TB-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
                DECLARE C-GL-BALANCES CURSOR FOR
                SELECT GLACCOUNT, CURRENCY, BALANCE,
                       DAYDEBITS, DAYCREDITS
                  FROM GLBALANCE
                 ORDER BY CURRENCY, GLACCOUNT
           END-EXEC.
           EXEC SQL
                OPEN C-GL-BALANCES
           END-EXEC.
           PERFORM C200-FETCH-BALANCE THRU C200-EXIT.
           PERFORM C300-PRINT-BALANCE THRU C300-EXIT
                   UNTIL WS-TB-EOF.
           PERFORM C400-CURRENCY-TOTAL THRU C400-EXIT.
           EXEC SQL
                CLOSE C-GL-BALANCES
           END-EXEC.
       C100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C200-FETCH-BALANCE.
           EXEC SQL
                FETCH C-GL-BALANCES
                 INTO :DCLGLBALANCE.GLB-GLACCOUNT,
                      :DCLGLBALANCE.GLB-CURRENCY,
                      :DCLGLBALANCE.GLB-BALANCE,
                      :DCLGLBALANCE.GLB-DAYDEBITS,
                      :DCLGLBALANCE.GLB-DAYCREDITS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-TB-EOF-SW
             WHEN OTHER
                     DISPLAY 'GLPOST FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'TRIAL BALANCE FETCH FAILED' TO WS-ABORT-MSG
                     PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-EVALUATE.
       C200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C300-PRINT-BALANCE.
           IF GLB-CURRENCY OF DCLGLBALANCE NOT = WS-TB-CURRENCY
              PERFORM C400-CURRENCY-TOTAL THRU C400-EXIT
              MOVE GLB-CURRENCY OF DCLGLBALANCE TO WS-TB-CURRENCY
           END-IF.
           COMPUTE WS-TB-OPENING = GLB-BALANCE    OF DCLGLBALANCE
                                 - GLB-DAYDEBITS  OF DCLGLBALANCE
                                 + GLB-DAYCREDITS OF DCLGLBALANCE.
           ADD GLB-DAYDEBITS  OF DCLGLBALANCE TO WS-CCY-DEBITS.
           ADD GLB-DAYCREDITS OF DCLGLBALANCE TO WS-CCY-CREDITS.
           ADD GLB-BALANCE    OF DCLGLBALANCE TO WS-CCY-CLOSING.
           MOVE GLB-GLACCOUNT  OF DCLGLBALANCE TO DL-GLACCOUNT.
           MOVE GLB-CURRENCY   OF DCLGLBALANCE TO DL-CURRENCY.
           MOVE WS-TB-OPENING                  TO DL-OPENING.
           MOVE GLB-DAYDEBITS  OF DCLGLBALANCE TO DL-DEBITS.
           MOVE GLB-DAYCREDITS OF DCLGLBALANCE TO DL-CREDITS.
           MOVE GLB-BALANCE    OF DCLGLBALANCE TO DL-CLOSING.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM C200-FETCH-BALANCE THRU C200-EXIT.
       C300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       C400-CURRENCY-TOTAL.
           IF WS-TB-CURRENCY NOT = SPACES
              MOVE WS-TB-CURRENCY TO CT-CURRENCY
              MOVE WS-CCY-DEBITS  TO CT-DEBITS
              MOVE WS-CCY-CREDITS TO CT-CREDITS
              MOVE WS-CCY-CLOSING TO CT-CLOSING
              IF WS-CCY-CLOSING = 0
                 MOVE 'BALANCED' TO CT-STATUS
              ELSE
                 MOVE 'BREAK'    TO CT-STATUS
                 ADD 1 TO WS-BREAK-COUNT
              END-IF
              MOVE WS-CURRENCY-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE 0 TO WS-CCY-DEBITS.
           MOVE 0 TO WS-CCY-CREDITS.
           MOVE 0 TO WS-CCY-CLOSING.
       C400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D100 - CUSTOMER LEDGER PROOF, ONE LINE PER ACCOUNTTYPE AND
      * CURRENCY. ACCOUNT.BALANCE IS LIVE, SO ANY MOVEMENT POSTED
      * AFTER THIS RUN'S CUTOFF (NOT YET IN THE GL) IS TAKEN BACK OUT
      * OF THE LEDGER TOTAL BEFORE THE COMPARISON.
      *--------------------------------------------------------------*
       D100-CONTROL-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROOF-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROOF-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
                DECLARE C-LEDGERS CURSOR FOR
                SELECT ACCOUNTTYPE, CURRENCY, SUM(BALANCE)
                  FROM ACCOUNT
                 GROUP BY ACCOUNTTYPE, CURRENCY
                 ORDER BY CURRENCY, ACCOUNTTYPE
           END-EXEC.
           EXEC SQL
                OPEN C-LEDGERS
           END-EXEC.
           PERFORM D200-FETCH-LEDGER THRU D200-EXIT.
           PERFORM D300-PROVE-LEDGER THRU D300-EXIT
                   UNTIL WS-PROOF-EOF.
           EXEC SQL
                CLOSE C-LEDGERS
           END-EXEC.
       D100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D200-FETCH-LEDGER.
           EXEC SQL
                FETCH C-LEDGERS
                 INTO :DCLACCOUNT.ACCOUNTTYPE,
                      :DCLACCOUNT.ACCT-CURRENCY,
                      :WS-LEDGER-TOTAL
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-PROOF-EOF-SW
             WHEN OTHER
                     DISPLAY 'GLPOST FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'CONTROL PROOF FETCH FAILED' TO WS-ABORT-MSG
                     PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-EVALUATE.
       D200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D300 - THE CONTROL GL COMES FROM GLMAP. NO ROW FOR THE TYPE
      * AND CURRENCY, OR ROWS THAT DISAGREE ON THE CONTROL GL, IS A
      * BREAK IN ITSELF - THE LEDGER CANNOT BE PROVEN. A READ THAT
      * FAILS OUTRIGHT PROVES NOTHING EITHER WAY: THE LINE IS SKIPPED
      * AND COUNTED AS A BREAK, AND THE RUN ENDS FAILED. THE GL
      * POSTINGS STILL COMMIT - THE PROOF ONLY REPORTS ON THEM.
      *--------------------------------------------------------------*
       D300-PROVE-LEDGER.
           EXEC SQL
                SELECT COALESCE(SUM(T.TRANSAMOUNT), 0)
                  INTO :WS-LATE-TOTAL
                  FROM TRANSHISTORY T, ACCOUNT A
                 WHERE T.ACCOUNTNUMBER = A.ACCOUNTNUMBER
                   AND A.ACCOUNTTYPE   = :DCLACCOUNT.ACCOUNTTYPE
                   AND A.CURRENCY      = :DCLACCOUNT.ACCT-CURRENCY
                   AND T.TRANSTIME     > :WS-CUTOFF
                   AND T.TRANSNAME    <> 'BALCFWD'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'GLPOST LATE MOVEMENT READ ERROR SQLCODE='
                      SQLCODE
              GO TO D300-PROOF-FAILED
           END-IF.
           SUBTRACT WS-LATE-TOTAL FROM WS-LEDGER-TOTAL.
           EXEC SQL
                SELECT COALESCE(MIN(CONTROLGL), ' '),
                       COALESCE(MAX(CONTROLGL), ' ')
                  INTO :WS-CONTROL-MIN, :WS-CONTROL-MAX
                  FROM GLMAP
                 WHERE ACCOUNTTYPE = :DCLACCOUNT.ACCOUNTTYPE
                   AND CURRENCY    = :DCLACCOUNT.ACCT-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'GLPOST GLMAP READ ERROR SQLCODE=' SQLCODE
              GO TO D300-PROOF-FAILED
           END-IF.
           MOVE 0 TO WS-CONTROL-BALANCE.
           IF WS-CONTROL-MIN NOT = SPACES
              MOVE WS-CONTROL-MIN TO GLB-GLACCOUNT OF DCLGLBALANCE
              MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                     GLB-CURRENCY  OF DCLGLBALANCE
              EXEC SQL
                   SELECT BALANCE
                     INTO :WS-CONTROL-BALANCE
                     FROM GLBALANCE
                    WHERE GLACCOUNT = :DCLGLBALANCE.GLB-GLACCOUNT
                      AND CURRENCY  = :DCLGLBALANCE.GLB-CURRENCY
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                        CONTINUE
                WHEN 100
                        MOVE 0 TO WS-CONTROL-BALANCE
                WHEN OTHER
                        DISPLAY 'GLPOST GLBALANCE READ ERROR SQLCODE='
                                SQLCODE
                        GO TO D300-PROOF-FAILED
              END-EVALUATE
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL + WS-CONTROL-BALANCE.
           EVALUATE TRUE
             WHEN WS-CONTROL-MIN = SPACES
                     MOVE 'NO GL MAP' TO PL-STATUS
                     ADD 1 TO WS-BREAK-COUNT
             WHEN WS-CONTROL-MIN NOT = WS-CONTROL-MAX
                     MOVE 'AMBIGUOUS' TO PL-STATUS
                     ADD 1 TO WS-BREAK-COUNT
             WHEN WS-DIFFERENCE NOT = 0
                     MOVE 'BREAK'     TO PL-STATUS
                     ADD 1 TO WS-BREAK-COUNT
             WHEN OTHER
                     MOVE 'AGREED'    TO PL-STATUS
           END-EVALUATE.
           MOVE ACCOUNTTYPE   OF DCLACCOUNT TO PL-ACCOUNTTYPE.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO PL-CURRENCY.
           MOVE WS-CONTROL-MIN              TO PL-CONTROLGL.
           MOVE WS-LEDGER-TOTAL             TO PL-LEDGER-TOTAL.
           MOVE WS-CONTROL-BALANCE          TO PL-GL-BALANCE.
           MOVE WS-DIFFERENCE               TO PL-DIFFERENCE.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO D300-NEXT.
       D300-PROOF-FAILED.
           MOVE 'Y' TO WS-PROOF-ERROR-SW.
           ADD 1 TO WS-BREAK-COUNT.
       D300-NEXT.
           PERFORM D200-FETCH-LEDGER THRU D200-EXIT.
       D300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       E100-ADVANCE-CUTOFF.
           MOVE WS-CUTOFF   TO GLC-LASTCUTOFF  OF DCLGLCONTROL.
           MOVE WS-RUN-DATE TO GLC-LASTRUNDATE OF DCLGLCONTROL.
           EXEC SQL
                UPDATE GLCONTROL
                       SET LASTCUTOFF  = :DCLGLCONTROL.GLC-LASTCUTOFF
                          ,LASTRUNDATE = :DCLGLCONTROL.GLC-LASTRUNDATE
                     WHERE LEDGER      = :DCLGLCONTROL.GLC-LEDGER
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'GLPOST CUTOFF UPDATE ERROR SQLCODE=' SQLCODE
              MOVE 'GLCONTROL CUTOFF NOT ADVANCED' TO WS-ABORT-MSG
              PERFORM Y900-ABANDON-RUN THRU Y900-EXIT
           END-IF.
       E100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       F100-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEM-COUNT     TO SL-ITEM-COUNT.
           MOVE WS-SUMMARY-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LINE-COUNT     TO SL-LINE-COUNT.
           MOVE WS-SUMMARY-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DEBITS   TO SL-TOTAL-DEBITS.
           MOVE WS-SUMMARY-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CREDITS  TO SL-TOTAL-CREDITS.
           MOVE WS-SUMMARY-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNMAPPED-COUNT TO SL-UNMAPPED-COUNT.
           MOVE WS-SUMMARY-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BREAK-COUNT    TO SL-BREAK-COUNT.
           MOVE WS-SUMMARY-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY 'GLPOST MOVEMENTS JOURNALLED : ' WS-ITEM-COUNT.
           DISPLAY 'GLPOST JOURNAL LINES        : ' WS-LINE-COUNT.
           DISPLAY 'GLPOST TOTAL DEBITS         : ' WS-TOTAL-DEBITS.
           DISPLAY 'GLPOST TOTAL CREDITS        : ' WS-TOTAL-CREDITS.
           DISPLAY 'GLPOST UNMAPPED MOVEMENTS   : ' WS-UNMAPPED-COUNT.
           DISPLAY 'GLPOST CONTROL BREAKS       : ' WS-BREAK-COUNT.
       F100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * Y900 - NOTHING THIS RUN DID IS KEPT: THE GL POSTINGS ROLL
      * BACK, THE CUTOFF STAYS WHERE IT WAS AND THE PART-WRITTEN
      * JOURNAL IS DISCARDED - REOPENED FOR OUTPUT AND CLOSED EMPTY,
      * SO NO LINE OF IT CAN REACH THE LEDGER. THE REPORT SAYS WHY.
      *--------------------------------------------------------------*
       Y900-ABANDON-RUN.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE WS-ABORT-MSG TO AL-MESSAGE.
           MOVE WS-ABORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM F100-WRITE-SUMMARY THRU F100-EXIT.
           CLOSE TRIAL-BALANCE-REPORT.
           DISPLAY 'GLPOST RUN ABANDONED - ' WS-ABORT-MSG.
           PERFORM Z250-RECORD-COUNTERS THRU Z250-EXIT.
           SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       Y900-EXIT.
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
           MOVE 'GLPOST' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'GLPOST NOT STARTED: '
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
       Z250-RECORD-COUNTERS.
           MOVE 'ITEMS JOURNALLED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ITEM-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'JOURNAL LINES' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-LINE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'TOTAL DEBITS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-TOTAL-DEBITS TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'UNMAPPED ITEMS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-UNMAPPED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'CONTROL BREAKS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-BREAK-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
       Z250-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       Z300-REGISTER-END.
           SET RUN-FUNC-END OF WS-RUN-AREA TO TRUE.
           CALL 'RUNCTL' USING WS-RUN-AREA.
       Z300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
