      *--------------------------------------------------------------*
      * PROGRAM-ID : INTCERT                                          *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   YEAR-END CREDIT INTEREST CERTIFICATE. FOR THE TAX YEAR       *
      *   (DEFAULTED TO THE PREVIOUS CALENDAR YEAR BY                  *
      *   A005-SET-TAX-YEAR), PRINTS ONE CERTIFICATE PER               *
      *   CUSTOMERNUMBER THAT WAS PAID CREDIT INTEREST IN THE YEAR,    *
      *   HEADED BY THE NAME-AND-ADDRESS BLOCK FROM THE CUSTOMER       *
      *   MASTER THE WAY STMTGEN HEADS A STATEMENT. EACH OF THE        *
      *   CUSTOMER'S ACCOUNTS SHOWS THE GROSS INTEREST, THE TAX        *
      *   WITHHELD AND THE NET INTEREST CAPITALISED BY CRINTCAP IN     *
      *   THE YEAR, AND THE CERTIFICATE TOTALS THEM PER CURRENCY -     *
      *   AMOUNTS IN DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER.    *
      *   THE FIGURES COME FROM CRINTYEAR, WHICH CRINTCAP KEEPS IN     *
      *   STEP WITH EVERY POSTING, SO THE CERTIFICATE DOES NOT DEPEND  *
      *   ON TRANSHISTORY ROWS HISTARCH MAY ALREADY HAVE ARCHIVED.     *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATE-REPORT ASSIGN TO INTCERT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-REPORT.
       01  REPORT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE CRINTYR  END-EXEC.

       01  WS-TAX-YEAR                PIC X(04).

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FETCH-ERR-SW            PIC X(01) VALUE 'N'.
           88  WS-FETCH-ERROR             VALUE 'Y'.
       01  WS-FIRST-ROW-SW            PIC X(01) VALUE 'Y'.
           88  WS-FIRST-ROW               VALUE 'Y'.

       01  WS-PREV-CUSTOMER           PIC X(10) VALUE SPACES.
       01  WS-PREV-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-NET-INTEREST            PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-GROSS               PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-TAX                 PIC S9(12)V9(3) VALUE 0.
       01  WS-CCY-NET                 PIC S9(12)V9(3) VALUE 0.

       01  WS-CERTIFICATE-COUNT       PIC S9(08) COMP VALUE 0.
       01  WS-ACCOUNT-COUNT           PIC S9(08) COMP VALUE 0.

       01  WS-BLANK-LINE              PIC X(120) VALUE SPACES.
       01  WS-CERT-HEADER-1.
           05  FILLER                 PIC X(35) VALUE
               'CERTIFICATE OF INTEREST PAID  '.
           05  FILLER                 PIC X(09) VALUE
               'CUSTOMER '.
           05  CH-CUSTOMERNUMBER      PIC X(10).
           05  FILLER                 PIC X(12) VALUE
               '  TAX YEAR '.
           05  CH-TAX-YEAR            PIC X(04).
       01  WS-ADDRESS-LINE.
           05  AL-TEXT                PIC X(35).
       01  WS-COLUMN-HEADER.
           05  FILLER                 PIC X(12) VALUE
               'ACCOUNT'.
           05  FILLER                 PIC X(10) VALUE
               'CURRENCY'.
           05  FILLER                 PIC X(19) VALUE
               '   GROSS INTEREST'.
           05  FILLER                 PIC X(19) VALUE
               '     TAX WITHHELD'.
           05  FILLER                 PIC X(19) VALUE
               '     NET INTEREST'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNTNUMBER       PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  DL-GROSS               PIC -9(12).999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-TAX                 PIC -9(12).999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-NET                 PIC -9(12).999.
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(12) VALUE
               'TOTAL'.
           05  TL-CURRENCY            PIC X(03).
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  TL-GROSS               PIC -9(12).999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TL-TAX                 PIC -9(12).999.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TL-NET                 PIC -9(12).999.
       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(33) VALUE
               'CERTIFICATES PRINTED         : '.
           05  SL-CERTIFICATE-COUNT   PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(33) VALUE
               'ACCOUNTS LISTED              : '.
           05  SL-ACCOUNT-COUNT       PIC ZZZ,ZZ9.

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           PERFORM A005-SET-TAX-YEAR  THRU A005-EXIT.
           OPEN OUTPUT CERTIFICATE-REPORT.
           PERFORM B100-OPEN-CURSOR   THRU B100-EXIT.
           PERFORM B200-FETCH-NEXT    THRU B200-EXIT.
           PERFORM B300-PROCESS-ROW   THRU B300-EXIT
                   UNTIL WS-EOF.
           IF NOT WS-FIRST-ROW
              PERFORM B700-WRITE-CURRENCY-TOTAL THRU B700-EXIT
           END-IF.
           PERFORM B400-CLOSE-CURSOR  THRU B400-EXIT.
           MOVE WS-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CERTIFICATE-COUNT TO SL-CERTIFICATE-COUNT.
           MOVE WS-SUMMARY-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-COUNT   TO SL-ACCOUNT-COUNT.
           MOVE WS-SUMMARY-LINE-2  TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CERTIFICATE-REPORT.
           DISPLAY 'INTCERT TAX YEAR             : ' WS-TAX-YEAR.
           DISPLAY 'INTCERT CERTIFICATES PRINTED : '
                   WS-CERTIFICATE-COUNT.
           DISPLAY 'INTCERT ACCOUNTS LISTED      : ' WS-ACCOUNT-COUNT.
           MOVE 'CERTIFICATES PRINTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-CERTIFICATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ACCOUNTS LISTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ACCOUNT-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
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
      * A005 - DEFAULT THE TAX YEAR TO THE PREVIOUS CALENDAR YEAR, SO
      * THE NORMAL RUN IN THE NEW YEAR NEEDS NO RECOMPILE. TO REPRINT
      * AN EARLIER YEAR, CHANGE THIS PARAGRAPH TO MOVE IN THE DESIRED
      * YEAR INSTEAD - THE SAME CONVENTION STMTGEN USES FOR ITS
      * STATEMENT PERIOD.
      *--------------------------------------------------------------*
       A005-SET-TAX-YEAR.
           EXEC SQL
                VALUES (SUBSTR(CHAR(CURRENT DATE - 1 YEAR), 1, 4))
                  INTO :WS-TAX-YEAR
           END-EXEC.
       A005-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B100 - EVERY ACCOUNT PAID INTEREST IN THE YEAR, GROUPED BY
      * CUSTOMER AND THEN BY CURRENCY FOR THE CONTROL BREAKS IN B300.
      * CLOSED ACCOUNTS ARE INCLUDED - INTEREST PAID BEFORE CLOSURE IS
      * STILL THE CUSTOMER'S TO DECLARE.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           MOVE WS-TAX-YEAR TO CRY-TAXYEAR OF DCLCRINTYEAR.
           EXEC SQL
                DECLARE C-CERTIFICATE CURSOR FOR
                SELECT A.CUSTOMERNUMBER, Y.ACCOUNTNUMBER, Y.CURRENCY,
                       Y.GROSSINTEREST, Y.TAXWITHHELD
                  FROM CRINTYEAR Y, ACCOUNT A
                 WHERE Y.ACCOUNTNUMBER = A.ACCOUNTNUMBER
                   AND Y.TAXYEAR = :DCLCRINTYEAR.CRY-TAXYEAR
                 ORDER BY A.CUSTOMERNUMBER, Y.CURRENCY, Y.ACCOUNTNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-CERTIFICATE
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-NEXT.
           EXEC SQL
                FETCH C-CERTIFICATE
                 INTO :DCLACCOUNT.CUSTOMERNUMBER,
                      :DCLCRINTYEAR.CRY-ACCOUNTNUMBER,
                      :DCLCRINTYEAR.CRY-CURRENCY,
                      :DCLCRINTYEAR.CRY-GROSSINTEREST,
                      :DCLCRINTYEAR.CRY-TAXWITHHELD
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-ACCOUNT-COUNT
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'INTCERT FETCH ERROR SQLCODE=' SQLCODE
                     MOVE 'Y' TO WS-FETCH-ERR-SW
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - A NEW CUSTOMER CLOSES THE PREVIOUS CERTIFICATE'S LAST
      * CURRENCY TOTAL AND STARTS A NEW CERTIFICATE; A NEW CURRENCY
      * WITHIN THE SAME CUSTOMER CLOSES THE PREVIOUS CURRENCY TOTAL.
      *--------------------------------------------------------------*
       B300-PROCESS-ROW.
           IF CUSTOMERNUMBER OF DCLACCOUNT NOT = WS-PREV-CUSTOMER
              OR WS-FIRST-ROW
              IF NOT WS-FIRST-ROW
                 PERFORM B700-WRITE-CURRENCY-TOTAL THRU B700-EXIT
              END-IF
              PERFORM B610-WRITE-CERT-HEADER THRU B610-EXIT
              PERFORM B720-START-CURRENCY THRU B720-EXIT
           ELSE
              IF CRY-CURRENCY OF DCLCRINTYEAR NOT = WS-PREV-CURRENCY
                 PERFORM B700-WRITE-CURRENCY-TOTAL THRU B700-EXIT
                 PERFORM B720-START-CURRENCY THRU B720-EXIT
              END-IF
           END-IF.
           COMPUTE WS-NET-INTEREST =
                   CRY-GROSSINTEREST OF DCLCRINTYEAR
                   - CRY-TAXWITHHELD OF DCLCRINTYEAR.
           MOVE CRY-ACCOUNTNUMBER OF DCLCRINTYEAR TO DL-ACCOUNTNUMBER.
           MOVE CRY-CURRENCY      OF DCLCRINTYEAR TO DL-CURRENCY.
           MOVE CRY-GROSSINTEREST OF DCLCRINTYEAR TO DL-GROSS.
           MOVE CRY-TAXWITHHELD   OF DCLCRINTYEAR TO DL-TAX.
           MOVE WS-NET-INTEREST                   TO DL-NET.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD CRY-GROSSINTEREST OF DCLCRINTYEAR TO WS-CCY-GROSS.
           ADD CRY-TAXWITHHELD   OF DCLCRINTYEAR TO WS-CCY-TAX.
           ADD WS-NET-INTEREST                   TO WS-CCY-NET.
           PERFORM B200-FETCH-NEXT THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL
                CLOSE C-CERTIFICATE
           END-EXEC.
       B400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B610-WRITE-CERT-HEADER.
           ADD 1 TO WS-CERTIFICATE-COUNT.
           MOVE 'N' TO WS-FIRST-ROW-SW.
           MOVE CUSTOMERNUMBER OF DCLACCOUNT TO WS-PREV-CUSTOMER.
           MOVE WS-BLANK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUSTOMERNUMBER OF DCLACCOUNT TO CH-CUSTOMERNUMBER.
           MOVE WS-TAX-YEAR                  TO CH-TAX-YEAR.
           MOVE WS-CERT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM B620-WRITE-ADDRESS-BLOCK THRU B620-EXIT.
           MOVE WS-COLUMN-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
       B610-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B620 - THE NAME-AND-ADDRESS BLOCK FROM THE CUSTOMER MASTER,
      * BUILT EXACTLY AS STMTGEN'S B620 BUILDS IT - BLANK ADDRESS
      * LINES SUPPRESSED, AND A CUSTOMER MISSING FROM THE MASTER SAID
      * SO RATHER THAN LEFT AS AN EMPTY GAP.
      *--------------------------------------------------------------*
       B620-WRITE-ADDRESS-BLOCK.
           MOVE CUSTOMERNUMBER OF DCLACCOUNT TO
                                        CUSTOMERNUMBER OF DCLCUSTOMER.
           EXEC SQL
                SELECT NAME, ADDRESSLINE1, ADDRESSLINE2, ADDRESSLINE3,
                       POSTCODE
                  INTO :DCLCUSTOMER.CUST-NAME,
                       :DCLCUSTOMER.CUST-ADDR1,
                       :DCLCUSTOMER.CUST-ADDR2,
                       :DCLCUSTOMER.CUST-ADDR3,
                       :DCLCUSTOMER.CUST-POSTCODE
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :DCLCUSTOMER.CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '(NOT ON CUSTOMER MASTER)' TO AL-TEXT
              MOVE WS-ADDRESS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO B620-EXIT
           END-IF.
           MOVE CUST-NAME OF DCLCUSTOMER TO AL-TEXT.
           MOVE WS-ADDRESS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CUST-ADDR1 OF DCLCUSTOMER NOT = SPACES
              MOVE CUST-ADDR1 OF DCLCUSTOMER TO AL-TEXT
              MOVE WS-ADDRESS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF CUST-ADDR2 OF DCLCUSTOMER NOT = SPACES
              MOVE CUST-ADDR2 OF DCLCUSTOMER TO AL-TEXT
              MOVE WS-ADDRESS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF CUST-ADDR3 OF DCLCUSTOMER NOT = SPACES
              MOVE CUST-ADDR3 OF DCLCUSTOMER TO AL-TEXT
              MOVE WS-ADDRESS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF CUST-POSTCODE OF DCLCUSTOMER NOT = SPACES
              MOVE CUST-POSTCODE OF DCLCUSTOMER TO AL-TEXT
              MOVE WS-ADDRESS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
       B620-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B700-WRITE-CURRENCY-TOTAL.
           MOVE WS-PREV-CURRENCY TO TL-CURRENCY.
           MOVE WS-CCY-GROSS     TO TL-GROSS.
           MOVE WS-CCY-TAX       TO TL-TAX.
           MOVE WS-CCY-NET       TO TL-NET.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       B700-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B720-START-CURRENCY.
           MOVE CRY-CURRENCY OF DCLCRINTYEAR TO WS-PREV-CURRENCY.
           MOVE 0 TO WS-CCY-GROSS.
           MOVE 0 TO WS-CCY-TAX.
           MOVE 0 TO WS-CCY-NET.
       B720-EXIT.
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
           MOVE 'INTCERT' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'INTCERT NOT STARTED: '
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
