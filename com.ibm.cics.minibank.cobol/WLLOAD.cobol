      *--------------------------------------------------------------*
      * PROGRAM-ID : WLLOAD                                           *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   DAILY SANCTIONS WATCHLIST INTAKE AND VALIDATION BATCH, BUILT *
      *   THE SAME WAY AS THE FXRATELD RATE INTAKE. READS THE LIST     *
      *   PROVIDER'S FILE (WLISTIN - ONE FIXED-FORMAT RECORD PER       *
      *   LISTED NAME OR LISTED ACCOUNT) AND REPLACES THE WATCHLIST    *
      *   TABLE THAT THE WLSCREEN SERVICE SCREENS AGAINST. THE FILE    *
      *   IS THE WHOLE LIST, NOT A DELTA - AN ENTRY DE-LISTED BY THE   *
      *   PROVIDER SIMPLY STOPS APPEARING - SO THE FIRST ACCEPTED      *
      *   RECORD CLEARS YESTERDAY'S LIST AND THE RUN RELOADS IT        *
      *   WHOLE, ALL UNDER ONE COMMIT. EVERY RECORD IS VALIDATED:      *
      *     - ENTRY ID MISSING, OR AN ENTRY TYPE OTHER THAN 'N'       *
      *       (NAME) OR 'A' (ACCOUNT)                                 *
      *     - A NAME ENTRY WHOSE MATCH KEY IS SHORTER THAN            *
      *       WS-MIN-KEY-LENGTH - IT WOULD HIT HALF THE CUSTOMER      *
      *       MASTER AND DROWN THE REVIEW QUEUE                       *
      *     - AN ACCOUNT ENTRY MISSING ITS SORT CODE OR ACCOUNT       *
      *     - A LISTDATE THAT IS NOT A REAL DATE, IS IN THE FUTURE,   *
      *       OR DIFFERS FROM THE FIRST ACCEPTED RECORD'S             *
      *     - AN ENTRY ID REPEATED WITHIN THE FILE                    *
      *   REJECTED RECORDS ARE NOT LOADED BUT DO NOT ABORT THE RUN.    *
      *   THE WHOLE LOAD IS ROLLED BACK, AND YESTERDAY'S LIST KEPT     *
      *   IN FORCE, WHEN NOTHING LOADED AT ALL OR WHEN THE LIST        *
      *   SHRANK BELOW WS-MIN-RETAIN-PCT OF YESTERDAY'S SIZE - A       *
      *   TRUNCATED PROVIDER FILE MUST NEVER QUIETLY UN-LIST ANYONE.   *
      *   THE RUN ENDS WITH A LOAD REPORT (WLLOADRP) FOR THE           *
      *   COMPLIANCE DESK. THE WLRESCRN NIGHTLY RESCREEN IS GATED      *
      *   BEHIND A CLEAN RUN OF THIS JOB.                              *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-PROVIDER-FILE ASSIGN TO WLISTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INPUT-STATUS.
           SELECT LOAD-REPORT ASSIGN TO WLLOADRP
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIST-PROVIDER-FILE.
       01  PROVIDER-RECORD.
           05  PRV-ENTRYID            PIC X(10).
           05  PRV-ENTRYTYPE          PIC X(01).
           05  PRV-NAME               PIC X(35).
           05  PRV-SORTCODE           PIC X(06).
           05  PRV-ACCOUNT            PIC X(10).
           05  PRV-LISTDATE           PIC X(10).
       FD  LOAD-REPORT.
       01  REPORT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE WATCHLST END-EXEC.

       01  WS-INPUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-DATE-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                 VALUE 'Y'.
       01  WS-DAY-NUMBER              PIC S9(04) COMP VALUE 0.

      * WS-MIN-KEY-LENGTH IS THE SHORTEST NAME MATCH KEY (LETTERS AND
      * DIGITS ONLY) ACCEPTED ONTO THE LIST. WS-MIN-RETAIN-PCT IS HOW
      * SMALL TONIGHT'S LIST MAY BE, AS A PERCENTAGE OF THE LIST IT
      * REPLACES, BEFORE THE LOAD IS REFUSED AS A TRUNCATED FILE.
      * CHANGE THE VALUES HERE TO RETUNE, THE SAME WAY FXRATELD'S
      * TOLERANCE IS TUNED.
       01  WS-MIN-KEY-LENGTH          PIC S9(04) COMP VALUE 5.
       01  WS-MIN-RETAIN-PCT          PIC S9(03) COMP-3 VALUE 80.

       01  WS-LOAD-DATE               PIC X(10) VALUE SPACES.
       01  WS-TODAY                   PIC X(10) VALUE SPACES.
       01  WS-PREVIOUS-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-RETAIN-LIMIT            PIC S9(08) COMP VALUE 0.

       01  WS-READ-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-LOADED-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-REJECTED-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-NAME-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-ACCOUNT-COUNT           PIC S9(08) COMP VALUE 0.

       01  WS-SCN-AREA.
           COPY WLSCRN.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(120) VALUE
               'SANCTIONS WATCHLIST LOAD REPORT'.
       01  WS-HEADING-2.
           05  FILLER                 PIC X(12) VALUE 'ENTRYID     '.
           05  FILLER                 PIC X(03) VALUE 'T  '.
           05  FILLER                 PIC X(37) VALUE 'NAME'.
           05  FILLER                 PIC X(08) VALUE 'SORTCD  '.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT     '.
           05  FILLER                 PIC X(40) VALUE 'DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  DL-ENTRYID             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ENTRYTYPE           PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-NAME                PIC X(35).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-SORTCODE            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION         PIC X(40).
       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(33) VALUE
               'RECORDS READ                 : '.
           05  SL-READ-COUNT          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                 PIC X(33) VALUE
               'ENTRIES LOADED               : '.
           05  SL-LOADED-COUNT        PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                 PIC X(33) VALUE
               'RECORDS REJECTED             : '.
           05  SL-REJECTED-COUNT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                 PIC X(33) VALUE
               'NAME ENTRIES                 : '.
           05  SL-NAME-COUNT          PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(33) VALUE
               'ACCOUNT ENTRIES              : '.
           05  SL-ACCOUNT-COUNT       PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                 PIC X(33) VALUE
               'PREVIOUS LIST SIZE           : '.
           05  SL-PREVIOUS-COUNT      PIC ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                 PIC X(33) VALUE
               'LIST DATE                    : '.
           05  SL-LOAD-DATE           PIC X(10).
       01  WS-ABANDON-LINE.
           05  FILLER                 PIC X(20) VALUE
               'LOAD NOT APPLIED - '.
           05  AL-REASON              PIC X(60).

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           OPEN INPUT LIST-PROVIDER-FILE.
           IF WS-INPUT-STATUS NOT = '00'
              DISPLAY 'WLLOAD CANNOT OPEN WLISTIN, STATUS='
                      WS-INPUT-STATUS
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
              PERFORM Z300-REGISTER-END THRU Z300-EXIT
              STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-REPORT.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-TODAY
           END-EXEC.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PREVIOUS-COUNT
                  FROM WATCHLIST
           END-EXEC.
           PERFORM B100-READ-RECORD    THRU B100-EXIT.
           PERFORM B200-PROCESS-RECORD THRU B200-EXIT
                   UNTIL WS-EOF.
           CLOSE LIST-PROVIDER-FILE.
           PERFORM C100-CHECK-LOAD     THRU C100-EXIT.
           MOVE WS-READ-COUNT      TO SL-READ-COUNT.
           MOVE WS-SUMMARY-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOADED-COUNT    TO SL-LOADED-COUNT.
           MOVE WS-SUMMARY-LINE-2  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECTED-COUNT  TO SL-REJECTED-COUNT.
           MOVE WS-SUMMARY-LINE-3  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NAME-COUNT      TO SL-NAME-COUNT.
           MOVE WS-SUMMARY-LINE-4  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCOUNT-COUNT   TO SL-ACCOUNT-COUNT.
           MOVE WS-SUMMARY-LINE-5  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PREVIOUS-COUNT  TO SL-PREVIOUS-COUNT.
           MOVE WS-SUMMARY-LINE-6  TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOAD-DATE       TO SL-LOAD-DATE.
           MOVE WS-SUMMARY-LINE-7  TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE LOAD-REPORT.
           DISPLAY 'WLLOAD RECORDS READ        : ' WS-READ-COUNT.
           DISPLAY 'WLLOAD ENTRIES LOADED      : ' WS-LOADED-COUNT.
           DISPLAY 'WLLOAD RECORDS REJECTED    : ' WS-REJECTED-COUNT.
           DISPLAY 'WLLOAD NAME ENTRIES        : ' WS-NAME-COUNT.
           DISPLAY 'WLLOAD ACCOUNT ENTRIES     : ' WS-ACCOUNT-COUNT.
           MOVE 'RECORDS READ' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-READ-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ENTRIES LOADED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-LOADED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'RECORDS REJECTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-REJECTED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'NAME ENTRIES' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-NAME-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ACCOUNT ENTRIES' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ACCOUNT-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B100-READ-RECORD.
           READ LIST-PROVIDER-FILE
                AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF
              ADD 1 TO WS-READ-COUNT
           END-IF.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B200 - VALIDATE ONE PROVIDER RECORD AND LOAD IT. THE FIRST
      * VALID RECORD'S LISTDATE BECOMES THE LIST DATE FOR THE WHOLE
      * RUN, THE SAME RULE FXRATELD APPLIES TO ITS RATEDATE. A NAME
      * ENTRY'S MATCH KEY IS BUILT BY WLSCREEN ITSELF, SO THE KEY
      * STORED HERE IS EXACTLY THE FORM THE SCREENING COMPARES.
      *--------------------------------------------------------------*
       B200-PROCESS-RECORD.
           MOVE PRV-ENTRYID   TO DL-ENTRYID.
           MOVE PRV-ENTRYTYPE TO DL-ENTRYTYPE.
           MOVE PRV-NAME      TO DL-NAME.
           MOVE PRV-SORTCODE  TO DL-SORTCODE.
           MOVE PRV-ACCOUNT   TO DL-ACCOUNT.
           PERFORM B205-CHECK-LISTDATE THRU B205-EXIT.
           MOVE SPACES TO SCN-MATCH-KEY OF WS-SCN-AREA.
           MOVE 0      TO SCN-KEY-LENGTH OF WS-SCN-AREA.
           IF PRV-ENTRYTYPE = 'N'
              PERFORM B207-BUILD-KEY THRU B207-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN PRV-ENTRYID = SPACES
                     MOVE 'REJECTED - ENTRY ID MISSING' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN PRV-ENTRYTYPE NOT = 'N'
              AND PRV-ENTRYTYPE NOT = 'A'
                     MOVE 'REJECTED - ENTRY TYPE NOT N OR A' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN PRV-ENTRYTYPE = 'N'
              AND PRV-NAME = SPACES
                     MOVE 'REJECTED - NAME MISSING' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN PRV-ENTRYTYPE = 'N'
              AND SCN-KEY-LENGTH OF WS-SCN-AREA < WS-MIN-KEY-LENGTH
                     MOVE 'REJECTED - NAME TOO SHORT TO SCREEN' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN PRV-ENTRYTYPE = 'A'
              AND (PRV-SORTCODE = SPACES OR PRV-ACCOUNT = SPACES)
                     MOVE 'REJECTED - SORT CODE OR ACCOUNT MISSING' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN NOT WS-DATE-OK
                     MOVE 'REJECTED - LISTDATE NOT VALID' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN PRV-LISTDATE > WS-TODAY
                     MOVE 'REJECTED - LISTDATE IN THE FUTURE' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN WS-LOAD-DATE NOT = SPACES
              AND PRV-LISTDATE NOT = WS-LOAD-DATE
                     MOVE 'REJECTED - LISTDATE DIFFERS FROM LOAD' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN OTHER
                     PERFORM B210-LOAD-ENTRY THRU B210-EXIT
           END-EVALUATE.
           PERFORM B100-READ-RECORD THRU B100-EXIT.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B205 - PROVE THE RECORD'S LISTDATE IS A REAL DATE BEFORE
      * ANYTHING USES IT - SEE FXRATELD'S B205 FOR WHY.
      *--------------------------------------------------------------*
       B205-CHECK-LISTDATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           MOVE PRV-LISTDATE TO WLS-LISTDATE OF DCLWATCHLIST.
           EXEC SQL
                VALUES (DAYOFWEEK_ISO(DATE(:DCLWATCHLIST.WLS-LISTDATE)))
                  INTO :WS-DAY-NUMBER
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'Y' TO WS-DATE-OK-SW
           END-IF.
       B205-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B207-BUILD-KEY.
           SET SCN-FUNC-KEY OF WS-SCN-AREA TO TRUE.
           MOVE SPACES   TO SCN-TEXT OF WS-SCN-AREA (1).
           MOVE PRV-NAME TO SCN-TEXT OF WS-SCN-AREA (1).
           CALL 'WLSCREEN' USING WS-SCN-AREA.
       B207-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B210 - INSERT ONE ENTRY. WHEN THE FIRST ACCEPTED RECORD FIXES
      * THE LIST DATE, YESTERDAY'S LIST IS CLEARED IN ONE SWEEP - THE
      * FILE IS THE WHOLE LIST. WITH NO PER-RECORD DELETE, AN ENTRY
      * ID REPEATED WITHIN ONE FILE GENUINELY LANDS ON -803 AT THE
      * INSERT AND IS REJECTED.
      *--------------------------------------------------------------*
       B210-LOAD-ENTRY.
           IF WS-LOAD-DATE = SPACES
              MOVE PRV-LISTDATE TO WS-LOAD-DATE
              EXEC SQL
                   DELETE FROM WATCHLIST
              END-EXEC
           END-IF.
           MOVE PRV-ENTRYID   TO WLS-ENTRYID   OF DCLWATCHLIST.
           MOVE PRV-ENTRYTYPE TO WLS-ENTRYTYPE OF DCLWATCHLIST.
           MOVE PRV-NAME      TO WLS-NAME      OF DCLWATCHLIST.
           MOVE SCN-MATCH-KEY OF WS-SCN-AREA TO
                                   WLS-MATCHKEY OF DCLWATCHLIST.
           MOVE PRV-SORTCODE  TO WLS-SORTCODE  OF DCLWATCHLIST.
           MOVE PRV-ACCOUNT   TO WLS-ACCOUNT   OF DCLWATCHLIST.
           MOVE PRV-LISTDATE  TO WLS-LISTDATE  OF DCLWATCHLIST.
           MOVE WS-TODAY      TO WLS-LOADDATE  OF DCLWATCHLIST.
           EXEC SQL
                INSERT INTO WATCHLIST
                           (ENTRYID
                           ,ENTRYTYPE
                           ,NAME
                           ,MATCHKEY
                           ,SORTCODE
                           ,ACCOUNT
                           ,LISTDATE
                           ,LOADDATE
                           )
                 VALUES
                           (:DCLWATCHLIST.WLS-ENTRYID
                           ,:DCLWATCHLIST.WLS-ENTRYTYPE
                           ,:DCLWATCHLIST.WLS-NAME
                           ,:DCLWATCHLIST.WLS-MATCHKEY
                           ,:DCLWATCHLIST.WLS-SORTCODE
                           ,:DCLWATCHLIST.WLS-ACCOUNT
                           ,:DCLWATCHLIST.WLS-LISTDATE
                           ,:DCLWATCHLIST.WLS-LOADDATE
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-LOADED-COUNT
                     IF WLS-TYPE-NAME OF DCLWATCHLIST
                        ADD 1 TO WS-NAME-COUNT
                     ELSE
                        ADD 1 TO WS-ACCOUNT-COUNT
                     END-IF
             WHEN -803
                     MOVE 'REJECTED - DUPLICATE ENTRY ID IN FILE' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
             WHEN OTHER
                     DISPLAY 'WLLOAD INSERT ERROR SQLCODE=' SQLCODE
                     MOVE 'REJECTED - INSERT FAILED' TO
                                                       DL-DISPOSITION
                     PERFORM B290-WRITE-REJECT THRU B290-EXIT
           END-EVALUATE.
       B210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B290-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       B290-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C100 - DECIDE WHETHER TONIGHT'S LIST STANDS. AN EMPTY LOAD, OR
      * ONE THAT SHRANK PAST WS-MIN-RETAIN-PCT OF THE LIST IT
      * REPLACES, IS ROLLED BACK WHOLE - THE DELETE GOES WITH IT, SO
      * YESTERDAY'S LIST STAYS IN FORCE - AND THE RUN ENDS FAILED,
      * WHICH HOLDS WLRESCRN BACK UNTIL THE FILE IS PUT RIGHT.
      *--------------------------------------------------------------*
       C100-CHECK-LOAD.
           COMPUTE WS-RETAIN-LIMIT =
                   WS-PREVIOUS-COUNT * WS-MIN-RETAIN-PCT / 100.
           EVALUATE TRUE
             WHEN WS-LOADED-COUNT = 0
                     MOVE 'NO VALID ENTRIES IN FILE' TO AL-REASON
             WHEN WS-LOADED-COUNT < WS-RETAIN-LIMIT
                     MOVE 'LIST SHRANK PAST TOLERANCE' TO AL-REASON
             WHEN OTHER
                     EXEC SQL COMMIT END-EXEC
                     SET RUN-END-CLEAN OF WS-RUN-AREA TO TRUE
                     GO TO C100-EXIT
           END-EVALUATE.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY 'WLLOAD LOAD NOT APPLIED - ' AL-REASON.
           MOVE WS-ABANDON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-NAME-COUNT.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE.
       C100-EXIT.
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
           MOVE 'WLLOAD' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'WLLOAD NOT STARTED: '
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
