      *--------------------------------------------------------------*
      * PROGRAM-ID : WLRESCRN                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   NIGHTLY SANCTIONS RESCREEN OF THE CUSTOMER MASTER. CUSTCORE  *
      *   SCREENS A CUSTOMER ONLY WHEN THEY ARE CREATED OR THEIR NAME  *
      *   OR ADDRESS CHANGES; A NAME ADDED TO THE LIST LATER WOULD     *
      *   NEVER BE CAUGHT. THIS RUN FOLLOWS WLLOAD (RUNCTL GATES IT)   *
      *   AND PUTS EVERY CUSTOMER NOT CLOSED BACK THROUGH WLSCREEN -   *
      *   NAME AND THE THREE ADDRESS LINES - AGAINST TONIGHT'S LIST.   *
      *                                                               *
      *   A POSSIBLE MATCH IS PARKED ON THE SCREENHOLD QUEUE AS A      *
      *   RESCREEN ITEM (ITEMTYPE 'R') FOR A COMPLIANCE OFFICER TO     *
      *   WORK THROUGH SCRNMNT: RELEASE CLEARS IT, REJECT CONFIRMS IT  *
      *   AND FREEZES THE CUSTOMER'S ACCOUNTS. WHILE IT IS PENDING,    *
      *   CUSTCORE REFUSES ANY FURTHER CHANGE TO THE CUSTOMER.         *
      *                                                               *
      *   A MATCH IS NOT RAISED AGAIN WHEN THE CUSTOMER ALREADY HAS AN *
      *   ITEM PENDING, OR WHEN AN OFFICER HAS ALREADY DECIDED THIS    *
      *   CUSTOMER AGAINST THIS SAME LIST ENTRY - RELEASED ON ANY      *
      *   ITEM, OR REJECTED ON A RESCREEN. A CLEARED FALSE POSITIVE    *
      *   DOES NOT COME BACK EVERY NIGHT; A NEW LIST ENTRY AGAINST     *
      *   THE SAME CUSTOMER STILL DOES.                                *
      *                                                               *
      *   THE CURSOR IS WITH HOLD AND A COMMIT IS TAKEN EVERY          *
      *   CHECKPOINT-INTERVAL CUSTOMERS, THE WAY ODINTACR DOES. A      *
      *   RESTARTED RUN SIMPLY SCREENS AGAIN - THE PENDING-ITEM TEST   *
      *   ABOVE KEEPS IT FROM RAISING ANY MATCH TWICE. IF THE          *
      *   WATCHLIST CANNOT BE READ THE RUN STOPS AND ENDS FAILED       *
      *   RATHER THAN REPORT CUSTOMERS AS SCREENED WHEN THEY WERE NOT. *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLRESCRN.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE SCRNHOLD END-EXEC.

       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-SCREEN-FAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-SCREEN-FAILED           VALUE 'Y'.

       01  WS-SCN-AREA.
           COPY WLSCRN.
       01  WS-HOLDID-STAMP            PIC X(26).
       01  WS-KNOWN-COUNT             PIC S9(08) COMP VALUE 0.

       01  WS-CUSTOMER-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-MATCH-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-HELD-COUNT              PIC S9(08) COMP VALUE 0.
       01  WS-DECIDED-COUNT           PIC S9(08) COMP VALUE 0.
       01  WS-ERROR-COUNT             PIC S9(08) COMP VALUE 0.
       01  WS-CHECKPOINT-INTERVAL     PIC S9(04) COMP VALUE 50.
       01  WS-CKPT-QUOTIENT           PIC S9(08) COMP VALUE 0.
       01  WS-CKPT-REMAINDER          PIC S9(04) COMP VALUE 0.

       01  WS-RUN-AREA.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           PERFORM Z100-REGISTER-START THRU Z100-EXIT.
           PERFORM B100-OPEN-CURSOR    THRU B100-EXIT.
           PERFORM B200-FETCH-NEXT     THRU B200-EXIT.
           PERFORM B300-SCREEN-CUSTOMER THRU B300-EXIT
                   UNTIL WS-EOF.
           PERFORM B400-CLOSE-CURSOR   THRU B400-EXIT.
           DISPLAY 'WLRESCRN CUSTOMERS SCREENED  : ' WS-CUSTOMER-COUNT.
           DISPLAY 'WLRESCRN POSSIBLE MATCHES    : ' WS-MATCH-COUNT.
           DISPLAY 'WLRESCRN NEW HOLDS RAISED    : ' WS-HELD-COUNT.
           DISPLAY 'WLRESCRN HELD OR DECIDED     : ' WS-DECIDED-COUNT.
           DISPLAY 'WLRESCRN ERRORS              : ' WS-ERROR-COUNT.
           MOVE 'CUSTOMERS SCREENED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-CUSTOMER-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'POSSIBLE MATCHES' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-MATCH-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'NEW HOLDS RAISED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-HELD-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'HELD OR DECIDED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DECIDED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ERRORS' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-ERROR-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           IF WS-SCREEN-FAILED
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
           ELSE
              SET RUN-END-CLEAN  OF WS-RUN-AREA TO TRUE
           END-IF.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * THE CURSOR IS DECLARED WITH HOLD SO IT SURVIVES THE PERIODIC
      * COMMIT TAKEN IN B300 EVERY CHECKPOINT-INTERVAL CUSTOMERS.
      *--------------------------------------------------------------*
       B100-OPEN-CURSOR.
           EXEC SQL
                DECLARE C-CUSTOMERS CURSOR WITH HOLD FOR
                SELECT CUSTOMERNUMBER, NAME, ADDRESSLINE1,
                       ADDRESSLINE2, ADDRESSLINE3
                  FROM CUSTOMER
                 WHERE COALESCE(STATUS, 'A') <> 'X'
                 ORDER BY CUSTOMERNUMBER
           END-EXEC.
           EXEC SQL
                OPEN C-CUSTOMERS
           END-EXEC.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B200-FETCH-NEXT.
           EXEC SQL
                FETCH C-CUSTOMERS
                 INTO :DCLCUSTOMER.CUSTOMERNUMBER,
                      :DCLCUSTOMER.CUST-NAME,
                      :DCLCUSTOMER.CUST-ADDR1,
                      :DCLCUSTOMER.CUST-ADDR2,
                      :DCLCUSTOMER.CUST-ADDR3
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     ADD 1 TO WS-CUSTOMER-COUNT
             WHEN 100
                     MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
                     DISPLAY 'WLRESCRN FETCH ERROR SQLCODE=' SQLCODE
                     ADD 1 TO WS-ERROR-COUNT
                     MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - SCREEN ONE CUSTOMER, PARK A NEW MATCH, AND CHECKPOINT.
      * A SCREENING FAILURE ENDS THE PASS - EVERY CUSTOMER AFTER IT
      * WOULD FAIL THE SAME WAY.
      *--------------------------------------------------------------*
       B300-SCREEN-CUSTOMER.
           MOVE SPACES TO WS-SCN-AREA.
           SET SCN-FUNC-SCREEN OF WS-SCN-AREA TO TRUE.
           MOVE CUST-NAME  OF DCLCUSTOMER TO
                                        SCN-TEXT OF WS-SCN-AREA (1).
           MOVE CUST-ADDR1 OF DCLCUSTOMER TO
                                        SCN-TEXT OF WS-SCN-AREA (2).
           MOVE CUST-ADDR2 OF DCLCUSTOMER TO
                                        SCN-TEXT OF WS-SCN-AREA (3).
           MOVE CUST-ADDR3 OF DCLCUSTOMER TO
                                        SCN-TEXT OF WS-SCN-AREA (4).
           CALL 'WLSCREEN' USING WS-SCN-AREA.
           IF SCN-FAILED OF WS-SCN-AREA
              DISPLAY 'WLRESCRN SCREENING FAILED: '
                      SCN-ERROR-MSG OF WS-SCN-AREA
              ADD 1 TO WS-ERROR-COUNT
              MOVE 'Y' TO WS-SCREEN-FAIL-SW
              MOVE 'Y' TO WS-EOF-SW
              GO TO B300-EXIT
           END-IF.
           IF SCN-HIT OF WS-SCN-AREA
              ADD 1 TO WS-MATCH-COUNT
              PERFORM B310-CHECK-KNOWN THRU B310-EXIT
              IF WS-KNOWN-COUNT > 0
                 ADD 1 TO WS-DECIDED-COUNT
              ELSE
                 PERFORM B320-RAISE-HOLD THRU B320-EXIT
              END-IF
           END-IF.
           DIVIDE WS-CUSTOMER-COUNT BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-QUOTIENT
              REMAINDER WS-CKPT-REMAINDER.
           IF WS-CKPT-REMAINDER = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY 'WLRESCRN CHECKPOINT AT ' WS-CUSTOMER-COUNT
                      ' CUSTOMERS'
           END-IF.
           PERFORM B200-FETCH-NEXT THRU B200-EXIT.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B310 - HAS THIS MATCH ALREADY BEEN RAISED OR DECIDED? ANY
      * PENDING ITEM FOR THE CUSTOMER, OR AN OFFICER'S DECISION ON
      * THE SAME CUSTOMER AND LIST ENTRY, STOPS A NEW HOLD. A READ
      * ERROR COUNTS AS KNOWN - THE CUSTOMER IS RESCREENED TOMORROW.
      *--------------------------------------------------------------*
       B310-CHECK-KNOWN.
           MOVE CUSTOMERNUMBER OF DCLCUSTOMER TO
                                   SCH-CUSTOMERNUMBER OF DCLSCREENHOLD.
           MOVE SCN-ENTRYID OF WS-SCN-AREA TO
                                   SCH-ENTRYID        OF DCLSCREENHOLD.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-KNOWN-COUNT
                  FROM SCREENHOLD
                 WHERE CUSTOMERNUMBER =
                                   :DCLSCREENHOLD.SCH-CUSTOMERNUMBER
                   AND (STATUS = 'P'
                        OR (ENTRYID = :DCLSCREENHOLD.SCH-ENTRYID
                            AND (STATUS = 'A' OR ITEMTYPE = 'R')))
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'WLRESCRN HOLD READ ERROR SQLCODE=' SQLCODE
                      ' CUSTOMER=' CUSTOMERNUMBER OF DCLCUSTOMER
              ADD 1 TO WS-ERROR-COUNT
              MOVE 1 TO WS-KNOWN-COUNT
           END-IF.
       B310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B320 - PARK THE MATCH AS A RESCREEN ITEM. THE HOLD-ID IS BUILT
      * THE WAY CUSTCORE BUILDS ITS OWN (CUSTOMER NUMBER PLUS THE
      * TIME OF DAY TO THE MICROSECOND). THE RUN ITSELF IS THE
      * SUBMITTER, SO ANY OFFICER MAY RELEASE THE ITEM.
      *--------------------------------------------------------------*
       B320-RAISE-HOLD.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-HOLDID-STAMP
           END-EXEC.
           MOVE SPACES TO SCH-HOLDID OF DCLSCREENHOLD.
           STRING CUSTOMERNUMBER OF DCLCUSTOMER DELIMITED BY SPACE
                  WS-HOLDID-STAMP(12: 15)       DELIMITED BY SIZE
                  INTO SCH-HOLDID OF DCLSCREENHOLD.
           SET SCH-TYPE-RESCREEN OF DCLSCREENHOLD TO TRUE.
           MOVE CUST-NAME  OF DCLCUSTOMER TO SCH-NAME  OF DCLSCREENHOLD.
           MOVE CUST-ADDR1 OF DCLCUSTOMER TO SCH-ADDR1 OF DCLSCREENHOLD.
           MOVE CUST-ADDR2 OF DCLCUSTOMER TO SCH-ADDR2 OF DCLSCREENHOLD.
           MOVE CUST-ADDR3 OF DCLCUSTOMER TO SCH-ADDR3 OF DCLSCREENHOLD.
           MOVE SCN-MATCH-TEXT OF WS-SCN-AREA TO
                                   SCH-MATCHTEXT      OF DCLSCREENHOLD.
           MOVE 'WLRESCRN' TO SCH-SUBMITTERID OF DCLSCREENHOLD.
           EXEC SQL
                INSERT INTO SCREENHOLD
                           (HOLDID
                           ,ITEMTYPE
                           ,CUSTOMERNUMBER
                           ,NAME
                           ,ADDRESSLINE1
                           ,ADDRESSLINE2
                           ,ADDRESSLINE3
                           ,POSTCODE
                           ,CONTACT
                           ,SOURCEACCOUNT
                           ,TARGETACCOUNT
                           ,TARGETSORTCODE
                           ,AMOUNT
                           ,CURRENCY
                           ,REFNO
                           ,BENEFNAME
                           ,ENTRYID
                           ,MATCHTEXT
                           ,SUBMITTERID
                           ,SUBMITTIME
                           ,CHECKERID
                           ,CHECKTIME
                           ,STATUS
                           )
                 VALUES
                           (:DCLSCREENHOLD.SCH-HOLDID
                           ,:DCLSCREENHOLD.SCH-ITEMTYPE
                           ,:DCLSCREENHOLD.SCH-CUSTOMERNUMBER
                           ,:DCLSCREENHOLD.SCH-NAME
                           ,:DCLSCREENHOLD.SCH-ADDR1
                           ,:DCLSCREENHOLD.SCH-ADDR2
                           ,:DCLSCREENHOLD.SCH-ADDR3
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,0
                           ,' '
                           ,' '
                           ,' '
                           ,:DCLSCREENHOLD.SCH-ENTRYID
                           ,:DCLSCREENHOLD.SCH-MATCHTEXT
                           ,:DCLSCREENHOLD.SCH-SUBMITTERID
                           ,CURRENT TIMESTAMP
                           ,' '
                           ,' '
                           ,'P'
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'WLRESCRN HOLD INSERT ERROR SQLCODE=' SQLCODE
                      ' CUSTOMER=' CUSTOMERNUMBER OF DCLCUSTOMER
              ADD 1 TO WS-ERROR-COUNT
              GO TO B320-EXIT
           END-IF.
           DISPLAY 'WLRESCRN HELD CUSTOMER='
                   CUSTOMERNUMBER OF DCLCUSTOMER
                   ' ENTRY=' SCH-ENTRYID OF DCLSCREENHOLD
                   ' ON ' SCH-MATCHTEXT OF DCLSCREENHOLD.
           ADD 1 TO WS-HELD-COUNT.
       B320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B400-CLOSE-CURSOR.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL
                CLOSE C-CUSTOMERS
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
           MOVE 'WLRESCRN' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'WLRESCRN NOT STARTED: '
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
