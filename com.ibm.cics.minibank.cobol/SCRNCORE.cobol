      *--------------------------------------------------------------*
      * PROGRAM-ID : SCRNCORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   SANCTIONS REVIEW LOGIC, FACTORED THE SAME WAY XAUTCORE IS:   *
      *   A PLAIN COBOL SUBPROGRAM WITH NO EXEC CICS COMMANDS, DRIVEN  *
      *   BY THE THIN CICS WRAPPER SCRNMNT. A COMPLIANCE OFFICER       *
      *   LISTS THE PENDING SCREENHOLD QUEUE, THEN RELEASES OR         *
      *   REJECTS AN ITEM.                                             *
      *                                                               *
      *   RELEASE APPLIES THE PARKED WORK UNCHANGED: A TRANSFER IS     *
      *   RE-DRIVEN THROUGH XFERCORE UNDER ITS ORIGINAL REF-NO (A      *
      *   RETRIED RELEASE TRIPS A010-CHECK-DUPLICATE AND CANNOT        *
      *   DOUBLE-POST), A CUSTOMER CREATE OR AMEND IS RE-DRIVEN        *
      *   THROUGH CUSTCORE, EACH WITH THE SCREEN-CLEARED FLAG SET SO   *
      *   THE WORK DOES NOT PARK ITSELF AGAIN. A RESCREEN ITEM HAS     *
      *   NOTHING TO APPLY - RELEASE RECORDS THAT THE MATCH WAS        *
      *   CLEARED, WHICH STOPS WLRESCRN RAISING IT AGAIN. THE          *
      *   RELEASING OFFICER MUST NOT BE THE SUBMITTER - THE SAME       *
      *   TWO-OFFICER RULE XAUTCORE ENFORCES. IF THE RE-DRIVEN         *
      *   PROGRAM REFUSES THE WORK, THE ITEM STAYS PENDING WITH ITS    *
      *   ERROR-MSG HANDED BACK.                                       *
      *                                                               *
      *   REJECT CLOSES THE ITEM WITHOUT APPLYING IT - THE TRANSFER    *
      *   NEVER POSTS, THE CUSTOMER IS NEVER CREATED OR CHANGED. A     *
      *   REJECTED RESCREEN ITEM IS A CONFIRMED MATCH ON AN EXISTING   *
      *   CUSTOMER: EVERY ACCOUNT THEY STILL HOLD OPEN IS FULLY        *
      *   FROZEN IN THE SAME UNIT OF WORK, EACH WITH AN ACCTAUDIT      *
      *   ROW NAMING THE SUBMITTER AND THE REJECTING OFFICER.          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNCORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE SCRNHOLD END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE ACCTAUD  END-EXEC.

       01 WS-COMMAREA.
           COPY SCRNMNT.

       01 WS-XFER-COMMAREA.
           COPY TRANSFER.
       01 WS-CUST-COMMAREA.
           COPY CUSTMNT.
       01 WS-CORE-ROLLBACK        PIC X(01).

       01 WS-ITEM-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-ITEM-EOF            VALUE 'Y'.
       01 WS-FETCH-FAIL-SW        PIC X(01) VALUE 'N'.
           88  WS-FETCH-FAILED        VALUE 'Y'.
       01 WS-ITEM-IX              PIC S9(04) COMP VALUE 0.

      * ACCOUNT FREEZE ON A CONFIRMED RESCREEN MATCH (SEE A410)
       01 WS-ACCT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-ACCT-EOF            VALUE 'Y'.
       01 WS-FREEZE-FAIL-SW       PIC X(01) VALUE 'N'.
           88  WS-FREEZE-FAILED       VALUE 'Y'.
       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.
       01 WS-CHANGEID-STAMP       PIC X(26).

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY SCRNMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET SCM-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           MOVE 0   TO SCM-ITEM-COUNT OF WS-COMMAREA.
           MOVE 'N' TO SCM-MORE-ITEMS-FLAG OF WS-COMMAREA.
           MOVE 'N' TO WS-ITEM-EOF-SW.
           MOVE 'N' TO WS-FETCH-FAIL-SW.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           IF SCM-OFFICER-ID OF WS-COMMAREA = SPACES
              OR SCM-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN SCM-FUNC-LIST OF WS-COMMAREA
                     PERFORM A100-LIST-PENDING THRU A100-EXIT
             WHEN SCM-FUNC-RELEASE OF WS-COMMAREA
                     PERFORM A300-RELEASE-ITEM THRU A300-EXIT
             WHEN SCM-FUNC-REJECT OF WS-COMMAREA
                     PERFORM A400-REJECT-ITEM  THRU A400-EXIT
             WHEN OTHER
                     SET SCM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN SANCTIONS REVIEW FUNCTION' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A100-LIST-PENDING.
           EXEC SQL
                DECLARE C-PENDING-HOLD CURSOR FOR
                SELECT HOLDID, ITEMTYPE, CUSTOMERNUMBER, NAME,
                       BENEFNAME, SOURCEACCOUNT, TARGETACCOUNT,
                       TARGETSORTCODE, AMOUNT, CURRENCY, ENTRYID,
                       MATCHTEXT, SUBMITTERID, SUBMITTIME
                  FROM SCREENHOLD
                 WHERE STATUS = 'P'
                 ORDER BY SUBMITTIME
           END-EXEC.
           EXEC SQL
                OPEN C-PENDING-HOLD
           END-EXEC.
           PERFORM A200-FETCH-ITEM THRU A200-EXIT
                   UNTIL WS-ITEM-EOF.
           EXEC SQL
                CLOSE C-PENDING-HOLD
           END-EXEC.
           IF WS-FETCH-FAILED
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - ONE QUEUED ITEM, OLDEST FIRST, TEN TO A PAGE WITH THE
      * MORE-FLAG BEYOND - THE SAME CONVENTION XAUTCORE USES. THE
      * NAME SHOWN IS THE CUSTOMER NAME FOR A CUSTOMER ITEM AND THE
      * BENEFICIARY NAME FOR A TRANSFER.
      *--------------------------------------------------------------*
       A200-FETCH-ITEM.
           EXEC SQL
                FETCH C-PENDING-HOLD
                 INTO :DCLSCREENHOLD.SCH-HOLDID,
                      :DCLSCREENHOLD.SCH-ITEMTYPE,
                      :DCLSCREENHOLD.SCH-CUSTOMERNUMBER,
                      :DCLSCREENHOLD.SCH-NAME,
                      :DCLSCREENHOLD.SCH-BENEFNAME,
                      :DCLSCREENHOLD.SCH-SOURCE-ACCOUNT,
                      :DCLSCREENHOLD.SCH-TARGET-ACCOUNT,
                      :DCLSCREENHOLD.SCH-TARGETSORTCODE,
                      :DCLSCREENHOLD.SCH-AMOUNT,
                      :DCLSCREENHOLD.SCH-CURRENCY,
                      :DCLSCREENHOLD.SCH-ENTRYID,
                      :DCLSCREENHOLD.SCH-MATCHTEXT,
                      :DCLSCREENHOLD.SCH-SUBMITTERID,
                      :DCLSCREENHOLD.SCH-SUBMITTIME
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     IF SCM-ITEM-COUNT OF WS-COMMAREA < 10
                        ADD 1 TO SCM-ITEM-COUNT OF WS-COMMAREA
                        MOVE SCM-ITEM-COUNT OF WS-COMMAREA TO
                                                          WS-ITEM-IX
                        PERFORM A210-MOVE-ITEM THRU A210-EXIT
                     ELSE
                        SET SCM-MORE-ITEMS OF WS-COMMAREA TO TRUE
                     END-IF
             WHEN 100
                     MOVE 'Y' TO WS-ITEM-EOF-SW
             WHEN OTHER
                     MOVE 'Y' TO WS-ITEM-EOF-SW
                     MOVE 'Y' TO WS-FETCH-FAIL-SW
           END-EVALUATE.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A210-MOVE-ITEM.
           MOVE SCH-HOLDID OF DCLSCREENHOLD TO
                SCM-ITEM-HOLDID    OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-ITEMTYPE OF DCLSCREENHOLD TO
                SCM-ITEM-TYPE      OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-CUSTOMERNUMBER OF DCLSCREENHOLD TO
                SCM-ITEM-CUSTOMER  OF WS-COMMAREA (WS-ITEM-IX).
           IF SCH-TYPE-TRANSFER OF DCLSCREENHOLD
              MOVE SCH-BENEFNAME OF DCLSCREENHOLD TO
                   SCM-ITEM-NAME   OF WS-COMMAREA (WS-ITEM-IX)
           ELSE
              MOVE SCH-NAME OF DCLSCREENHOLD TO
                   SCM-ITEM-NAME   OF WS-COMMAREA (WS-ITEM-IX)
           END-IF.
           MOVE SCH-SOURCE-ACCOUNT OF DCLSCREENHOLD TO
                SCM-ITEM-SOURCE    OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-TARGET-ACCOUNT OF DCLSCREENHOLD TO
                SCM-ITEM-TARGET    OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-TARGETSORTCODE OF DCLSCREENHOLD TO
                SCM-ITEM-SORTCODE  OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-AMOUNT OF DCLSCREENHOLD TO
                SCM-ITEM-AMOUNT    OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-CURRENCY OF DCLSCREENHOLD TO
                SCM-ITEM-CURRENCY  OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-ENTRYID OF DCLSCREENHOLD TO
                SCM-ITEM-ENTRYID   OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-MATCHTEXT OF DCLSCREENHOLD TO
                SCM-ITEM-MATCHTEXT OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-SUBMITTERID OF DCLSCREENHOLD TO
                SCM-ITEM-SUBMITTER OF WS-COMMAREA (WS-ITEM-IX).
           MOVE SCH-SUBMITTIME OF DCLSCREENHOLD TO
                SCM-ITEM-SUBMITTIME OF WS-COMMAREA (WS-ITEM-IX).
       A210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A300 - RELEASE AND APPLY. THE QUEUED ROW IS READ UNDER AN
      * UPDATE LOCK SO TWO OFFICERS CANNOT RELEASE THE SAME ITEM AT
      * ONCE; THE RELEASER MUST NOT BE THE SUBMITTER.
      *--------------------------------------------------------------*
       A300-RELEASE-ITEM.
           PERFORM A310-READ-ITEM THRU A310-EXIT.
           IF SCH-SUBMITTERID OF DCLSCREENHOLD =
              SCM-OFFICER-ID OF WS-COMMAREA
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'SUBMITTER CANNOT RELEASE OWN ITEM' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN SCH-TYPE-TRANSFER OF DCLSCREENHOLD
                     PERFORM A330-RELEASE-TRANSFER THRU A330-EXIT
             WHEN SCH-TYPE-CREATE OF DCLSCREENHOLD
               OR SCH-TYPE-AMEND  OF DCLSCREENHOLD
                     PERFORM A340-RELEASE-CUSTOMER THRU A340-EXIT
             WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           SET SCH-RELEASED OF DCLSCREENHOLD TO TRUE.
           PERFORM A320-CLOSE-ITEM THRU A320-EXIT.
       A300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A310-READ-ITEM.
           IF SCM-HOLDID OF WS-COMMAREA = SPACES
              OR SCM-HOLDID OF WS-COMMAREA = LOW-VALUE
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'HOLD ID IS REQUIRED' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE SCM-HOLDID OF WS-COMMAREA TO
                                        SCH-HOLDID OF DCLSCREENHOLD.
           EXEC SQL
                SELECT HOLDID, ITEMTYPE, CUSTOMERNUMBER, NAME,
                       ADDRESSLINE1, ADDRESSLINE2, ADDRESSLINE3,
                       POSTCODE, CONTACT, SOURCEACCOUNT,
                       TARGETACCOUNT, TARGETSORTCODE, AMOUNT,
                       CURRENCY, REFNO, BENEFNAME, SUBMITTERID,
                       STATUS
                  INTO :DCLSCREENHOLD.SCH-HOLDID,
                       :DCLSCREENHOLD.SCH-ITEMTYPE,
                       :DCLSCREENHOLD.SCH-CUSTOMERNUMBER,
                       :DCLSCREENHOLD.SCH-NAME,
                       :DCLSCREENHOLD.SCH-ADDR1,
                       :DCLSCREENHOLD.SCH-ADDR2,
                       :DCLSCREENHOLD.SCH-ADDR3,
                       :DCLSCREENHOLD.SCH-POSTCODE,
                       :DCLSCREENHOLD.SCH-CONTACT,
                       :DCLSCREENHOLD.SCH-SOURCE-ACCOUNT,
                       :DCLSCREENHOLD.SCH-TARGET-ACCOUNT,
                       :DCLSCREENHOLD.SCH-TARGETSORTCODE,
                       :DCLSCREENHOLD.SCH-AMOUNT,
                       :DCLSCREENHOLD.SCH-CURRENCY,
                       :DCLSCREENHOLD.SCH-REFNO,
                       :DCLSCREENHOLD.SCH-BENEFNAME,
                       :DCLSCREENHOLD.SCH-SUBMITTERID,
                       :DCLSCREENHOLD.SCH-STATUS
                  FROM SCREENHOLD
                 WHERE HOLDID = :DCLSCREENHOLD.SCH-HOLDID
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET SCM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'HELD ITEM NOT FOUND' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET SCM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF NOT SCH-PENDING OF DCLSCREENHOLD
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ITEM IS NOT PENDING' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A310-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A320-CLOSE-ITEM.
           MOVE SCM-OFFICER-ID OF WS-COMMAREA TO
                                     SCH-CHECKERID OF DCLSCREENHOLD.
           EXEC SQL
                UPDATE SCREENHOLD
                       SET STATUS    = :DCLSCREENHOLD.SCH-STATUS
                          ,CHECKERID = :DCLSCREENHOLD.SCH-CHECKERID
                          ,CHECKTIME = CHAR(CURRENT TIMESTAMP)
                     WHERE HOLDID    = :DCLSCREENHOLD.SCH-HOLDID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A320-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A330 - POST A RELEASED TRANSFER. XFERCORE ONLY SCREENS AFTER
      * ITS AUTHORIZATION GATE AND VALUE-DATE WAREHOUSE, SO A HELD
      * TRANSFER HAS ALREADY PASSED BOTH: IT POSTS PRE-APPROVED,
      * TODAY, UNDER THE SUBMITTING OFFICER. 'ALREADY PROCESSED'
      * FROM A RETRIED RELEASE STILL COUNTS AS RELEASED.
      *--------------------------------------------------------------*
       A330-RELEASE-TRANSFER.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE SCH-SOURCE-ACCOUNT OF DCLSCREENHOLD TO
                                    SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE SCH-TARGET-ACCOUNT OF DCLSCREENHOLD TO
                                    TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE SCH-TARGETSORTCODE OF DCLSCREENHOLD TO
                                   TARGET-SORTCODE OF WS-XFER-COMMAREA.
           MOVE SCH-AMOUNT OF DCLSCREENHOLD TO
                                    TRANS-AMOUNT   OF WS-XFER-COMMAREA.
           MOVE SCH-CURRENCY OF DCLSCREENHOLD TO
                                    CURRENCY-CODE  OF WS-XFER-COMMAREA.
           MOVE SCH-REFNO OF DCLSCREENHOLD TO
                                    REF-NO         OF WS-XFER-COMMAREA.
           MOVE SCH-BENEFNAME OF DCLSCREENHOLD TO
                                    BENEF-NAME     OF WS-XFER-COMMAREA.
           MOVE SCH-SUBMITTERID OF DCLSCREENHOLD TO
                                    OFFICER-ID     OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED  OF WS-XFER-COMMAREA TO TRUE.
           SET SCREEN-CLEARED     OF WS-XFER-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-CORE-ROLLBACK.
           IF TRAN-FAILED OF WS-XFER-COMMAREA
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE ERROR-MSG OF WS-XFER-COMMAREA TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              IF WS-CORE-ROLLBACK = 'Y'
                 MOVE 'Y' TO LK-NEEDS-ROLLBACK
              END-IF
              MOVE WS-COMMAREA TO LK-COMMAREA
              GOBACK
           END-IF.
       A330-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A340 - APPLY A RELEASED CUSTOMER CREATE OR AMEND THROUGH
      * CUSTCORE, AS THE SUBMITTING OFFICER KEYED IT.
      *--------------------------------------------------------------*
       A340-RELEASE-CUSTOMER.
           MOVE SPACES TO WS-CUST-COMMAREA.
           IF SCH-TYPE-CREATE OF DCLSCREENHOLD
              SET CSM-FUNC-CREATE OF WS-CUST-COMMAREA TO TRUE
           ELSE
              SET CSM-FUNC-AMEND  OF WS-CUST-COMMAREA TO TRUE
           END-IF.
           MOVE SCH-SUBMITTERID OF DCLSCREENHOLD TO
                             CSM-OFFICER-ID OF WS-CUST-COMMAREA.
           MOVE SCH-CUSTOMERNUMBER OF DCLSCREENHOLD TO
                             CSM-CUSTOMERNUMBER OF WS-CUST-COMMAREA.
           MOVE SCH-NAME     OF DCLSCREENHOLD TO
                             CSM-NAME OF WS-CUST-COMMAREA.
           MOVE SCH-ADDR1    OF DCLSCREENHOLD TO
                             CSM-ADDR1 OF WS-CUST-COMMAREA.
           MOVE SCH-ADDR2    OF DCLSCREENHOLD TO
                             CSM-ADDR2 OF WS-CUST-COMMAREA.
           MOVE SCH-ADDR3    OF DCLSCREENHOLD TO
                             CSM-ADDR3 OF WS-CUST-COMMAREA.
           MOVE SCH-POSTCODE OF DCLSCREENHOLD TO
                             CSM-POSTCODE OF WS-CUST-COMMAREA.
           MOVE SCH-CONTACT  OF DCLSCREENHOLD TO
                             CSM-CONTACT OF WS-CUST-COMMAREA.
           SET CSM-SCREEN-CLEARED OF WS-CUST-COMMAREA TO TRUE.
           CALL 'CUSTCORE' USING WS-CUST-COMMAREA WS-CORE-ROLLBACK.
           IF CSM-FAILED OF WS-CUST-COMMAREA
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE CSM-ERROR-MSG OF WS-CUST-COMMAREA TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
              IF WS-CORE-ROLLBACK = 'Y'
                 MOVE 'Y' TO LK-NEEDS-ROLLBACK
              END-IF
              MOVE WS-COMMAREA TO LK-COMMAREA
              GOBACK
           END-IF.
       A340-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A400 - REJECT A HELD ITEM. ANY OFFICER MAY REJECT - ONLY
      * RELEASE DEMANDS A SECOND PAIR OF EYES, THE SAME RULE XAUTCORE
      * APPLIES. A REJECTED RESCREEN ITEM FREEZES THE CUSTOMER'S
      * ACCOUNTS FIRST (A410).
      *--------------------------------------------------------------*
       A400-REJECT-ITEM.
           PERFORM A310-READ-ITEM THRU A310-EXIT.
           IF SCH-TYPE-RESCREEN OF DCLSCREENHOLD
              PERFORM A410-FREEZE-ACCOUNTS THRU A410-EXIT
           END-IF.
           SET SCH-REJECTED OF DCLSCREENHOLD TO TRUE.
           PERFORM A320-CLOSE-ITEM THRU A320-EXIT.
       A400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A410 - FULLY FREEZE EVERY ACCOUNT THE CONFIRMED CUSTOMER STILL
      * HOLDS OPEN. A CLOSED ACCOUNT HAS NOTHING TO FREEZE AND ONE
      * ALREADY FULLY FROZEN IS LEFT AS IT IS. XFERCORE'S STATUS
      * CHECK THEN REFUSES BOTH LEGS ON EVERY CHANNEL. LIFTING THE
      * FREEZE LATER GOES THROUGH THE NORMAL ACCTMNT STATUS CHANGE,
      * UNDER ITS OWN MAKER-CHECKER CONTROL.
      *--------------------------------------------------------------*
       A410-FREEZE-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF-SW.
           MOVE 'N' TO WS-FREEZE-FAIL-SW.
           MOVE SCH-CUSTOMERNUMBER OF DCLSCREENHOLD TO
                                     CUSTOMERNUMBER OF DCLACCOUNT.
           EXEC SQL
                DECLARE C-CUST-ACCTS CURSOR FOR
                SELECT ACCOUNTNUMBER, STATUS
                  FROM ACCOUNT
                 WHERE CUSTOMERNUMBER = :DCLACCOUNT.CUSTOMERNUMBER
                   AND COALESCE(STATUS, 'A') NOT IN ('X', 'F')
           END-EXEC.
           EXEC SQL
                OPEN C-CUST-ACCTS
           END-EXEC.
           PERFORM A420-FREEZE-ONE THRU A420-EXIT
                   UNTIL WS-ACCT-EOF.
           EXEC SQL
                CLOSE C-CUST-ACCTS
           END-EXEC.
           IF WS-FREEZE-FAILED
              SET SCM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO SCM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A410-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A420 - FREEZE ONE ACCOUNT AND WRITE ITS ACCTAUDIT ROW IN THE
      * SAME FORM ACCTCORE'S A350 WRITES FOR AN APPLIED STATUS
      * CHANGE: THE SUBMITTER OF THE HELD ITEM AS MAKER, THE
      * REJECTING OFFICER AS CHECKER.
      *--------------------------------------------------------------*
       A420-FREEZE-ONE.
           EXEC SQL
                FETCH C-CUST-ACCTS
                 INTO :DCLACCOUNT.ACCOUNTNUMBER,
                      :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'Y' TO WS-ACCT-EOF-SW
                     GO TO A420-EXIT
             WHEN OTHER
                     MOVE 'Y' TO WS-ACCT-EOF-SW
                     MOVE 'Y' TO WS-FREEZE-FAIL-SW
                     GO TO A420-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              MOVE 'A' TO AUD-OLDVALUE OF DCLACCTAUDIT
           ELSE
              MOVE ACCT-STATUS OF DCLACCOUNT TO
                                     AUD-OLDVALUE OF DCLACCTAUDIT
           END-IF.
           EXEC SQL
                UPDATE ACCOUNT
                       SET STATUS         = 'F'
                          ,LASTCHANGETIME = CURRENT TIMESTAMP
                     WHERE ACCOUNTNUMBER  = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ACCT-EOF-SW
              MOVE 'Y' TO WS-FREEZE-FAIL-SW
              GO TO A420-EXIT
           END-IF.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-CHANGEID-STAMP
           END-EXEC.
           MOVE SPACES TO AUD-CHANGEID OF DCLACCTAUDIT.
           STRING ACCOUNTNUMBER OF DCLACCOUNT DELIMITED BY SPACE
                  WS-CHANGEID-STAMP(12: 15)   DELIMITED BY SIZE
                  INTO AUD-CHANGEID OF DCLACCTAUDIT.
           MOVE ACCOUNTNUMBER OF DCLACCOUNT TO
                                     AUD-ACCOUNTNUMBER OF DCLACCTAUDIT.
           MOVE 'SANCTION'  TO AUD-CHANGETYPE OF DCLACCTAUDIT.
           MOVE 'STATUS'    TO AUD-FIELDNAME  OF DCLACCTAUDIT.
           MOVE 'F'         TO AUD-NEWVALUE   OF DCLACCTAUDIT.
           MOVE SCH-SUBMITTERID OF DCLSCREENHOLD TO
                                     AUD-MAKERID       OF DCLACCTAUDIT.
           MOVE SCM-OFFICER-ID  OF WS-COMMAREA   TO
                                     AUD-CHECKERID     OF DCLACCTAUDIT.
           EXEC SQL
                INSERT INTO ACCTAUDIT
                           (CHANGEID
                           ,ACCOUNTNUMBER
                           ,CHANGETYPE
                           ,FIELDNAME
                           ,OLDVALUE
                           ,NEWVALUE
                           ,MAKERID
                           ,CHECKERID
                           ,APPLYTIME
                           )
                 VALUES
                           (:DCLACCTAUDIT.AUD-CHANGEID
                           ,:DCLACCTAUDIT.AUD-ACCOUNTNUMBER
                           ,:DCLACCTAUDIT.AUD-CHANGETYPE
                           ,:DCLACCTAUDIT.AUD-FIELDNAME
                           ,:DCLACCTAUDIT.AUD-OLDVALUE
                           ,:DCLACCTAUDIT.AUD-NEWVALUE
                           ,:DCLACCTAUDIT.AUD-MAKERID
                           ,:DCLACCTAUDIT.AUD-CHECKERID
                           ,CURRENT TIMESTAMP
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ACCT-EOF-SW
              MOVE 'Y' TO WS-FREEZE-FAIL-SW
           END-IF.
       A420-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET SCM-OK OF WS-COMMAREA TO TRUE
           MOVE LOW-VALUE TO SCM-ERROR-MSG OF WS-COMMAREA
           MOVE 'SANCTIONS REVIEW ACTION COMPLETED' TO
                                        SCM-ERROR-MSG OF WS-COMMAREA
           MOVE WS-COMMAREA TO LK-COMMAREA
           GOBACK.
       A500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * E000 - ON ANY ERROR, TELL THE CALLER A ROLLBACK IS NEEDED AND
      * GO STRAIGHT BACK - THE SAME CONTRACT XFERCORE AND ACCTCORE
      * HAVE WITH THEIR CALLERS.
      *--------------------------------------------------------------*
       E000-ERROR.
           IF SCM-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
