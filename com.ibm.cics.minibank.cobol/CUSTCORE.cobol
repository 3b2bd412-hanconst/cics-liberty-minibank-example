      *   CUSTOMER. CLOSING IS REFUSED WHILE THE CUSTOMER STILL HAS    *
      *   AN OPEN ACCOUNT - THE ACCOUNT LIFECYCLE CLOSES ACCOUNTS      *
      *   FIRST. ACCTCORE'S A100 REFUSES AN ACCOUNT CREATE FOR A       *
      *   CUSTOMERNUMBER NOT ON THIS MASTER. TAXFLAG SETS THE          *
      *   CUSTOMER'S WITHHOLDING-TAX EXEMPTION THAT CRINTCAP HONOURS   *
      *   WHEN IT CAPITALISES CREDIT INTEREST.                         *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 CREATE AND AMEND NOW SCREEN THE NAME   MAINT       *
      *             AND ADDRESS LINES AGAINST THE                     *
      *             SANCTIONS WATCHLIST THROUGH WLSCREEN.             *
      *             A POSSIBLE MATCH IS PARKED ON                     *
      *             SCREENHOLD FOR A COMPLIANCE OFFICER               *
      *             INSTEAD OF BEING APPLIED, AND A                   *
      *             CUSTOMER WITH AN ITEM UNDER REVIEW                *
      *             CANNOT BE CREATED OR AMENDED AROUND IT            *
      *  2026-10-15 ADDED TAXFLAG (A450) TO SET OR CLEAR   MAINT       *
      *             THE WITHHOLDING-TAX EXEMPTION. CREATE             *
      *             STARTS A CUSTOMER NOT EXEMPT AND                  *
      *             INQUIRE RETURNS THE FLAG                          *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCORE.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE SCRNHOLD END-EXEC.

       01 WS-COMMAREA.
           COPY CUSTMNT.

       01 WS-CUSTOMER-COUNT       PIC S9(08) COMP VALUE 0.
       01 WS-OPEN-ACCT-COUNT      PIC S9(08) COMP VALUE 0.
       01 WS-TAX-EXEMPT-IND       PIC S9(04) COMP VALUE 0.

      * SANCTIONS SCREENING (SEE A130/A140)
       01 WS-HELD-COUNT           PIC S9(08) COMP VALUE 0.
       01 WS-HOLDID-STAMP         PIC X(26).
       01 WS-HOLD-TYPE            PIC X(01).
       01 WS-SCN-AREA.
           COPY WLSCRN.

       LINKAGE SECTION.
       01 LK-COMMAREA.
                     PERFORM A300-CLOSE-CUSTOMER   THRU A300-EXIT
             WHEN CSM-FUNC-INQUIRE OF WS-COMMAREA
                     PERFORM A400-INQUIRE-CUSTOMER THRU A400-EXIT
             WHEN CSM-FUNC-TAXFLAG OF WS-COMMAREA
                     PERFORM A450-SET-TAX-EXEMPT   THRU A450-EXIT
             WHEN OTHER
                     SET CSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
      * A100 - CREATE A CUSTOMER. THE NUMBER MUST NOT EXIST YET AND
      * THE NAME IS THE ONE FIELD THAT CANNOT BE BLANK - A STATEMENT
      * HEADED BY A BLANK NAME IS THE PROBLEM THIS MASTER EXISTS TO
      * FIX. THE NEW NAME AND ADDRESS ARE SCREENED BEFORE THE INSERT.
      *--------------------------------------------------------------*
       A100-CREATE-CUSTOMER.
           PERFORM A110-EDIT-NAME THRU A110-EXIT.
                                        CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A130-CHECK-NOT-HELD THRU A130-EXIT.
           MOVE 'C' TO WS-HOLD-TYPE.
           PERFORM A140-SCREEN-CUSTOMER THRU A140-EXIT.
           PERFORM A120-MOVE-FIELDS THRU A120-EXIT.
           EXEC SQL
                INSERT INTO CUSTOMER
                           ,POSTCODE
                           ,CONTACT
                           ,STATUS
                           ,TAXEXEMPT
                           ,LASTCHANGETIME
                           )
                 VALUES
                           ,:DCLCUSTOMER.CUST-POSTCODE
                           ,:DCLCUSTOMER.CUST-CONTACT
                           ,'A'
                           ,'N'
                           ,CURRENT TIMESTAMP
                           )
           END-EXEC.
       A120-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A130 - A CUSTOMER WITH AN ITEM STILL PENDING ON THE SANCTIONS
      * REVIEW QUEUE CANNOT BE CREATED OR AMENDED AROUND IT - A
      * SECOND KEYING, OR AN AMEND THAT RESPELLS THE NAME, MUST NOT
      * SLIP PAST THE OFFICER'S DECISION. THE RELEASE PATH ITSELF
      * (CLEARED FLAG SET) IS APPLYING THAT VERY ITEM AND SKIPS THIS.
      *--------------------------------------------------------------*
       A130-CHECK-NOT-HELD.
           IF CSM-SCREEN-CLEARED OF WS-COMMAREA
              GO TO A130-EXIT
           END-IF.
           MOVE CSM-CUSTOMERNUMBER OF WS-COMMAREA TO
                                   SCH-CUSTOMERNUMBER OF DCLSCREENHOLD.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HELD-COUNT
                  FROM SCREENHOLD
                 WHERE CUSTOMERNUMBER =
                                   :DCLSCREENHOLD.SCH-CUSTOMERNUMBER
                   AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-HELD-COUNT > 0
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CUSTOMER IS HELD FOR SANCTIONS REVIEW' TO
                                        CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A130-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A140 - SCREEN THE NAME AND THE THREE ADDRESS LINES. A HIT DOES
      * NOT APPLY THE CHANGE: THE FULL COMMAREA CONTENT IS PARKED ON
      * SCREENHOLD UNDER THE KEYING OFFICER, AND A COMPLIANCE OFFICER
      * RELEASES IT (SCRNCORE RE-DRIVES THIS PROGRAM WITH THE CLEARED
      * FLAG SET, WHICH SKIPS THE SCREENING) OR REJECTS IT. THE
      * CALLER SEES CSM-OK - NOTHING FAILED AND NOTHING NEEDS ROLLING
      * BACK, THE SAME CONTRACT XFERCORE'S A070 HAS FOR A PARKED
      * TRANSFER. SCREENING THAT CANNOT RUN FAILS THE CHANGE - AN
      * UNSCREENED NAME IS NEVER TREATED AS CLEAR.
      *--------------------------------------------------------------*
       A140-SCREEN-CUSTOMER.
           IF CSM-SCREEN-CLEARED OF WS-COMMAREA
              GO TO A140-EXIT
           END-IF.
           MOVE SPACES TO WS-SCN-AREA.
           SET SCN-FUNC-SCREEN OF WS-SCN-AREA TO TRUE.
           MOVE CSM-NAME  OF WS-COMMAREA TO SCN-TEXT OF WS-SCN-AREA (1).
           MOVE CSM-ADDR1 OF WS-COMMAREA TO SCN-TEXT OF WS-SCN-AREA (2).
           MOVE CSM-ADDR2 OF WS-COMMAREA TO SCN-TEXT OF WS-SCN-AREA (3).
           MOVE CSM-ADDR3 OF WS-COMMAREA TO SCN-TEXT OF WS-SCN-AREA (4).
           CALL 'WLSCREEN' USING WS-SCN-AREA.
           IF SCN-FAILED OF WS-SCN-AREA
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'SANCTIONS SCREENING UNAVAILABLE' TO
                                        CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF SCN-NO-HIT OF WS-SCN-AREA
              GO TO A140-EXIT
           END-IF.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-HOLDID-STAMP
           END-EXEC.
           MOVE SPACES TO SCH-HOLDID OF DCLSCREENHOLD.
           STRING CSM-CUSTOMERNUMBER OF WS-COMMAREA DELIMITED BY SPACE
                  WS-HOLDID-STAMP(12: 15)           DELIMITED BY SIZE
                  INTO SCH-HOLDID OF DCLSCREENHOLD.
           MOVE WS-HOLD-TYPE TO SCH-ITEMTYPE OF DCLSCREENHOLD.
           MOVE CSM-CUSTOMERNUMBER OF WS-COMMAREA TO
                                   SCH-CUSTOMERNUMBER OF DCLSCREENHOLD.
           MOVE CSM-NAME     OF WS-COMMAREA TO
                                   SCH-NAME           OF DCLSCREENHOLD.
           MOVE CSM-ADDR1    OF WS-COMMAREA TO
                                   SCH-ADDR1          OF DCLSCREENHOLD.
           MOVE CSM-ADDR2    OF WS-COMMAREA TO
                                   SCH-ADDR2          OF DCLSCREENHOLD.
           MOVE CSM-ADDR3    OF WS-COMMAREA TO
                                   SCH-ADDR3          OF DCLSCREENHOLD.
           MOVE CSM-POSTCODE OF WS-COMMAREA TO
                                   SCH-POSTCODE       OF DCLSCREENHOLD.
           MOVE CSM-CONTACT  OF WS-COMMAREA TO
                                   SCH-CONTACT        OF DCLSCREENHOLD.
           MOVE SCN-ENTRYID    OF WS-SCN-AREA TO
                                   SCH-ENTRYID        OF DCLSCREENHOLD.
           MOVE SCN-MATCH-TEXT OF WS-SCN-AREA TO
                                   SCH-MATCHTEXT      OF DCLSCREENHOLD.
           MOVE CSM-OFFICER-ID OF WS-COMMAREA TO
                                   SCH-SUBMITTERID    OF DCLSCREENHOLD.
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
                           ,:DCLSCREENHOLD.SCH-POSTCODE
                           ,:DCLSCREENHOLD.SCH-CONTACT
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
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           SET CSM-OK OF WS-COMMAREA TO TRUE.
           MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA.
           MOVE 'HELD FOR SANCTIONS REVIEW' TO
                                        CSM-ERROR-MSG OF WS-COMMAREA.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       A140-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - AMEND REPLACES NAME, ADDRESS AND CONTACT WHOLE - THE
      * CALLER INQUIRES FIRST, CHANGES WHAT THEY NEED AND SENDS THE
      * LOT BACK, SO THERE IS NO FIELD-BY-FIELD PROTOCOL TO GET
      * WRONG. ONLY AN AMEND THAT CHANGES THE NAME OR AN ADDRESS LINE
      * IS SCREENED - A NEW PHONE NUMBER DOES NOT RE-RAISE A MATCH
      * THE COMPLIANCE DESK ALREADY CLEARED.
      *--------------------------------------------------------------*
       A200-AMEND-CUSTOMER.
           PERFORM A110-EDIT-NAME  THRU A110-EXIT.
           PERFORM A210-READ-CUSTOMER THRU A210-EXIT.
           PERFORM A130-CHECK-NOT-HELD THRU A130-EXIT.
           IF CSM-NAME  OF WS-COMMAREA NOT = CUST-NAME  OF DCLCUSTOMER
              OR CSM-ADDR1 OF WS-COMMAREA NOT =
                                        CUST-ADDR1 OF DCLCUSTOMER
              OR CSM-ADDR2 OF WS-COMMAREA NOT =
                                        CUST-ADDR2 OF DCLCUSTOMER
              OR CSM-ADDR3 OF WS-COMMAREA NOT =
                                        CUST-ADDR3 OF DCLCUSTOMER
              MOVE 'A' TO WS-HOLD-TYPE
              PERFORM A140-SCREEN-CUSTOMER THRU A140-EXIT
           END-IF.
           PERFORM A120-MOVE-FIELDS THRU A120-EXIT.
           EXEC SQL
                UPDATE CUSTOMER
                                        CUSTOMERNUMBER OF DCLCUSTOMER.
           EXEC SQL
                SELECT NAME, ADDRESSLINE1, ADDRESSLINE2, ADDRESSLINE3,
                       POSTCODE, CONTACT, STATUS, TAXEXEMPT
                  INTO :DCLCUSTOMER.CUST-NAME,
                       :DCLCUSTOMER.CUST-ADDR1,
                       :DCLCUSTOMER.CUST-ADDR2,
                       :DCLCUSTOMER.CUST-ADDR3,
                       :DCLCUSTOMER.CUST-POSTCODE,
                       :DCLCUSTOMER.CUST-CONTACT,
                       :DCLCUSTOMER.CUST-STATUS,
                       :DCLCUSTOMER.CUST-TAX-EXEMPT
                                          :WS-TAX-EXEMPT-IND
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :DCLCUSTOMER.CUSTOMERNUMBER
                  WITH RS USE AND KEEP UPDATE LOCKS
                                        CSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
      * A NULL TAXEXEMPT (A CUSTOMER FROM BEFORE THE COLUMN) HAS TAX
      * WITHHELD.
           IF WS-TAX-EXEMPT-IND < 0
              MOVE 'N' TO CUST-TAX-EXEMPT OF DCLCUSTOMER
           END-IF.
       A210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
                                        CSM-CONTACT  OF WS-COMMAREA.
           MOVE CUST-STATUS   OF DCLCUSTOMER TO
                                        CSM-STATUS   OF WS-COMMAREA.
           MOVE CUST-TAX-EXEMPT OF DCLCUSTOMER TO
                                        CSM-TAX-EXEMPT OF WS-COMMAREA.
       A400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A450-SET-TAX-EXEMPT.
           IF NOT CSM-TAX-EXEMPT-YES OF WS-COMMAREA
              AND NOT CSM-TAX-EXEMPT-NO OF WS-COMMAREA
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'TAX EXEMPT FLAG MUST BE Y OR N' TO
                                        CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A210-READ-CUSTOMER THRU A210-EXIT.
           IF CUST-ST-CLOSED OF DCLCUSTOMER
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CUSTOMER IS CLOSED' TO
                                        CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE CSM-TAX-EXEMPT OF WS-COMMAREA TO
                                        CUST-TAX-EXEMPT OF DCLCUSTOMER.
           EXEC SQL
                UPDATE CUSTOMER
                       SET TAXEXEMPT      = :DCLCUSTOMER.CUST-TAX-EXEMPT
                          ,LASTCHANGETIME = CURRENT TIMESTAMP
                     WHERE CUSTOMERNUMBER =
                                        :DCLCUSTOMER.CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO CSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO CSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A450-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET CSM-OK OF WS-COMMAREA TO TRUE
