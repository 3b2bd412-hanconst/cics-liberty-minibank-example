      *             MICROSECOND TAIL CARRIES THE                      *
      *             UNIQUENESS, SO THE TIMESTAMP'S CENTURY            *
      *             DIGITS ARE DROPPED INSTEAD                        *
      *  2026-10-15 A049 NOW SCREENS THE BENEFICIARY OF AN MAINT      *
      *             OUTBOUND INTERBANK TRANSFER (NAME,                *
      *             SORT CODE AND ACCOUNT) AGAINST THE                *
      *             SANCTIONS WATCHLIST THROUGH WLSCREEN. A           *
      *             POSSIBLE MATCH IS PARKED ON SCREENHOLD            *
      *             UNDER ITS QUOTED REF-NO AND DOES NOT              *
      *             POST UNTIL A COMPLIANCE OFFICER                   *
      *             RELEASES IT THROUGH SCRNCORE                      *
      *  2026-10-15 A068 NOW HOLDS A CUSTOMER-INITIATED    MAINT      *
      *             TRANSFER TO THE SOURCE ACCOUNT'S                  *
      *             REGISTERED PAYEES: AN UNREGISTERED                *
      *             BENEFICIARY IS REFUSED, AND ONE ADDED             *
      *             WITHIN THE COOLING-OFF PERIOD IS                  *
      *             CAPPED AT ITS CURRENCY'S PAYEELIMIT.              *
      *             STANDING ORDERS, PAYROLL AND THE OTHER            *
      *             BATCH DRIVERS, AND REVERSALS, ARE NOT             *
      *             SUBJECT TO IT                                     *
      *  2026-10-15 A420 NO LONGER CHARGES THE REVERSAL   MAINT      *
      *             FEE ON A DISPUTE POSTING ('DS' REF-NO             *
      *             PREFIX DISPCORE BUILDS) - A CLAWBACK OR           *
      *             AN UPHELD CHARGEBACK IS THE BANK'S                *
      *             DECISION, NOT THE CUSTOMER'S REQUEST              *
      *  2026-10-15 A045 AND A070 NOW KEEP THE BENEFICIARY MAINT      *
      *             NAME ON PENDPAYMENT AND XFERAUTH, SO A            *
      *             WAREHOUSED OR AUTHORISED ITEM IS                  *
      *             SCREENED BY A049 UNDER ITS FULL NAME              *
      *             WHEN IT IS RE-DRIVEN                              *
      *  2026-10-15 A068 NOW CAPS THE TOTAL PAID TO A      MAINT      *
      *             COOLING-OFF PAYEE SINCE IT WAS ADDED,             *
      *             NOT JUST THE ONE TRANSFER                         *
      *  2026-10-15 A049 NOW NAMES A CUSTOMER-CHANNEL HOLD MAINT      *
      *             'CUSTOMER' AS ITS SUBMITTER                       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERCORE.
           EXEC SQL INCLUDE AUTHLIM  END-EXEC.
           EXEC SQL INCLUDE XFERAUTH END-EXEC.
           EXEC SQL INCLUDE FXPOSN   END-EXEC.
           EXEC SQL INCLUDE SCRNHOLD END-EXEC.
           EXEC SQL INCLUDE PAYEE    END-EXEC.
           EXEC SQL INCLUDE PAYEELIM END-EXEC.

       01 WS-COMMAREA.
           COPY TRANSFER.
      * LARGE-VALUE AUTHORIZATION (SEE A070)
       01 WS-AUTHID-STAMP         PIC X(26).

      * SANCTIONS SCREENING OF AN EXTERNAL BENEFICIARY (SEE A049)
       01 WS-SCN-AREA.
           COPY WLSCRN.

      * REGISTERED PAYEE CHECKING (SEE A068). WS-PAYEE-COOLOFF-HOURS
      * IS HOW LONG A NEWLY ADDED PAYEE STAYS UNDER THE PAYEELIMIT
      * CAP. CHANGE THE VALUE HERE TO RETUNE.
       01 WS-PAYEE-COOLOFF-HOURS  PIC S9(04) COMP VALUE 24.
       01 WS-PAYEE-NEW-SW         PIC X(01) VALUE 'N'.
           88  WS-PAYEE-COOLING-OFF   VALUE 'Y'.
       01 WS-OWN-ACCOUNT-COUNT    PIC S9(08) COMP VALUE 0.
       01 WS-PAYEE-PAID-TOTAL     PIC S9(12)V9(3) VALUE 0.
       01 WS-PAYEE-PROJECTED      PIC S9(12)V9(3) VALUE 0.

      * FX POSITION BOOKING (SEE A430)
       01 WS-BOOK-RATE            PIC S9(05)V9(9) VALUE 0.

           PERFORM A010-CHECK-DUPLICATE       THRU A010-EXIT.
           PERFORM A000-CHECK-INPUT           THRU A000-EXIT.
           PERFORM A040-GEN-REFNO             THRU A040-EXIT.
           PERFORM A068-CHECK-PAYEE           THRU A068-EXIT.
           PERFORM A070-CHECK-AUTH-LIMIT      THRU A070-EXIT.
           PERFORM A045-WAREHOUSE-FUTURE      THRU A045-EXIT.
           PERFORM A050-DETERMINE-DIRECTION   THRU A050-EXIT.
           PERFORM A048-CHECK-ROUTING         THRU A048-EXIT.
           PERFORM A049-SCREEN-BENEFICIARY    THRU A049-EXIT.
           PERFORM A055-LOAD-REVERSAL-AMOUNTS THRU A055-EXIT.
           PERFORM A060-CHECK-FXRATE          THRU A060-EXIT.
           PERFORM A100-UPD-SOURCE-ACCOUNT    THRU A100-EXIT.
                                   PP-VALUEDATE      OF DCLPENDPAYMENT.
           MOVE TARGET-SORTCODE OF WS-COMMAREA TO
                                   PP-TARGET-SORTCODE OF DCLPENDPAYMENT.
           MOVE BENEF-NAME OF WS-COMMAREA TO
                                   PP-BENEFNAME      OF DCLPENDPAYMENT.
           EXEC SQL
                INSERT INTO PENDPAYMENT
                           (REFNO
                           ,QUEUETIME
                           ,RELEASETIME
                           ,STATUS
                           ,BENEFNAME
                           )
                 VALUES
                           (:DCLPENDPAYMENT.PP-REFNO
                           ,CURRENT TIMESTAMP
                           ,' '
                           ,'P'
                           ,:DCLPENDPAYMENT.PP-BENEFNAME
                           )
           END-EXEC.
           EVALUATE SQLCODE
       A048-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A049 - SANCTIONS SCREENING OF AN EXTERNAL BENEFICIARY. ONCE
      * A048 HAS PROVED THE MONEY IS LEAVING THE BANK, THE
      * BENEFICIARY NAME AND THE TARGET SORT CODE AND ACCOUNT ARE
      * SCREENED AGAINST THE WATCHLIST BEFORE ANY MONEY MOVES. A
      * POSSIBLE MATCH IS PARKED ON SCREENHOLD WITH THE FULL
      * PAYMENT DETAILS UNDER THE REF-NO ALREADY QUOTED, AND A
      * COMPLIANCE OFFICER RELEASES OR REJECTS IT THROUGH SCRNCORE -
      * RELEASE RE-DRIVES THIS PROGRAM WITH THE CLEARED FLAG SET,
      * WHICH SKIPS THIS GATE. HOLDID IS THE REF-NO, SO A RETRIED
      * SUBMISSION FINDS ITS ITEM ALREADY HELD RATHER THAN HOLDING IT
      * TWICE. THE CALLER SEES TRAN-OK - THE SAME CONTRACT AS THE
      * A070 AUTHORIZATION QUEUE. A LOCAL TARGET IS NOT SCREENED
      * HERE: IT IS ONE OF OUR OWN CUSTOMERS, SCREENED WHEN CREATED
      * AND EVERY NIGHT BY WLRESCRN. SCREENING THAT CANNOT RUN FAILS
      * THE TRANSFER - AN UNSCREENED PAYMENT IS NEVER SENT.
      *--------------------------------------------------------------*
       A049-SCREEN-BENEFICIARY.
           IF NOT WS-EXTERNAL-TARGET
              OR SCREEN-CLEARED OF WS-COMMAREA
              GO TO A049-EXIT
           END-IF.
           MOVE SPACES TO WS-SCN-AREA.
           SET SCN-FUNC-SCREEN OF WS-SCN-AREA TO TRUE.
           MOVE BENEF-NAME OF WS-COMMAREA TO
                                   SCN-TEXT OF WS-SCN-AREA (1).
           MOVE TARGET-SORTCODE OF WS-COMMAREA TO
                                   SCN-SORTCODE OF WS-SCN-AREA.
           MOVE TARGET-ACCOUNT OF WS-COMMAREA TO
                                   SCN-ACCOUNT OF WS-SCN-AREA.
           CALL 'WLSCREEN' USING WS-SCN-AREA.
           IF SCN-FAILED OF WS-SCN-AREA
              SET TRAN-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
              MOVE 'SANCTIONS SCREENING UNAVAILABLE' TO
                                        ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF SCN-NO-HIT OF WS-SCN-AREA
              GO TO A049-EXIT
           END-IF.
           MOVE REF-NO OF WS-COMMAREA TO SCH-HOLDID OF DCLSCREENHOLD.
           MOVE 'T'    TO SCH-ITEMTYPE OF DCLSCREENHOLD.
           MOVE SOURCE-ACCOUNT OF WS-COMMAREA TO
                                   SCH-SOURCE-ACCOUNT OF DCLSCREENHOLD.
           MOVE TARGET-ACCOUNT OF WS-COMMAREA TO
                                   SCH-TARGET-ACCOUNT OF DCLSCREENHOLD.
           MOVE TARGET-SORTCODE OF WS-COMMAREA TO
                                   SCH-TARGETSORTCODE OF DCLSCREENHOLD.
           MOVE TRANS-AMOUNT OF WS-COMMAREA TO
                                   SCH-AMOUNT         OF DCLSCREENHOLD.
           MOVE CURRENCY-CODE OF WS-COMMAREA TO
                                   SCH-CURRENCY       OF DCLSCREENHOLD.
           MOVE REF-NO OF WS-COMMAREA TO
                                   SCH-REFNO          OF DCLSCREENHOLD.
           MOVE BENEF-NAME OF WS-COMMAREA TO
                                   SCH-BENEFNAME      OF DCLSCREENHOLD.
           MOVE SCN-ENTRYID OF WS-SCN-AREA TO
                                   SCH-ENTRYID        OF DCLSCREENHOLD.
           MOVE SCN-MATCH-TEXT OF WS-SCN-AREA TO
                                   SCH-MATCHTEXT      OF DCLSCREENHOLD.
      * THE SUBMITTER IS THE OFFICER WHO KEYED THE TRANSFER. A
      * CUSTOMER-CHANNEL TRANSFER KEYS NO OFFICER AND IS SUBMITTED AS
      * 'CUSTOMER'. A BATCH DRIVER KEYS NO OFFICER EITHER; ITS ITEM IS
      * SUBMITTED BY THE POSTING PATH ITSELF, THE WAY WLRESCRN NAMES
      * ITS OWN HOLDS. NEITHER IS AN OFFICER ID, SO ANY COMPLIANCE
      * OFFICER MAY RELEASE THOSE ITEMS.
           EVALUATE TRUE
             WHEN OFFICER-ID OF WS-COMMAREA NOT = SPACES
              AND OFFICER-ID OF WS-COMMAREA NOT = LOW-VALUE
                     MOVE OFFICER-ID OF WS-COMMAREA TO
                                   SCH-SUBMITTERID    OF DCLSCREENHOLD
             WHEN CHANNEL-CUSTOMER OF WS-COMMAREA
                     MOVE 'CUSTOMER' TO SCH-SUBMITTERID OF DCLSCREENHOLD
             WHEN OTHER
                     MOVE 'XFERCORE' TO SCH-SUBMITTERID OF DCLSCREENHOLD
           END-EVALUATE.
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
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,' '
                           ,:DCLSCREENHOLD.SCH-SOURCE-ACCOUNT
                           ,:DCLSCREENHOLD.SCH-TARGET-ACCOUNT
                           ,:DCLSCREENHOLD.SCH-TARGETSORTCODE
                           ,:DCLSCREENHOLD.SCH-AMOUNT
                           ,:DCLSCREENHOLD.SCH-CURRENCY
                           ,:DCLSCREENHOLD.SCH-REFNO
                           ,:DCLSCREENHOLD.SCH-BENEFNAME
                           ,:DCLSCREENHOLD.SCH-ENTRYID
                           ,:DCLSCREENHOLD.SCH-MATCHTEXT
                           ,:DCLSCREENHOLD.SCH-SUBMITTERID
                           ,CURRENT TIMESTAMP
                           ,' '
                           ,' '
                           ,'P'
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     SET TRAN-OK OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'HELD FOR SANCTIONS REVIEW' TO
                                               ERROR-MSG OF WS-COMMAREA
                     MOVE WS-COMMAREA TO LK-COMMAREA
                     GOBACK
             WHEN -803
                     SET TRAN-OK OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'ALREADY HELD FOR SANCTIONS REVIEW' TO
                                               ERROR-MSG OF WS-COMMAREA
                     MOVE WS-COMMAREA TO LK-COMMAREA
                     GOBACK
             WHEN OTHER
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A049-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A055 - A REVERSAL HAS TO HAND BACK EXACTLY WHAT THE ORIGINAL
      * TRANSFER MOVED, NOT A FRESH CONVERSION AT TODAY'S FX RATE (THE
      * RATE MAY HAVE MOVED SINCE, OR THE INVERSE CURRENCY PAIR MAY
       A065-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A068 - THE REGISTERED PAYEE GATE. A TRANSFER KEYED THROUGH
      * THE CUSTOMER CHANNEL (THE CICS TRANSFER PROGRAM, THE ONLY
      * CALLER THAT SETS CHANNEL-CUSTOMER) MAY ONLY PAY A BENEFICIARY
      * ON THE SOURCE ACCOUNT'S PAYEE LIST - TARGET ACCOUNT AND
      * TARGET SORT CODE TOGETHER, BLANK FOR AN ACCOUNT AT THIS
      * BANK. AN UNREGISTERED BENEFICIARY IS REFUSED. A PAYEE ADDED
      * WITHIN THE LAST WS-PAYEE-COOLOFF-HOURS IS STILL COOLING OFF,
      * AND A TRANSFER THAT WOULD TAKE THE TOTAL PAID TO IT SINCE IT
      * WAS ADDED OVER ITS DEBIT CURRENCY'S PAYEELIMIT CAP IS REFUSED
      * TOO - A TAKEN-OVER ACCOUNT CANNOT BE EMPTIED TO A PAYEE THE
      * FRAUDSTER ADDED A MINUTE AGO, IN ONE TRANSFER OR IN SEVERAL
      * JUST UNDER THE CAP. TRANSHISTORY CARRIES NO BENEFICIARY, SO
      * THE PAID TOTAL IS THE SOURCE ACCOUNT'S 'TRANSFER' DEBITS
      * MATCHED BY REF-NO TO THE PAYEE - TO ITS CREDIT LEG FOR AN
      * ACCOUNT AT THIS BANK, OR TO ITS CLEARINGQUEUE ROW FOR AN
      * EXTERNAL ONE. A CURRENCY WITH NO
      * PAYEELIMIT ROW HAS NO CAP. A MOVE BETWEEN TWO ACCOUNTS OF THE
      * SAME CUSTOMER NEEDS NO REGISTRATION. STANDING ORDERS,
      * PAYROLL, THE CLEARING AND COLLECTION INTAKES AND THE RE-DRIVE
      * PATHS (PAYRELSE, XAUTCORE, SCRNCORE) LEAVE THE CHANNEL BLANK
      * AND ARE NOT SUBJECT TO IT - A RE-DRIVEN ITEM WAS CHECKED HERE
      * WHEN IT WAS FIRST SUBMITTED, AS THIS GATE RUNS AHEAD OF THE
      * A070 AUTHORIZATION QUEUE AND THE A045 WAREHOUSE. REVERSALS
      * ONLY UNDO MONEY THAT ALREADY MOVED AND ARE NOT SUBJECT TO IT.
      *--------------------------------------------------------------*
       A068-CHECK-PAYEE.
           MOVE 'N' TO WS-PAYEE-NEW-SW.
           IF TRAN-TYPE-REVERSAL OF WS-COMMAREA
              OR NOT CHANNEL-CUSTOMER OF WS-COMMAREA
              GO TO A068-EXIT
           END-IF.
           MOVE SOURCE-ACCOUNT OF WS-COMMAREA TO
                                   PYE-ACCOUNTNUMBER  OF DCLPAYEE.
           MOVE TARGET-ACCOUNT OF WS-COMMAREA TO
                                   PYE-TARGETACCOUNT  OF DCLPAYEE.
           MOVE TARGET-SORTCODE OF WS-COMMAREA TO
                                   PYE-TARGETSORTCODE OF DCLPAYEE.
           IF PYE-TARGETSORTCODE OF DCLPAYEE = LOW-VALUE
              MOVE SPACES TO PYE-TARGETSORTCODE OF DCLPAYEE
           END-IF.
           IF PYE-TARGETSORTCODE OF DCLPAYEE = SPACES
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-OWN-ACCOUNT-COUNT
                     FROM ACCOUNT S, ACCOUNT T
                    WHERE S.ACCOUNTNUMBER  = :DCLPAYEE.PYE-ACCOUNTNUMBER
                      AND T.ACCOUNTNUMBER  = :DCLPAYEE.PYE-TARGETACCOUNT
                      AND T.CUSTOMERNUMBER = S.CUSTOMERNUMBER
              END-EXEC
              IF SQLCODE = 0 AND WS-OWN-ACCOUNT-COUNT > 0
                 GO TO A068-EXIT
              END-IF
           END-IF.
           EXEC SQL
                SELECT CASE WHEN ADDEDTIME > CURRENT TIMESTAMP
                                 - :WS-PAYEE-COOLOFF-HOURS HOURS
                            THEN 'Y' ELSE 'N' END
                      ,ADDEDTIME
                  INTO :WS-PAYEE-NEW-SW
                      ,:DCLPAYEE.PYE-ADDEDTIME
                  FROM PAYEE
                 WHERE ACCOUNTNUMBER  = :DCLPAYEE.PYE-ACCOUNTNUMBER
                   AND TARGETACCOUNT  = :DCLPAYEE.PYE-TARGETACCOUNT
                   AND TARGETSORTCODE = :DCLPAYEE.PYE-TARGETSORTCODE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'PAYEE NOT REGISTERED' TO
                                       ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                       ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF NOT WS-PAYEE-COOLING-OFF
              GO TO A068-EXIT
           END-IF.
           MOVE SOURCE-ACCOUNT OF WS-COMMAREA TO
                                        ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT CURRENCY
                  INTO :DCLACCOUNT.ACCT-CURRENCY
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                       ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                       ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                        PYL-CURRENCY OF DCLPAYEELIMIT.
           EXEC SQL
                SELECT CAPAMOUNT
                  INTO :DCLPAYEELIMIT.PYL-CAPAMOUNT
                  FROM PAYEELIMIT
                 WHERE CURRENCY = :DCLPAYEELIMIT.PYL-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     GO TO A068-EXIT
             WHEN OTHER
                     SET TRAN-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                       ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF PYE-TARGETSORTCODE OF DCLPAYEE = SPACES
              EXEC SQL
                   SELECT COALESCE(SUM(D.TRANSAMOUNT), 0)
                     INTO :WS-PAYEE-PAID-TOTAL
                     FROM TRANSHISTORY D, TRANSHISTORY C
                    WHERE D.ACCOUNTNUMBER = :DCLPAYEE.PYE-ACCOUNTNUMBER
                      AND D.TRANSNAME     = 'TRANSFER'
                      AND D.TRANSAMOUNT   < 0
                      AND D.TRANSTIME    >= :DCLPAYEE.PYE-ADDEDTIME
                      AND C.REFNO         = D.REFNO
                      AND C.ACCOUNTNUMBER = :DCLPAYEE.PYE-TARGETACCOUNT
                      AND C.TRANSAMOUNT   > 0
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT COALESCE(SUM(D.TRANSAMOUNT), 0)
                     INTO :WS-PAYEE-PAID-TOTAL
                     FROM TRANSHISTORY D, CLEARINGQUEUE Q
                    WHERE D.ACCOUNTNUMBER = :DCLPAYEE.PYE-ACCOUNTNUMBER
                      AND D.TRANSNAME     = 'TRANSFER'
                      AND D.TRANSAMOUNT   < 0
                      AND D.TRANSTIME    >= :DCLPAYEE.PYE-ADDEDTIME
                      AND Q.REFNO         = D.REFNO
                      AND Q.TARGETSORTCODE =
                                         :DCLPAYEE.PYE-TARGETSORTCODE
                      AND Q.TARGETACCOUNT = :DCLPAYEE.PYE-TARGETACCOUNT
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET TRAN-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           COMPUTE WS-PAYEE-PAID-TOTAL = WS-PAYEE-PAID-TOTAL * -1.
           COMPUTE WS-PAYEE-PROJECTED =
                   WS-PAYEE-PAID-TOTAL + TRANS-AMOUNT OF WS-COMMAREA.
           IF WS-PAYEE-PROJECTED > PYL-CAPAMOUNT OF DCLPAYEELIMIT
              SET TRAN-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO ERROR-MSG OF WS-COMMAREA
              MOVE 'NEW PAYEE LIMIT EXCEEDED' TO
                                        ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A068-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A070 - THE LARGE-VALUE AUTHORIZATION GATE. A TRANSFER WHOSE
      * DEBIT AMOUNT EXCEEDS ITS DEBIT CURRENCY'S AUTHLIMIT
      * THRESHOLD DOES NOT POST ON ONE TELLER'S KEYING: IT IS PARKED
                                   XAU-REFNO          OF DCLXFERAUTH.
           MOVE OFFICER-ID OF WS-COMMAREA TO
                                   XAU-SUBMITTERID    OF DCLXFERAUTH.
           MOVE BENEF-NAME OF WS-COMMAREA TO
                                   XAU-BENEFNAME      OF DCLXFERAUTH.
           EXEC SQL
                INSERT INTO XFERAUTH
                           (AUTHID
                           ,CHECKERID
                           ,CHECKTIME
                           ,STATUS
                           ,BENEFNAME
                           )
                 VALUES
                           (:DCLXFERAUTH.XAU-AUTHID
                           ,' '
                           ,' '
                           ,'P'
                           ,:DCLXFERAUTH.XAU-BENEFNAME
                           )
           END-EXEC.
           EVALUATE SQLCODE
      *     FXXFER, THE DEARER WORK)
      *   - A REVERSAL ('REVERSAL' - CHARGED TO THE ACCOUNT THE
      *     REVERSAL CREDITS, THE ORIGINAL SENDER WHO ASKED FOR THE
      *     MONEY BACK). A DISPUTE REVERSAL ('DS' REF-NO PREFIX FROM
      *     DISPCORE - A CLAWBACK OR AN UPHELD CHARGEBACK) IS NOT
      *     CHARGED: THE BANK DECIDED IT, NOBODY ASKED FOR IT
      * THE FEE IS FLATFEE PLUS PCTRATE PERCENT OF THE POSTED
      * AMOUNT, NEVER LESS THAN MINFEE, PRICED OFF THE TARIFF ROW
      * FOR THE FEE ACCOUNT'S ACCOUNTTYPE AND CURRENCY - NO ROW
       A420-APPLY-CHARGE.
           MOVE SPACES TO WS-CHARGE-TYPE.
           IF TRAN-TYPE-REVERSAL OF WS-COMMAREA
              IF REF-NO OF WS-COMMAREA (1: 2) = 'DS'
                 GO TO A420-EXIT
              END-IF
              MOVE 'REVERSAL' TO WS-CHARGE-TYPE
              MOVE WS-CREDIT-ACCOUNT  TO WS-FEE-ACCOUNT
              MOVE WS-CREDIT-CURRENCY TO WS-FEE-CURRENCY
