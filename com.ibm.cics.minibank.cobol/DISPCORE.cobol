      *--------------------------------------------------------------*
      * PROGRAM-ID : DISPCORE                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   PAYMENT DISPUTE CASE LOGIC, FACTORED THE SAME WAY TDEPCORE   *
      *   IS: A PLAIN COBOL SUBPROGRAM WITH NO EXEC CICS COMMANDS,     *
      *   DRIVEN BY THE THIN CICS WRAPPER DISPMNT. THE HELP DESK       *
      *   OPENS A CASE AGAINST THE REFNO OF A TRANSFER DEBITED TO THE  *
      *   CUSTOMER'S ACCOUNT (ONE STILL ON TRANSHISTORY, OR ONE        *
      *   HISTARCH HAS ROLLED OUT, WHOSE CLAIM IS TAKEN FROM THE       *
      *   HISTRETR PRINT), WITH THE REASON, THE CUSTOMER'S CLAIM AND   *
      *   A RESPONSE DEADLINE SET FROM THE CALBDAY CALENDAR. WHILE     *
      *   THE CASE IS OPEN IT CAN GRANT PROVISIONAL CREDIT FROM THE    *
      *   CURRENCY'S DISPCONTROL SUSPENSE ACCOUNT AND PLACE AN         *
      *   ACCTHOLD (THROUGH HOLDCORE) ON THE COUNTERPARTY. IT CLOSES   *
      *   UPHELD - KEEPING THE PROVISIONAL CREDIT, OR REVERSING THE    *
      *   ORIGINAL TRANSFER THROUGH XFERCORE'S REVERSAL PATH - OR      *
      *   DECLINED, CLAWING THE PROVISIONAL CREDIT BACK. EVERY MONEY   *
      *   MOVEMENT IS AN ORDINARY PRE-APPROVED XFERCORE POSTING UNDER  *
      *   A 'DS' REF-NO BUILT FROM THE CASEID, AND EVERY STEP IS ON    *
      *   DISPUTEEVENT WITH THE OFFICER WHO TOOK IT, IN THE SAME UNIT  *
      *   OF WORK AS THE POSTING. THE DISPAGE NIGHTLY REPORT AGES THE  *
      *   OPEN CASES AGAINST THEIR DEADLINES.                          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *  2026-10-15 CAP A NEW CLAIM AT WHAT EARLIER UPHELD MAINT       *
      *             CASES HAVE NOT ALREADY REFUNDED, AND REFUSE A     *
      *             CASE OR A REVERSAL ONCE THE ORIGINAL IS REVERSED  *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPCORE.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE TRANHIST END-EXEC.
           EXEC SQL INCLUDE ARCHIDX  END-EXEC.
           EXEC SQL INCLUDE ACCTHOLD END-EXEC.
           EXEC SQL INCLUDE DISPUTE  END-EXEC.
           EXEC SQL INCLUDE DISPEVT  END-EXEC.
           EXEC SQL INCLUDE DISPCTL  END-EXEC.

       01 WS-COMMAREA.
           COPY DISPMNT.

       01 WS-XFER-COMMAREA.
           COPY TRANSFER.
       01 WS-XFER-ROLLBACK        PIC X(01).

       01 WS-HOLD-COMMAREA.
           COPY HOLDMNT.
       01 WS-HOLD-ROLLBACK        PIC X(01).

       01 WS-CAL-AREA.
           COPY CALBDAY.

       01 WS-CASEID-STAMP         PIC X(26).
       01 WS-TODAY                PIC X(10).
       01 WS-ACCT-STATUS-IND      PIC S9(04) COMP VALUE 0.
       01 WS-COUNTER-IND          PIC S9(04) COMP VALUE 0.
       01 WS-OPEN-COUNT           PIC S9(08) COMP VALUE 0.
       01 WS-ARCHIVED-COUNT       PIC S9(08) COMP VALUE 0.
       01 WS-REVERSED-COUNT       PIC S9(08) COMP VALUE 0.

      * WHAT EARLIER UPHELD CASES ON THE SAME REFNO HAVE REFUNDED,
      * AND SO WHAT IS LEFT TO CLAIM (SEE A100)
       01 WS-UPHELD-COUNT         PIC S9(08) COMP VALUE 0.
       01 WS-UPHELD-CLAIMED       PIC S9(12)V9(3) VALUE 0.
       01 WS-CLAIM-LIMIT          PIC S9(12)V9(3) VALUE 0.

      * THE REGULATORY RESPONSE DEADLINE, IN BUSINESS DAYS FROM THE
      * DAY THE CASE IS OPENED (SEE A120)
       01 WS-RESPONSE-DAYS        PIC S9(04) COMP VALUE 15.
       01 WS-DEADLINE             PIC X(10).

      * ONE XFERCORE POSTING (SEE A800)
       01 WS-POST-TYPE            PIC X(08).
       01 WS-POST-FROM            PIC X(10).
       01 WS-POST-TO              PIC X(10).
       01 WS-POST-AMOUNT          PIC S9(12)V9(3) VALUE 0.
       01 WS-POST-PREFIX          PIC X(04).
       01 WS-POST-ORIG-REF        PIC X(36).
       01 WS-POST-REFNO           PIC X(36).

      * ONE DISPUTEEVENT ROW (SEE A900)
       01 WS-EVENT-TYPE           PIC X(08).
       01 WS-EVENT-AMOUNT         PIC S9(12)V9(3) VALUE 0.
       01 WS-EVENT-CURRENCY       PIC X(03).
       01 WS-EVENT-REF            PIC X(36).

       LINKAGE SECTION.
       01 LK-COMMAREA.
           COPY DISPMNT.
       01 LK-NEEDS-ROLLBACK       PIC X(01).

       PROCEDURE DIVISION USING LK-COMMAREA LK-NEEDS-ROLLBACK.
       0000-MAIN.
           MOVE LK-COMMAREA  TO WS-COMMAREA.
           SET DSM-OK OF WS-COMMAREA TO TRUE.
           MOVE 'N'          TO LK-NEEDS-ROLLBACK.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           IF DSM-OFFICER-ID OF WS-COMMAREA = SPACES
              OR DSM-OFFICER-ID OF WS-COMMAREA = LOW-VALUE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'OFFICER ID IS REQUIRED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EXEC SQL
                VALUES (CHAR(CURRENT DATE))
                  INTO :WS-TODAY
           END-EXEC.
           EVALUATE TRUE
             WHEN DSM-FUNC-OPEN OF WS-COMMAREA
                     PERFORM A100-OPEN-CASE      THRU A100-EXIT
             WHEN DSM-FUNC-CREDIT OF WS-COMMAREA
                     PERFORM A200-GRANT-CREDIT   THRU A200-EXIT
             WHEN DSM-FUNC-HOLD OF WS-COMMAREA
                     PERFORM A300-PLACE-HOLD     THRU A300-EXIT
             WHEN DSM-FUNC-CLOSE OF WS-COMMAREA
                     PERFORM A400-CLOSE-CASE     THRU A400-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'UNKNOWN DISPUTE FUNCTION' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           PERFORM A500-RETURN THRU A500-EXIT.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A100 - OPEN A CASE. THE REFNO MUST BE A TRANSFER DEBITED TO
      * THE CUSTOMER'S ACCOUNT (A110 FINDS IT, AND THE COUNTERPARTY
      * LEG). AN ORIGINAL ALREADY REVERSED IS REFUSED (A425). THE
      * CLAIM DEFAULTS TO WHAT EARLIER UPHELD CASES ON THE REFNO
      * HAVE NOT ALREADY REFUNDED - THE WHOLE DEBIT FOR A FIRST CASE
      * - AND MAY NOT EXCEED IT; FOR AN ARCHIVED TRANSFER THE DEBIT
      * IS NO LONGER ON FILE, SO THE OFFICER MUST KEY THE CLAIM FROM
      * THE HISTRETR PRINT, AND ONCE A CASE ON IT HAS BEEN UPHELD NO
      * OTHER CAN BE OPENED. ONLY ONE OPEN CASE PER REFNO. NO MONEY
      * MOVES.
      *--------------------------------------------------------------*
       A100-OPEN-CASE.
           IF DSM-REFNO OF WS-COMMAREA = SPACES
              OR DSM-REFNO OF WS-COMMAREA = LOW-VALUE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'REFERENCE NUMBER IS REQUIRED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-ACCOUNTNUMBER OF WS-COMMAREA = SPACES
              OR DSM-ACCOUNTNUMBER OF WS-COMMAREA = LOW-VALUE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ACCOUNT NUMBER IS REQUIRED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-REASONCODE OF WS-COMMAREA = SPACES
              OR DSM-REASONCODE OF WS-COMMAREA = LOW-VALUE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'REASON CODE IS REQUIRED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-AMOUNT OF WS-COMMAREA IS NOT NUMERIC
              OR DSM-AMOUNT OF WS-COMMAREA < 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CLAIM AMOUNT MUST BE ZERO OR MORE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE DSM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                        ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT CURRENCY, STATUS
                  INTO :DCLACCOUNT.ACCT-CURRENCY,
                       :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           IF ACCT-ST-CLOSED OF DCLACCOUNT
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'THE ACCOUNT IS CLOSED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE SPACES TO DCLDISPUTE.
           MOVE DSM-REFNO OF WS-COMMAREA TO
                                    DSP-REFNO         OF DCLDISPUTE.
           MOVE DSM-ACCOUNTNUMBER OF WS-COMMAREA TO
                                    DSP-ACCOUNTNUMBER OF DCLDISPUTE.
           PERFORM A110-FIND-ORIGINAL THRU A110-EXIT.
           PERFORM A425-CHECK-NOT-REVERSED THRU A425-EXIT.
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(CLAIMAMOUNT), 0)
                  INTO :WS-UPHELD-COUNT, :WS-UPHELD-CLAIMED
                  FROM DISPUTE
                 WHERE REFNO  = :DCLDISPUTE.DSP-REFNO
                   AND STATUS = 'U'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSP-ORIG-ARCHIVED OF DCLDISPUTE
              IF WS-UPHELD-COUNT > 0
                 SET DSM-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                 MOVE 'ORIGINAL ALREADY REFUNDED BY A CASE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
           ELSE
              COMPUTE WS-CLAIM-LIMIT = DSP-ORIGAMOUNT OF DCLDISPUTE
                                     - WS-UPHELD-CLAIMED
              IF WS-CLAIM-LIMIT NOT > 0
                 SET DSM-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                 MOVE 'ORIGINAL ALREADY REFUNDED BY A CASE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
           END-IF.
           IF DSM-AMOUNT OF WS-COMMAREA = 0
              IF DSP-ORIG-ARCHIVED OF DCLDISPUTE
                 SET DSM-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                 MOVE 'CLAIM AMOUNT REQUIRED - TRANSFER ARCHIVED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
              MOVE WS-CLAIM-LIMIT TO DSM-AMOUNT OF WS-COMMAREA
           END-IF.
           IF NOT DSP-ORIG-ARCHIVED OF DCLDISPUTE
              AND DSM-AMOUNT OF WS-COMMAREA > WS-CLAIM-LIMIT
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              IF WS-UPHELD-COUNT > 0
                 MOVE 'CLAIM EXCEEDS THE AMOUNT NOT REFUNDED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              ELSE
                 MOVE 'CLAIM EXCEEDS THE ORIGINAL AMOUNT' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              END-IF
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-COUNT
                  FROM DISPUTE
                 WHERE REFNO  = :DCLDISPUTE.DSP-REFNO
                   AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-OPEN-COUNT > 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'A CASE IS ALREADY OPEN FOR THIS REFNO' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A120-SET-DEADLINE THRU A120-EXIT.
           EXEC SQL
                VALUES (CHAR(CURRENT TIMESTAMP))
                  INTO :WS-CASEID-STAMP
           END-EXEC.
           MOVE SPACES TO DSM-CASEID OF WS-COMMAREA.
           STRING DSM-ACCOUNTNUMBER OF WS-COMMAREA DELIMITED BY SPACE
                  WS-CASEID-STAMP(12: 15)          DELIMITED BY SIZE
                  INTO DSM-CASEID OF WS-COMMAREA.
           MOVE DSM-CASEID OF WS-COMMAREA TO
                                    DSP-CASEID        OF DCLDISPUTE.
           MOVE DSM-AMOUNT OF WS-COMMAREA TO
                                    DSP-CLAIMAMOUNT   OF DCLDISPUTE.
           MOVE DSM-REASONCODE OF WS-COMMAREA TO
                                    DSP-REASONCODE    OF DCLDISPUTE.
           MOVE DSM-CLAIMTEXT OF WS-COMMAREA TO
                                    DSP-CLAIMTEXT     OF DCLDISPUTE.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                    DSP-OPENEDBY      OF DCLDISPUTE.
           MOVE WS-TODAY    TO DSP-OPENDATE     OF DCLDISPUTE.
           MOVE WS-DEADLINE TO DSP-DEADLINEDATE OF DCLDISPUTE.
           EXEC SQL
                INSERT INTO DISPUTE
                           (CASEID
                           ,REFNO
                           ,ACCOUNTNUMBER
                           ,COUNTERACCOUNT
                           ,CURRENCY
                           ,ORIGAMOUNT
                           ,COUNTERAMOUNT
                           ,CLAIMAMOUNT
                           ,REASONCODE
                           ,CLAIMTEXT
                           ,ARCHIVED
                           ,OPENEDBY
                           ,OPENDATE
                           ,DEADLINEDATE
                           ,CREDITAMOUNT
                           ,CREDITREFNO
                           ,CREDITACCOUNT
                           ,HOLDID
                           ,STATUS
                           ,OUTCOME
                           ,CLOSEDBY
                           ,CLOSEDATE
                           )
                 VALUES
                           (:DCLDISPUTE.DSP-CASEID
                           ,:DCLDISPUTE.DSP-REFNO
                           ,:DCLDISPUTE.DSP-ACCOUNTNUMBER
                           ,:DCLDISPUTE.DSP-COUNTERACCOUNT
                           ,:DCLDISPUTE.DSP-CURRENCY
                           ,:DCLDISPUTE.DSP-ORIGAMOUNT
                           ,:DCLDISPUTE.DSP-COUNTERAMOUNT
                           ,:DCLDISPUTE.DSP-CLAIMAMOUNT
                           ,:DCLDISPUTE.DSP-REASONCODE
                           ,:DCLDISPUTE.DSP-CLAIMTEXT
                           ,:DCLDISPUTE.DSP-ARCHIVED
                           ,:DCLDISPUTE.DSP-OPENEDBY
                           ,:DCLDISPUTE.DSP-OPENDATE
                           ,:DCLDISPUTE.DSP-DEADLINEDATE
                           ,0
                           ,' '
                           ,' '
                           ,' '
                           ,'O'
                           ,' '
                           ,' '
                           ,' '
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE WS-DEADLINE TO DSM-DEADLINEDATE OF WS-COMMAREA.
           MOVE 'OPEN' TO WS-EVENT-TYPE.
           MOVE DSP-CLAIMAMOUNT OF DCLDISPUTE TO WS-EVENT-AMOUNT.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO WS-EVENT-CURRENCY.
           MOVE DSP-REFNO OF DCLDISPUTE TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A110 - FIND THE DISPUTED TRANSFER. THE CUSTOMER'S LEG MUST BE
      * A 'TRANSFER' DEBIT (A REVERSAL, FEE OR INTEREST POSTING IS
      * NOT DISPUTABLE HERE); THE COUNTERPARTY IS THE CREDIT LEG
      * UNDER THE SAME REFNO. WHEN THE LEG IS GONE FROM TRANSHISTORY
      * BUT ARCHIVEINDEX KNOWS IT, THE CASE IS OPENED AS ARCHIVED IN
      * THE ACCOUNT'S CURRENCY, WITH THE COUNTERPARTY TAKEN FROM THE
      * OTHER ARCHIVED LEG - THE AMOUNTS WENT TO THE ARCHIVE FILE.
      *--------------------------------------------------------------*
       A110-FIND-ORIGINAL.
           MOVE DSP-REFNO OF DCLDISPUTE TO REFNO OF DCLTRANSHISTORY.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO
                                    ACCOUNTNUMBER OF DCLTRANSHISTORY.
           EXEC SQL
                SELECT TRANSNAME, TRANSAMOUNT, CURRENCY
                  INTO :DCLTRANSHISTORY.TRANSNAME,
                       :DCLTRANSHISTORY.TRANSAMOUNT,
                       :DCLTRANSHISTORY.HIST-CURRENCY
                  FROM TRANSHISTORY
                 WHERE REFNO         = :DCLTRANSHISTORY.REFNO
                   AND ACCOUNTNUMBER = :DCLTRANSHISTORY.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     PERFORM A115-FIND-ARCHIVED THRU A115-EXIT
                     GO TO A110-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF TRANSNAME OF DCLTRANSHISTORY NOT = 'TRANSFER'
              OR TRANSAMOUNT OF DCLTRANSHISTORY NOT < 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ONLY A TRANSFER DEBIT CAN BE DISPUTED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE 'N' TO DSP-ARCHIVED OF DCLDISPUTE.
           COMPUTE DSP-ORIGAMOUNT OF DCLDISPUTE =
                   TRANSAMOUNT OF DCLTRANSHISTORY * -1.
           MOVE HIST-CURRENCY OF DCLTRANSHISTORY TO
                                    DSP-CURRENCY OF DCLDISPUTE.
           EXEC SQL
                SELECT ACCOUNTNUMBER, TRANSAMOUNT
                  INTO :DCLTRANSHISTORY.ACCOUNTNUMBER,
                       :DCLTRANSHISTORY.TRANSAMOUNT
                  FROM TRANSHISTORY
                 WHERE REFNO          = :DCLTRANSHISTORY.REFNO
                   AND ACCOUNTNUMBER <> :DCLDISPUTE.DSP-ACCOUNTNUMBER
                   AND TRANSNAME      = 'TRANSFER'
                   AND TRANSAMOUNT    > 0
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     MOVE ACCOUNTNUMBER OF DCLTRANSHISTORY TO
                                    DSP-COUNTERACCOUNT OF DCLDISPUTE
                     MOVE TRANSAMOUNT OF DCLTRANSHISTORY TO
                                    DSP-COUNTERAMOUNT  OF DCLDISPUTE
             WHEN 100
                     MOVE SPACES TO DSP-COUNTERACCOUNT OF DCLDISPUTE
                     MOVE 0      TO DSP-COUNTERAMOUNT  OF DCLDISPUTE
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A115-FIND-ARCHIVED.
           MOVE DSP-REFNO OF DCLDISPUTE TO ARX-REFNO OF DCLARCHIVEINDEX.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO
                                ARX-ACCOUNTNUMBER OF DCLARCHIVEINDEX.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ARCHIVED-COUNT
                  FROM ARCHIVEINDEX
                 WHERE REFNO         = :DCLARCHIVEINDEX.ARX-REFNO
                   AND ACCOUNTNUMBER =
                               :DCLARCHIVEINDEX.ARX-ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-ARCHIVED-COUNT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'TRANSFER NOT FOUND FOR THE ACCOUNT' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE 'Y' TO DSP-ARCHIVED OF DCLDISPUTE.
           MOVE 0   TO DSP-ORIGAMOUNT    OF DCLDISPUTE.
           MOVE 0   TO DSP-COUNTERAMOUNT OF DCLDISPUTE.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO
                                    DSP-CURRENCY OF DCLDISPUTE.
      * MIN() KEEPS THE READ A SINGLETON; A NULL MEANS THE TRANSFER
      * HAD NO OTHER LEG ON FILE WHEN IT WAS ARCHIVED.
           EXEC SQL
                SELECT MIN(ACCOUNTNUMBER)
                  INTO :DCLARCHIVEINDEX.ARX-ACCOUNTNUMBER
                                          :WS-COUNTER-IND
                  FROM ARCHIVEINDEX
                 WHERE REFNO          = :DCLARCHIVEINDEX.ARX-REFNO
                   AND ACCOUNTNUMBER <> :DCLDISPUTE.DSP-ACCOUNTNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-COUNTER-IND < 0
              MOVE SPACES TO DSP-COUNTERACCOUNT OF DCLDISPUTE
           ELSE
              MOVE ARX-ACCOUNTNUMBER OF DCLARCHIVEINDEX TO
                                    DSP-COUNTERACCOUNT OF DCLDISPUTE
           END-IF.
       A115-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A120 - THE RESPONSE DEADLINE IS WS-RESPONSE-DAYS BUSINESS
      * DAYS AFTER TODAY ON THE CASE CURRENCY'S CALBDAY CALENDAR:
      * A125 STEPS ONE DAY AND ROLLS FORWARD TO A BUSINESS DAY, ONCE
      * PER DAY COUNTED. SHOULD THE CALENDAR FAIL, THE STEP IS LEFT
      * AS A CALENDAR DAY - AN EARLIER DEADLINE, NEVER A LATER ONE.
      *--------------------------------------------------------------*
       A120-SET-DEADLINE.
           MOVE WS-TODAY TO WS-DEADLINE.
           PERFORM A125-NEXT-BUSINESS-DAY THRU A125-EXIT
                   WS-RESPONSE-DAYS TIMES.
       A120-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A125-NEXT-BUSINESS-DAY.
           EXEC SQL
                VALUES (CHAR(DATE(:WS-DEADLINE) + 1 DAY))
                  INTO :WS-DEADLINE
           END-EXEC.
           MOVE LOW-VALUE TO WS-CAL-AREA.
           SET CAL-FUNC-NEXT OF WS-CAL-AREA TO TRUE.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO CAL-MARKET OF WS-CAL-AREA.
           MOVE WS-DEADLINE TO CAL-IN-DATE OF WS-CAL-AREA.
           CALL 'CALBDAY' USING WS-CAL-AREA.
           IF CAL-OK OF WS-CAL-AREA
              MOVE CAL-OUT-DATE OF WS-CAL-AREA TO WS-DEADLINE
           END-IF.
       A125-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A200 - GRANT PROVISIONAL CREDIT OF THE CLAIM, ONCE PER CASE,
      * FROM THE CURRENCY'S DISPCONTROL SUSPENSE ACCOUNT TO THE
      * CUSTOMER. THE SUSPENSE ACCOUNT IS KEPT ON THE CASE SO THE
      * CLAWBACK REVERSES THE SAME POSTING.
      *--------------------------------------------------------------*
       A200-GRANT-CREDIT.
           PERFORM A210-READ-CASE THRU A210-EXIT.
           IF DSP-CREDITAMOUNT OF DCLDISPUTE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'PROVISIONAL CREDIT ALREADY GRANTED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A220-READ-CONTROL THRU A220-EXIT.
           MOVE 'TRANSFER' TO WS-POST-TYPE.
           MOVE DSC-SUSPENSEACCOUNT OF DCLDISPCONTROL TO WS-POST-FROM.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO WS-POST-TO.
           MOVE DSP-CLAIMAMOUNT OF DCLDISPUTE TO WS-POST-AMOUNT.
           MOVE 'DSPC'  TO WS-POST-PREFIX.
           MOVE SPACES  TO WS-POST-ORIG-REF.
           PERFORM A800-POST-TRANSFER THRU A800-EXIT.
           MOVE DSP-CLAIMAMOUNT OF DCLDISPUTE TO
                                    DSP-CREDITAMOUNT  OF DCLDISPUTE.
           MOVE WS-POST-REFNO TO    DSP-CREDITREFNO   OF DCLDISPUTE.
           MOVE WS-POST-FROM  TO    DSP-CREDITACCOUNT OF DCLDISPUTE.
           EXEC SQL
                UPDATE DISPUTE
                   SET CREDITAMOUNT  = :DCLDISPUTE.DSP-CREDITAMOUNT,
                       CREDITREFNO   = :DCLDISPUTE.DSP-CREDITREFNO,
                       CREDITACCOUNT = :DCLDISPUTE.DSP-CREDITACCOUNT
                 WHERE CASEID = :DCLDISPUTE.DSP-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE 'CREDIT' TO WS-EVENT-TYPE.
           MOVE DSP-CREDITAMOUNT OF DCLDISPUTE TO WS-EVENT-AMOUNT.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO WS-EVENT-CURRENCY.
           MOVE WS-POST-REFNO TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A210 - READ THE CASE UNDER AN UPDATE LOCK, THE SAME DISCIPLINE
      * HOLDCORE'S A210 USES, SO TWO OFFICERS CANNOT WORK THE SAME
      * CASE AT ONCE. EVERY FUNCTION BUT OPEN NEEDS AN OPEN CASE.
      *--------------------------------------------------------------*
       A210-READ-CASE.
           IF DSM-CASEID OF WS-COMMAREA = SPACES
              OR DSM-CASEID OF WS-COMMAREA = LOW-VALUE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CASE ID IS REQUIRED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE DSM-CASEID OF WS-COMMAREA TO DSP-CASEID OF DCLDISPUTE.
           EXEC SQL
                SELECT CASEID, REFNO, ACCOUNTNUMBER, COUNTERACCOUNT,
                       CURRENCY, ORIGAMOUNT, COUNTERAMOUNT,
                       CLAIMAMOUNT, ARCHIVED, DEADLINEDATE,
                       CREDITAMOUNT, CREDITREFNO, CREDITACCOUNT,
                       HOLDID, STATUS
                  INTO :DCLDISPUTE.DSP-CASEID,
                       :DCLDISPUTE.DSP-REFNO,
                       :DCLDISPUTE.DSP-ACCOUNTNUMBER,
                       :DCLDISPUTE.DSP-COUNTERACCOUNT,
                       :DCLDISPUTE.DSP-CURRENCY,
                       :DCLDISPUTE.DSP-ORIGAMOUNT,
                       :DCLDISPUTE.DSP-COUNTERAMOUNT,
                       :DCLDISPUTE.DSP-CLAIMAMOUNT,
                       :DCLDISPUTE.DSP-ARCHIVED,
                       :DCLDISPUTE.DSP-DEADLINEDATE,
                       :DCLDISPUTE.DSP-CREDITAMOUNT,
                       :DCLDISPUTE.DSP-CREDITREFNO,
                       :DCLDISPUTE.DSP-CREDITACCOUNT,
                       :DCLDISPUTE.DSP-HOLDID,
                       :DCLDISPUTE.DSP-STATUS
                  FROM DISPUTE
                 WHERE CASEID = :DCLDISPUTE.DSP-CASEID
                  WITH RS USE AND KEEP UPDATE LOCKS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'CASE NOT FOUND' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF NOT DSP-OPEN OF DCLDISPUTE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'CASE IS NOT OPEN' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE DSP-REFNO OF DCLDISPUTE TO
                                    DSM-REFNO         OF WS-COMMAREA.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO
                                    DSM-ACCOUNTNUMBER OF WS-COMMAREA.
           MOVE DSP-DEADLINEDATE OF DCLDISPUTE TO
                                    DSM-DEADLINEDATE  OF WS-COMMAREA.
       A210-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A220 - THE CURRENCY'S DISPCONTROL ROW. NO ROW, NO PROVISIONAL
      * CREDIT IN IT.
      *--------------------------------------------------------------*
       A220-READ-CONTROL.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO
                                     DSC-CURRENCY OF DCLDISPCONTROL.
           EXEC SQL
                SELECT SUSPENSEACCOUNT
                  INTO :DCLDISPCONTROL.DSC-SUSPENSEACCOUNT
                  FROM DISPCONTROL
                 WHERE CURRENCY = :DCLDISPCONTROL.DSC-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'NO DISPUTES SUSPENSE FOR CURRENCY' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
       A220-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A300 - RING-FENCE THE FUNDS WITH AN ACCTHOLD ON THE
      * COUNTERPARTY, PLACED THROUGH HOLDCORE SO IT IS THE SAME HOLD
      * HOLDMNT WOULD PLACE AND XFERCORE'S A888 HONOURS. THE AMOUNT
      * DEFAULTS TO THE COUNTERPARTY'S SHARE OF THE CLAIM (ITS LEG
      * SCALED BY CLAIM OVER ORIGINAL, WHICH ALSO COVERS A CROSS-
      * CURRENCY TRANSFER); AN ARCHIVED CASE HAS NO LEG TO SCALE, SO
      * THE OFFICER KEYS IT. THE HOLD RUNS TO THE RESPONSE DEADLINE.
      *--------------------------------------------------------------*
       A300-PLACE-HOLD.
           PERFORM A210-READ-CASE THRU A210-EXIT.
           IF DSP-HOLDID OF DCLDISPUTE NOT = SPACES
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'A HOLD IS ALREADY PLACED FOR THE CASE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSP-COUNTERACCOUNT OF DCLDISPUTE = SPACES
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'NO COUNTERPARTY ACCOUNT ON THE CASE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-AMOUNT OF WS-COMMAREA IS NOT NUMERIC
              OR DSM-AMOUNT OF WS-COMMAREA < 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'HOLD AMOUNT MUST BE ZERO OR MORE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-AMOUNT OF WS-COMMAREA = 0
              IF DSP-ORIGAMOUNT OF DCLDISPUTE = 0
                 SET DSM-FAILED OF WS-COMMAREA TO TRUE
                 MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                 MOVE 'HOLD AMOUNT REQUIRED - TRANSFER ARCHIVED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                 PERFORM E000-ERROR THRU E000-EXIT
              END-IF
              COMPUTE DSM-AMOUNT OF WS-COMMAREA ROUNDED =
                      DSP-COUNTERAMOUNT OF DCLDISPUTE
                    * DSP-CLAIMAMOUNT   OF DCLDISPUTE
                    / DSP-ORIGAMOUNT    OF DCLDISPUTE
           END-IF.
           MOVE DSP-COUNTERACCOUNT OF DCLDISPUTE TO
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
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'THE ACCOUNT IS NOT FOUND' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           MOVE SPACES TO WS-HOLD-COMMAREA.
           SET HLM-FUNC-PLACE OF WS-HOLD-COMMAREA TO TRUE.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                HLM-OFFICER-ID    OF WS-HOLD-COMMAREA.
           MOVE DSP-COUNTERACCOUNT OF DCLDISPUTE TO
                                HLM-ACCOUNTNUMBER OF WS-HOLD-COMMAREA.
           MOVE DSM-AMOUNT OF WS-COMMAREA TO
                                HLM-AMOUNT        OF WS-HOLD-COMMAREA.
           MOVE 'DISPUTE' TO    HLM-REASONCODE    OF WS-HOLD-COMMAREA.
           IF DSP-DEADLINEDATE OF DCLDISPUTE < WS-TODAY
              MOVE WS-TODAY TO  HLM-EXPIRYDATE    OF WS-HOLD-COMMAREA
           ELSE
              MOVE DSP-DEADLINEDATE OF DCLDISPUTE TO
                                HLM-EXPIRYDATE    OF WS-HOLD-COMMAREA
           END-IF.
           PERFORM A850-CALL-HOLDCORE THRU A850-EXIT.
           MOVE HLM-HOLDID OF WS-HOLD-COMMAREA TO
                                    DSP-HOLDID OF DCLDISPUTE.
           EXEC SQL
                UPDATE DISPUTE
                   SET HOLDID = :DCLDISPUTE.DSP-HOLDID
                 WHERE CASEID = :DCLDISPUTE.DSP-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE 'HOLD' TO WS-EVENT-TYPE.
           MOVE DSM-AMOUNT OF WS-COMMAREA TO WS-EVENT-AMOUNT.
           MOVE ACCT-CURRENCY OF DCLACCOUNT TO WS-EVENT-CURRENCY.
           MOVE DSP-HOLDID OF DCLDISPUTE TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A400 - CLOSE THE CASE. THE COUNTERPARTY HOLD (IF STILL ACTIVE)
      * IS RELEASED FIRST, SO IT CANNOT BLOCK THE REVERSAL'S DEBIT.
      *   K - UPHELD, PROVISIONAL CREDIT KEPT: IT BECOMES FINAL AND
      *       THE SUSPENSE ACCOUNT CARRIES IT. NEEDS A CREDIT.
      *   R - UPHELD, ORIGINAL REVERSED THROUGH XFERCORE'S REVERSAL
      *       PATH, WHICH REFUNDS THE WHOLE ORIGINAL - SO A PARTIAL
      *       CLAIM MUST CLOSE 'K', AND AN ARCHIVED ORIGINAL CANNOT BE
      *       REVERSED. ANY PROVISIONAL CREDIT IS RETURNED TO SUSPENSE
      *       FIRST, OR THE CUSTOMER WOULD BE REFUNDED TWICE.
      *   D - DECLINED, ANY PROVISIONAL CREDIT CLAWED BACK.
      * A CREDIT IS RETURNED BY REVERSING ITS OWN POSTING, SO THE
      * CUSTOMER'S STATEMENT PAIRS THE TWO. EVERYTHING IS ONE UNIT
      * OF WORK: IF THE CUSTOMER CAN NO LONGER COVER A CLAWBACK, OR
      * THE COUNTERPARTY A REVERSAL, NOTHING MOVES AND THE CASE
      * STAYS OPEN.
      *--------------------------------------------------------------*
       A400-CLOSE-CASE.
           PERFORM A210-READ-CASE THRU A210-EXIT.
           IF NOT DSM-UPHELD-KEEP OF WS-COMMAREA
              AND NOT DSM-UPHELD-REVERSE OF WS-COMMAREA
              AND NOT DSM-DECLINED OF WS-COMMAREA
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'UNKNOWN CASE OUTCOME' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-UPHELD-KEEP OF WS-COMMAREA
              AND DSP-CREDITAMOUNT OF DCLDISPUTE = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'NO PROVISIONAL CREDIT TO KEEP' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSM-UPHELD-REVERSE OF WS-COMMAREA
              PERFORM A420-CHECK-REVERSIBLE THRU A420-EXIT
           END-IF.
           IF DSP-HOLDID OF DCLDISPUTE NOT = SPACES
              PERFORM A410-RELEASE-HOLD THRU A410-EXIT
           END-IF.
           IF NOT DSM-UPHELD-KEEP OF WS-COMMAREA
              AND DSP-CREDITAMOUNT OF DCLDISPUTE NOT = 0
              PERFORM A430-CLAW-BACK-CREDIT THRU A430-EXIT
           END-IF.
           IF DSM-UPHELD-REVERSE OF WS-COMMAREA
              PERFORM A440-REVERSE-ORIGINAL THRU A440-EXIT
           END-IF.
           MOVE DSM-OUTCOME OF WS-COMMAREA TO
                                    DSP-OUTCOME   OF DCLDISPUTE.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                    DSP-CLOSEDBY  OF DCLDISPUTE.
           MOVE WS-TODAY TO         DSP-CLOSEDATE OF DCLDISPUTE.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO WS-EVENT-CURRENCY.
           MOVE SPACES TO WS-EVENT-REF.
           IF DSM-DECLINED OF WS-COMMAREA
              SET DSP-DECLINED OF DCLDISPUTE TO TRUE
              MOVE 'DECLINED' TO WS-EVENT-TYPE
              MOVE 0 TO WS-EVENT-AMOUNT
           ELSE
              SET DSP-UPHELD OF DCLDISPUTE TO TRUE
              MOVE 'UPHELD' TO WS-EVENT-TYPE
              MOVE DSP-CLAIMAMOUNT OF DCLDISPUTE TO WS-EVENT-AMOUNT
           END-IF.
           EXEC SQL
                UPDATE DISPUTE
                   SET STATUS    = :DCLDISPUTE.DSP-STATUS,
                       OUTCOME   = :DCLDISPUTE.DSP-OUTCOME,
                       CLOSEDBY  = :DCLDISPUTE.DSP-CLOSEDBY,
                       CLOSEDATE = :DCLDISPUTE.DSP-CLOSEDATE
                 WHERE CASEID = :DCLDISPUTE.DSP-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A410 - RELEASE THE COUNTERPARTY HOLD THROUGH HOLDCORE. A HOLD
      * THE HOLDSWPR SWEEP HAS ALREADY EXPIRED, OR AN OFFICER HAS
      * RELEASED BY HAND, NEEDS NOTHING MORE.
      *--------------------------------------------------------------*
       A410-RELEASE-HOLD.
           MOVE DSP-HOLDID OF DCLDISPUTE TO HLD-HOLDID OF DCLACCTHOLD.
           EXEC SQL
                SELECT HOLDAMOUNT, STATUS
                  INTO :DCLACCTHOLD.HLD-HOLDAMOUNT,
                       :DCLACCTHOLD.HLD-STATUS
                  FROM ACCTHOLD
                 WHERE HOLDID = :DCLACCTHOLD.HLD-HOLDID
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     GO TO A410-EXIT
             WHEN OTHER
                     SET DSM-FAILED OF WS-COMMAREA TO TRUE
                     MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
                     MOVE 'INTERNAL ERROR' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
                     PERFORM E000-ERROR THRU E000-EXIT
           END-EVALUATE.
           IF NOT HLD-ACTIVE OF DCLACCTHOLD
              GO TO A410-EXIT
           END-IF.
           MOVE SPACES TO WS-HOLD-COMMAREA.
           SET HLM-FUNC-RELEASE OF WS-HOLD-COMMAREA TO TRUE.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                    HLM-OFFICER-ID OF WS-HOLD-COMMAREA.
           MOVE DSP-HOLDID OF DCLDISPUTE TO
                                    HLM-HOLDID     OF WS-HOLD-COMMAREA.
           PERFORM A850-CALL-HOLDCORE THRU A850-EXIT.
           MOVE 'HOLDREL' TO WS-EVENT-TYPE.
           MOVE HLD-HOLDAMOUNT OF DCLACCTHOLD TO WS-EVENT-AMOUNT.
           MOVE SPACES TO WS-EVENT-CURRENCY.
           MOVE DSP-HOLDID OF DCLDISPUTE TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A410-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A420 - AN 'R' CLOSE REFUNDS THE WHOLE ORIGINAL, SO IT NEEDS
      * THE DEBIT STILL ON FILE, A COUNTERPARTY TO TAKE IT FROM AND A
      * CLAIM FOR ALL OF IT. AN EARLIER UPHELD CASE ON THE REFNO HAS
      * ALREADY REFUNDED PART OF IT, AND AN ORIGINAL ALREADY REVERSED
      * (BY ANOTHER CASE OR AT THE COUNTER) HAS REFUNDED ALL OF IT.
      *--------------------------------------------------------------*
       A420-CHECK-REVERSIBLE.
           IF DSP-ORIG-ARCHIVED OF DCLDISPUTE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ORIGINAL TRANSFER ARCHIVED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSP-COUNTERACCOUNT OF DCLDISPUTE = SPACES
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'NO COUNTERPARTY ACCOUNT ON THE CASE' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF DSP-CLAIMAMOUNT OF DCLDISPUTE <
                                    DSP-ORIGAMOUNT OF DCLDISPUTE
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'PARTIAL CLAIM CANNOT REVERSE ORIGINAL' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-UPHELD-COUNT
                  FROM DISPUTE
                 WHERE REFNO   = :DCLDISPUTE.DSP-REFNO
                   AND STATUS  = 'U'
                   AND CASEID <> :DCLDISPUTE.DSP-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-UPHELD-COUNT > 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'AN EARLIER CASE ON THIS REFNO WAS UPHELD' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           PERFORM A425-CHECK-NOT-REVERSED THRU A425-EXIT.
       A420-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A425 - XFERCORE'S REVERSAL PATH DOES NOT LOOK FOR AN EARLIER
      * REVERSAL OF THE SAME TRANSFER, SO REFUSE HERE ONCE ANY
      * 'REVERSAL' ON TRANSHISTORY NAMES THE REFNO AS ITS ORIGINAL.
      *--------------------------------------------------------------*
       A425-CHECK-NOT-REVERSED.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REVERSED-COUNT
                  FROM TRANSHISTORY
                 WHERE ORIGREFNO = :DCLDISPUTE.DSP-REFNO
                   AND TRANSNAME = 'REVERSAL'
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           IF WS-REVERSED-COUNT > 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'ORIGINAL TRANSFER ALREADY REVERSED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A425-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A430-CLAW-BACK-CREDIT.
           MOVE 'REVERSAL' TO WS-POST-TYPE.
           MOVE DSP-CREDITACCOUNT OF DCLDISPUTE TO WS-POST-FROM.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO WS-POST-TO.
           MOVE DSP-CREDITAMOUNT OF DCLDISPUTE TO WS-POST-AMOUNT.
           MOVE 'DSCB' TO WS-POST-PREFIX.
           MOVE DSP-CREDITREFNO OF DCLDISPUTE TO WS-POST-ORIG-REF.
           PERFORM A800-POST-TRANSFER THRU A800-EXIT.
           MOVE 'CLAWBACK' TO WS-EVENT-TYPE.
           MOVE DSP-CREDITAMOUNT OF DCLDISPUTE TO WS-EVENT-AMOUNT.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO WS-EVENT-CURRENCY.
           MOVE WS-POST-REFNO TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A430-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A440-REVERSE-ORIGINAL.
           MOVE 'REVERSAL' TO WS-POST-TYPE.
           MOVE DSP-ACCOUNTNUMBER OF DCLDISPUTE TO WS-POST-FROM.
           MOVE DSP-COUNTERACCOUNT OF DCLDISPUTE TO WS-POST-TO.
           MOVE DSP-ORIGAMOUNT OF DCLDISPUTE TO WS-POST-AMOUNT.
           MOVE 'DSRV' TO WS-POST-PREFIX.
           MOVE DSP-REFNO OF DCLDISPUTE TO WS-POST-ORIG-REF.
           PERFORM A800-POST-TRANSFER THRU A800-EXIT.
           MOVE 'REVERSE' TO WS-EVENT-TYPE.
           MOVE DSP-ORIGAMOUNT OF DCLDISPUTE TO WS-EVENT-AMOUNT.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO WS-EVENT-CURRENCY.
           MOVE WS-POST-REFNO TO WS-EVENT-REF.
           PERFORM A900-WRITE-EVENT THRU A900-EXIT.
       A440-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       A500-RETURN.
           SET DSM-OK OF WS-COMMAREA TO TRUE
           MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
           MOVE 'DISPUTE ACTION COMPLETED' TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
           MOVE WS-COMMAREA TO LK-COMMAREA
           GOBACK.
       A500-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A800 - ONE PRE-APPROVED XFERCORE POSTING FOR THE CASE, UNDER
      * REF-NO WS-POST-PREFIX + CASEID - DETERMINISTIC, SO A RETRY
      * IS 'ALREADY PROCESSED' RATHER THAN A SECOND MOVEMENT, AND
      * THE 'DS' PREFIX KEEPS THE REVERSAL FEE OFF A DISPUTE POSTING.
      * A REVERSAL NAMES THE POSTING IT UNDOES IN WS-POST-ORIG-REF.
      * A FAILURE ALWAYS ROLLS BACK THROUGH E000, WHATEVER XFERCORE
      * ASKED FOR - AN EARLIER STEP OF THE SAME CLOSE (THE HOLD
      * RELEASE, THE CLAWBACK) MAY ALREADY HAVE WRITTEN.
      *--------------------------------------------------------------*
       A800-POST-TRANSFER.
           MOVE SPACES TO WS-POST-REFNO.
           STRING WS-POST-PREFIX             DELIMITED BY SIZE
                  DSP-CASEID OF DCLDISPUTE   DELIMITED BY SPACE
                  INTO WS-POST-REFNO.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE WS-POST-FROM TO SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-TO   TO TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE WS-POST-AMOUNT TO TRANS-AMOUNT OF WS-XFER-COMMAREA.
           MOVE DSP-CURRENCY OF DCLDISPUTE TO
                                    CURRENCY-CODE  OF WS-XFER-COMMAREA.
           MOVE WS-POST-TYPE TO     TRAN-TYPE      OF WS-XFER-COMMAREA.
           MOVE WS-POST-ORIG-REF TO ORIGINAL-REF   OF WS-XFER-COMMAREA.
           MOVE WS-POST-REFNO TO    REF-NO         OF WS-XFER-COMMAREA.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                    OFFICER-ID     OF WS-XFER-COMMAREA.
           SET AUTH-PRE-APPROVED  OF WS-XFER-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-XFER-ROLLBACK.
           IF TRAN-FAILED OF WS-XFER-COMMAREA
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE ERROR-MSG OF WS-XFER-COMMAREA TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A800-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A850 - ONE HOLDCORE CALL, A FAILURE PASSED BACK AND ROLLED
      * BACK THE WAY A800 DOES XFERCORE'S.
      *--------------------------------------------------------------*
       A850-CALL-HOLDCORE.
           CALL 'HOLDCORE' USING WS-HOLD-COMMAREA WS-HOLD-ROLLBACK.
           IF HLM-FAILED OF WS-HOLD-COMMAREA
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE HLM-ERROR-MSG OF WS-HOLD-COMMAREA TO
                                        DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A850-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * A900 - APPEND ONE STEP TO THE CASE'S DISPUTEEVENT TRAIL. THE
      * CASE ROW IS HELD (A210) OR NEW (A100), SO THE NEXT EVENTSEQ
      * CANNOT BE TAKEN TWICE.
      *--------------------------------------------------------------*
       A900-WRITE-EVENT.
           MOVE DSP-CASEID OF DCLDISPUTE TO
                                     DSE-CASEID     OF DCLDISPUTEEVENT.
           EXEC SQL
                SELECT COALESCE(MAX(EVENTSEQ), 0) + 1
                  INTO :DCLDISPUTEEVENT.DSE-EVENTSEQ
                  FROM DISPUTEEVENT
                 WHERE CASEID = :DCLDISPUTEEVENT.DSE-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
           MOVE WS-EVENT-TYPE     TO DSE-EVENTTYPE  OF DCLDISPUTEEVENT.
           MOVE DSM-OFFICER-ID OF WS-COMMAREA TO
                                     DSE-OFFICERID  OF DCLDISPUTEEVENT.
           MOVE WS-EVENT-AMOUNT   TO DSE-AMOUNT     OF DCLDISPUTEEVENT.
           MOVE WS-EVENT-CURRENCY TO DSE-CURRENCY   OF DCLDISPUTEEVENT.
           MOVE WS-EVENT-REF      TO DSE-POSTINGREF OF DCLDISPUTEEVENT.
           MOVE DSM-NOTE OF WS-COMMAREA TO
                                     DSE-NOTE       OF DCLDISPUTEEVENT.
           EXEC SQL
                INSERT INTO DISPUTEEVENT
                           (CASEID
                           ,EVENTSEQ
                           ,EVENTTYPE
                           ,OFFICERID
                           ,AMOUNT
                           ,CURRENCY
                           ,POSTINGREF
                           ,NOTE
                           ,EVENTTIME
                           )
                 VALUES
                           (:DCLDISPUTEEVENT.DSE-CASEID
                           ,:DCLDISPUTEEVENT.DSE-EVENTSEQ
                           ,:DCLDISPUTEEVENT.DSE-EVENTTYPE
                           ,:DCLDISPUTEEVENT.DSE-OFFICERID
                           ,:DCLDISPUTEEVENT.DSE-AMOUNT
                           ,:DCLDISPUTEEVENT.DSE-CURRENCY
                           ,:DCLDISPUTEEVENT.DSE-POSTINGREF
                           ,:DCLDISPUTEEVENT.DSE-NOTE
                           ,CURRENT TIMESTAMP
                           )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET DSM-FAILED OF WS-COMMAREA TO TRUE
              MOVE LOW-VALUE TO DSM-ERROR-MSG OF WS-COMMAREA
              MOVE 'INTERNAL ERROR' TO DSM-ERROR-MSG OF WS-COMMAREA
              PERFORM E000-ERROR THRU E000-EXIT
           END-IF.
       A900-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * E000 - ON ANY ERROR, TELL THE CALLER A ROLLBACK IS NEEDED AND
      * GO STRAIGHT BACK - THE SAME CONTRACT TDEPCORE AND XFERCORE
      * HAVE WITH THEIR CALLERS.
      *--------------------------------------------------------------*
       E000-ERROR.
           IF DSM-FAILED OF WS-COMMAREA
              MOVE 'Y' TO LK-NEEDS-ROLLBACK
           END-IF.
           MOVE WS-COMMAREA TO LK-COMMAREA.
           GOBACK.
       E000-EXIT.
           EXIT.
      *--------------------------------------------------------------*
