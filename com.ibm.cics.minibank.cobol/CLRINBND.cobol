      *--------------------------------------------------------------*
      * PROGRAM-ID : CLRINBND                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   INBOUND CLEARING CREDITS INTAKE - THE MIRROR OF CLRXTRCT.    *
      *   READS THE CLEARING HOUSE'S INBOUND FILE (CLRIN) OF PAYMENTS  *
      *   OTHER BANKS HAVE SENT OUR CUSTOMERS, IN THE SAME FIXED       *
      *   H/D/T SHAPE AS CLROUT: AN 'H' HEADER WITH FILE DATE, ITEM    *
      *   COUNT AND HASH TOTAL, ONE 'D' DETAIL PER PAYMENT WITH THE    *
      *   SENDING BANK'S SORT CODE, OUR CUSTOMER'S ACCOUNT, AMOUNT,    *
      *   CURRENCY AND THE CLEARING REFERENCE, AND A 'T' TRAILER       *
      *   REPEATING COUNT AND HASH.                                    *
      *                                                               *
      *   PASS 1 PROVES THE FILE BALANCES BEFORE ANYTHING POSTS, THE   *
      *   WAY BLKPAYIN DOES - A DAMAGED FILE FAILS THE RUN WHOLE.      *
      *   PASS 2 POSTS EACH ITEM THROUGH XFERCORE: THE SENDING SORT    *
      *   CODE'S CLEARINGROUTE SETTLEMENT ACCOUNT IS DEBITED AND THE   *
      *   CUSTOMER CREDITED, WITH THE CLEARING REFERENCE AS REF-NO SO  *
      *   A RE-RUN OF THE SAME FILE TRIPS A010-CHECK-DUPLICATE AND     *
      *   CANNOT CREDIT ANYONE TWICE. SAVEPOINT PER ITEM AND A COMMIT  *
      *   EVERY CHECKPOINT-INTERVAL POSTED ITEMS, AS BLKPAYIN'S C200.  *
      *                                                               *
      *   AN ITEM WE CANNOT APPLY IS NEVER PARKED IN SUSPENSE - IT     *
      *   GOES BACK TO THE SENDING BANK ON THE OUTBOUND RETURN FILE    *
      *   (CLRRTN, SAME H/D/T SHAPE) WITH A REASON CODE:               *
      *     AC01 - ACCOUNT NUMBER UNKNOWN                              *
      *     AC04 - ACCOUNT CLOSED (ACCT-STATUS 'X')                    *
      *     AC06 - ACCOUNT BLOCKED (ACCT-STATUS 'F', OR A CREDIT       *
      *            FREEZE XFERCORE REFUSES)                            *
      *     AM03 - CURRENCY NOT ACCEPTED (NO FX RATE, OR NOT THE       *
      *            SETTLEMENT ACCOUNT'S CURRENCY)                      *
      *     RC01 - SENDING SORT CODE NOT IN CLEARINGROUTE              *
      *     MS03 - ANY OTHER REFUSAL XFERCORE GIVES                    *
      *   RETURNED DETAILS ARE SPOOLED TO A WORK FILE (RTNWORK) AS     *
      *   THEY ARISE AND COPIED BEHIND A HEADER CARRYING THEIR COUNT   *
      *   AND HASH ONCE THE PASS ENDS. AN INTERNAL ERROR IS NOT THE    *
      *   SENDER'S FAULT AND IS NOT RETURNED: THE ITEM IS ROLLED BACK  *
      *   AND THE RUN ENDS FAILED, SO THE RERUN PICKS IT UP (EVERY     *
      *   ITEM ALREADY CREDITED IS SKIPPED AS ALREADY PROCESSED).      *
      *   EVERY RETURNED ITEM IS LOGGED ON ITEMRETURN AS IT IS         *
      *   SPOOLED, AND AN ITEM ALREADY LOGGED IS SKIPPED AS A          *
      *   DUPLICATE, SO THE RERUN CANNOT RETURN IT A SECOND TIME.      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *  2026-10-15 C400 NOW LOGS EACH RETURNED ITEM ON     MAINT      *
      *             ITEMRETURN AND C200 SKIPS AN ITEM                 *
      *             ALREADY LOGGED, SO A RERUN OF A FAILED            *
      *             RUN DOES NOT RETURN ITEMS TWICE                   *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRINBND.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO CLRIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INPUT-STATUS.
           SELECT RETURN-WORK ASSIGN TO RTNWORK
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO CLRRTN
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  CIN-RECORD.
           05  CIN-RTYPE              PIC X(01).
               88  CIN-HEADER             VALUE 'H'.
               88  CIN-DETAIL             VALUE 'D'.
               88  CIN-TRAILER            VALUE 'T'.
           05  CIN-BODY               PIC X(71).
           05  CIN-HEADER-BODY REDEFINES CIN-BODY.
               10  CIN-HDR-DATE       PIC X(10).
               10  CIN-HDR-COUNT      PIC 9(07).
               10  CIN-HDR-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(39).
           05  CIN-DETAIL-BODY REDEFINES CIN-BODY.
               10  CIN-SEND-SORTCODE  PIC X(06).
               10  CIN-TGT-ACCOUNT    PIC X(10).
               10  CIN-AMOUNT         PIC 9(12)V9(3).
               10  CIN-CURRENCY       PIC X(03).
               10  CIN-REFNO          PIC X(36).
               10  FILLER             PIC X(01).
           05  CIN-TRAILER-BODY REDEFINES CIN-BODY.
               10  CIN-TRL-COUNT      PIC 9(07).
               10  CIN-TRL-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(49).
       FD  RETURN-WORK.
       01  RTW-RECORD                 PIC X(80).
       FD  RETURN-FILE.
       01  RTN-RECORD.
           05  RTN-RTYPE              PIC X(01).
           05  RTN-BODY               PIC X(79).
           05  RTN-HEADER-BODY REDEFINES RTN-BODY.
               10  RTN-HDR-DATE       PIC X(10).
               10  RTN-HDR-COUNT      PIC 9(07).
               10  RTN-HDR-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(47).
           05  RTN-DETAIL-BODY REDEFINES RTN-BODY.
               10  RTN-SEND-SORTCODE  PIC X(06).
               10  RTN-TGT-ACCOUNT    PIC X(10).
               10  RTN-AMOUNT         PIC 9(12)V9(3).
               10  RTN-CURRENCY       PIC X(03).
               10  RTN-REFNO          PIC X(36).
               10  RTN-REASON         PIC X(04).
               10  FILLER             PIC X(05).
           05  RTN-TRAILER-BODY REDEFINES RTN-BODY.
               10  RTN-TRL-COUNT      PIC 9(07).
               10  RTN-TRL-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(57).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE ACCOUNT  END-EXEC.
           EXEC SQL INCLUDE CLRROUTE END-EXEC.
           EXEC SQL INCLUDE ITEMRTN  END-EXEC.

       01  WS-XFER-COMMAREA.
           COPY TRANSFER.
       01  WS-NEEDS-ROLLBACK          PIC X(01).

       01  WS-INPUT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-FILE-OK-SW              PIC X(01) VALUE 'Y'.
           88  WS-FILE-OK                 VALUE 'Y'.
       01  WS-HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
           88  WS-HEADER-SEEN             VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN            VALUE 'Y'.
       01  WS-INTERNAL-ERR-SW         PIC X(01) VALUE 'N'.
           88  WS-INTERNAL-ERROR          VALUE 'Y'.
       01  WS-FILE-STATUS-MSG         PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE                PIC X(10).
       01  WS-HDR-COUNT               PIC 9(07) VALUE 0.
       01  WS-HDR-HASH                PIC 9(12)V9(3) VALUE 0.
       01  WS-TRL-COUNT               PIC 9(07) VALUE 0.
       01  WS-TRL-HASH                PIC 9(12)V9(3) VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(07) VALUE 0.
       01  WS-DETAIL-HASH             PIC 9(12)V9(3) VALUE 0.
       01  WS-RETURN-HASH             PIC 9(12)V9(3) VALUE 0.
       01  WS-REASON-CODE             PIC X(04).
       01  WS-ACCT-STATUS-IND         PIC S9(04) COMP VALUE 0.
       01  WS-RETURN-LOGGED           PIC S9(08) COMP VALUE 0.

       01  WS-POSTED-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC S9(08) COMP VALUE 0.
       01  WS-RETURNED-COUNT          PIC S9(08) COMP VALUE 0.
       01  WS-FAILED-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-POSTED-AMOUNT           PIC S9(12)V9(3) VALUE 0.
       01  WS-CHECKPOINT-INTERVAL     PIC S9(04) COMP VALUE 50.
       01  WS-CKPT-QUOTIENT           PIC S9(08) COMP VALUE 0.
       01  WS-CKPT-REMAINDER          PIC S9(04) COMP VALUE 0.

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
           PERFORM B100-VALIDATE-FILE THRU B100-EXIT.
           IF NOT WS-FILE-OK
              DISPLAY 'CLRINBND FILE REJECTED: ' WS-FILE-STATUS-MSG
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
              PERFORM Z300-REGISTER-END THRU Z300-EXIT
              STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-WORK.
           PERFORM C100-POST-FILE     THRU C100-EXIT.
           CLOSE RETURN-WORK.
           PERFORM D100-WRITE-RETURNS THRU D100-EXIT.
           DISPLAY 'CLRINBND ITEMS ON FILE     : ' WS-DETAIL-COUNT.
           DISPLAY 'CLRINBND ITEMS CREDITED     : ' WS-POSTED-COUNT.
           DISPLAY 'CLRINBND ITEMS DUPLICATE     : ' WS-DUPLICATE-COUNT.
           DISPLAY 'CLRINBND ITEMS RETURNED      : ' WS-RETURNED-COUNT.
           DISPLAY 'CLRINBND ITEMS FAILED        : ' WS-FAILED-COUNT.
           MOVE 'ITEMS ON FILE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DETAIL-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS CREDITED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-POSTED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS DUPLICATE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DUPLICATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS RETURNED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-RETURNED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS FAILED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-FAILED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'AMOUNT CREDITED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-POSTED-AMOUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           IF WS-INTERNAL-ERROR
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
           ELSE
              SET RUN-END-CLEAN OF WS-RUN-AREA TO TRUE
           END-IF.
           PERFORM Z300-REGISTER-END THRU Z300-EXIT.
           STOP RUN.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B100 - VALIDATION PASS, AS BLKPAYIN'S B100. NOTHING IS
      * CREDITED UNLESS THE WHOLE FILE BALANCES TO ITS OWN HEADER AND
      * TRAILER.
      *--------------------------------------------------------------*
       B100-VALIDATE-FILE.
           OPEN INPUT INBOUND-FILE.
           IF WS-INPUT-STATUS NOT = '00'
              MOVE 'N' TO WS-FILE-OK-SW
              MOVE 'INBOUND FILE CANNOT BE OPENED' TO
                                                   WS-FILE-STATUS-MSG
              GO TO B100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
           PERFORM B120-VALIDATE-RECORD THRU B120-EXIT
                   UNTIL WS-EOF OR NOT WS-FILE-OK.
           CLOSE INBOUND-FILE.
           IF NOT WS-FILE-OK
              GO TO B100-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN NOT WS-HEADER-SEEN
                     MOVE 'N' TO WS-FILE-OK-SW
                     MOVE 'HEADER RECORD MISSING' TO WS-FILE-STATUS-MSG
             WHEN NOT WS-TRAILER-SEEN
                     MOVE 'N' TO WS-FILE-OK-SW
                     MOVE 'TRAILER RECORD MISSING' TO
                                                   WS-FILE-STATUS-MSG
             WHEN WS-HDR-COUNT NOT = WS-DETAIL-COUNT
               OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                     MOVE 'N' TO WS-FILE-OK-SW
                     MOVE 'ITEM COUNT DOES NOT BALANCE' TO
                                                   WS-FILE-STATUS-MSG
             WHEN WS-HDR-HASH NOT = WS-DETAIL-HASH
               OR WS-TRL-HASH NOT = WS-DETAIL-HASH
                     MOVE 'N' TO WS-FILE-OK-SW
                     MOVE 'HASH TOTAL DOES NOT BALANCE' TO
                                                   WS-FILE-STATUS-MSG
             WHEN OTHER
                     MOVE 'ACCEPTED' TO WS-FILE-STATUS-MSG
           END-EVALUATE.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B110-READ-RECORD.
           READ INBOUND-FILE
                AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       B110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B120-VALIDATE-RECORD.
           EVALUATE TRUE
             WHEN CIN-HEADER
                     IF WS-HEADER-SEEN
                        MOVE 'N' TO WS-FILE-OK-SW
                        MOVE 'DUPLICATE HEADER RECORD' TO
                                                   WS-FILE-STATUS-MSG
                     ELSE
                        MOVE 'Y' TO WS-HEADER-SEEN-SW
                        IF CIN-HDR-COUNT IS NUMERIC
                           AND CIN-HDR-HASH IS NUMERIC
                           MOVE CIN-HDR-COUNT TO WS-HDR-COUNT
                           MOVE CIN-HDR-HASH  TO WS-HDR-HASH
                        ELSE
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'HEADER TOTALS NOT NUMERIC' TO
                                                   WS-FILE-STATUS-MSG
                        END-IF
                     END-IF
             WHEN CIN-DETAIL
                     IF NOT WS-HEADER-SEEN
                        MOVE 'N' TO WS-FILE-OK-SW
                        MOVE 'DETAIL BEFORE HEADER' TO
                                                   WS-FILE-STATUS-MSG
                     ELSE
                        IF WS-TRAILER-SEEN
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'DETAIL AFTER TRAILER' TO
                                                   WS-FILE-STATUS-MSG
                        ELSE
                           IF CIN-AMOUNT IS NUMERIC
                              AND CIN-AMOUNT > 0
                              AND CIN-TGT-ACCOUNT NOT = SPACES
                              AND CIN-REFNO NOT = SPACES
                              ADD 1 TO WS-DETAIL-COUNT
                              ADD CIN-AMOUNT TO WS-DETAIL-HASH
                           ELSE
                              MOVE 'N' TO WS-FILE-OK-SW
                              MOVE 'DETAIL ITEM INVALID' TO
                                                   WS-FILE-STATUS-MSG
                           END-IF
                        END-IF
                     END-IF
             WHEN CIN-TRAILER
                     IF WS-TRAILER-SEEN
                        MOVE 'N' TO WS-FILE-OK-SW
                        MOVE 'DUPLICATE TRAILER RECORD' TO
                                                   WS-FILE-STATUS-MSG
                     ELSE
                        MOVE 'Y' TO WS-TRAILER-SEEN-SW
                        IF CIN-TRL-COUNT IS NUMERIC
                           AND CIN-TRL-HASH IS NUMERIC
                           MOVE CIN-TRL-COUNT TO WS-TRL-COUNT
                           MOVE CIN-TRL-HASH  TO WS-TRL-HASH
                        ELSE
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'TRAILER TOTALS NOT NUMERIC' TO
                                                   WS-FILE-STATUS-MSG
                        END-IF
                     END-IF
             WHEN OTHER
                     MOVE 'N' TO WS-FILE-OK-SW
                     MOVE 'UNKNOWN RECORD TYPE' TO WS-FILE-STATUS-MSG
           END-EVALUATE.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
       B120-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C100 - POSTING PASS. RE-READS THE VALIDATED FILE AND APPLIES
      * EACH DETAIL.
      *--------------------------------------------------------------*
       C100-POST-FILE.
           OPEN INPUT INBOUND-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
           PERFORM C200-POST-RECORD THRU C200-EXIT
                   UNTIL WS-EOF.
           CLOSE INBOUND-FILE.
           EXEC SQL COMMIT END-EXEC.
       C100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C200 - APPLY ONE INBOUND CREDIT. THE SENDING SORT CODE MUST
      * RESOLVE THROUGH CLEARINGROUTE - ITS SETTLEMENT ACCOUNT IS
      * WHERE THE CLEARING HOUSE ALREADY PUT THE MONEY. A SUSPENDED
      * ROUTE STILL TAKES ITS INBOUND ITEMS: SUSPENSION STOPS US
      * SENDING, BUT MONEY ALREADY SETTLED TO US MUST STILL REACH THE
      * CUSTOMER. THE CUSTOMER'S ACCOUNT IS EDITED HERE FOR THE
      * REASONS THE RETURN FILE NAMES EXPLICITLY; EVERYTHING ELSE IS
      * LEFT TO XFERCORE, WHOSE REFUSALS C300 TRANSLATES. AN ITEM
      * ALREADY ON THE ITEMRETURN LOG WAS RETURNED BY AN EARLIER RUN
      * OF THIS FILE - IT IS NEITHER RETURNED AGAIN NOR CREDITED.
      *--------------------------------------------------------------*
       C200-POST-RECORD.
           IF NOT CIN-DETAIL
              GO TO C200-NEXT
           END-IF.
           MOVE 'CLRINBND' TO IRT-FEED  OF DCLITEMRETURN.
           MOVE CIN-REFNO  TO IRT-REFNO OF DCLITEMRETURN.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-RETURN-LOGGED
                  FROM ITEMRETURN
                 WHERE FEED  = :DCLITEMRETURN.IRT-FEED
                   AND REFNO = :DCLITEMRETURN.IRT-REFNO
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              MOVE 'Y' TO WS-INTERNAL-ERR-SW
              DISPLAY 'CLRINBND RETURN LOG READ ERROR SQLCODE='
                      SQLCODE ' REFNO=' CIN-REFNO
              GO TO C200-NEXT
           END-IF.
           IF WS-RETURN-LOGGED > 0
              ADD 1 TO WS-DUPLICATE-COUNT
              GO TO C200-NEXT
           END-IF.
           MOVE CIN-SEND-SORTCODE TO RTE-SORTCODE OF DCLCLEARINGROUTE.
           EXEC SQL
                SELECT SETTLEACCOUNT
                  INTO :DCLCLEARINGROUTE.RTE-SETTLEACCOUNT
                  FROM CLEARINGROUTE
                 WHERE SORTCODE = :DCLCLEARINGROUTE.RTE-SORTCODE
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'RC01' TO WS-REASON-CODE
                     PERFORM C400-RETURN-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'CLRINBND ROUTE READ ERROR SQLCODE='
                             SQLCODE ' REFNO=' CIN-REFNO
                     GO TO C200-NEXT
           END-EVALUATE.
           MOVE CIN-TGT-ACCOUNT TO ACCOUNTNUMBER OF DCLACCOUNT.
           EXEC SQL
                SELECT STATUS
                  INTO :DCLACCOUNT.ACCT-STATUS :WS-ACCT-STATUS-IND
                  FROM ACCOUNT
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'AC01' TO WS-REASON-CODE
                     PERFORM C400-RETURN-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'CLRINBND ACCOUNT READ ERROR SQLCODE='
                             SQLCODE ' REFNO=' CIN-REFNO
                     GO TO C200-NEXT
           END-EVALUATE.
           IF WS-ACCT-STATUS-IND < 0
              SET ACCT-ST-ACTIVE OF DCLACCOUNT TO TRUE
           END-IF.
           EVALUATE TRUE
             WHEN ACCT-ST-CLOSED OF DCLACCOUNT
                     MOVE 'AC04' TO WS-REASON-CODE
                     PERFORM C400-RETURN-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN ACCT-ST-FULLY-FROZEN OF DCLACCOUNT
                     MOVE 'AC06' TO WS-REASON-CODE
                     PERFORM C400-RETURN-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN OTHER
                     CONTINUE
           END-EVALUATE.
           PERFORM C300-POST-ITEM THRU C300-EXIT.
           IF WS-POSTED-COUNT > 0
              DIVIDE WS-POSTED-COUNT BY WS-CHECKPOINT-INTERVAL
                 GIVING WS-CKPT-QUOTIENT
                 REMAINDER WS-CKPT-REMAINDER
              IF WS-CKPT-REMAINDER = 0
                 EXEC SQL COMMIT END-EXEC
              END-IF
           END-IF.
       C200-NEXT.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
       C200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C300 - DRIVE XFERCORE: SETTLEMENT ACCOUNT TO CUSTOMER, REF-NO
      * THE CLEARING REFERENCE ITSELF. THE CLEARED ITEM WAS
      * AUTHORISED BY THE SENDING BANK, SO IT DOES NOT QUEUE FOR A
      * SUPERVISOR. THE ITEM CURRENCY RIDES CURRENCY-CODE, SO AN ITEM
      * NOT IN THE SETTLEMENT ACCOUNT'S CURRENCY IS REFUSED, AND A060
      * CONVERTS INTO THE CUSTOMER'S CURRENCY OR REFUSES FOR WANT OF
      * A RATE.
      *--------------------------------------------------------------*
       C300-POST-ITEM.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE RTE-SETTLEACCOUNT OF DCLCLEARINGROUTE TO
                                    SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE CIN-TGT-ACCOUNT TO TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE CIN-AMOUNT      TO TRANS-AMOUNT   OF WS-XFER-COMMAREA.
           MOVE CIN-CURRENCY    TO CURRENCY-CODE  OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED OF WS-XFER-COMMAREA TO TRUE.
           MOVE CIN-REFNO       TO REF-NO         OF WS-XFER-COMMAREA.
           EXEC SQL
                SAVEPOINT SP-BEFORE-ITEM
                ON ROLLBACK RETAIN CURSORS
           END-EXEC.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-NEEDS-ROLLBACK.
           IF TRAN-OK OF WS-XFER-COMMAREA
              EVALUATE ERROR-MSG OF WS-XFER-COMMAREA
                WHEN 'ALREADY PROCESSED'
                        ADD 1 TO WS-DUPLICATE-COUNT
                        IF WS-NEEDS-ROLLBACK = 'Y'
                           EXEC SQL
                                ROLLBACK TO SAVEPOINT SP-BEFORE-ITEM
                           END-EXEC
                        END-IF
                WHEN OTHER
                        ADD 1 TO WS-POSTED-COUNT
                        ADD CIN-AMOUNT TO WS-POSTED-AMOUNT
              END-EVALUATE
              GO TO C300-EXIT
           END-IF.
           IF WS-NEEDS-ROLLBACK = 'Y'
              EXEC SQL
                   ROLLBACK TO SAVEPOINT SP-BEFORE-ITEM
              END-EXEC
           END-IF.
           EVALUATE ERROR-MSG OF WS-XFER-COMMAREA
             WHEN 'INTERNAL ERROR'
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'CLRINBND POSTING FAILED REFNO='
                             CIN-REFNO ' '
                             ERROR-MSG OF WS-XFER-COMMAREA
                     GO TO C300-EXIT
             WHEN 'THE ACCOUNT IS NOT FOUND'
                     MOVE 'AC01' TO WS-REASON-CODE
             WHEN 'THE ACCOUNT IS CLOSED'
                     MOVE 'AC04' TO WS-REASON-CODE
             WHEN 'THE ACCOUNT IS FROZEN'
             WHEN 'THE ACCOUNT REFUSES CREDITS'
                     MOVE 'AC06' TO WS-REASON-CODE
             WHEN 'NO FX RATE AVAILABLE'
             WHEN 'CURRENCY CODE DOES NOT MATCH ACCOUNT'
                     MOVE 'AM03' TO WS-REASON-CODE
             WHEN OTHER
                     MOVE 'MS03' TO WS-REASON-CODE
           END-EVALUATE.
           PERFORM C400-RETURN-ITEM THRU C400-EXIT.
       C300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C400 - SPOOL ONE RETURNED ITEM, AS RECEIVED, WITH ITS REASON.
      * THE ITEMRETURN ROW GOES IN FIRST, IN THE UNIT OF WORK THE
      * NEXT COMMIT TAKES; REFNO IS UNIQUE THERE PER FEED, SO
      * -803 MEANS AN EARLIER RUN ALREADY RETURNED THE ITEM, THE WAY
      * XFERCORE'S TRANSHISTORY REFNO GUARDS THE POSTING PATH.
      *--------------------------------------------------------------*
       C400-RETURN-ITEM.
           MOVE 'CLRINBND'        TO IRT-FEED          OF DCLITEMRETURN.
           MOVE CIN-REFNO         TO IRT-REFNO         OF DCLITEMRETURN.
           MOVE CIN-TGT-ACCOUNT   TO IRT-ACCOUNTNUMBER OF DCLITEMRETURN.
           MOVE CIN-AMOUNT        TO IRT-AMOUNT        OF DCLITEMRETURN.
           MOVE CIN-CURRENCY      TO IRT-CURRENCY      OF DCLITEMRETURN.
           MOVE WS-REASON-CODE    TO IRT-REASON        OF DCLITEMRETURN.
           MOVE WS-RUN-DATE       TO IRT-RETURNDATE    OF DCLITEMRETURN.
           EXEC SQL
                INSERT INTO ITEMRETURN
                           (FEED
                           ,REFNO
                           ,ACCOUNTNUMBER
                           ,AMOUNT
                           ,CURRENCY
                           ,REASON
                           ,RETURNDATE
                           ,LOGTIME
                           )
                 VALUES
                           (:DCLITEMRETURN.IRT-FEED
                           ,:DCLITEMRETURN.IRT-REFNO
                           ,:DCLITEMRETURN.IRT-ACCOUNTNUMBER
                           ,:DCLITEMRETURN.IRT-AMOUNT
                           ,:DCLITEMRETURN.IRT-CURRENCY
                           ,:DCLITEMRETURN.IRT-REASON
                           ,:DCLITEMRETURN.IRT-RETURNDATE
                           ,CURRENT TIMESTAMP
                           )
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN -803
                     ADD 1 TO WS-DUPLICATE-COUNT
                     GO TO C400-EXIT
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'CLRINBND RETURN LOG ERROR SQLCODE='
                             SQLCODE ' REFNO=' CIN-REFNO
                     GO TO C400-EXIT
           END-EVALUATE.
           MOVE SPACES TO RTN-RECORD.
           MOVE 'D'               TO RTN-RTYPE.
           MOVE CIN-SEND-SORTCODE TO RTN-SEND-SORTCODE.
           MOVE CIN-TGT-ACCOUNT   TO RTN-TGT-ACCOUNT.
           MOVE CIN-AMOUNT        TO RTN-AMOUNT.
           MOVE CIN-CURRENCY      TO RTN-CURRENCY.
           MOVE CIN-REFNO         TO RTN-REFNO.
           MOVE WS-REASON-CODE    TO RTN-REASON.
           MOVE RTN-RECORD TO RTW-RECORD.
           WRITE RTW-RECORD.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD CIN-AMOUNT TO WS-RETURN-HASH.
       C400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D100 - BUILD THE OUTBOUND RETURN FILE: HEADER WITH THE
      * RETURNED COUNT AND HASH, THE SPOOLED DETAILS, TRAILER. AN
      * EMPTY RETURN FILE IS STILL WRITTEN (HEADER AND TRAILER OF
      * ZERO) SO THE CLEARING HOUSE SEES THE FILE WAS PROCESSED.
      *--------------------------------------------------------------*
       D100-WRITE-RETURNS.
           OPEN OUTPUT RETURN-FILE.
           MOVE SPACES TO RTN-RECORD.
           MOVE 'H' TO RTN-RTYPE.
           MOVE WS-RUN-DATE       TO RTN-HDR-DATE.
           MOVE WS-RETURNED-COUNT TO RTN-HDR-COUNT.
           MOVE WS-RETURN-HASH    TO RTN-HDR-HASH.
           WRITE RTN-RECORD.
           OPEN INPUT RETURN-WORK.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM D110-READ-WORK THRU D110-EXIT.
           PERFORM D120-COPY-WORK THRU D120-EXIT
                   UNTIL WS-EOF.
           CLOSE RETURN-WORK.
           MOVE SPACES TO RTN-RECORD.
           MOVE 'T' TO RTN-RTYPE.
           MOVE WS-RETURNED-COUNT TO RTN-TRL-COUNT.
           MOVE WS-RETURN-HASH    TO RTN-TRL-HASH.
           WRITE RTN-RECORD.
           CLOSE RETURN-FILE.
       D100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D110-READ-WORK.
           READ RETURN-WORK
                AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       D110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D120-COPY-WORK.
           MOVE RTW-RECORD TO RTN-RECORD.
           WRITE RTN-RECORD.
           PERFORM D110-READ-WORK THRU D110-EXIT.
       D120-EXIT.
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
           MOVE 'CLRINBND' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'CLRINBND NOT STARTED: '
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
