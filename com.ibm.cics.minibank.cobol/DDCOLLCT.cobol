      *--------------------------------------------------------------*
      * PROGRAM-ID : DDCOLLCT                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   DIRECT DEBIT COLLECTIONS INTAKE. READS THE ORIGINATORS'      *
      *   COLLECTION FILE (DDCOLL) IN THE SAME FIXED H/D/T SHAPE AS    *
      *   THE CLEARING FILES: AN 'H' HEADER WITH FILE DATE, ITEM       *
      *   COUNT AND HASH TOTAL, ONE 'D' DETAIL PER COLLECTION WITH     *
      *   THE ORIGINATOR ID AND SORT CODE, THE MANDATE REFERENCE, OUR  *
      *   CUSTOMER'S ACCOUNT, AMOUNT, CURRENCY AND THE COLLECTION      *
      *   REFERENCE, AND A 'T' TRAILER REPEATING COUNT AND HASH.       *
      *                                                               *
      *   PASS 1 PROVES THE FILE BALANCES BEFORE ANYTHING POSTS, THE   *
      *   WAY CLRINBND DOES - A DAMAGED FILE FAILS THE RUN WHOLE.      *
      *   PASS 2 CHECKS EACH COLLECTION AGAINST THE MANDATE TABLE AND  *
      *   POSTS IT THROUGH XFERCORE: THE CUSTOMER IS DEBITED AND THE   *
      *   ORIGINATOR SORT CODE'S CLEARINGROUTE SETTLEMENT ACCOUNT      *
      *   CREDITED - THE MIRROR OF AN INBOUND CLEARING CREDIT - WITH   *
      *   THE COLLECTION REFERENCE AS REF-NO SO A RE-RUN OF THE SAME   *
      *   FILE TRIPS A010-CHECK-DUPLICATE AND CANNOT DEBIT ANYONE      *
      *   TWICE. SAVEPOINT PER ITEM AND A COMMIT EVERY                 *
      *   CHECKPOINT-INTERVAL POSTED ITEMS, AS CLRINBND'S C200.        *
      *                                                               *
      *   A COLLECTION WE WILL NOT PAY GOES BACK TO THE ORIGINATOR ON  *
      *   THE UNPAID-ITEMS FILE (DDUNPD, SAME H/D/T SHAPE) WITH A      *
      *   REASON CODE:                                                 *
      *     MD01 - NO ACTIVE MANDATE FOR THIS ORIGINATOR, REFERENCE    *
      *            AND ACCOUNT (NONE ON FILE, CANCELLED, OR SET UP     *
      *            AGAINST A DIFFERENT ACCOUNT)                        *
      *     AM02 - AMOUNT OVER THE MANDATE'S MAXIMUM                   *
      *     AM04 - INSUFFICIENT FUNDS (OVER THE OVERDRAFT LIMIT, OR    *
      *            THE AVAILABLE BALANCE IS HELD)                      *
      *     AC01 - ACCOUNT NUMBER UNKNOWN                              *
      *     AC04 - ACCOUNT CLOSED                                      *
      *     AC06 - ACCOUNT BLOCKED (FULLY FROZEN OR DORMANT)           *
      *     AM03 - CURRENCY NOT THE ACCOUNT'S CURRENCY                 *
      *     RC01 - ORIGINATOR SORT CODE NOT IN CLEARINGROUTE           *
      *     MS03 - ANY OTHER REFUSAL XFERCORE GIVES                    *
      *   UNPAID DETAILS ARE SPOOLED TO A WORK FILE (DDUWORK) AS THEY  *
      *   ARISE AND COPIED BEHIND A HEADER CARRYING THEIR COUNT AND    *
      *   HASH ONCE THE PASS ENDS. AN INTERNAL ERROR IS NOT THE        *
      *   ORIGINATOR'S FAULT AND IS NOT RETURNED UNPAID: THE ITEM IS   *
      *   ROLLED BACK AND THE RUN ENDS FAILED, SO THE RERUN PICKS IT   *
      *   UP (EVERY ITEM ALREADY COLLECTED IS SKIPPED AS ALREADY       *
      *   PROCESSED). EVERY UNPAID ITEM IS LOGGED ON ITEMRETURN AS IT  *
      *   IS SPOOLED, AND AN ITEM ALREADY LOGGED IS SKIPPED AS A       *
      *   DUPLICATE, SO THE RERUN CANNOT RETURN IT UNPAID TWICE.       *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *  2026-10-15 C400 NOW LOGS EACH UNPAID ITEM ON       MAINT      *
      *             ITEMRETURN AND C200 SKIPS AN ITEM                 *
      *             ALREADY LOGGED, SO A RERUN OF A FAILED            *
      *             RUN DOES NOT RETURN ITEMS UNPAID TWICE            *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOLLCT.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO DDCOLL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INPUT-STATUS.
           SELECT UNPAID-WORK ASSIGN TO DDUWORK
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNPAID-FILE ASSIGN TO DDUNPD
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  DDI-RECORD.
           05  DDI-RTYPE              PIC X(01).
               88  DDI-HEADER             VALUE 'H'.
               88  DDI-DETAIL             VALUE 'D'.
               88  DDI-TRAILER            VALUE 'T'.
           05  DDI-BODY               PIC X(99).
           05  DDI-HEADER-BODY REDEFINES DDI-BODY.
               10  DDI-HDR-DATE       PIC X(10).
               10  DDI-HDR-COUNT      PIC 9(07).
               10  DDI-HDR-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(67).
           05  DDI-DETAIL-BODY REDEFINES DDI-BODY.
               10  DDI-ORIGINATORID   PIC X(08).
               10  DDI-ORIG-SORTCODE  PIC X(06).
               10  DDI-MANDATEREF     PIC X(18).
               10  DDI-DEBTOR-ACCOUNT PIC X(10).
               10  DDI-AMOUNT         PIC 9(12)V9(3).
               10  DDI-CURRENCY       PIC X(03).
               10  DDI-REFNO          PIC X(36).
               10  FILLER             PIC X(03).
           05  DDI-TRAILER-BODY REDEFINES DDI-BODY.
               10  DDI-TRL-COUNT      PIC 9(07).
               10  DDI-TRL-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(77).
       FD  UNPAID-WORK.
       01  DUW-RECORD                 PIC X(110).
       FD  UNPAID-FILE.
       01  DDU-RECORD.
           05  DDU-RTYPE              PIC X(01).
           05  DDU-BODY               PIC X(109).
           05  DDU-HEADER-BODY REDEFINES DDU-BODY.
               10  DDU-HDR-DATE       PIC X(10).
               10  DDU-HDR-COUNT      PIC 9(07).
               10  DDU-HDR-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(77).
           05  DDU-DETAIL-BODY REDEFINES DDU-BODY.
               10  DDU-ORIGINATORID   PIC X(08).
               10  DDU-ORIG-SORTCODE  PIC X(06).
               10  DDU-MANDATEREF     PIC X(18).
               10  DDU-DEBTOR-ACCOUNT PIC X(10).
               10  DDU-AMOUNT         PIC 9(12)V9(3).
               10  DDU-CURRENCY       PIC X(03).
               10  DDU-REFNO          PIC X(36).
               10  DDU-REASON         PIC X(04).
               10  FILLER             PIC X(09).
           05  DDU-TRAILER-BODY REDEFINES DDU-BODY.
               10  DDU-TRL-COUNT      PIC 9(07).
               10  DDU-TRL-HASH       PIC 9(12)V9(3).
               10  FILLER             PIC X(87).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE MANDATE  END-EXEC.
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
       01  WS-UNPAID-HASH             PIC 9(12)V9(3) VALUE 0.
       01  WS-REASON-CODE             PIC X(04).
       01  WS-RETURN-LOGGED           PIC S9(08) COMP VALUE 0.

       01  WS-POSTED-COUNT            PIC S9(08) COMP VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC S9(08) COMP VALUE 0.
       01  WS-UNPAID-COUNT            PIC S9(08) COMP VALUE 0.
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
              DISPLAY 'DDCOLLCT FILE REJECTED: ' WS-FILE-STATUS-MSG
              SET RUN-END-FAILED OF WS-RUN-AREA TO TRUE
              PERFORM Z300-REGISTER-END THRU Z300-EXIT
              STOP RUN
           END-IF.
           OPEN OUTPUT UNPAID-WORK.
           PERFORM C100-POST-FILE     THRU C100-EXIT.
           CLOSE UNPAID-WORK.
           PERFORM D100-WRITE-UNPAIDS THRU D100-EXIT.
           DISPLAY 'DDCOLLCT ITEMS ON FILE      : ' WS-DETAIL-COUNT.
           DISPLAY 'DDCOLLCT ITEMS COLLECTED    : ' WS-POSTED-COUNT.
           DISPLAY 'DDCOLLCT ITEMS DUPLICATE    : ' WS-DUPLICATE-COUNT.
           DISPLAY 'DDCOLLCT ITEMS UNPAID       : ' WS-UNPAID-COUNT.
           DISPLAY 'DDCOLLCT ITEMS FAILED       : ' WS-FAILED-COUNT.
           MOVE 'ITEMS ON FILE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DETAIL-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS COLLECTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-POSTED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS DUPLICATE' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-DUPLICATE-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS UNPAID' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-UNPAID-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'ITEMS FAILED' TO RUN-CTR-NAME OF WS-RUN-AREA.
           MOVE WS-FAILED-COUNT TO RUN-CTR-VALUE OF WS-RUN-AREA.
           PERFORM Z200-RECORD-COUNTER THRU Z200-EXIT.
           MOVE 'AMOUNT COLLECTED' TO RUN-CTR-NAME OF WS-RUN-AREA.
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
      * B100 - VALIDATION PASS, AS CLRINBND'S B100. NOTHING IS
      * COLLECTED UNLESS THE WHOLE FILE BALANCES TO ITS OWN HEADER
      * AND TRAILER.
      *--------------------------------------------------------------*
       B100-VALIDATE-FILE.
           OPEN INPUT COLLECTION-FILE.
           IF WS-INPUT-STATUS NOT = '00'
              MOVE 'N' TO WS-FILE-OK-SW
              MOVE 'COLLECTION FILE CANNOT BE OPENED' TO
                                                   WS-FILE-STATUS-MSG
              GO TO B100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
           PERFORM B120-VALIDATE-RECORD THRU B120-EXIT
                   UNTIL WS-EOF OR NOT WS-FILE-OK.
           CLOSE COLLECTION-FILE.
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
           READ COLLECTION-FILE
                AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       B110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B120-VALIDATE-RECORD.
           EVALUATE TRUE
             WHEN DDI-HEADER
                     IF WS-HEADER-SEEN
                        MOVE 'N' TO WS-FILE-OK-SW
                        MOVE 'DUPLICATE HEADER RECORD' TO
                                                   WS-FILE-STATUS-MSG
                     ELSE
                        MOVE 'Y' TO WS-HEADER-SEEN-SW
                        IF DDI-HDR-COUNT IS NUMERIC
                           AND DDI-HDR-HASH IS NUMERIC
                           MOVE DDI-HDR-COUNT TO WS-HDR-COUNT
                           MOVE DDI-HDR-HASH  TO WS-HDR-HASH
                        ELSE
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'HEADER TOTALS NOT NUMERIC' TO
                                                   WS-FILE-STATUS-MSG
                        END-IF
                     END-IF
             WHEN DDI-DETAIL
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
                           IF DDI-AMOUNT IS NUMERIC
                              AND DDI-AMOUNT > 0
                              AND DDI-ORIGINATORID NOT = SPACES
                              AND DDI-MANDATEREF NOT = SPACES
                              AND DDI-DEBTOR-ACCOUNT NOT = SPACES
                              AND DDI-REFNO NOT = SPACES
                              ADD 1 TO WS-DETAIL-COUNT
                              ADD DDI-AMOUNT TO WS-DETAIL-HASH
                           ELSE
                              MOVE 'N' TO WS-FILE-OK-SW
                              MOVE 'DETAIL ITEM INVALID' TO
                                                   WS-FILE-STATUS-MSG
                           END-IF
                        END-IF
                     END-IF
             WHEN DDI-TRAILER
                     IF WS-TRAILER-SEEN
                        MOVE 'N' TO WS-FILE-OK-SW
                        MOVE 'DUPLICATE TRAILER RECORD' TO
                                                   WS-FILE-STATUS-MSG
                     ELSE
                        MOVE 'Y' TO WS-TRAILER-SEEN-SW
                        IF DDI-TRL-COUNT IS NUMERIC
                           AND DDI-TRL-HASH IS NUMERIC
                           MOVE DDI-TRL-COUNT TO WS-TRL-COUNT
                           MOVE DDI-TRL-HASH  TO WS-TRL-HASH
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
      * EACH COLLECTION.
      *--------------------------------------------------------------*
       C100-POST-FILE.
           OPEN INPUT COLLECTION-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM B110-READ-RECORD THRU B110-EXIT.
           PERFORM C200-POST-RECORD THRU C200-EXIT
                   UNTIL WS-EOF.
           CLOSE COLLECTION-FILE.
           EXEC SQL COMMIT END-EXEC.
       C100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C200 - APPLY ONE COLLECTION. THE MANDATE IS THE CUSTOMER'S
      * ONLY AUTHORITY FOR THE DEBIT, SO IT IS TESTED FIRST: IT MUST
      * BE ON FILE UNDER THE ORIGINATOR AND REFERENCE QUOTED, ACTIVE,
      * AND SET UP AGAINST THE ACCOUNT THE COLLECTION NAMES - AN
      * ORIGINATOR CANNOT POINT A GOOD MANDATE AT SOMEONE ELSE'S
      * ACCOUNT. A CAPPED MANDATE REFUSES A COLLECTION OVER ITS CAP.
      * THE ORIGINATOR'S SORT CODE MUST THEN RESOLVE THROUGH
      * CLEARINGROUTE TO THE SETTLEMENT ACCOUNT THE SCHEME SETTLES
      * THE COLLECTION THROUGH. AS IN CLRINBND, A SUSPENDED ROUTE
      * STILL TAKES ITS ITEMS: SUSPENSION STOPS US SENDING NEW
      * PAYMENTS, NOT THE SCHEME SETTLING THOSE ALREADY PRESENTED.
      * THE DEBTOR ACCOUNT'S STATUS AND FUNDS ARE LEFT TO XFERCORE,
      * WHOSE REFUSALS C300 TRANSLATES. A COLLECTION ALREADY ON THE
      * ITEMRETURN LOG WAS RETURNED UNPAID BY AN EARLIER RUN OF THIS
      * FILE - IT IS NEITHER RETURNED AGAIN NOR COLLECTED.
      *--------------------------------------------------------------*
       C200-POST-RECORD.
           IF NOT DDI-DETAIL
              GO TO C200-NEXT
           END-IF.
           MOVE 'DDCOLLCT' TO IRT-FEED  OF DCLITEMRETURN.
           MOVE DDI-REFNO  TO IRT-REFNO OF DCLITEMRETURN.
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
              DISPLAY 'DDCOLLCT RETURN LOG READ ERROR SQLCODE='
                      SQLCODE ' REFNO=' DDI-REFNO
              GO TO C200-NEXT
           END-IF.
           IF WS-RETURN-LOGGED > 0
              ADD 1 TO WS-DUPLICATE-COUNT
              GO TO C200-NEXT
           END-IF.
           MOVE DDI-ORIGINATORID TO MND-ORIGINATORID OF DCLMANDATE.
           MOVE DDI-MANDATEREF   TO MND-MANDATEREF   OF DCLMANDATE.
           EXEC SQL
                SELECT ACCOUNTNUMBER, MAXAMOUNT, STATUS
                  INTO :DCLMANDATE.MND-ACCOUNTNUMBER,
                       :DCLMANDATE.MND-MAXAMOUNT,
                       :DCLMANDATE.MND-STATUS
                  FROM MANDATE
                 WHERE ORIGINATORID = :DCLMANDATE.MND-ORIGINATORID
                   AND MANDATEREF   = :DCLMANDATE.MND-MANDATEREF
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     CONTINUE
             WHEN 100
                     MOVE 'MD01' TO WS-REASON-CODE
                     PERFORM C400-UNPAID-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'DDCOLLCT MANDATE READ ERROR SQLCODE='
                             SQLCODE ' REFNO=' DDI-REFNO
                     GO TO C200-NEXT
           END-EVALUATE.
           IF NOT MND-ACTIVE OF DCLMANDATE
              OR MND-ACCOUNTNUMBER OF DCLMANDATE NOT =
                                               DDI-DEBTOR-ACCOUNT
              MOVE 'MD01' TO WS-REASON-CODE
              PERFORM C400-UNPAID-ITEM THRU C400-EXIT
              GO TO C200-NEXT
           END-IF.
           IF MND-MAXAMOUNT OF DCLMANDATE > 0
              AND DDI-AMOUNT > MND-MAXAMOUNT OF DCLMANDATE
              MOVE 'AM02' TO WS-REASON-CODE
              PERFORM C400-UNPAID-ITEM THRU C400-EXIT
              GO TO C200-NEXT
           END-IF.
           MOVE DDI-ORIG-SORTCODE TO RTE-SORTCODE OF DCLCLEARINGROUTE.
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
                     PERFORM C400-UNPAID-ITEM THRU C400-EXIT
                     GO TO C200-NEXT
             WHEN OTHER
                     ADD 1 TO WS-FAILED-COUNT
                     MOVE 'Y' TO WS-INTERNAL-ERR-SW
                     DISPLAY 'DDCOLLCT ROUTE READ ERROR SQLCODE='
                             SQLCODE ' REFNO=' DDI-REFNO
                     GO TO C200-NEXT
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
      * C300 - DRIVE XFERCORE: CUSTOMER TO SETTLEMENT ACCOUNT, REF-NO
      * THE COLLECTION REFERENCE ITSELF. THE CUSTOMER AUTHORISED THE
      * DEBIT WHEN THE MANDATE WAS SET UP, SO IT DOES NOT QUEUE FOR A
      * SUPERVISOR. NO TARGET SORT CODE IS PASSED: THE SCHEME HAS
      * ALREADY SETTLED THE COLLECTION WITH THE ORIGINATOR'S BANK, SO
      * NOTHING IS QUEUED FOR THE OUTBOUND CLEARING FILE. THE ITEM
      * CURRENCY RIDES CURRENCY-CODE, SO A COLLECTION NOT IN THE
      * CUSTOMER'S ACCOUNT CURRENCY IS REFUSED.
      *--------------------------------------------------------------*
       C300-POST-ITEM.
           MOVE SPACES TO WS-XFER-COMMAREA.
           MOVE DDI-DEBTOR-ACCOUNT TO
                                    SOURCE-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE RTE-SETTLEACCOUNT OF DCLCLEARINGROUTE TO
                                    TARGET-ACCOUNT OF WS-XFER-COMMAREA.
           MOVE DDI-AMOUNT      TO TRANS-AMOUNT   OF WS-XFER-COMMAREA.
           MOVE DDI-CURRENCY    TO CURRENCY-CODE  OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED OF WS-XFER-COMMAREA TO TRUE.
           MOVE DDI-REFNO       TO REF-NO         OF WS-XFER-COMMAREA.
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
                        ADD DDI-AMOUNT TO WS-POSTED-AMOUNT
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
                     DISPLAY 'DDCOLLCT POSTING FAILED REFNO='
                             DDI-REFNO ' '
                             ERROR-MSG OF WS-XFER-COMMAREA
                     GO TO C300-EXIT
             WHEN 'INSUFFIENT AMOUNT'
             WHEN 'FUNDS HELD - NOT AVAILABLE'
                     MOVE 'AM04' TO WS-REASON-CODE
             WHEN 'THE ACCOUNT IS NOT FOUND'
                     MOVE 'AC01' TO WS-REASON-CODE
             WHEN 'THE ACCOUNT IS CLOSED'
                     MOVE 'AC04' TO WS-REASON-CODE
             WHEN 'THE ACCOUNT IS FROZEN'
             WHEN 'THE ACCOUNT IS DORMANT'
                     MOVE 'AC06' TO WS-REASON-CODE
             WHEN 'NO FX RATE AVAILABLE'
             WHEN 'CURRENCY CODE DOES NOT MATCH ACCOUNT'
                     MOVE 'AM03' TO WS-REASON-CODE
             WHEN OTHER
                     MOVE 'MS03' TO WS-REASON-CODE
           END-EVALUATE.
           PERFORM C400-UNPAID-ITEM THRU C400-EXIT.
       C300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * C400 - SPOOL ONE UNPAID ITEM, AS RECEIVED, WITH ITS REASON.
      * THE ITEMRETURN ROW GOES IN FIRST, IN THE UNIT OF WORK THE
      * NEXT COMMIT TAKES; REFNO IS UNIQUE THERE PER FEED, SO -803
      * MEANS AN EARLIER RUN ALREADY RETURNED THE ITEM UNPAID, THE WAY
      * XFERCORE'S TRANSHISTORY REFNO GUARDS THE POSTING PATH.
      *--------------------------------------------------------------*
       C400-UNPAID-ITEM.
           MOVE 'DDCOLLCT'     TO IRT-FEED       OF DCLITEMRETURN.
           MOVE DDI-REFNO      TO IRT-REFNO      OF DCLITEMRETURN.
           MOVE DDI-DEBTOR-ACCOUNT TO
                                  IRT-ACCOUNTNUMBER OF DCLITEMRETURN.
           MOVE DDI-AMOUNT     TO IRT-AMOUNT     OF DCLITEMRETURN.
           MOVE DDI-CURRENCY   TO IRT-CURRENCY   OF DCLITEMRETURN.
           MOVE WS-REASON-CODE TO IRT-REASON     OF DCLITEMRETURN.
           MOVE WS-RUN-DATE    TO IRT-RETURNDATE OF DCLITEMRETURN.
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
                     DISPLAY 'DDCOLLCT RETURN LOG ERROR SQLCODE='
                             SQLCODE ' REFNO=' DDI-REFNO
                     GO TO C400-EXIT
           END-EVALUATE.
           MOVE SPACES TO DDU-RECORD.
           MOVE 'D'                TO DDU-RTYPE.
           MOVE DDI-ORIGINATORID   TO DDU-ORIGINATORID.
           MOVE DDI-ORIG-SORTCODE  TO DDU-ORIG-SORTCODE.
           MOVE DDI-MANDATEREF     TO DDU-MANDATEREF.
           MOVE DDI-DEBTOR-ACCOUNT TO DDU-DEBTOR-ACCOUNT.
           MOVE DDI-AMOUNT         TO DDU-AMOUNT.
           MOVE DDI-CURRENCY       TO DDU-CURRENCY.
           MOVE DDI-REFNO          TO DDU-REFNO.
           MOVE WS-REASON-CODE     TO DDU-REASON.
           MOVE DDU-RECORD TO DUW-RECORD.
           WRITE DUW-RECORD.
           ADD 1 TO WS-UNPAID-COUNT.
           ADD DDI-AMOUNT TO WS-UNPAID-HASH.
       C400-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * D100 - BUILD THE UNPAID-ITEMS FILE: HEADER WITH THE UNPAID
      * COUNT AND HASH, THE SPOOLED DETAILS, TRAILER. AN EMPTY FILE
      * IS STILL WRITTEN (HEADER AND TRAILER OF ZERO) SO THE
      * ORIGINATORS SEE THE COLLECTION FILE WAS PROCESSED.
      *--------------------------------------------------------------*
       D100-WRITE-UNPAIDS.
           OPEN OUTPUT UNPAID-FILE.
           MOVE SPACES TO DDU-RECORD.
           MOVE 'H' TO DDU-RTYPE.
           MOVE WS-RUN-DATE     TO DDU-HDR-DATE.
           MOVE WS-UNPAID-COUNT TO DDU-HDR-COUNT.
           MOVE WS-UNPAID-HASH  TO DDU-HDR-HASH.
           WRITE DDU-RECORD.
           OPEN INPUT UNPAID-WORK.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM D110-READ-WORK THRU D110-EXIT.
           PERFORM D120-COPY-WORK THRU D120-EXIT
                   UNTIL WS-EOF.
           CLOSE UNPAID-WORK.
           MOVE SPACES TO DDU-RECORD.
           MOVE 'T' TO DDU-RTYPE.
           MOVE WS-UNPAID-COUNT TO DDU-TRL-COUNT.
           MOVE WS-UNPAID-HASH  TO DDU-TRL-HASH.
           WRITE DDU-RECORD.
           CLOSE UNPAID-FILE.
       D100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D110-READ-WORK.
           READ UNPAID-WORK
                AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       D110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       D120-COPY-WORK.
           MOVE DUW-RECORD TO DDU-RECORD.
           WRITE DDU-RECORD.
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
           MOVE 'DDCOLLCT' TO RUN-JOBNAME OF WS-RUN-AREA.
           CALL 'RUNCTL' USING WS-RUN-AREA.
           IF NOT RUN-OK OF WS-RUN-AREA
              DISPLAY 'DDCOLLCT NOT STARTED: '
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
