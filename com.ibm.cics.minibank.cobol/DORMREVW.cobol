      * DESCRIPTION                                                   *
      *   NIGHTLY DORMANCY REVIEW. WALKS EVERY ACTIVE ACCOUNT AND      *
      *   LOOKS FOR CUSTOMER-INITIATED TRANSHISTORY MOVEMENT           *
      *   (TRANSNAME 'TRANSFER', 'REVERSAL', OR A TELLER 'CASHDEP'     *
      *   OR 'CASHWDL' - SYSTEM POSTINGS LIKE 'ODCHARGE' AND THE       *
      *   'BALCFWD' ARCHIVE ANCHOR DO NOT KEEP AN ACCOUNT ALIVE)       *
      *   WITHIN THE LAST WS-DORMANT-MONTHS. AN                        *
      *   ACCOUNT WITH NONE IS FLAGGED DORMANT ON THE ACCOUNT RECORD   *
      *   - XFERCORE THEN REFUSES DEBITS UNTIL A STATUS AMEND          *
      *   REACTIVATES IT, WHILE CREDITS STILL LAND - AND LISTED ON     *
      *             INSIDE THE PERIOD IS A NEW ACCOUNT                 *
      *             THAT HAS NOT HAD TIME TO TRANSACT,                 *
      *             NOT A DORMANT ONE                                  *
      *  2026-10-15 B300 NOW COUNTS TELLER CASH DEPOSITS   MAINT      *
      *             AND WITHDRAWALS AS CUSTOMER ACTIVITY               *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMREVW.
                  INTO :WS-MOVEMENT-COUNT
                  FROM TRANSHISTORY
                 WHERE ACCOUNTNUMBER = :DCLACCOUNT.ACCOUNTNUMBER
                   AND TRANSNAME IN ('TRANSFER', 'REVERSAL',
                                     'CASHDEP', 'CASHWDL')
                   AND DATE(TRANSTIME) >= :WS-CUTOFF-DATE
           END-EXEC.
           IF SQLCODE = 0 AND WS-MOVEMENT-COUNT = 0
