      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 B300 NOW RESTORES THE BENEFICIARY NAME MAINT      *
      *             ON THE RELEASED TRANSFER, SO XFERCORE             *
      *             SCREENS IT UNDER THE NAME KEYED                   *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELSE.
           EXEC SQL
                DECLARE C-DUE-ITEMS CURSOR WITH HOLD FOR
                SELECT REFNO, SOURCEACCOUNT, TARGETACCOUNT,
                       TARGETSORTCODE, AMOUNT, CURRENCY, VALUEDATE,
                       BENEFNAME
                  FROM PENDPAYMENT
                 WHERE STATUS    = 'P'
                   AND VALUEDATE <= CHAR(CURRENT DATE)
                      :DCLPENDPAYMENT.PP-TARGET-SORTCODE,
                      :DCLPENDPAYMENT.PP-AMOUNT,
                      :DCLPENDPAYMENT.PP-CURRENCY,
                      :DCLPENDPAYMENT.PP-VALUEDATE,
                      :DCLPENDPAYMENT.PP-BENEFNAME
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                                     REF-NO         OF WS-XFER-COMMAREA.
           MOVE PP-TARGET-SORTCODE OF DCLPENDPAYMENT TO
                                    TARGET-SORTCODE OF WS-XFER-COMMAREA.
           MOVE PP-BENEFNAME OF DCLPENDPAYMENT TO
                                     BENEF-NAME     OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
      * A WAREHOUSED ITEM PASSED ITS CONTROLS WHEN IT WAS QUEUED -
      * THE RELEASE DOES NOT QUEUE IT AGAIN FOR A SUPERVISOR.
