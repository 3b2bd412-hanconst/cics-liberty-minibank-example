      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-09-02 INITIAL VERSION                       MAINT       *
      *  2026-10-15 A300 NOW RESTORES THE BENEFICIARY NAME MAINT      *
      *             ON THE RE-DRIVEN TRANSFER, SO XFERCORE            *
      *             SCREENS IT UNDER THE NAME KEYED                   *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XAUTCORE.
                                    REF-NO         OF WS-XFER-COMMAREA.
           MOVE XAU-SUBMITTERID OF DCLXFERAUTH TO
                                    OFFICER-ID     OF WS-XFER-COMMAREA.
           MOVE XAU-BENEFNAME OF DCLXFERAUTH TO
                                    BENEF-NAME     OF WS-XFER-COMMAREA.
           SET TRAN-TYPE-TRANSFER OF WS-XFER-COMMAREA TO TRUE.
           SET AUTH-PRE-APPROVED  OF WS-XFER-COMMAREA TO TRUE.
           CALL 'XFERCORE' USING WS-XFER-COMMAREA WS-XFER-ROLLBACK.
           EXEC SQL
                SELECT AUTHID, SOURCEACCOUNT, TARGETACCOUNT,
                       TARGETSORTCODE, AMOUNT, CURRENCY, VALUEDATE,
                       REFNO, SUBMITTERID, STATUS, BENEFNAME
                  INTO :DCLXFERAUTH.XAU-AUTHID,
                       :DCLXFERAUTH.XAU-SOURCE-ACCOUNT,
                       :DCLXFERAUTH.XAU-TARGET-ACCOUNT,
                       :DCLXFERAUTH.XAU-VALUEDATE,
                       :DCLXFERAUTH.XAU-REFNO,
                       :DCLXFERAUTH.XAU-SUBMITTERID,
                       :DCLXFERAUTH.XAU-STATUS,
                       :DCLXFERAUTH.XAU-BENEFNAME
                  FROM XFERAUTH
                 WHERE AUTHID = :DCLXFERAUTH.XAU-AUTHID
                  WITH RS USE AND KEEP UPDATE LOCKS
