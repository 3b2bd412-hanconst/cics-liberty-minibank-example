      *--------------------------------------------------------------*
      * COPYBOOK    : DISPCTL                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE DISPCONTROL      *
      *               PER-CURRENCY DISPUTES SUSPENSE ACCOUNT - THE     *
      *               INTERNAL ACCOUNT PROVISIONAL CREDIT IS PAID OUT  *
      *               OF AND A CLAWBACK RETURNS TO, SO EVERY MOVEMENT  *
      *               IS AN ORDINARY TWO-LEG XFERCORE POSTING THE WAY  *
      *               THE TDCONTROL ACCOUNTS ARE. A CURRENCY WITH NO   *
      *               ROW CANNOT BE GIVEN PROVISIONAL CREDIT.          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLDISPCONTROL.
           05  DSC-CURRENCY       PIC X(03).
           05  DSC-SUSPENSEACCOUNT PIC X(10).
