      *--------------------------------------------------------------*
      * COPYBOOK    : DISPEVT                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE DISPUTEEVENT     *
      *               THE AUDIT TRAIL OF A DISPUTE CASE - ONE ROW PER  *
      *               STEP, KEYED BY CASEID AND EVENTSEQ, WITH THE     *
      *               OFFICER WHO TOOK IT. EVENTTYPE IS OPEN, CREDIT,  *
      *               HOLD, HOLDREL, CLAWBACK, REVERSE, UPHELD OR      *
      *               DECLINED. POSTINGREF IS THE XFERCORE REF-NO OF   *
      *               THE MONEY MOVEMENT (OR THE HOLDID OF A HOLD),    *
      *               SO EVERY STEP TIES TO ITS TRANSHISTORY ROWS.     *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLDISPUTEEVENT.
           05  DSE-CASEID         PIC X(26).
           05  DSE-EVENTSEQ       PIC S9(04) COMP.
           05  DSE-EVENTTYPE      PIC X(08).
           05  DSE-OFFICERID      PIC X(08).
           05  DSE-AMOUNT         PIC S9(12)V9(3) COMP-3.
           05  DSE-CURRENCY       PIC X(03).
           05  DSE-POSTINGREF     PIC X(36).
           05  DSE-NOTE           PIC X(40).
           05  DSE-EVENTTIME      PIC X(26).
