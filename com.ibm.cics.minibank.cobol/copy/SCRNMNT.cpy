      *--------------------------------------------------------------*
      * COPYBOOK    : SCRNMNT                                         *
      * DESCRIPTION : COMMAREA LAYOUT FOR THE SANCTIONS REVIEW         *
      *               TRANSACTION, SHARED BY CALLERS OF SCRNMNT AND BY *
      *               SCRNCORE. A COMPLIANCE OFFICER LISTS THE PENDING *
      *               SCREENHOLD QUEUE (UP TO THE TABLE LIMIT, WITH A  *
      *               MORE-FLAG BEYOND IT), THEN RELEASES OR REJECTS   *
      *               AN ITEM BY HOLD-ID. THE RELEASING OFFICER MUST   *
      *               NOT BE THE SUBMITTER - THE SAME TWO-OFFICER      *
      *               RULE XAUTCORE ENFORCES.                          *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       05  SCM-FUNCTION          PIC X(08).
           88  SCM-FUNC-LIST         VALUE 'LIST'.
           88  SCM-FUNC-RELEASE      VALUE 'RELEASE'.
           88  SCM-FUNC-REJECT       VALUE 'REJECT'.
       05  SCM-OFFICER-ID        PIC X(08).
       05  SCM-HOLDID            PIC X(36).
       05  SCM-ITEM-COUNT        PIC S9(04) COMP.
       05  SCM-MORE-ITEMS-FLAG   PIC X(01).
           88  SCM-MORE-ITEMS        VALUE 'Y'.
       05  SCM-ITEM              OCCURS 10.
           10  SCM-ITEM-HOLDID       PIC X(36).
           10  SCM-ITEM-TYPE         PIC X(01).
           10  SCM-ITEM-CUSTOMER     PIC X(10).
           10  SCM-ITEM-NAME         PIC X(35).
           10  SCM-ITEM-SOURCE       PIC X(10).
           10  SCM-ITEM-TARGET       PIC X(10).
           10  SCM-ITEM-SORTCODE     PIC X(06).
           10  SCM-ITEM-AMOUNT       PIC S9(12)V9(3).
           10  SCM-ITEM-CURRENCY     PIC X(03).
           10  SCM-ITEM-ENTRYID      PIC X(10).
           10  SCM-ITEM-MATCHTEXT    PIC X(35).
           10  SCM-ITEM-SUBMITTER    PIC X(08).
           10  SCM-ITEM-SUBMITTIME   PIC X(26).
       05  SCM-RESULT            PIC X(01).
           88  SCM-OK                VALUE '0'.
           88  SCM-FAILED            VALUE '1'.
       05  SCM-ERROR-MSG         PIC X(40).
