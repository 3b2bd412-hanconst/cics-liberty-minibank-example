      *--------------------------------------------------------------*
      * COPYBOOK    : SCRNHOLD                                        *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE SCREENHOLD       *
      *               THE SANCTIONS REVIEW QUEUE. AN ITEM THAT HITS    *
      *               THE WATCHLIST IS PARKED HERE ('P') INSTEAD OF    *
      *               BEING APPLIED: A CUSTOMER CREATE ('C') OR AMEND  *
      *               ('A') FROM CUSTCORE WITH THE FULL MASTER         *
      *               FIELDS, AN OUTBOUND INTERBANK TRANSFER ('T')     *
      *               FROM XFERCORE WITH ITS QUOTED REF-NO, OR AN      *
      *               EXISTING CUSTOMER CAUGHT BY THE WLRESCRN         *
      *               NIGHTLY RESCREEN ('R'). A COMPLIANCE OFFICER     *
      *               (NOT THE SUBMITTER - THE SAME TWO-OFFICER RULE   *
      *               XAUTCORE ENFORCES) RELEASES THE ITEM ('A' -      *
      *               THE PARKED WORK IS APPLIED UNCHANGED) OR         *
      *               REJECTS IT ('R') THROUGH SCRNCORE. ENTRYID AND   *
      *               MATCHTEXT RECORD WHICH LIST ENTRY WAS HIT AND    *
      *               ON WHAT.                                         *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLSCREENHOLD.
           05  SCH-HOLDID         PIC X(36).
           05  SCH-ITEMTYPE       PIC X(01).
               88  SCH-TYPE-CREATE    VALUE 'C'.
               88  SCH-TYPE-AMEND     VALUE 'A'.
               88  SCH-TYPE-TRANSFER  VALUE 'T'.
               88  SCH-TYPE-RESCREEN  VALUE 'R'.
           05  SCH-CUSTOMERNUMBER PIC X(10).
           05  SCH-NAME           PIC X(35).
           05  SCH-ADDR1          PIC X(35).
           05  SCH-ADDR2          PIC X(35).
           05  SCH-ADDR3          PIC X(35).
           05  SCH-POSTCODE       PIC X(10).
           05  SCH-CONTACT        PIC X(20).
           05  SCH-SOURCE-ACCOUNT PIC X(10).
           05  SCH-TARGET-ACCOUNT PIC X(10).
           05  SCH-TARGETSORTCODE PIC X(06).
           05  SCH-AMOUNT         PIC S9(12)V9(3) COMP-3.
           05  SCH-CURRENCY       PIC X(03).
           05  SCH-REFNO          PIC X(36).
           05  SCH-BENEFNAME      PIC X(35).
           05  SCH-ENTRYID        PIC X(10).
           05  SCH-MATCHTEXT      PIC X(35).
           05  SCH-SUBMITTERID    PIC X(08).
           05  SCH-SUBMITTIME     PIC X(26).
           05  SCH-CHECKERID      PIC X(08).
           05  SCH-CHECKTIME      PIC X(26).
           05  SCH-STATUS         PIC X(01).
               88  SCH-PENDING        VALUE 'P'.
               88  SCH-RELEASED       VALUE 'A'.
               88  SCH-REJECTED       VALUE 'R'.
