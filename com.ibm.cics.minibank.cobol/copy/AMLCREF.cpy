      *--------------------------------------------------------------*
      * COPYBOOK    : AMLCREF                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE AMLCASEREF       *
      *               THE TRANSHISTORY MOVEMENTS BEHIND ONE AMLCASE -  *
      *               ONE ROW PER REFNO, WITH THE AMOUNT AND TIME AS   *
      *               THEY STOOD ON THE ACCOUNT, SO THE INVESTIGATOR   *
      *               CAN PULL EACH TRANSFER THROUGH XFERINQ (OR       *
      *               HISTRETR ONCE ARCHIVED) WITHOUT RE-RUNNING THE   *
      *               SCENARIO.                                        *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLAMLCASEREF.
           05  AMR-CASEID         PIC X(20).
           05  AMR-REFNO          PIC X(36).
           05  AMR-TRANSAMOUNT    PIC S9(12)V9(3) COMP-3.
           05  AMR-TRANSTIME      PIC X(26).
