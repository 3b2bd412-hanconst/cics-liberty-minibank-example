      *--------------------------------------------------------------*
      * COPYBOOK    : TDCTL                                           *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE TDCONTROL        *
      *               PER-CURRENCY TERM DEPOSIT BOOKING CONTROL. A     *
      *               CURRENCY WITH NO ROW IS NOT OFFERED. PRINCIPAL   *
      *               IS HELD ON HOLDACCOUNT - THE INTERNAL ACCOUNT    *
      *               FUNDING POSTS INTO AND MATURITY OR BREAKAGE      *
      *               PAYS OUT OF - AND INTEREST IS PAID OUT OF        *
      *               INTERESTACCOUNT, SO EVERY MOVEMENT IS AN         *
      *               ORDINARY TWO-LEG XFERCORE POSTING THE WAY THE    *
      *               CLEARINGROUTE SETTLEMENT ACCOUNTS ARE. BOTH ARE  *
      *               REAL ACCOUNT ROWS IN THE CURRENCY. PENALTYRATE   *
      *               IS THE ANNUAL RATE DEDUCTED ON EARLY BREAKAGE,   *
      *               COPIED ONTO EACH DEPOSIT WHEN IT IS OPENED.      *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLTDCONTROL.
           05  TDC-CURRENCY       PIC X(03).
           05  TDC-HOLDACCOUNT    PIC X(10).
           05  TDC-INTERESTACCOUNT PIC X(10).
           05  TDC-PENALTYRATE    PIC S9(03)V9(06) COMP-3.
