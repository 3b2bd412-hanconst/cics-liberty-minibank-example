      *--------------------------------------------------------------*
      * COPYBOOK    : AMLPARM                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE AMLPARAM         *
      *               AML MONITORING THRESHOLDS, ONE ROW PER SCENARIO  *
      *               THE NIGHTLY AMLMON RUN TESTS. COMPLIANCE RETUNES *
      *               A SCENARIO BY UPDATING ITS ROW - NOTHING IS      *
      *               COMPILED IN. WINDOWDAYS IS THE LOOK-BACK PERIOD; *
      *               WHICH OF THE OTHER COLUMNS A SCENARIO READS:     *
      *                 STRUCT   - MINCOUNT TRANSFERS BETWEEN PERCENT  *
      *                            OF THE AUTHLIMIT THRESHOLD AND THE  *
      *                            THRESHOLD ITSELF                    *
      *                 PASSTHRU - CREDITS OF AT LEAST MINAMOUNT WITH  *
      *                            AT LEAST PERCENT OF THEM PAID OUT   *
      *                 DORMANT  - MINCOUNT OUTFLOWS OF AT LEAST       *
      *                            MINAMOUNT AFTER A DORMANT ACCOUNT   *
      *                            IS REACTIVATED                      *
      *                 FANIN    - CREDITS FROM MINCOUNT DISTINCT      *
      *                            SOURCES TOTALLING MINAMOUNT OR MORE *
      *               A SCENARIO WITH NO ROW, OR ENABLED NOT 'Y', IS   *
      *               NOT RUN.                                         *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLAMLPARAM.
           05  AMP-SCENARIO       PIC X(08).
           05  AMP-WINDOWDAYS     PIC S9(04) COMP.
           05  AMP-MINCOUNT       PIC S9(04) COMP.
           05  AMP-MINAMOUNT      PIC S9(12)V9(3) COMP-3.
           05  AMP-PERCENT        PIC S9(03)V9(02) COMP-3.
           05  AMP-ENABLED        PIC X(01).
               88  AMP-IS-ENABLED     VALUE 'Y'.
