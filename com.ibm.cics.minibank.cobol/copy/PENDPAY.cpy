      *  2026-09-02 ADDED TARGETSORTCODE SO A WAREHOUSED    MAINT      *
      *             EXTERNAL (INTERBANK) PAYMENT KEEPS ITS            *
      *             ROUTING UNTIL PAYRELSE POSTS IT                   *
      *  2026-10-15 ADDED BENEFNAME SO THE NAME SCREENED     MAINT      *
      *             WHEN THE ITEM IS RELEASED IS THE ONE KEYED        *
      *--------------------------------------------------------------*
       01  DCLPENDPAYMENT.
           05  PP-REFNO           PIC X(36).
               88  PP-PENDING         VALUE 'P'.
               88  PP-RELEASED        VALUE 'R'.
               88  PP-CANCELLED       VALUE 'C'.
           05  PP-BENEFNAME       PIC X(35).
