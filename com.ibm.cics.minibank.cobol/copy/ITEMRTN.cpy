      *--------------------------------------------------------------*
      * COPYBOOK    : ITEMRTN                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE ITEMRETURN       *
      *               EVERY INBOUND ITEM SENT BACK TO ITS SENDER - AN  *
      *               INBOUND CLEARING CREDIT RETURNED BY CLRINBND, OR *
      *               A DIRECT DEBIT COLLECTION RETURNED UNPAID BY     *
      *               DDCOLLCT. KEYED BY FEED (THE INTAKE PROGRAM)     *
      *               PLUS REFNO (THE SENDER'S ITEM REFERENCE), AND    *
      *               INSERTED IN THE SAME UNIT OF WORK AS THE ITEM IS *
      *               SPOOLED TO THE OUTBOUND FILE, SO A RE-RUN OF THE *
      *               SAME INPUT FILE FINDS THE ITEM ALREADY RETURNED  *
      *               AND NEITHER RETURNS IT TWICE NOR POSTS IT.       *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLITEMRETURN.
           05  IRT-FEED           PIC X(08).
           05  IRT-REFNO          PIC X(36).
           05  IRT-ACCOUNTNUMBER  PIC X(10).
           05  IRT-AMOUNT         PIC S9(12)V9(3) COMP-3.
           05  IRT-CURRENCY       PIC X(03).
           05  IRT-REASON         PIC X(04).
           05  IRT-RETURNDATE     PIC X(10).
           05  IRT-LOGTIME        PIC X(26).
