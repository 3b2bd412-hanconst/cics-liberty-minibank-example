      *--------------------------------------------------------------*
      * COPYBOOK    : AMLCASE                                         *
      * DESCRIPTION : DCLGEN HOST STRUCTURE FOR TABLE AMLCASE          *
      *               ONE AML ALERT CASE PER SCENARIO AND ACCOUNT,     *
      *               RAISED BY THE NIGHTLY AMLMON RUN. CASEID IS THE  *
      *               RUN DATE (YYYYMMDD), THE SCENARIO CODE AND THE   *
      *               ACCOUNT NUMBER, SO A RESTARTED RUN CANNOT RAISE  *
      *               THE SAME CASE TWICE. WHILE A CASE IS OPEN ('O')  *
      *               NO NEW CASE IS RAISED FOR THE SAME SCENARIO AND  *
      *               ACCOUNT; THE INVESTIGATOR CLOSES IT ('C') WITH   *
      *               CLOSEDBY AND CLOSEDATE. THE TRANSFERS BEHIND THE *
      *               ALERT ARE LISTED ON AMLCASEREF (COPYBOOK         *
      *               AMLCREF).                                        *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       01  DCLAMLCASE.
           05  AMC-CASEID         PIC X(20).
           05  AMC-SCENARIO       PIC X(08).
           05  AMC-ACCOUNTNUMBER  PIC X(10).
           05  AMC-CUSTOMERNUMBER PIC X(10).
           05  AMC-CURRENCY       PIC X(03).
           05  AMC-ITEMCOUNT      PIC S9(08) COMP.
           05  AMC-TOTALAMOUNT    PIC S9(12)V9(3) COMP-3.
           05  AMC-OPENDATE       PIC X(10).
           05  AMC-STATUS         PIC X(01).
               88  AMC-OPEN           VALUE 'O'.
               88  AMC-CLOSED         VALUE 'C'.
           05  AMC-CLOSEDBY       PIC X(08).
           05  AMC-CLOSEDATE      PIC X(10).
