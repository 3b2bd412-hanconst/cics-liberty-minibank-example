      *     - FXREVAL MUST NOT START BEFORE FXRATELD HAS COMPLETED     *
      *       CLEAN TONIGHT - IT WOULD REVALUE THE BANK'S FX BOOK      *
      *       OFF YESTERDAY'S RATES                                    *
      *     - GLPOST MUST NOT RUN OVER A NIGHT WHERE RECONCIL          *
      *       REPORTED DISCREPANCIES (OR NEVER RAN) - THE GENERAL      *
      *       LEDGER IS FED FROM PROVEN SUBLEDGER BALANCES ONLY        *
      *     - WLRESCRN MUST NOT START BEFORE WLLOAD HAS COMPLETED      *
      *       CLEAN TONIGHT - IT WOULD RESCREEN THE CUSTOMER MASTER    *
      *       AGAINST YESTERDAY'S SANCTIONS LIST                       *
      *     - CRINTCAP MUST NOT START BEFORE CRINTACR HAS COMPLETED    *
      *       CLEAN TONIGHT - IT WOULD CAPITALISE CREDIT INTEREST      *
      *       SHORT OF THE LAST DAY'S ACCRUAL                          *
      *   A BLOCKED CALLER GETS RUN-BLOCKED AND MUST STOP WITHOUT      *
      *   DOING ANY WORK. CTR RECORDS A NAMED COUNTER (THE SAME        *
      *   NUMBERS THE JOB DISPLAYS) ON BATCHCTR, AND END CLOSES THE    *
      *             CLOSES THE ROW ITS OWN STRT OPENED,               *
      *             SO A STALE 'R' ROW FROM AN EARLIER                *
      *             DATE STAYS VISIBLE ON OPSRPRT                     *
      *  2026-10-15 A110 NOW GATES GLPOST BEHIND A CLEAN   MAINT      *
      *             RECONCIL THE SAME WAY STMTGEN IS -                *
      *             NOTHING REACHES THE GENERAL LEDGER                *
      *             OFF AN UNPROVEN NIGHT                             *
      *  2026-10-15 A110 NOW GATES WLRESCRN BEHIND A      MAINT      *
      *             CLEAN WLLOAD - THE NIGHTLY RESCREEN               *
      *             RUNS AGAINST TONIGHT'S SANCTIONS LIST             *
      *  2026-10-15 A110 NOW GATES CRINTCAP BEHIND A      MAINT      *
      *             CLEAN CRINTACR - CREDIT INTEREST IS               *
      *             CAPITALISED WITH TONIGHT'S ACCRUAL                *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
                        PERFORM E000-ERROR THRU E000-EXIT
                     END-IF
                     PERFORM A130-CHECK-RECONCIL-CLEAN THRU A130-EXIT
             WHEN 'GLPOST'
                     MOVE 'RECONCIL' TO WS-PRED-JOBNAME
                     PERFORM A120-CHECK-PREDECESSOR THRU A120-EXIT
                     IF WS-PRED-COUNT = 0
                        SET RUN-BLOCKED OF WS-AREA TO TRUE
                        MOVE 'RECONCIL HAS NOT COMPLETED TONIGHT' TO
                                           RUN-ERROR-MSG OF WS-AREA
                        PERFORM E000-ERROR THRU E000-EXIT
                     END-IF
                     PERFORM A130-CHECK-RECONCIL-CLEAN THRU A130-EXIT
             WHEN 'WLRESCRN'
                     MOVE 'WLLOAD' TO WS-PRED-JOBNAME
                     PERFORM A120-CHECK-PREDECESSOR THRU A120-EXIT
                     IF WS-PRED-COUNT = 0
                        SET RUN-BLOCKED OF WS-AREA TO TRUE
                        MOVE 'WLLOAD HAS NOT COMPLETED TONIGHT' TO
                                           RUN-ERROR-MSG OF WS-AREA
                        PERFORM E000-ERROR THRU E000-EXIT
                     END-IF
             WHEN 'CRINTCAP'
                     MOVE 'CRINTACR' TO WS-PRED-JOBNAME
                     PERFORM A120-CHECK-PREDECESSOR THRU A120-EXIT
                     IF WS-PRED-COUNT = 0
                        SET RUN-BLOCKED OF WS-AREA TO TRUE
                        MOVE 'CRINTACR HAS NOT COMPLETED TONIGHT' TO
                                           RUN-ERROR-MSG OF WS-AREA
                        PERFORM E000-ERROR THRU E000-EXIT
                     END-IF
             WHEN OTHER
                     CONTINUE
           END-EVALUATE.
