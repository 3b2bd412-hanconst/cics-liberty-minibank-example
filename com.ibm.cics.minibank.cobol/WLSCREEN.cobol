      *--------------------------------------------------------------*
      * PROGRAM-ID : WLSCREEN                                         *
      * AUTHOR     : MAINTENANCE TEAM                                  *
      * INSTALLATION: CICS TRANSACTION SERVER MINIBANK SAMPLE          *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DATE-COMPILED:                                                 *
      *--------------------------------------------------------------*
      * DESCRIPTION                                                   *
      *   SANCTIONS SCREENING SERVICE - THE ONE PLACE THE SYSTEM       *
      *   DECIDES WHETHER A NAME, AN ADDRESS LINE OR AN ACCOUNT HITS   *
      *   THE WATCHLIST. A PLAIN COBOL SUBPROGRAM (NO EXEC CICS) IN    *
      *   THE SAME MOULD AS CALBDAY, CALLABLE FROM CICS AND BATCH      *
      *   ALIKE, DRIVEN BY THE WLSCRN COPYBOOK COMMAREA.               *
      *                                                               *
      *   TEXT IS COMPARED BY MATCH KEY: UPPER-CASED, WITH EVERY       *
      *   CHARACTER THAT IS NOT A LETTER OR A DIGIT SQUEEZED OUT, SO   *
      *   'AL-NOOR TRADING', 'AL NOOR TRADING' AND THE SAME NAME       *
      *   KEYED IN LOWER CASE ALL SCREEN THE SAME. A LINE HITS WHEN A  *
      *   LISTED NAME'S KEY APPEARS ANYWHERE INSIDE THE LINE'S KEY -   *
      *   A LISTED NAME BURIED IN A LONGER NAME OR IN AN ADDRESS LINE  *
      *   IS STILL A POSSIBLE MATCH. THAT IS DELIBERATELY WIDE: A HIT  *
      *   ONLY PARKS THE ITEM FOR A COMPLIANCE OFFICER, WHO DECIDES.   *
      *   WLLOAD REFUSES LIST ENTRIES WHOSE KEY IS TOO SHORT TO MEAN   *
      *   ANYTHING, SO THE WIDTH STAYS USABLE. AN ACCOUNT SCREENS BY   *
      *   EXACT SORT CODE AND ACCOUNT NUMBER.                          *
      *                                                               *
      *   FUNCTIONS: SCRN (SCREEN THE TEXT LINES, THEN THE ACCOUNT;    *
      *   THE FIRST HIT IS RETURNED) AND KEY (BUILD THE MATCH KEY OF   *
      *   TEXT LINE 1 - WLLOAD STORES IT ON EACH LIST ENTRY SO THE     *
      *   LOAD AND THE SCREENING NEVER DISAGREE ON THE NORMAL FORM).   *
      *   AN SQL ERROR FAILS THE CALL - THE CALLER MUST TREAT AN       *
      *   UNSCREENED ITEM AS UNSAFE, NEVER AS CLEAR.                   *
      *--------------------------------------------------------------*
      * MODIFICATION HISTORY                                         *
      *  2026-10-15 INITIAL VERSION                       MAINT       *
      *--------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
       AUTHOR.     MAINTENANCE TEAM.
       DATE-WRITTEN. 2026-10-15.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE WATCHLST END-EXEC.

       01  WS-WORK-TEXT               PIC X(35).
       01  WS-SCREEN-KEY              PIC X(35).
       01  WS-KEY-LENGTH              PIC S9(04) COMP VALUE 0.
       01  WS-CHAR-IX                 PIC S9(04) COMP VALUE 0.
       01  WS-LINE-IX                 PIC S9(04) COMP VALUE 0.
       01  WS-CHAR                    PIC X(01).
           88  WS-CHAR-KEPT               VALUE 'A' THRU 'I'
                                                'J' THRU 'R'
                                                'S' THRU 'Z'
                                                '0' THRU '9'.

       LINKAGE SECTION.
       01  LK-SCNAREA.
           COPY WLSCRN.

       PROCEDURE DIVISION USING LK-SCNAREA.
       0000-MAIN.
           SET SCN-OK     OF LK-SCNAREA TO TRUE.
           SET SCN-NO-HIT OF LK-SCNAREA TO TRUE.
           MOVE SPACES TO SCN-ERROR-MSG  OF LK-SCNAREA.
           MOVE SPACES TO SCN-ENTRYID    OF LK-SCNAREA.
           MOVE SPACES TO SCN-MATCH-TEXT OF LK-SCNAREA.
           EXEC SQL SET CURRENT SCHEMA='CTUSERS' END-EXEC.
           EVALUATE TRUE
             WHEN SCN-FUNC-SCREEN OF LK-SCNAREA
                     PERFORM B200-SCREEN-LINE THRU B200-EXIT
                             VARYING WS-LINE-IX FROM 1 BY 1
                             UNTIL WS-LINE-IX > 4
                                OR SCN-HIT OF LK-SCNAREA
                     PERFORM B300-SCREEN-ACCOUNT THRU B300-EXIT
             WHEN SCN-FUNC-KEY OF LK-SCNAREA
                     MOVE SCN-TEXT OF LK-SCNAREA (1) TO WS-WORK-TEXT
                     PERFORM B100-BUILD-KEY THRU B100-EXIT
                     MOVE WS-SCREEN-KEY TO SCN-MATCH-KEY OF LK-SCNAREA
                     MOVE WS-KEY-LENGTH TO
                                        SCN-KEY-LENGTH OF LK-SCNAREA
             WHEN OTHER
                     SET SCN-FAILED OF LK-SCNAREA TO TRUE
                     MOVE 'UNKNOWN SCREENING FUNCTION' TO
                                        SCN-ERROR-MSG OF LK-SCNAREA
           END-EVALUATE.
           GOBACK.
       0000-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B100 - BUILD THE MATCH KEY OF WS-WORK-TEXT INTO WS-SCREEN-KEY
      * ONE CHARACTER AT A TIME, KEEPING LETTERS AND DIGITS ONLY.
      * THE LETTER RANGES ARE SPLIT AT I/J AND R/S SO THE TEST HOLDS
      * ON AN EBCDIC COLLATING SEQUENCE AS WELL AS ASCII.
      *--------------------------------------------------------------*
       B100-BUILD-KEY.
           INSPECT WS-WORK-TEXT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-SCREEN-KEY.
           MOVE 0      TO WS-KEY-LENGTH.
           PERFORM B110-KEEP-CHAR THRU B110-EXIT
                   VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 35.
       B100-EXIT.
             EXIT.
      *--------------------------------------------------------------*
       B110-KEEP-CHAR.
           MOVE WS-WORK-TEXT (WS-CHAR-IX: 1) TO WS-CHAR.
           IF WS-CHAR-KEPT
              ADD 1 TO WS-KEY-LENGTH
              MOVE WS-CHAR TO WS-SCREEN-KEY (WS-KEY-LENGTH: 1)
           END-IF.
       B110-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B200 - SCREEN ONE TEXT LINE. A BLANK LINE (OR ONE WITH NO
      * LETTERS OR DIGITS AT ALL) HAS NOTHING TO MATCH AND PASSES.
      *--------------------------------------------------------------*
       B200-SCREEN-LINE.
           MOVE SCN-TEXT OF LK-SCNAREA (WS-LINE-IX) TO WS-WORK-TEXT.
           IF WS-WORK-TEXT = SPACES OR WS-WORK-TEXT = LOW-VALUE
              GO TO B200-EXIT
           END-IF.
           PERFORM B100-BUILD-KEY THRU B100-EXIT.
           IF WS-KEY-LENGTH = 0
              GO TO B200-EXIT
           END-IF.
           EXEC SQL
                SELECT ENTRYID
                  INTO :DCLWATCHLIST.WLS-ENTRYID
                  FROM WATCHLIST
                 WHERE ENTRYTYPE = 'N'
                   AND LOCATE(RTRIM(MATCHKEY), :WS-SCREEN-KEY) > 0
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     SET SCN-HIT OF LK-SCNAREA TO TRUE
                     MOVE WLS-ENTRYID OF DCLWATCHLIST TO
                                        SCN-ENTRYID OF LK-SCNAREA
                     MOVE SCN-TEXT OF LK-SCNAREA (WS-LINE-IX) TO
                                        SCN-MATCH-TEXT OF LK-SCNAREA
             WHEN 100
                     CONTINUE
             WHEN OTHER
                     SET SCN-FAILED OF LK-SCNAREA TO TRUE
                     MOVE 'WATCHLIST NOT AVAILABLE' TO
                                        SCN-ERROR-MSG OF LK-SCNAREA
                     GOBACK
           END-EVALUATE.
       B200-EXIT.
             EXIT.
      *--------------------------------------------------------------*
      * B300 - SCREEN THE ACCOUNT, ONLY IF THE TEXT LINES PASSED AND
      * THE CALLER SUPPLIED ONE.
      *--------------------------------------------------------------*
       B300-SCREEN-ACCOUNT.
           IF SCN-HIT OF LK-SCNAREA
              OR SCN-ACCOUNT OF LK-SCNAREA = SPACES
              OR SCN-ACCOUNT OF LK-SCNAREA = LOW-VALUE
              GO TO B300-EXIT
           END-IF.
           MOVE SCN-SORTCODE OF LK-SCNAREA TO
                                        WLS-SORTCODE OF DCLWATCHLIST.
           MOVE SCN-ACCOUNT  OF LK-SCNAREA TO
                                        WLS-ACCOUNT  OF DCLWATCHLIST.
           EXEC SQL
                SELECT ENTRYID
                  INTO :DCLWATCHLIST.WLS-ENTRYID
                  FROM WATCHLIST
                 WHERE ENTRYTYPE = 'A'
                   AND SORTCODE  = :DCLWATCHLIST.WLS-SORTCODE
                   AND ACCOUNT   = :DCLWATCHLIST.WLS-ACCOUNT
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                     SET SCN-HIT OF LK-SCNAREA TO TRUE
                     MOVE WLS-ENTRYID OF DCLWATCHLIST TO
                                        SCN-ENTRYID OF LK-SCNAREA
                     MOVE SPACES TO SCN-MATCH-TEXT OF LK-SCNAREA
                     STRING SCN-SORTCODE OF LK-SCNAREA
                                                   DELIMITED BY SIZE
                            ' '                    DELIMITED BY SIZE
                            SCN-ACCOUNT OF LK-SCNAREA
                                                   DELIMITED BY SIZE
                            INTO SCN-MATCH-TEXT OF LK-SCNAREA
             WHEN 100
                     CONTINUE
             WHEN OTHER
                     SET SCN-FAILED OF LK-SCNAREA TO TRUE
                     MOVE 'WATCHLIST NOT AVAILABLE' TO
                                        SCN-ERROR-MSG OF LK-SCNAREA
           END-EVALUATE.
       B300-EXIT.
             EXIT.
      *--------------------------------------------------------------*
