       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       FLASH.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  OPSLOG  ASSIGN TO OPSLOG-NAME
                   FILE STATUS IS  OPSLOG-STATUS.
           SELECT  DAILYSUM ASSIGN TO "DAILY.SUM"
                   FILE STATUS IS  DAILYSUM-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-DATE      PIC 9(08).
           03  FILLER        PIC X(01).
           03  RES-ENDING    PIC X(05).
           03  FILLER        PIC X(01).
           03  RES-STORY     PIC 9(02).
           03  FILLER        PIC X(01).
           03  RES-PLAYER    PIC X(10).
           03  FILLER        PIC X(01).
           03  RES-TERM      PIC X(04).
           03  FILLER        PIC X(01).
           03  RES-AFFECTION PIC 9(02).
           03  FILLER        PIC X(01).
           03  RES-SHARED    PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-TIME      PIC 9(06).
           03  FILLER        PIC X(01).
           03  RES-SEQ       PIC 9(06).
           03  FILLER        PIC X(01).
           03  RES-PACK      PIC X(12).
           03  FILLER        PIC X(01).
           03  RES-ARM       PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC 9(06).
      *
       FD  SESSLOG.
       01  SESSLOG-REC.
           03  SL-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  SL-BRANCH     PIC X(07).
           03  FILLER        PIC X(01).
           03  SL-OUTPUT     PIC 9(01).
           03  FILLER        PIC X(01).
           03  SL-INPUT      PIC X(99).
           03  FILLER        PIC X(01).
           03  SL-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  SL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  SL-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  SL-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  OPSLOG.
       01  OPSLOG-REC.
           03  OP-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  OP-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  OP-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  OP-EVENT      PIC X(08).
           03  FILLER        PIC X(01).
           03  OP-DETAIL     PIC X(40).
      *
       FD  DAILYSUM.
       01  DAILYSUM-REC.
           03  DS-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  DS-PLAYS      PIC 9(05).
           03  FILLER        PIC X(01).
           03  DS-HAPPY      PIC 9(05).
           03  FILLER        PIC X(01).
           03  DS-BAD        PIC 9(05).
           03  FILLER        PIC X(01).
           03  DS-UNIQ       PIC 9(05).
           03  FILLER        PIC X(01).
           03  DS-AVG-AFF    PIC 9(02)V9(02).
           03  FILLER        PIC X(01).
           03  DS-AVG-SCORE  PIC 9(01)V9(02).
           03  FILLER        PIC X(01).
           03  DS-CLOSED     PIC X(01).
           03  FILLER        PIC X(01).
           03  DS-ABAND      PIC 9(05).
      *    "Y" when SHOPCAL.txt had the shop shut all day - the row
      *    is still filed so the ledger has no gap, but the trend
      *    and flash comparisons leave it out.
           03  FILLER        PIC X(01).
           03  DS-SHUT       PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-NAME    PIC X(80).
         03  RESULTS-END     PIC X(01).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(80).
         03  SESSLOG-END     PIC X(01).
         03  OPSLOG-STATUS   PIC X(02).
         03  OPSLOG-NAME     PIC X(80).
         03  OPSLOG-END      PIC X(01).
         03  DAILYSUM-STATUS PIC X(02).
         03  DAILYSUM-END    PIC X(01).
         03  TERM-ANSWER     PIC X(80).
         03  TERM-IDX        PIC 9(02)  COMP.
         03  TODAY-DATE      PIC 9(08).
         03  TODAY-JULIAN    PIC 9(07).
         03  ROW-JULIAN      PIC 9(07).
         03  NOW-TIME        PIC 9(08).
         03  NOW-HHMMSS      PIC 9(06).
         03  NOW-HMS  REDEFINES  NOW-HHMMSS.
           05  NOW-HH        PIC 9(02).
           05  NOW-MM        PIC 9(02).
           05  NOW-SS        PIC 9(02).
         03  NOW-HOUR        PIC 9(02).
         03  NOW-SECS        PIC 9(05).
         03  LAST-SECS       PIC 9(05).
         03  QUIET-SECS      PIC S9(05).
         03  TODAY-DOW       PIC 9(01).
         03  PLAYS-COUNT     PIC 9(05).
         03  HAPPY-COUNT     PIC 9(05).
         03  BAD-COUNT       PIC 9(05).
         03  ABAND-COUNT     PIC 9(05).
         03  HOUR-COUNT      PIC 9(05).
         03  PREV-HOUR-COUNT PIC 9(05).
         03  AFF-SUM         PIC 9(07).
         03  AFF-COUNT       PIC 9(05).
         03  AVG-AFF         PIC 9(02)V9(02).
         03  SCORE-SUM       PIC 9(07).
         03  SCORE-COUNT     PIC 9(05).
         03  AVG-SCORE       PIC 9(01)V9(02).
         03  T-PLAYS         PIC 9(05).
         03  T-HOUR          PIC 9(05).
         03  T-ANSWERS       PIC 9(05).
         03  T-SESSIONS      PIC 9(05).
         03  T-LAST-TIME     PIC 9(06).
         03  T-LAST-HMS  REDEFINES  T-LAST-TIME.
           05  T-LAST-HH     PIC 9(02).
           05  T-LAST-MM     PIC 9(02).
           05  T-LAST-SS     PIC 9(02).
         03  T-LAST-EVENT    PIC X(08).
         03  T-STATE         PIC X(10).
         03  QUIET-COUNT     PIC 9(02).
         03  WEEK-DAYS       PIC 9(03).
         03  WEEK-PLAYS      PIC 9(07).
         03  WEEK-AVG        PIC 9(05).
         03  PCT             PIC 9(03).
         03  ROW-HOUR        PIC 9(02).
      *
      *    the kiosks to look at, and where each one's live logs can
      *    be read from - blank when they sit in this directory.
       01  TERM-TABLE.
         03  TERM-COUNT      PIC 9(02)  COMP  VALUE  0.
         03  TERM-ENTRY      OCCURS  8 TIMES.
           05  TERM-ID       PIC X(04).
           05  TERM-DIR      PIC X(60).
      *
       01  DOW-NAMES.
         03  FILLER          PIC X(09)   VALUE  "SUNDAY".
         03  FILLER          PIC X(09)   VALUE  "MONDAY".
         03  FILLER          PIC X(09)   VALUE  "TUESDAY".
         03  FILLER          PIC X(09)   VALUE  "WEDNESDAY".
         03  FILLER          PIC X(09)   VALUE  "THURSDAY".
         03  FILLER          PIC X(09)   VALUE  "FRIDAY".
         03  FILLER          PIC X(09)   VALUE  "SATURDAY".
       01  DOW-NAMES-R  REDEFINES  DOW-NAMES.
         03  DOW-NAME        PIC X(09)   OCCURS  7 TIMES.
      *
       PROCEDURE         DIVISION.
      *
      *    the intraday flash - how the day is going so far, for the
      *    supervisor at two in the afternoon rather than the
      *    manager the next morning. reads each kiosk's live
      *    RESULTS.LOG, SESSION_LOG.txt and OPS_LOG.txt for today's
      *    rows as they stand, opened for input only: nothing is
      *    written, LOGSEQ.DAT is never opened, and a row the kiosk
      *    is part way through writing is simply skipped, so it is
      *    safe to run with players mid-session. the day's figures
      *    are set against the usual day for this weekday from
      *    DAILY.SUM, and a kiosk with no OPS_LOG line in the last
      *    hour is flagged the way FLEETRPT flags one gone quiet.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           IF  TERM-COUNT     =      0
               DISPLAY "no terminal IDs entered - nothing to flash"
               STOP RUN
           END-IF.
           DISPLAY "===== INTRADAY FLASH " TODAY-DATE " AT "
               NOW-HHMMSS " =====".
           PERFORM  200-TERM-ONE THRU 200-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT.
           PERFORM  300-WEEKDAY THRU 300-END.
           PERFORM  400-REPORT  THRU 400-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           ACCEPT  NOW-TIME   FROM   TIME.
           MOVE  NOW-TIME(1:6) TO    NOW-HHMMSS.
           MOVE  NOW-HH       TO     NOW-HOUR.
           COMPUTE NOW-SECS = NOW-HH * 3600 + NOW-MM * 60 + NOW-SS.
           COMPUTE TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE TODAY-DOW = FUNCTION MOD(TODAY-JULIAN, 7).
           MOVE  0            TO     TERM-COUNT.
           DISPLAY "terminal IDs to flash, one per line, each "
                   "followed by its live log folder if not this "
                   "one (e.g. K01 /mnt/k01/) - blank line when done:".
           PERFORM  110-GET-TERM THRU 110-END
               UNTIL TERM-COUNT = 8
                  OR TERM-ANSWER = HIGH-VALUES.
       100-END.
           EXIT.
      *
       110-GET-TERM      SECTION.
           MOVE  SPACES       TO     TERM-ANSWER.
           ACCEPT  TERM-ANSWER FROM  CONSOLE.
           IF  TERM-ANSWER    =      SPACES
               MOVE  HIGH-VALUES  TO     TERM-ANSWER
           ELSE
               ADD  1             TO     TERM-COUNT
               MOVE  SPACES       TO     TERM-ENTRY(TERM-COUNT)
               UNSTRING  TERM-ANSWER  DELIMITED BY ALL SPACE
                   INTO  TERM-ID(TERM-COUNT)
                         TERM-DIR(TERM-COUNT)
               END-UNSTRING
           END-IF.
       110-END.
           EXIT.
      *
       200-TERM-ONE      SECTION.
           MOVE  ZERO         TO     T-PLAYS T-HOUR T-ANSWERS
                                     T-SESSIONS T-LAST-TIME.
           MOVE  SPACES       TO     T-LAST-EVENT.
           MOVE  SPACES       TO     RESULTS-NAME SESSLOG-NAME
                                     OPSLOG-NAME.
           STRING  TERM-DIR(TERM-IDX)      DELIMITED BY SPACE
                   "RESULTS.LOG"           DELIMITED BY SIZE
               INTO  RESULTS-NAME.
           STRING  TERM-DIR(TERM-IDX)      DELIMITED BY SPACE
                   "SESSION_LOG.txt"       DELIMITED BY SIZE
               INTO  SESSLOG-NAME.
           STRING  TERM-DIR(TERM-IDX)      DELIMITED BY SPACE
                   "OPS_LOG.txt"           DELIMITED BY SIZE
               INTO  OPSLOG-NAME.
           PERFORM  210-RESULTS-PASS THRU 210-END.
           PERFORM  220-SESSLOG-PASS THRU 220-END.
           PERFORM  230-OPSLOG-PASS  THRU 230-END.
      *    a session begun and not yet ended is a player at the
      *    screen right now.
           IF  T-LAST-EVENT   =      "SESSBEG"
               MOVE  "IN PLAY"    TO     T-STATE
           ELSE
               MOVE  "idle"       TO     T-STATE
           END-IF.
           DISPLAY "kiosk " TERM-ID(TERM-IDX) " plays=" T-PLAYS
               " this hour=" T-HOUR " answers=" T-ANSWERS
               " sessions=" T-SESSIONS " " T-STATE.
           IF  T-LAST-TIME    =      0
               DISPLAY "    *** NO HEARTBEAT TODAY - CHECK THE "
                   "MACHINE ***"
               ADD  1             TO     QUIET-COUNT
               GO TO 200-END
           END-IF.
           COMPUTE LAST-SECS = T-LAST-HH * 3600 + T-LAST-MM * 60
               + T-LAST-SS.
           COMPUTE QUIET-SECS = NOW-SECS - LAST-SECS.
           IF  QUIET-SECS     >      3600
               DISPLAY "    *** QUIET since " T-LAST-TIME
                   " - no heartbeat in the last hour ***"
               ADD  1             TO     QUIET-COUNT
           END-IF.
       200-END.
           EXIT.
      *
       210-RESULTS-PASS  SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               DISPLAY "kiosk " TERM-ID(TERM-IDX) " : "
                   RESULTS-NAME " not readable yet"
               GO TO 210-END
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  215-RESULTS-ROW THRU 215-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
       210-END.
           EXIT.
      *
      *    counted as DAYCLOSE will count them tonight - carry-
      *    forward rows are not plays, ABAND is broken out of bad.
      *    rows are kept to this kiosk's own, so kiosks sharing one
      *    folder are not counted twice.
       215-RESULTS-ROW   SECTION.
           IF  RES-DATE       NOT NUMERIC
            OR RES-TIME       NOT NUMERIC
            OR RES-DATE       NOT =  TODAY-DATE
            OR RES-TERM       NOT =  TERM-ID(TERM-IDX)
            OR RES-ENDING     =      "CFWD"
               GO TO 215-NEXT
           END-IF.
           ADD  1             TO     PLAYS-COUNT T-PLAYS.
           EVALUATE  RES-ENDING
               WHEN "HAPPY"
                   ADD  1             TO     HAPPY-COUNT
               WHEN "ABAND"
                   ADD  1             TO     ABAND-COUNT
               WHEN OTHER
                   ADD  1             TO     BAD-COUNT
           END-EVALUATE.
           IF  RES-AFFECTION  NUMERIC
               ADD  RES-AFFECTION TO     AFF-SUM
               ADD  1             TO     AFF-COUNT
           END-IF.
           MOVE  RES-TIME(1:2) TO    ROW-HOUR.
           IF  ROW-HOUR       =      NOW-HOUR
               ADD  1             TO     HOUR-COUNT T-HOUR
           ELSE
               IF  ROW-HOUR + 1   =      NOW-HOUR
                   ADD  1             TO     PREV-HOUR-COUNT
               END-IF
           END-IF.
       215-NEXT.
           PERFORM  910-READ-RESULTS THRU 910-END.
       215-END.
           EXIT.
      *
       220-SESSLOG-PASS  SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               GO TO 220-END
           END-IF.
           PERFORM  920-READ-SESSLOG THRU 920-END.
           PERFORM  225-SESSLOG-ROW THRU 225-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
       220-END.
           EXIT.
      *
      *    the graded answers, on DAYCLOSE's rules - no placeholder
      *    scores from ERROR, ABANDON or moderated rows.
       225-SESSLOG-ROW   SECTION.
           IF  SL-DATE        NUMERIC
           AND SL-DATE        =      TODAY-DATE
           AND SL-TERM        =      TERM-ID(TERM-IDX)
           AND SL-BRANCH      NOT =  "ERROR"
           AND SL-BRANCH      NOT =  "ABANDON"
           AND SL-BRANCH      NOT =  "MODERAT"
           AND SL-BRANCH      NOT =  "NEUT-MD"
           AND SL-OUTPUT      NUMERIC
               ADD  SL-OUTPUT     TO     SCORE-SUM
               ADD  1             TO     SCORE-COUNT T-ANSWERS
           END-IF.
           PERFORM  920-READ-SESSLOG THRU 920-END.
       225-END.
           EXIT.
      *
       230-OPSLOG-PASS   SECTION.
           MOVE  SPACE        TO     OPSLOG-END.
           OPEN  INPUT  OPSLOG.
           IF  OPSLOG-STATUS  NOT =  "00"
               GO TO 230-END
           END-IF.
           PERFORM  930-READ-OPSLOG THRU 930-END.
           PERFORM  235-OPSLOG-ROW THRU 235-END
               UNTIL OPSLOG-END = HIGH-VALUE.
           CLOSE OPSLOG.
       230-END.
           EXIT.
      *
      *    any line the kiosk wrote today is a heartbeat - the log
      *    is appended in time order, so the last one is the latest.
       235-OPSLOG-ROW    SECTION.
           IF  OP-DATE        NUMERIC
           AND OP-TIME        NUMERIC
           AND OP-DATE        =      TODAY-DATE
           AND OP-TERM        =      TERM-ID(TERM-IDX)
               MOVE  OP-TIME      TO     T-LAST-TIME
               IF  OP-EVENT       =      "SESSBEG"
               OR  OP-EVENT       =      "SESSEND"
                   MOVE  OP-EVENT     TO     T-LAST-EVENT
               END-IF
               IF  OP-EVENT       =      "SESSEND"
                   ADD  1             TO     T-SESSIONS
               END-IF
           END-IF.
           PERFORM  930-READ-OPSLOG THRU 930-END.
       235-END.
           EXIT.
      *
      *    the usual day for this weekday - the closed days in
      *    DAILY.SUM over the last four weeks that fall on the same
      *    day of the week as today. a day the shop was shut is no
      *    usual day and stays out of the average.
       300-WEEKDAY       SECTION.
           MOVE  SPACE        TO     DAILYSUM-END.
           OPEN  INPUT  DAILYSUM.
           IF  DAILYSUM-STATUS NOT = "00"
               GO TO 300-END
           END-IF.
           PERFORM  940-READ-SUM THRU 940-END.
           PERFORM  310-SUM-ROW THRU 310-END
               UNTIL DAILYSUM-END = HIGH-VALUE.
           CLOSE DAILYSUM.
           IF  WEEK-DAYS      >      0
               COMPUTE WEEK-AVG ROUNDED = WEEK-PLAYS / WEEK-DAYS
           END-IF.
       300-END.
           EXIT.
      *
       310-SUM-ROW       SECTION.
           IF  DS-DATE        NUMERIC
           AND DS-DATE        <      TODAY-DATE
           AND DS-SHUT        NOT =  "Y"
               COMPUTE ROW-JULIAN =
                   FUNCTION INTEGER-OF-DATE(DS-DATE)
               IF  ROW-JULIAN     NOT <  TODAY-JULIAN - 28
               AND FUNCTION MOD(ROW-JULIAN, 7) = TODAY-DOW
                   ADD  1             TO     WEEK-DAYS
                   ADD  DS-PLAYS      TO     WEEK-PLAYS
               END-IF
           END-IF.
           PERFORM  940-READ-SUM THRU 940-END.
       310-END.
           EXIT.
      *
       400-REPORT        SECTION.
           DISPLAY "----- shop so far today -----".
           DISPLAY "plays            : " PLAYS-COUNT.
           DISPLAY "  happy          : " HAPPY-COUNT.
           DISPLAY "  bad            : " BAD-COUNT.
           DISPLAY "  abandoned      : " ABAND-COUNT.
           IF  AFF-COUNT      >      0
               COMPUTE AVG-AFF ROUNDED = AFF-SUM / AFF-COUNT
           END-IF.
           DISPLAY "avg affection    : " AVG-AFF.
           IF  SCORE-COUNT    >      0
               COMPUTE AVG-SCORE ROUNDED = SCORE-SUM / SCORE-COUNT
           END-IF.
           DISPLAY "avg answer score : " AVG-SCORE.
           DISPLAY "this hour (" NOW-HOUR ":00) : " HOUR-COUNT
               " plays   last hour: " PREV-HOUR-COUNT.
      *    DAILY.SUM keeps whole days only, so the hour is read
      *    against the usual day's total rather than its own hour.
           IF  WEEK-DAYS      =      0
               DISPLAY "no closed " DOW-NAME(TODAY-DOW + 1)
                   " in DAILY.SUM in the last four weeks to "
                   "compare against"
           ELSE
               DISPLAY "usual " DOW-NAME(TODAY-DOW + 1) " : "
                   WEEK-AVG " plays (average of " WEEK-DAYS
                   " closed days)"
               IF  WEEK-AVG       >      0
                   COMPUTE PCT = PLAYS-COUNT * 100 / WEEK-AVG
                   DISPLAY "  reached so far : " PCT "%"
                   COMPUTE PCT = HOUR-COUNT * 100 / WEEK-AVG
                   DISPLAY "  this hour      : " PCT "% of the "
                       "usual day"
               END-IF
           END-IF.
           IF  QUIET-COUNT    >      0
               DISPLAY "*** " QUIET-COUNT " kiosk(s) with no "
                   "heartbeat in the last hour - go look ***"
           ELSE
               DISPLAY "all kiosks reporting"
           END-IF.
       400-END.
           EXIT.
      *
       910-READ-RESULTS  SECTION.
           READ RESULTS
           AT END
               MOVE HIGH-VALUE TO RESULTS-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-SESSLOG  SECTION.
           READ SESSLOG
           AT END
               MOVE HIGH-VALUE TO SESSLOG-END
           END-READ.
       920-END.
           EXIT.
      *
       930-READ-OPSLOG   SECTION.
           READ OPSLOG
           AT END
               MOVE HIGH-VALUE TO OPSLOG-END
           END-READ.
       930-END.
           EXIT.
      *
       940-READ-SUM      SECTION.
           READ DAILYSUM
           AT END
               MOVE HIGH-VALUE TO DAILYSUM-END
           END-READ.
       940-END.
           EXIT.
