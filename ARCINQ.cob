       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       ARCINQ.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-DATE      PIC X(08).
           03  FILLER        PIC X(01).
           03  RES-ENDING    PIC X(05).
           03  FILLER        PIC X(01).
           03  RES-STORY     PIC X(02).
           03  FILLER        PIC X(01).
           03  RES-PLAYER    PIC X(10).
           03  FILLER        PIC X(01).
           03  RES-TERM      PIC X(04).
           03  FILLER        PIC X(01).
           03  RES-AFFECTION PIC X(02).
           03  FILLER        PIC X(01).
           03  RES-SHARED    PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-TIME      PIC X(06).
           03  FILLER        PIC X(01).
           03  RES-SEQ       PIC X(06).
           03  FILLER        PIC X(01).
           03  RES-PACK      PIC X(12).
           03  FILLER        PIC X(01).
           03  RES-ARM       PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC X(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC X(06).
      *
       FD  SESSLOG.
       01  SESSLOG-REC.
           03  SL-STORY      PIC X(02).
           03  FILLER        PIC X(01).
           03  SL-BRANCH     PIC X(07).
           03  FILLER        PIC X(01).
           03  SL-OUTPUT     PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-INPUT      PIC X(99).
           03  FILLER        PIC X(01).
           03  SL-DATE       PIC X(08).
           03  FILLER        PIC X(01).
           03  SL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  SL-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  SL-TIME       PIC X(06).
           03  FILLER        PIC X(01).
           03  SL-SEQ        PIC X(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-NAME    PIC X(20).
         03  RESULTS-END     PIC X(01).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(20).
         03  SESSLOG-END     PIC X(01).
         03  ASK-PLAYER      PIC X(10).
         03  ASK-TERM        PIC X(04).
         03  ASK-PACK        PIC X(12).
         03  FROM-ANSWER     PIC X(08).
         03  TO-ANSWER       PIC X(08).
         03  FROM-DATE       PIC 9(08).
         03  FROM-DATE-X     REDEFINES  FROM-DATE.
           05  FROM-MONTH    PIC 9(06).
           05  FILLER        PIC 9(02).
         03  TO-DATE         PIC 9(08).
         03  TO-DATE-X       REDEFINES  TO-DATE.
           05  TO-MONTH      PIC 9(06).
           05  FILLER        PIC 9(02).
         03  TODAY-DATE      PIC 9(08).
         03  TODAY-DATE-X    REDEFINES  TODAY-DATE.
           05  CURR-MONTH    PIC 9(06).
           05  FILLER        PIC 9(02).
         03  ARC-MONTH       PIC 9(06).
         03  ARC-MONTH-X     REDEFINES  ARC-MONTH.
           05  ARC-YEAR      PIC 9(04).
           05  ARC-MM        PIC 9(02).
         03  LAST-ARC-MONTH  PIC 9(06).
         03  SOURCE-NAME     PIC X(20).
         03  MONTHS-SEARCHED PIC 9(03).
         03  FILES-MISSING   PIC 9(03).
         03  RES-MATCHED     PIC 9(05).
         03  SESS-MATCHED    PIC 9(05).
         03  ROW-IDX         PIC 9(03)  COMP.
         03  ROW-BEST        PIC 9(03)  COMP.
         03  ROW-OVERFLOW    PIC X(01).
         03  HIT-KEY         PIC X(25).
      *
      *    every matching row held until the sources are all read,
      *    then printed lowest key first the way PATHRPT pulls its
      *    paths - date, time of day, audit rows ahead of the
      *    outcome they led to, kiosk, then the kiosk's own
      *    sequence number.
       01  HIT-TABLE.
         03  HIT-COUNT       PIC 9(03)  COMP  VALUE  0.
         03  HIT-ENTRY       OCCURS  500 TIMES.
           05  HT-KEY.
             07  HT-DATE     PIC X(08).
             07  HT-TIME     PIC X(06).
             07  HT-KIND     PIC X(01).
             07  HT-TERM     PIC X(04).
             07  HT-SEQ      PIC X(06).
           05  HT-SOURCE     PIC X(20).
           05  HT-TEXT       PIC X(60).
           05  HT-DONE       PIC X(01).
      *
       PROCEDURE         DIVISION.
      *
      *    one player's, kiosk's or story pack's outcome and audit
      *    rows across the month-end archives as well as the live
      *    logs - MONTHEND files the rows of each closed month as
      *    RESULTS_yyyymm.LOG and SESSLOG_yyyymm.txt, and this reads
      *    every archive month the date range covers alongside
      *    RESULTS.LOG and SESSION_LOG.txt. each row printed names
      *    the file it came from. an archive month that cannot be
      *    opened is called out by name, never skipped quietly - the
      *    answer to "no rows" has to be trusted.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-MONTH THRU  200-END
               UNTIL ARC-MONTH > LAST-ARC-MONTH.
           MOVE  "RESULTS.LOG"   TO     RESULTS-NAME.
           PERFORM  500-SCAN-RESULTS THRU 500-END.
           MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME.
           PERFORM  600-SCAN-SESSLOG THRU 600-END.
           PERFORM  700-PRINT THRU  700-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK HIT-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           DISPLAY "player ID (blank = any player):".
           ACCEPT  ASK-PLAYER FROM   CONSOLE.
           DISPLAY "kiosk ID (blank = any kiosk):".
           ACCEPT  ASK-TERM   FROM   CONSOLE.
           DISPLAY "story pack stamp (blank = any pack):".
           ACCEPT  ASK-PACK   FROM   CONSOLE.
           DISPLAY "FROM date (YYYYMMDD, blank = a year before TO):".
           ACCEPT  FROM-ANSWER FROM  CONSOLE.
           DISPLAY "TO date (YYYYMMDD, blank = today):".
           ACCEPT  TO-ANSWER  FROM   CONSOLE.
           IF  TO-ANSWER      NUMERIC
               MOVE  TO-ANSWER    TO     TO-DATE
           ELSE
               MOVE  TODAY-DATE   TO     TO-DATE
           END-IF.
           IF  FROM-ANSWER    NUMERIC
               MOVE  FROM-ANSWER  TO     FROM-DATE
           ELSE
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TO-DATE) - 365)
           END-IF.
           IF  FROM-DATE      >      TO-DATE
               DISPLAY "FROM date is after TO date - nothing to "
                   "search"
               STOP RUN
           END-IF.
           IF  ASK-PLAYER     =      SPACES
           AND ASK-TERM       =      SPACES
           AND ASK-PACK       =      SPACES
               DISPLAY "no player, kiosk or pack given - every row "
                   "in the range will be listed"
           END-IF.
      *    the current month is still in the live logs - archives
      *    run up to the month before it, or the TO month if that is
      *    earlier.
           MOVE  CURR-MONTH   TO     ARC-MONTH.
           PERFORM  210-MONTH-BACK THRU 210-END.
           MOVE  ARC-MONTH    TO     LAST-ARC-MONTH.
           IF  TO-MONTH       <      LAST-ARC-MONTH
               MOVE  TO-MONTH     TO     LAST-ARC-MONTH
           END-IF.
           MOVE  FROM-MONTH   TO     ARC-MONTH.
           DISPLAY "===== ARCHIVE INQUIRY (" FROM-DATE " - " TO-DATE
               ") =====".
           IF  ASK-PLAYER     NOT =  SPACES
               DISPLAY "player : " ASK-PLAYER
           END-IF.
           IF  ASK-TERM       NOT =  SPACES
               DISPLAY "kiosk  : " ASK-TERM
           END-IF.
           IF  ASK-PACK       NOT =  SPACES
               DISPLAY "pack   : " ASK-PACK
           END-IF.
       100-END.
           EXIT.
      *
      *    one closed month's pair of archive files.
       200-MONTH         SECTION.
           ADD  1             TO     MONTHS-SEARCHED.
           MOVE  SPACES       TO     RESULTS-NAME SESSLOG-NAME.
           STRING  "RESULTS_"  ARC-MONTH  ".LOG"
               DELIMITED BY SIZE  INTO  RESULTS-NAME.
           STRING  "SESSLOG_"  ARC-MONTH  ".txt"
               DELIMITED BY SIZE  INTO  SESSLOG-NAME.
           PERFORM  500-SCAN-RESULTS THRU 500-END.
           PERFORM  600-SCAN-SESSLOG THRU 600-END.
           IF  ARC-MM         =      12
               ADD  1             TO     ARC-YEAR
               MOVE  1            TO     ARC-MM
           ELSE
               ADD  1             TO     ARC-MM
           END-IF.
       200-END.
           EXIT.
      *
       210-MONTH-BACK    SECTION.
           IF  ARC-MM         =      1
               SUBTRACT  1        FROM   ARC-YEAR
               MOVE  12           TO     ARC-MM
           ELSE
               SUBTRACT  1        FROM   ARC-MM
           END-IF.
       210-END.
           EXIT.
      *
      *    a file that will not open is reported - for an archive
      *    month that means the month was never rolled off here, or
      *    the file has been moved, and either way its rows are not
      *    in this answer.
       500-SCAN-RESULTS  SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               ADD  1             TO     FILES-MISSING
               DISPLAY "*** " RESULTS-NAME " missing (status "
                   RESULTS-STATUS ") - its outcome rows are NOT "
                   "searched"
               GO TO 500-END
           END-IF.
           MOVE  RESULTS-NAME TO     SOURCE-NAME.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  510-RES-ROW THRU 510-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
       500-END.
           EXIT.
      *
      *    the carry-forward totals row at the head of RESULTS.LOG
      *    is no outcome.
       510-RES-ROW       SECTION.
           IF  RES-ENDING     =      "CFWD"
            OR RES-DATE       NOT NUMERIC
               GO TO 510-NEXT
           END-IF.
           IF  RES-DATE       <      FROM-DATE
            OR RES-DATE       >      TO-DATE
               GO TO 510-NEXT
           END-IF.
           IF  (ASK-PLAYER    NOT =  SPACES
            AND RES-PLAYER    NOT =  ASK-PLAYER)
            OR (ASK-TERM      NOT =  SPACES
            AND RES-TERM      NOT =  ASK-TERM)
            OR (ASK-PACK      NOT =  SPACES
            AND RES-PACK      NOT =  ASK-PACK)
               GO TO 510-NEXT
           END-IF.
           PERFORM  800-HIT-SLOT THRU 800-END.
           IF  ROW-OVERFLOW   =      "Y"
               GO TO 510-NEXT
           END-IF.
           ADD  1             TO     RES-MATCHED.
           MOVE  RES-DATE     TO     HT-DATE(HIT-COUNT).
           MOVE  RES-TIME     TO     HT-TIME(HIT-COUNT).
           MOVE  "R"          TO     HT-KIND(HIT-COUNT).
           MOVE  RES-TERM     TO     HT-TERM(HIT-COUNT).
           MOVE  RES-SEQ      TO     HT-SEQ(HIT-COUNT).
           STRING  "OUTCOME " RES-ENDING " ch" RES-STORY
                   " aff " RES-AFFECTION " " RES-PLAYER " "
                   RES-SHARED " " RES-PACK " " RES-ARM
               DELIMITED BY SIZE  INTO  HT-TEXT(HIT-COUNT).
       510-NEXT.
           PERFORM  910-READ-RESULTS THRU 910-END.
       510-END.
           EXIT.
      *
       600-SCAN-SESSLOG  SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               ADD  1             TO     FILES-MISSING
               DISPLAY "*** " SESSLOG-NAME " missing (status "
                   SESSLOG-STATUS ") - its audit rows are NOT "
                   "searched"
               GO TO 600-END
           END-IF.
           MOVE  SESSLOG-NAME TO     SOURCE-NAME.
           PERFORM  920-READ-SESSLOG THRU 920-END.
           PERFORM  610-SESS-ROW THRU 610-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
       600-END.
           EXIT.
      *
       610-SESS-ROW      SECTION.
           IF  SL-DATE        NOT NUMERIC
               GO TO 610-NEXT
           END-IF.
           IF  SL-DATE        <      FROM-DATE
            OR SL-DATE        >      TO-DATE
               GO TO 610-NEXT
           END-IF.
           IF  (ASK-PLAYER    NOT =  SPACES
            AND SL-PLAYER     NOT =  ASK-PLAYER)
            OR (ASK-TERM      NOT =  SPACES
            AND SL-TERM       NOT =  ASK-TERM)
            OR (ASK-PACK      NOT =  SPACES
            AND SL-PACK       NOT =  ASK-PACK)
               GO TO 610-NEXT
           END-IF.
           PERFORM  800-HIT-SLOT THRU 800-END.
           IF  ROW-OVERFLOW   =      "Y"
               GO TO 610-NEXT
           END-IF.
           ADD  1             TO     SESS-MATCHED.
           MOVE  SL-DATE      TO     HT-DATE(HIT-COUNT).
           MOVE  SL-TIME      TO     HT-TIME(HIT-COUNT).
           MOVE  "A"          TO     HT-KIND(HIT-COUNT).
           MOVE  SL-TERM      TO     HT-TERM(HIT-COUNT).
           MOVE  SL-SEQ       TO     HT-SEQ(HIT-COUNT).
           STRING  "AUDIT   ch" SL-STORY " " SL-BRANCH " "
                   SL-OUTPUT " " SL-PLAYER " " SL-INPUT
               DELIMITED BY SIZE  INTO  HT-TEXT(HIT-COUNT).
       610-NEXT.
           PERFORM  920-READ-SESSLOG THRU 920-END.
       610-END.
           EXIT.
      *
      *    sort every hit into key order by pulling the lowest one
      *    still unprinted each time round.
       700-PRINT         SECTION.
           DISPLAY "date     time   kiosk seq    source"
               "               row".
           PERFORM  710-PULL-MIN THRU 710-END.
           PERFORM  720-PRINT-MIN THRU 720-END
               UNTIL ROW-BEST = 0.
           DISPLAY "archive months searched : " MONTHS-SEARCHED.
           DISPLAY "outcome rows matched    : " RES-MATCHED.
           DISPLAY "audit rows matched      : " SESS-MATCHED.
           IF  FILES-MISSING  >      0
               DISPLAY "*** " FILES-MISSING " file(s) missing - "
                   "this answer is INCOMPLETE, see above"
           END-IF.
           IF  ROW-OVERFLOW   =      "Y"
               DISPLAY "*** more than 500 rows matched - only the "
                   "first 500 read are shown, narrow the search"
           END-IF.
       700-END.
           EXIT.
      *
       710-PULL-MIN      SECTION.
           MOVE  0            TO     ROW-BEST.
           MOVE  HIGH-VALUE   TO     HIT-KEY.
           PERFORM  715-SCAN-ONE THRU 715-END
               VARYING  ROW-IDX  FROM  1  BY  1
               UNTIL  ROW-IDX  >  HIT-COUNT.
       710-END.
           EXIT.
      *
       715-SCAN-ONE      SECTION.
           IF  HT-DONE(ROW-IDX)   NOT =  "Y"
           AND HT-KEY(ROW-IDX)    <      HIT-KEY
               MOVE  ROW-IDX          TO     ROW-BEST
               MOVE  HT-KEY(ROW-IDX)  TO     HIT-KEY
           END-IF.
       715-END.
           EXIT.
      *
       720-PRINT-MIN     SECTION.
           DISPLAY HT-DATE(ROW-BEST) " " HT-TIME(ROW-BEST) " "
               HT-TERM(ROW-BEST) "  " HT-SEQ(ROW-BEST) " "
               HT-SOURCE(ROW-BEST) " " HT-TEXT(ROW-BEST).
           MOVE  "Y"          TO     HT-DONE(ROW-BEST).
           PERFORM  710-PULL-MIN THRU 710-END.
       720-END.
           EXIT.
      *
      *    the next free slot, named for the file the row came from.
       800-HIT-SLOT      SECTION.
           IF  HIT-COUNT      >=     500
               MOVE  "Y"          TO     ROW-OVERFLOW
               GO TO 800-END
           END-IF.
           ADD  1             TO     HIT-COUNT.
           MOVE  SOURCE-NAME  TO     HT-SOURCE(HIT-COUNT).
           MOVE  SPACES       TO     HT-TEXT(HIT-COUNT).
           MOVE  SPACE        TO     HT-DONE(HIT-COUNT).
       800-END.
           EXIT.
      *
       910-READ-RESULTS  SECTION.
           READ  RESULTS
               AT END
                   MOVE  HIGH-VALUE   TO     RESULTS-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-SESSLOG  SECTION.
           READ  SESSLOG
               AT END
                   MOVE  HIGH-VALUE   TO     SESSLOG-END
           END-READ.
       920-END.
           EXIT.
