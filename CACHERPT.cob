       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CACHERPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  ANLCACHE ASSIGN TO "ANALCACHE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS AC-KEY
                   FILE STATUS IS  ANLCACHE-STATUS.
           SELECT  ANALVER ASSIGN TO "ANALVER.txt"
                   FILE STATUS IS  ANALVER-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  PERFLOG ASSIGN TO PERFLOG-NAME
                   FILE STATUS IS  PERFLOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    the analysis cache STORY keeps - chapter 00 with a blank
      *    answer is the stamp row.
       FD  ANLCACHE.
       01  ANLCACHE-REC.
           03  AC-KEY.
             05  AC-CHAPTER  PIC 9(02).
             05  AC-ANSWER   PIC X(99).
           03  AC-SCORE      PIC 9(01).
           03  AC-HITS       PIC 9(07).
           03  AC-FILED      PIC 9(08).
           03  AC-LAST       PIC 9(08).
           03  FILLER        PIC X(16).
       01  ANLCACHE-STAMP.
           03  FILLER        PIC X(101).
           03  AS-VERSION    PIC X(20).
           03  AS-PACK       PIC X(12).
           03  AS-SINCE      PIC 9(08).
      *
       FD  ANALVER.
       01  ANALVER-REC       PIC X(20).
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
       FD  PERFLOG.
       01  PERFLOG-REC.
           03  PL-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  PL-ELAPSED    PIC 9(08).
           03  FILLER        PIC X(01).
           03  PL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  PL-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  PL-SEQ        PIC 9(06).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  ANLCACHE-STATUS PIC X(02).
         03  ANLCACHE-END    PIC X(01).
         03  ANALVER-STATUS  PIC X(02).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(20).
         03  SESSLOG-END     PIC X(01).
         03  PERFLOG-STATUS  PIC X(02).
         03  PERFLOG-NAME    PIC X(20).
         03  PERFLOG-END     PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  LIVE-VERSION    PIC X(20).
         03  STAMP-FOUND     PIC X(01).
         03  STAMP-VERSION   PIC X(20).
         03  STAMP-PACK      PIC X(12).
         03  STAMP-SINCE     PIC 9(08).
         03  CHAP-IDX        PIC 9(03)  COMP.
         03  ALL-CALLS       PIC 9(07).
         03  ALL-CENTIS      PIC 9(12).
         03  ALL-AVG         PIC 9(08).
         03  CHAP-AVG        PIC 9(08).
         03  CHAP-SAVED      PIC 9(12).
         03  PCT             PIC 9(03)V9.
         03  SHOW-PCT        PIC ZZ9.9.
         03  SHOW-SECS       PIC Z(9)9.99.
         03  SHOW-CHAP       PIC 9(02).
      *
      *    the totals, today's and since the cache's stamp, that go
      *    at the head of the report.
       01  TOTAL-CELLS.
         03  TOT-ENTRIES     PIC 9(07).
         03  TOT-ENTRY-HITS  PIC 9(09).
         03  TOT-HITS        PIC 9(07).
         03  TOT-CALLS       PIC 9(07).
         03  TOT-DAY-HITS    PIC 9(07).
         03  TOT-DAY-CALLS   PIC 9(07).
         03  TOT-SAVED       PIC 9(12).
         03  TOT-DAY-SAVED   PIC 9(12).
      *
      *    one row per chapter - rows in the cache and the calls
      *    they have saved, answers served from the cache and graded
      *    by a CALL since the stamp (and today), and the chapter's
      *    CALL timings from PERF_LOG.txt.
       01  CHAPTER-TABLE.
         03  CHAP-ENTRY      OCCURS  99 TIMES.
           05  CH-ENTRIES    PIC 9(07).
           05  CH-ENTRY-HITS PIC 9(09).
           05  CH-HITS       PIC 9(07).
           05  CH-CALLS      PIC 9(07).
           05  CH-DAY-HITS   PIC 9(07).
           05  CH-DAY-CALLS  PIC 9(07).
           05  CH-TIMED      PIC 9(07).
           05  CH-CENTIS     PIC 9(12).
      *
       PROCEDURE         DIVISION.
      *
      *    how much the analysis cache is earning - the rows it
      *    holds, the share of answers it served instead of the
      *    "analysis" CALL, and the seconds that saved, reckoned at
      *    each chapter's average CALL time off the timing log.
      *    answers are counted from SESSLOG_ALL.txt (the kiosk's own
      *    SESSION_LOG.txt before the merge has run) from the day
      *    the cache was last stamped, so rows graded before a
      *    module or pack change do not dilute the rate; the cache
      *    rows are this kiosk's own. asks nothing and fails
      *    nothing, so NIGHTRUN can run it.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-CACHE THRU  200-END.
           PERFORM  300-SESSLOG THRU 300-END.
           PERFORM  400-PERFLOG THRU 400-END.
           PERFORM  500-REPORT THRU 500-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK TOTAL-CELLS CHAPTER-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "N"          TO     STAMP-FOUND.
           MOVE  SPACES       TO     LIVE-VERSION.
           OPEN  INPUT  ANALVER.
           IF  ANALVER-STATUS =      "00"
               READ  ANALVER
                   NOT AT END
                       MOVE  ANALVER-REC  TO     LIVE-VERSION
               END-READ
               CLOSE ANALVER
           END-IF.
           DISPLAY "===== ANALYSIS CACHE REPORT (" TODAY-DATE
               ") =====".
       100-END.
           EXIT.
      *
      *    walk the cache from the top - the stamp row sorts first.
       200-CACHE         SECTION.
           MOVE  SPACE        TO     ANLCACHE-END.
           OPEN  INPUT  ANLCACHE.
           IF  ANLCACHE-STATUS NOT = "00"
               GO TO 200-END
           END-IF.
           PERFORM  910-READ-CACHE THRU 910-END.
           PERFORM  210-CACHE-ROW THRU 210-END
               UNTIL ANLCACHE-END = HIGH-VALUE.
           CLOSE ANLCACHE.
       200-END.
           EXIT.
      *
       210-CACHE-ROW     SECTION.
           IF  AC-CHAPTER     NOT NUMERIC
               GO TO 210-NEXT
           END-IF.
           IF  AC-CHAPTER     =      0
               IF  AC-ANSWER      =      SPACES
                   MOVE  "Y"          TO     STAMP-FOUND
                   MOVE  AS-VERSION   TO     STAMP-VERSION
                   MOVE  AS-PACK      TO     STAMP-PACK
                   MOVE  AS-SINCE     TO     STAMP-SINCE
               END-IF
               GO TO 210-NEXT
           END-IF.
           ADD  1             TO     CH-ENTRIES(AC-CHAPTER)
                                     TOT-ENTRIES.
           IF  AC-HITS        NUMERIC
               ADD  AC-HITS       TO     CH-ENTRY-HITS(AC-CHAPTER)
                                         TOT-ENTRY-HITS
           END-IF.
       210-NEXT.
           PERFORM  910-READ-CACHE THRU 910-END.
       210-END.
           EXIT.
      *
       300-SESSLOG       SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME
               OPEN  INPUT  SESSLOG
           END-IF.
           IF  SESSLOG-STATUS NOT =  "00"
               GO TO 300-END
           END-IF.
           PERFORM  920-READ-SESSLOG THRU 920-END.
           PERFORM  310-SESS-ROW THRU 310-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
       300-END.
           EXIT.
      *
      *    a CALL is any answer graded by the module itself - the
      *    three live branches, or ERROR when the CALL failed. a
      *    cache row carries one of the live branches with SL-SOURCE
      *    set. overrides, moderation and ABANDON never reach either.
       310-SESS-ROW      SECTION.
           IF  SL-STORY       NOT NUMERIC
            OR SL-STORY       =      0
            OR SL-DATE        NOT NUMERIC
            OR SL-DATE        <      STAMP-SINCE
               GO TO 310-NEXT
           END-IF.
           IF  SL-BRANCH      NOT =  "POSI"
           AND SL-BRANCH      NOT =  "NEUTRAL"
           AND SL-BRANCH      NOT =  "NEGA"
           AND SL-BRANCH      NOT =  "ERROR"
               GO TO 310-NEXT
           END-IF.
           IF  SL-SOURCE      =      "C"
               ADD  1             TO     CH-HITS(SL-STORY)
               IF  SL-DATE        =      TODAY-DATE
                   ADD  1             TO     CH-DAY-HITS(SL-STORY)
               END-IF
           ELSE
               ADD  1             TO     CH-CALLS(SL-STORY)
               IF  SL-DATE        =      TODAY-DATE
                   ADD  1             TO     CH-DAY-CALLS(SL-STORY)
               END-IF
           END-IF.
       310-NEXT.
           PERFORM  920-READ-SESSLOG THRU 920-END.
       310-END.
           EXIT.
      *
      *    the CALL timings - the cache never writes a timing row,
      *    so these are the calls it would have made.
       400-PERFLOG       SECTION.
           MOVE  SPACE        TO     PERFLOG-END.
           MOVE  "PERFLOG_ALL.txt"   TO     PERFLOG-NAME.
           OPEN  INPUT  PERFLOG.
           IF  PERFLOG-STATUS NOT =  "00"
               MOVE  "PERF_LOG.txt"      TO     PERFLOG-NAME
               OPEN  INPUT  PERFLOG
           END-IF.
           IF  PERFLOG-STATUS NOT =  "00"
               GO TO 400-END
           END-IF.
           PERFORM  930-READ-PERFLOG THRU 930-END.
           PERFORM  410-PERF-ROW THRU 410-END
               UNTIL PERFLOG-END = HIGH-VALUE.
           CLOSE PERFLOG.
       400-END.
           EXIT.
      *
       410-PERF-ROW      SECTION.
           IF  PL-STORY       NUMERIC
           AND PL-STORY       >      0
           AND PL-ELAPSED     NUMERIC
               ADD  1             TO     CH-TIMED(PL-STORY)
                                         ALL-CALLS
               ADD  PL-ELAPSED    TO     CH-CENTIS(PL-STORY)
                                         ALL-CENTIS
           END-IF.
           PERFORM  930-READ-PERFLOG THRU 930-END.
       410-END.
           EXIT.
      *
       500-REPORT        SECTION.
           IF  ALL-CALLS      >      0
               COMPUTE ALL-AVG = ALL-CENTIS / ALL-CALLS
           END-IF.
           IF  STAMP-FOUND    =      "Y"
               DISPLAY "cache stamped " STAMP-SINCE
                   " module=" STAMP-VERSION " pack=" STAMP-PACK
               IF  STAMP-VERSION  NOT =  LIVE-VERSION
                   DISPLAY "  ANALVER.txt now reads " LIVE-VERSION
                       " - the cache empties at the next answer"
               END-IF
           ELSE
               DISPLAY "no analysis cache on this kiosk"
           END-IF.
           IF  LIVE-VERSION   =      SPACES
               DISPLAY "  no ANALVER.txt - the cache stands down "
                   "and every answer goes to the CALL"
           END-IF.
           DISPLAY "answers counted from " SESSLOG-NAME
               " timings from " PERFLOG-NAME.
           DISPLAY "----- by chapter -----".
           PERFORM  510-CHAPTER THRU 510-END
               VARYING  CHAP-IDX  FROM  1  BY  1
               UNTIL  CHAP-IDX  >  99.
           DISPLAY "----- totals -----".
           DISPLAY "cache entries=" TOT-ENTRIES
               " calls saved by them=" TOT-ENTRY-HITS.
           PERFORM  520-TOTAL-TODAY THRU 520-END.
           PERFORM  530-TOTAL-STAMP THRU 530-END.
       500-END.
           EXIT.
      *
      *    a chapter with no timings of its own is reckoned at the
      *    average over every chapter.
       510-CHAPTER       SECTION.
           IF  CH-ENTRIES(CHAP-IDX)  =  0
           AND CH-HITS(CHAP-IDX)     =  0
           AND CH-CALLS(CHAP-IDX)    =  0
               GO TO 510-END
           END-IF.
           MOVE  ALL-AVG      TO     CHAP-AVG.
           IF  CH-TIMED(CHAP-IDX)    >  0
               COMPUTE CHAP-AVG = CH-CENTIS(CHAP-IDX)
                                / CH-TIMED(CHAP-IDX)
           END-IF.
           COMPUTE CHAP-SAVED = CH-HITS(CHAP-IDX) * CHAP-AVG.
           ADD  CHAP-SAVED    TO     TOT-SAVED.
           COMPUTE CHAP-SAVED = CH-DAY-HITS(CHAP-IDX) * CHAP-AVG.
           ADD  CHAP-SAVED    TO     TOT-DAY-SAVED.
           ADD  CH-HITS(CHAP-IDX)    TO  TOT-HITS.
           ADD  CH-CALLS(CHAP-IDX)   TO  TOT-CALLS.
           ADD  CH-DAY-HITS(CHAP-IDX)   TO  TOT-DAY-HITS.
           ADD  CH-DAY-CALLS(CHAP-IDX)  TO  TOT-DAY-CALLS.
           MOVE  ZERO         TO     PCT.
           IF  CH-HITS(CHAP-IDX) + CH-CALLS(CHAP-IDX) > 0
               COMPUTE PCT ROUNDED = CH-HITS(CHAP-IDX) * 100
                   / (CH-HITS(CHAP-IDX) + CH-CALLS(CHAP-IDX))
           END-IF.
           MOVE  PCT          TO     SHOW-PCT.
           COMPUTE SHOW-SECS = CH-HITS(CHAP-IDX) * CHAP-AVG / 100.
           MOVE  CHAP-IDX     TO     SHOW-CHAP.
           DISPLAY "chapter " SHOW-CHAP
               " entries=" CH-ENTRIES(CHAP-IDX)
               " hits=" CH-HITS(CHAP-IDX)
               " calls=" CH-CALLS(CHAP-IDX)
               " hit%=" SHOW-PCT
               " saved-secs=" SHOW-SECS.
       510-END.
           EXIT.
      *
       520-TOTAL-TODAY   SECTION.
           MOVE  ZERO         TO     PCT.
           IF  TOT-DAY-HITS + TOT-DAY-CALLS > 0
               COMPUTE PCT ROUNDED = TOT-DAY-HITS * 100
                   / (TOT-DAY-HITS + TOT-DAY-CALLS)
           END-IF.
           MOVE  PCT          TO     SHOW-PCT.
           COMPUTE SHOW-SECS = TOT-DAY-SAVED / 100.
           DISPLAY "today        hits=" TOT-DAY-HITS
               " calls=" TOT-DAY-CALLS " hit%=" SHOW-PCT
               " saved-secs=" SHOW-SECS.
       520-END.
           EXIT.
      *
       530-TOTAL-STAMP   SECTION.
           MOVE  ZERO         TO     PCT.
           IF  TOT-HITS + TOT-CALLS > 0
               COMPUTE PCT ROUNDED = TOT-HITS * 100
                   / (TOT-HITS + TOT-CALLS)
           END-IF.
           MOVE  PCT          TO     SHOW-PCT.
           COMPUTE SHOW-SECS = TOT-SAVED / 100.
           DISPLAY "since stamp  hits=" TOT-HITS
               " calls=" TOT-CALLS " hit%=" SHOW-PCT
               " saved-secs=" SHOW-SECS.
       530-END.
           EXIT.
      *
       910-READ-CACHE    SECTION.
           READ ANLCACHE NEXT RECORD
           AT END
               MOVE HIGH-VALUE TO ANLCACHE-END
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
       930-READ-PERFLOG  SECTION.
           READ PERFLOG
           AT END
               MOVE HIGH-VALUE TO PERFLOG-END
           END-READ.
       930-END.
           EXIT.
