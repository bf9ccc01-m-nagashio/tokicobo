       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       ABRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  ABTEST  ASSIGN TO "ABTEST.txt"
                   FILE STATUS IS  ABTEST-STATUS.
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
       FD  ABTEST.
       01  ABTEST-REC.
           03  AB-TRIAL      PIC X(08).
           03  FILLER        PIC X(01).
           03  AB-PACK-B     PIC X(08).
           03  FILLER        PIC X(01).
           03  AB-PCT-B      PIC X(02).
           03  FILLER        PIC X(01).
           03  AB-FROM       PIC X(08).
           03  FILLER        PIC X(01).
           03  AB-TO         PIC X(08).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-NAME    PIC X(20).
         03  RESULTS-END     PIC X(01).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(20).
         03  SESSLOG-END     PIC X(01).
         03  ABTEST-STATUS   PIC X(02).
         03  WINDOW-FROM     PIC 9(08).
         03  WINDOW-TO       PIC 9(08).
         03  ARM-IDX         PIC 9(01)  COMP.
         03  OUTSIDE-ROWS    PIC 9(06).
         03  MIN-PLAYS       PIC 9(04)   VALUE  30.
         03  MEASURE-NAME    PIC X(16).
         03  VERDICT         PIC X(30).
         03  DIFF-SQ         PIC 9(03)V9(08).
         03  LIMIT-SQ        PIC 9(03)V9(08).
         03  POOL-P          PIC 9(01)V9(08).
         03  HIT-A           PIC 9(06).
         03  HIT-B           PIC 9(06).
         03  SHOW-RATE       PIC ZZ9.99.
         03  SHOW-AVG        PIC Z9.99.
         03  SHOW-PER        PIC Z9.999.
      *
      *    one slot per arm - 1 is A, 2 is B. sums of squares are
      *    kept beside the affection sums so the spread inside each
      *    arm can be set against the gap between them.
       01  ARM-TABLE.
         03  ARM-ENTRY       OCCURS  2 TIMES.
           05  AT-PLAYS      PIC 9(06).
           05  AT-HAPPY      PIC 9(06).
           05  AT-BAD        PIC 9(06).
           05  AT-ABAND      PIC 9(06).
           05  AT-AFF-SUM    PIC 9(08).
           05  AT-AFF-SQ     PIC 9(10).
           05  AT-DROP-CHAP  PIC 9(08).
           05  AT-NEGA-ROWS  PIC 9(08).
           05  AT-RETRIES    PIC 9(08).
           05  AT-RATE       PIC 9(01)V9(08).
           05  AT-MEAN       PIC 9(02)V9(08).
           05  AT-VAR        PIC 9(04)V9(08).
      *
       PROCEDURE         DIVISION.
      *
      *    the A/B trial read off - MAIN stamps every outcome and
      *    every audit row with the arm the player was dealt, so
      *    both packs ran on the same days to the same walk-in
      *    traffic and the gap between the arms is the packs' own.
      *    each arm shows its happy rate, average affection, NEGA
      *    retries (first-strike warnings that did not end the game)
      *    per play, abandon rate and drop-off chapter (the average
      *    chapter a bad or abandoned play stopped at). happy rate,
      *    abandon rate and affection are tested at the 95% level -
      *    a gap is only called one to act on when each arm has
      *    played MIN-PLAYS times and the gap clears the test.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
           PERFORM  250-SESSIONS THRU 250-END.
           PERFORM  300-REPORT THRU 300-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK ARM-TABLE.
           MOVE  30           TO     MIN-PLAYS.
           PERFORM  110-WINDOW THRU 110-END.
      *    prefer the shop-wide master LOGMERGE builds nightly, and
      *    fall back to this machine's own log without one.
           MOVE  "RESULTS_ALL.LOG"   TO     RESULTS-NAME.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               MOVE  "RESULTS.LOG"       TO     RESULTS-NAME
               OPEN  INPUT  RESULTS
           END-IF.
           IF  RESULTS-STATUS NOT =  "00"
               DISPLAY "no outcomes recorded yet in RESULTS.LOG"
               STOP RUN
           END-IF.
           DISPLAY "===== A/B PACK TRIAL (" RESULTS-NAME ") =====".
           PERFORM  910-READ  THRU  910-END.
       100-END.
           EXIT.
      *
      *    the trial's own dates from ABTEST.txt bound the rows read,
      *    so an arm stamp left from an earlier trial is not mixed
      *    in. without a usable control record every stamped row
      *    counts.
       110-WINDOW        SECTION.
           MOVE  ZERO         TO     WINDOW-FROM.
           MOVE  99999999     TO     WINDOW-TO.
           OPEN  INPUT  ABTEST.
           IF  ABTEST-STATUS  NOT =  "00"
               DISPLAY "no ABTEST.txt - every arm-stamped row counts"
               GO TO 110-END
           END-IF.
           READ  ABTEST
               AT END
                   MOVE  SPACES       TO     ABTEST-REC
           END-READ.
           CLOSE ABTEST.
           IF  AB-FROM        NOT NUMERIC
            OR AB-TO          NOT NUMERIC
               DISPLAY "ABTEST.txt dates unusable - every "
                   "arm-stamped row counts"
               GO TO 110-END
           END-IF.
           MOVE  AB-FROM      TO     WINDOW-FROM.
           MOVE  AB-TO        TO     WINDOW-TO.
           DISPLAY "trial " AB-TRIAL " arm B pack " AB-PACK-B
               " at " AB-PCT-B "% - " AB-FROM " to " AB-TO.
       110-END.
           EXIT.
      *
       200-ROW           SECTION.
           IF  RES-ENDING     =      "CFWD"
               GO TO 205-NEXT
           END-IF.
           IF  RES-ARM        =      "A"
               MOVE  1            TO     ARM-IDX
           ELSE
               IF  RES-ARM        =      "B"
                   MOVE  2            TO     ARM-IDX
               ELSE
                   ADD  1             TO     OUTSIDE-ROWS
                   GO TO 205-NEXT
               END-IF
           END-IF.
           IF  RES-DATE       <      WINDOW-FROM
            OR RES-DATE       >      WINDOW-TO
               ADD  1             TO     OUTSIDE-ROWS
               GO TO 205-NEXT
           END-IF.
           ADD  1             TO     AT-PLAYS(ARM-IDX).
           IF  RES-AFFECTION  NUMERIC
               ADD  RES-AFFECTION TO     AT-AFF-SUM(ARM-IDX)
               COMPUTE AT-AFF-SQ(ARM-IDX) = AT-AFF-SQ(ARM-IDX)
                                    + RES-AFFECTION * RES-AFFECTION
           END-IF.
           EVALUATE  RES-ENDING
               WHEN "HAPPY"
                   ADD  1             TO     AT-HAPPY(ARM-IDX)
               WHEN "ABAND"
                   ADD  1             TO     AT-ABAND(ARM-IDX)
                   ADD  RES-STORY     TO     AT-DROP-CHAP(ARM-IDX)
               WHEN OTHER
                   ADD  1             TO     AT-BAD(ARM-IDX)
                   ADD  RES-STORY     TO     AT-DROP-CHAP(ARM-IDX)
           END-EVALUATE.
       205-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
      *    every NEGA reading leaves an audit row; the one that ends
      *    the game is already a bad end on RESULTS.LOG, so the rows
      *    over and above the bad ends are the retries.
       250-SESSIONS      SECTION.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME
               OPEN  INPUT  SESSLOG
           END-IF.
           IF  SESSLOG-STATUS NOT =  "00"
               DISPLAY "no SESSION_LOG.txt - NEGA retries not shown"
               GO TO 250-END
           END-IF.
           MOVE  SPACE        TO     SESSLOG-END.
           PERFORM  920-READ-SL THRU 920-END.
           PERFORM  260-SL-ROW THRU 260-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
           PERFORM  265-RETRIES THRU 265-END
               VARYING  ARM-IDX  FROM  1  BY  1
               UNTIL  ARM-IDX  >  2.
       250-END.
           EXIT.
      *
       260-SL-ROW        SECTION.
           IF  SL-BRANCH      NOT =  "NEGA"
           AND SL-BRANCH      NOT =  "NEGA-OV"
               GO TO 262-NEXT
           END-IF.
           IF  SL-DATE        <      WINDOW-FROM
            OR SL-DATE        >      WINDOW-TO
               GO TO 262-NEXT
           END-IF.
           IF  SL-ARM         =      "A"
               ADD  1             TO     AT-NEGA-ROWS(1)
           END-IF.
           IF  SL-ARM         =      "B"
               ADD  1             TO     AT-NEGA-ROWS(2)
           END-IF.
       262-NEXT.
           PERFORM  920-READ-SL THRU 920-END.
       260-END.
           EXIT.
      *
       265-RETRIES       SECTION.
           IF  AT-NEGA-ROWS(ARM-IDX) > AT-BAD(ARM-IDX)
               COMPUTE AT-RETRIES(ARM-IDX) = AT-NEGA-ROWS(ARM-IDX)
                                           - AT-BAD(ARM-IDX)
           ELSE
               MOVE  ZERO         TO     AT-RETRIES(ARM-IDX)
           END-IF.
       265-END.
           EXIT.
      *
       300-REPORT        SECTION.
           PERFORM  310-ARM-ONE THRU 310-END
               VARYING  ARM-IDX  FROM  1  BY  1
               UNTIL  ARM-IDX  >  2.
           IF  OUTSIDE-ROWS   >      0
               DISPLAY "rows outside the trial (no arm or other "
                   "dates) : " OUTSIDE-ROWS
           END-IF.
           DISPLAY "----- is the gap big enough to act on -----".
           IF  AT-PLAYS(1)    <      MIN-PLAYS
            OR AT-PLAYS(2)    <      MIN-PLAYS
               DISPLAY "too few plays - each arm needs " MIN-PLAYS
                   " before any gap means anything"
               GO TO 300-END
           END-IF.
           MOVE  "happy rate"    TO     MEASURE-NAME.
           MOVE  AT-HAPPY(1)     TO     HIT-A.
           MOVE  AT-HAPPY(2)     TO     HIT-B.
           PERFORM  400-RATE-TEST THRU 400-END.
           MOVE  "abandon rate"  TO     MEASURE-NAME.
           MOVE  AT-ABAND(1)     TO     HIT-A.
           MOVE  AT-ABAND(2)     TO     HIT-B.
           PERFORM  400-RATE-TEST THRU 400-END.
           PERFORM  450-MEAN-TEST THRU 450-END.
           DISPLAY "NEGA retries and drop-off chapter are shown for "
               "reading alongside - not tested".
       300-END.
           EXIT.
      *
       310-ARM-ONE       SECTION.
           MOVE  ZERO         TO     AT-RATE(ARM-IDX) AT-MEAN(ARM-IDX)
                                     AT-VAR(ARM-IDX).
           IF  ARM-IDX        =      1
               DISPLAY "arm A - the scheduled pack"
           ELSE
               DISPLAY "arm B - the trial pack"
           END-IF.
           DISPLAY "    plays=" AT-PLAYS(ARM-IDX)
               " happy=" AT-HAPPY(ARM-IDX)
               " bad=" AT-BAD(ARM-IDX)
               " aband=" AT-ABAND(ARM-IDX).
           IF  AT-PLAYS(ARM-IDX)  =  0
               GO TO 310-END
           END-IF.
           COMPUTE AT-MEAN(ARM-IDX) ROUNDED = AT-AFF-SUM(ARM-IDX)
                                    / AT-PLAYS(ARM-IDX).
           IF  AT-PLAYS(ARM-IDX)  >  1
               COMPUTE AT-VAR(ARM-IDX) ROUNDED =
                   (AT-AFF-SQ(ARM-IDX) - AT-AFF-SUM(ARM-IDX)
                    * AT-AFF-SUM(ARM-IDX) / AT-PLAYS(ARM-IDX))
                   / (AT-PLAYS(ARM-IDX) - 1)
           END-IF.
           COMPUTE SHOW-RATE ROUNDED = AT-HAPPY(ARM-IDX) * 100
                                    / AT-PLAYS(ARM-IDX).
           MOVE  AT-MEAN(ARM-IDX) TO     SHOW-AVG.
           DISPLAY "    happy-rate=" SHOW-RATE "%"
               " avg-affection=" SHOW-AVG.
           COMPUTE SHOW-RATE ROUNDED = AT-ABAND(ARM-IDX) * 100
                                    / AT-PLAYS(ARM-IDX).
           COMPUTE SHOW-PER ROUNDED = AT-RETRIES(ARM-IDX)
                                    / AT-PLAYS(ARM-IDX).
           DISPLAY "    abandon-rate=" SHOW-RATE "%"
               " NEGA retries per play=" SHOW-PER.
           MOVE  ZERO         TO     SHOW-AVG.
           IF  AT-BAD(ARM-IDX) + AT-ABAND(ARM-IDX) > 0
               COMPUTE SHOW-AVG ROUNDED = AT-DROP-CHAP(ARM-IDX)
                            / (AT-BAD(ARM-IDX) + AT-ABAND(ARM-IDX))
           END-IF.
           DISPLAY "    drop-off chapter=" SHOW-AVG.
       310-END.
           EXIT.
      *
      *    two proportions against a pooled rate - the gap clears
      *    the 95% line when its square beats 1.96 squared times the
      *    pooled variance of the difference. squaring both sides
      *    keeps the test in plain arithmetic.
       400-RATE-TEST     SECTION.
           COMPUTE POOL-P ROUNDED = (HIT-A + HIT-B)
                                  / (AT-PLAYS(1) + AT-PLAYS(2)).
           COMPUTE DIFF-SQ ROUNDED =
               (HIT-A / AT-PLAYS(1) - HIT-B / AT-PLAYS(2))
             * (HIT-A / AT-PLAYS(1) - HIT-B / AT-PLAYS(2)).
           COMPUTE LIMIT-SQ ROUNDED = 3.8416 * POOL-P * (1 - POOL-P)
               * (1 / AT-PLAYS(1) + 1 / AT-PLAYS(2)).
           PERFORM  480-VERDICT THRU 480-END.
       400-END.
           EXIT.
      *
      *    two means with unequal spreads - the same squared test
      *    against each arm's variance over its own play count.
       450-MEAN-TEST     SECTION.
           MOVE  "avg affection" TO     MEASURE-NAME.
           COMPUTE DIFF-SQ ROUNDED = (AT-MEAN(1) - AT-MEAN(2))
                                   * (AT-MEAN(1) - AT-MEAN(2)).
           COMPUTE LIMIT-SQ ROUNDED = 3.8416
               * (AT-VAR(1) / AT-PLAYS(1) + AT-VAR(2) / AT-PLAYS(2)).
           PERFORM  480-VERDICT THRU 480-END.
       450-END.
           EXIT.
      *
       480-VERDICT       SECTION.
           IF  DIFF-SQ        =      0
               MOVE  "no difference"            TO     VERDICT
           ELSE
               IF  DIFF-SQ        >=     LIMIT-SQ
                   MOVE  "REAL DIFFERENCE - act on it" TO VERDICT
               ELSE
                   MOVE  "within chance - keep running" TO VERDICT
               END-IF
           END-IF.
           DISPLAY "    " MEASURE-NAME " : " VERDICT.
       480-END.
           EXIT.
      *
       910-READ          SECTION.
           READ RESULTS
           AT END
               MOVE HIGH-VALUE TO RESULTS-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-SL       SECTION.
           READ SESSLOG
           AT END
               MOVE HIGH-VALUE TO SESSLOG-END
           END-READ.
       920-END.
           EXIT.
