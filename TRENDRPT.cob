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
         03  WEEK-OVERFLOW   PIC X(01).
         03  MONTH-OVERFLOW  PIC X(01).
         03  ALERT-COUNT     PIC 9(05).
         03  SHUT-COUNT      PIC 9(05).
         03  CURR-PER-DAY    PIC 9(05)V9(02).
         03  PREV-PER-DAY    PIC 9(05)V9(02).
      *
      *    weekly roll-up keyed the way REPORT keys its weeks - the
      *    julian day divided by seven - so the two reports can never
           05  WK-HAPPY      PIC 9(06).
           05  WK-BAD        PIC 9(06).
           05  WK-UNIQ       PIC 9(06).
           05  WK-DAYS       PIC 9(02).
           05  WK-DONE       PIC X(01).
      *
       01  MONTH-TABLE.
           05  MO-HAPPY      PIC 9(06).
           05  MO-BAD        PIC 9(06).
           05  MO-UNIQ       PIC 9(06).
           05  MO-DAYS       PIC 9(02).
           05  MO-DONE       PIC X(01).
      *
       PROCEDURE         DIVISION.
           PERFORM  400-MONTH-REPORT THRU 400-END.
           DISPLAY "weeks flagged over the " ALERT-MARGIN
               "% margin : " ALERT-COUNT.
           IF  SHUT-COUNT     >      0
               DISPLAY "days the shop was shut, left out : "
                   SHUT-COUNT
           END-IF.
           STOP RUN.
       000-END.
           EXIT.
       100-END.
           EXIT.
      *
      *    a day the shop calendar had shut is no trading day - its
      *    zeros would only drag the week's figures down, so it is
      *    counted aside and never reaches the tables.
       200-SUM-ROW       SECTION.
           IF  DS-DATE        NUMERIC
           AND DS-DATE        >      0
               IF  DS-SHUT        =      "Y"
                   ADD  1             TO     SHUT-COUNT
               ELSE
                   PERFORM  210-WEEK-ADD  THRU 210-END
                   PERFORM  220-MONTH-ADD THRU 220-END
               END-IF
           END-IF.
           PERFORM  910-READ-SUM THRU 910-END.
       200-END.
      *    times counts three times, which is the same arithmetic the
      *    paper ledger used.
           ADD  DS-UNIQ       TO     WK-UNIQ(WEEK-HIT).
           ADD  1             TO     WK-DAYS(WEEK-HIT).
       210-END.
           EXIT.
      *
           ADD  DS-HAPPY      TO     MO-HAPPY(MONTH-HIT).
           ADD  DS-BAD        TO     MO-BAD(MONTH-HIT).
           ADD  DS-UNIQ       TO     MO-UNIQ(MONTH-HIT).
           ADD  1             TO     MO-DAYS(MONTH-HIT).
       220-END.
           EXIT.
      *
               " happy=" WK-HAPPY(SHOW-BEST)
               " bad=" WK-BAD(SHOW-BEST)
               " uniq=" WK-UNIQ(SHOW-BEST)
               " open-days=" WK-DAYS(SHOW-BEST)
               " happy-rate=" CURR-RATE "%".
      *    the prior week only exists as a comparison when the shop
      *    was actually open the week before - a gap in the ledger
                           (PREV-RATE - CURR-RATE) * 100 / PREV-RATE
               END-COMPUTE
           END-IF.
      *    the unique count is set against the prior week per day
      *    the shop was open, so a week with a holiday in it is not
      *    flagged for having one day less to fill.
           COMPUTE CURR-PER-DAY = WK-UNIQ(SHOW-BEST)
                                  / WK-DAYS(SHOW-BEST).
           COMPUTE PREV-PER-DAY = WK-UNIQ(PREV-SLOT)
                                  / WK-DAYS(PREV-SLOT).
           MOVE  ZERO         TO     UNIQ-MOVE.
           IF  PREV-PER-DAY   >      0
               COMPUTE UNIQ-MOVE =
                   (CURR-PER-DAY - PREV-PER-DAY)
                   * 100 / PREV-PER-DAY
                   ON SIZE ERROR
                       COMPUTE UNIQ-MOVE =
                           (PREV-PER-DAY - CURR-PER-DAY)
                           * 100 / PREV-PER-DAY
               END-COMPUTE
           END-IF.
           IF  RATE-MOVE      >      ALERT-MARGIN
               " happy=" MO-HAPPY(SHOW-BEST)
               " bad=" MO-BAD(SHOW-BEST)
               " uniq=" MO-UNIQ(SHOW-BEST)
               " open-days=" MO-DAYS(SHOW-BEST)
               " happy-rate=" CURR-RATE "%".
      *    the same calendar month one year back - YYYYMM arithmetic,
      *    so 202609 compares against 202509.
