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
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  ROW-COUNT       PIC 9(05).
         03  OLD-COUNT       PIC 9(05).
         03  TERM-OVERFLOW   PIC X(01).
         03  SHUT-COUNT      PIC 9(05).
         03  ROW-SHUT        PIC X(01).
         03  LOOKED-DATE     PIC 9(08).
         03  FIRST-DATE      PIC 9(08).
         03  LAST-DATE       PIC 9(08).
         03  WALK-JULIAN     PIC 9(07).
         03  END-JULIAN      PIC 9(07).
         03  OPEN-DAYS       PIC 9(05).
         03  HOUR-AVG        PIC 9(03)V9(02).
      *
      *    handed to SHOPCAL - was the shop open on a given date.
       01  CAL-PARA.
         03  CAL-DATE        PIC 9(08).
         03  CAL-TIME        PIC 9(04).
         03  CAL-OPEN        PIC 9(04).
         03  CAL-CLOSE       PIC 9(04).
         03  CAL-STATE       PIC X(01).
         03  CAL-NOTE        PIC X(30).
      *
      *    one play count per hour of the day, total and split by
      *    kiosk - the answer to "do we need a second kiosk on
      *    requested date range by the hour of day it landed, per
      *    terminal and in total. rows from before the time stamp
      *    went in have spaces there and are counted separately so
      *    old logs do not all pile into midnight. days the shop
      *    calendar had shut are left out, and each hour's average
      *    is taken over the days the shop was actually open.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
      *
       100-INIT          SECTION.
           INITIALIZE WORK HOUR-TABLE TERM-TABLE.
           MOVE  99999999     TO     FIRST-DATE.
           DISPLAY "report FROM date (YYYYMMDD, blank = all):".
           ACCEPT  FROM-ANSWER FROM  CONSOLE.
           DISPLAY "report TO date (YYYYMMDD, blank = all):".
           IF  RES-ENDING     =      "CFWD"
            OR RES-DATE       <      FROM-DATE
            OR RES-DATE       >      TO-DATE
               GO TO 200-NEXT
           END-IF.
           PERFORM  220-DAY-CHECK THRU 220-END.
           IF  ROW-SHUT       =      "Y"
               GO TO 200-NEXT
           END-IF.
           IF  RES-TIME       NUMERIC
               ADD  1             TO     ROW-COUNT
               COMPUTE HOUR-SLOT = RES-HH + 1
               IF  HOUR-SLOT      >      24
                   MOVE  24           TO     HOUR-SLOT
               END-IF
               ADD  1             TO     HOUR-TOTAL(HOUR-SLOT)
               PERFORM  210-TERM-ADD THRU 210-END
           ELSE
               ADD  1             TO     OLD-COUNT
           END-IF.
       200-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
      *    the calendar is asked once per date, not once per row -
      *    the log runs a day at a time per kiosk.
       220-DAY-CHECK     SECTION.
           IF  RES-DATE       NOT NUMERIC
               MOVE  "N"          TO     ROW-SHUT
               GO TO 220-END
           END-IF.
           IF  RES-DATE       <      FIRST-DATE
               MOVE  RES-DATE     TO     FIRST-DATE
           END-IF.
           IF  RES-DATE       >      LAST-DATE
               MOVE  RES-DATE     TO     LAST-DATE
           END-IF.
           IF  RES-DATE       NOT =  LOOKED-DATE
               MOVE  RES-DATE     TO     LOOKED-DATE CAL-DATE
               MOVE  ZERO         TO     CAL-TIME
               CALL  "SHOPCAL"    USING  CAL-PARA
               MOVE  "N"          TO     ROW-SHUT
               IF  CAL-STATE      =      "S"
                   MOVE  "Y"          TO     ROW-SHUT
               END-IF
           END-IF.
           IF  ROW-SHUT       =      "Y"
               ADD  1             TO     SHUT-COUNT
           END-IF.
       220-END.
           EXIT.
      *
      *    open days between the first and last date the log has in
      *    range - a quiet open day still counts as a day.
       230-OPEN-DAYS     SECTION.
           MOVE  ZERO         TO     OPEN-DAYS.
           IF  LAST-DATE      =      0
               GO TO 230-END
           END-IF.
           COMPUTE WALK-JULIAN = FUNCTION INTEGER-OF-DATE(FIRST-DATE).
           COMPUTE END-JULIAN  = FUNCTION INTEGER-OF-DATE(LAST-DATE).
           PERFORM  235-OPEN-ONE THRU 235-END
               UNTIL WALK-JULIAN > END-JULIAN.
       230-END.
           EXIT.
      *
       235-OPEN-ONE      SECTION.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WALK-JULIAN).
           MOVE  ZERO         TO     CAL-TIME.
           CALL  "SHOPCAL"    USING  CAL-PARA.
           IF  CAL-STATE      NOT =  "S"
               ADD  1             TO     OPEN-DAYS
           END-IF.
           ADD  1             TO     WALK-JULIAN.
       235-END.
           EXIT.
      *
       210-TERM-ADD      SECTION.
           MOVE  0            TO     TERM-HIT.
           EXIT.
      *
       300-REPORT        SECTION.
           PERFORM  230-OPEN-DAYS THRU 230-END.
           DISPLAY "----- plays by hour of day -----".
           PERFORM  310-HOUR-ONE THRU 310-END
               VARYING  HOUR-IDX  FROM  1  BY  1
               DISPLAY "rows from before the time stamp (not "
                   "bucketed) : " OLD-COUNT
           END-IF.
           DISPLAY "days the shop was open : " OPEN-DAYS.
           IF  SHUT-COUNT     >      0
               DISPLAY "rows on days the shop was shut (left "
                   "out) : " SHUT-COUNT
           END-IF.
       300-END.
           EXIT.
      *
               GO TO 310-END
           END-IF.
           COMPUTE SHOW-HOUR = HOUR-IDX - 1.
           MOVE  ZERO         TO     HOUR-AVG.
           IF  OPEN-DAYS      >      0
               COMPUTE HOUR-AVG ROUNDED = HOUR-TOTAL(HOUR-IDX)
                                          / OPEN-DAYS
           END-IF.
           DISPLAY "hour " SHOW-HOUR ":00  total="
               HOUR-TOTAL(HOUR-IDX) "  per open day=" HOUR-AVG.
           PERFORM  320-TERM-ONE THRU 320-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT.
