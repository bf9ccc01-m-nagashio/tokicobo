       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       STAFFRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  STAFFACT ASSIGN TO "STAFFACT.LOG"
                   FILE STATUS IS  STAFFACT-STATUS.
           SELECT  STAFF   ASSIGN TO "STAFF.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS ST-ID
                   FILE STATUS IS  STAFF-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  STAFFACT.
       01  STAFFACT-REC.
           03  AC-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  AC-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  AC-STAFF      PIC X(10).
           03  FILLER        PIC X(01).
           03  AC-ROLE       PIC X(01).
           03  FILLER        PIC X(01).
           03  AC-PROGRAM    PIC X(08).
           03  FILLER        PIC X(01).
           03  AC-ACTION     PIC X(08).
           03  FILLER        PIC X(01).
           03  AC-KEY        PIC X(20).
           03  FILLER        PIC X(01).
           03  AC-DETAIL     PIC X(60).
      *
       FD  STAFF.
       01  STAFF-REC.
           03  ST-ID         PIC X(10).
           03  ST-NAME       PIC X(30).
           03  ST-PIN-HASH   PIC 9(09).
           03  ST-ROLE       PIC X(01).
           03  ST-ACTIVE     PIC X(01).
           03  ST-FAILS      PIC 9(01).
           03  ST-ADDED      PIC 9(08).
           03  ST-BY         PIC X(10).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  STAFFACT-STATUS PIC X(02).
         03  STAFFACT-END    PIC X(01).
         03  STAFF-STATUS    PIC X(02).
         03  STAFF-OPEN      PIC X(01).
         03  FROM-ANSWER     PIC X(08).
         03  TO-ANSWER       PIC X(08).
         03  FROM-DATE       PIC 9(08).
         03  TO-DATE         PIC 9(08).
         03  ROW-KIND        PIC X(01).
         03  STAFF-IDX       PIC 9(02)  COMP.
         03  STAFF-HIT       PIC 9(02)  COMP.
         03  STAFF-FULL      PIC X(01).
         03  SHOW-NAME       PIC X(30).
         03  WANT-STAFF      PIC X(10).
         03  TOTAL-ROWS      PIC 9(07).
         03  TOTAL-FAILED    PIC 9(05).
      *
      *    one line per staff ID seen in the period - failed sign-ons
      *    under an unknown ID get a line of their own too, since the
      *    ID someone tried is exactly what the report is for.
       01  STAFF-TABLE.
         03  SF-COUNT        PIC 9(02)  COMP  VALUE  0.
         03  SF-ENTRY        OCCURS  50 TIMES.
           05  SF-ID         PIC X(10).
           05  SF-SIGNON     PIC 9(05).
           05  SF-CHANGE     PIC 9(05).
           05  SF-REFUSED    PIC 9(05).
           05  SF-FAILED     PIC 9(05).
      *
       PROCEDURE         DIVISION.
      *
      *    weekly staff activity report off STAFFACT.LOG - who signed
      *    on to which maintenance utility, every change each of them
      *    made (redemptions, player deletes, override and price
      *    edits, staff master changes) with its key, the functions
      *    their role was refused, and every failed sign-on. this is
      *    the page to pull out when a coupon was wrongly redeemed or
      *    a player record has gone. the period defaults to the seven
      *    days ending today.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-TALLY THRU  200-END
               UNTIL STAFFACT-END = HIGH-VALUE.
           CLOSE STAFFACT.
           PERFORM  300-SUMMARY THRU 300-END.
           PERFORM  400-CHANGES THRU 400-END
               VARYING  STAFF-IDX  FROM  1  BY  1
               UNTIL  STAFF-IDX  >  SF-COUNT.
           PERFORM  500-FAILED THRU 500-END.
           IF  STAFF-OPEN     =      "Y"
               CLOSE STAFF
           END-IF.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK STAFF-TABLE.
           DISPLAY "report FROM date (YYYYMMDD, blank = 6 days "
               "before TO):".
           ACCEPT  FROM-ANSWER FROM  CONSOLE.
           DISPLAY "report TO date (YYYYMMDD, blank = today):".
           ACCEPT  TO-ANSWER  FROM   CONSOLE.
           IF  TO-ANSWER      NUMERIC
               MOVE  TO-ANSWER    TO     TO-DATE
           ELSE
               ACCEPT  TO-DATE    FROM   DATE YYYYMMDD
           END-IF.
           IF  FROM-ANSWER    NUMERIC
               MOVE  FROM-ANSWER  TO     FROM-DATE
           ELSE
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TO-DATE) - 6)
           END-IF.
           OPEN  INPUT  STAFFACT.
           IF  STAFFACT-STATUS NOT = "00"
               DISPLAY "no staff activity recorded yet in "
                   "STAFFACT.LOG"
               STOP RUN
           END-IF.
           OPEN  INPUT  STAFF.
           IF  STAFF-STATUS   =      "00"
               MOVE  "Y"          TO     STAFF-OPEN
           END-IF.
           DISPLAY "===== STAFF ACTIVITY REPORT (" FROM-DATE " - "
               TO-DATE ") =====".
           PERFORM  910-READ  THRU  910-END.
       100-END.
           EXIT.
      *
       200-TALLY         SECTION.
           IF  AC-DATE        <      FROM-DATE
            OR AC-DATE        >      TO-DATE
               GO TO 200-NEXT
           END-IF.
           ADD  1             TO     TOTAL-ROWS.
           PERFORM  350-KIND  THRU  350-END.
           PERFORM  210-FIND  THRU  210-END.
           IF  STAFF-HIT      =      0
               GO TO 200-NEXT
           END-IF.
           EVALUATE  ROW-KIND
               WHEN "S"
                   ADD  1         TO     SF-SIGNON(STAFF-HIT)
               WHEN "F"
                   ADD  1         TO     SF-FAILED(STAFF-HIT)
                                         TOTAL-FAILED
               WHEN "R"
                   ADD  1         TO     SF-REFUSED(STAFF-HIT)
               WHEN OTHER
                   ADD  1         TO     SF-CHANGE(STAFF-HIT)
           END-EVALUATE.
       200-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
       210-FIND          SECTION.
           MOVE  0            TO     STAFF-HIT.
           PERFORM  215-FIND-ONE THRU 215-END
               VARYING  STAFF-IDX  FROM  1  BY  1
               UNTIL  STAFF-IDX  >  SF-COUNT
                  OR  STAFF-HIT  >  0.
           IF  STAFF-HIT      >      0
               GO TO 210-END
           END-IF.
           IF  SF-COUNT       >=     50
               IF  STAFF-FULL     NOT =  "Y"
                   DISPLAY "warning: over 50 staff IDs in the period "
                       "- later IDs not tallied"
                   MOVE  "Y"          TO     STAFF-FULL
               END-IF
               GO TO 210-END
           END-IF.
           ADD  1             TO     SF-COUNT.
           MOVE  AC-STAFF     TO     SF-ID(SF-COUNT).
           MOVE  SF-COUNT     TO     STAFF-HIT.
       210-END.
           EXIT.
      *
       215-FIND-ONE      SECTION.
           IF  SF-ID(STAFF-IDX) =    AC-STAFF
               MOVE  STAFF-IDX    TO     STAFF-HIT
           END-IF.
       215-END.
           EXIT.
      *
       300-SUMMARY       SECTION.
           IF  TOTAL-ROWS     =      0
               DISPLAY "no staff activity in the period"
               GO TO 300-END
           END-IF.
           DISPLAY "----- by member of staff -----".
           DISPLAY "staff ID   name                           "
               "sign-ons changes refused failed".
           PERFORM  310-SUMMARY-ONE THRU 310-END
               VARYING  STAFF-IDX  FROM  1  BY  1
               UNTIL  STAFF-IDX  >  SF-COUNT.
       300-END.
           EXIT.
      *
       310-SUMMARY-ONE   SECTION.
           MOVE  SF-ID(STAFF-IDX) TO WANT-STAFF.
           PERFORM  320-NAME  THRU  320-END.
           DISPLAY SF-ID(STAFF-IDX) " " SHOW-NAME " "
               SF-SIGNON(STAFF-IDX) "    " SF-CHANGE(STAFF-IDX) "   "
               SF-REFUSED(STAFF-IDX) "   " SF-FAILED(STAFF-IDX).
       310-END.
           EXIT.
      *
      *    a leaver is disabled, never deleted, so an old ID still
      *    finds its name; an ID nobody was ever given shows as such.
       320-NAME          SECTION.
           MOVE  SPACES       TO     SHOW-NAME.
           IF  STAFF-OPEN     NOT =  "Y"
               GO TO 320-END
           END-IF.
           MOVE  WANT-STAFF   TO     ST-ID.
           READ  STAFF
               KEY IS ST-ID
               INVALID KEY
                   MOVE  "(not on staff master)" TO SHOW-NAME
               NOT INVALID KEY
                   MOVE  ST-NAME      TO     SHOW-NAME
           END-READ.
       320-END.
           EXIT.
      *
      *    S sign-on, F failed sign-on, R refused function, C any
      *    change made through a maintenance utility.
       350-KIND          SECTION.
           EVALUATE  AC-ACTION
               WHEN "SIGNON"
                   MOVE  "S"          TO     ROW-KIND
               WHEN "BADPIN"
               WHEN "NOSTAFF"
               WHEN "LOCKED"
               WHEN "DISABLED"
                   MOVE  "F"          TO     ROW-KIND
               WHEN "REFUSED"
                   MOVE  "R"          TO     ROW-KIND
               WHEN OTHER
                   MOVE  "C"          TO     ROW-KIND
           END-EVALUATE.
       350-END.
           EXIT.
      *
      *    one pass of the log per member of staff who changed or was
      *    refused anything - the week's log is short, and it keeps
      *    each person's actions together in the order they happened.
       400-CHANGES       SECTION.
           IF  SF-CHANGE(STAFF-IDX)  = 0
           AND SF-REFUSED(STAFF-IDX) = 0
               GO TO 400-END
           END-IF.
           MOVE  SF-ID(STAFF-IDX) TO WANT-STAFF.
           PERFORM  320-NAME  THRU  320-END.
           DISPLAY "----- " WANT-STAFF " " SHOW-NAME " -----".
           MOVE  SPACE        TO     STAFFACT-END.
           OPEN  INPUT  STAFFACT.
           PERFORM  910-READ  THRU  910-END.
           PERFORM  410-CHANGE-ONE THRU 410-END
               UNTIL STAFFACT-END = HIGH-VALUE.
           CLOSE STAFFACT.
       400-END.
           EXIT.
      *
       410-CHANGE-ONE    SECTION.
           IF  AC-STAFF       NOT =  WANT-STAFF
            OR AC-DATE        <      FROM-DATE
            OR AC-DATE        >      TO-DATE
               GO TO 410-NEXT
           END-IF.
           PERFORM  350-KIND  THRU  350-END.
           IF  ROW-KIND       =      "C"
            OR ROW-KIND       =      "R"
               DISPLAY AC-DATE " " AC-TIME " " AC-PROGRAM " "
                   AC-ACTION " " AC-KEY " " AC-DETAIL(1:40)
           END-IF.
       410-NEXT.
           PERFORM  910-READ  THRU  910-END.
       410-END.
           EXIT.
      *
       500-FAILED        SECTION.
           IF  TOTAL-FAILED   =      0
               GO TO 500-END
           END-IF.
           DISPLAY "----- failed sign-ons : " TOTAL-FAILED " -----".
           MOVE  SPACE        TO     STAFFACT-END.
           OPEN  INPUT  STAFFACT.
           PERFORM  910-READ  THRU  910-END.
           PERFORM  510-FAILED-ONE THRU 510-END
               UNTIL STAFFACT-END = HIGH-VALUE.
           CLOSE STAFFACT.
       500-END.
           EXIT.
      *
       510-FAILED-ONE    SECTION.
           IF  AC-DATE        <      FROM-DATE
            OR AC-DATE        >      TO-DATE
               GO TO 510-NEXT
           END-IF.
           PERFORM  350-KIND  THRU  350-END.
           IF  ROW-KIND       =      "F"
               DISPLAY AC-DATE " " AC-TIME " " AC-STAFF " "
                   AC-PROGRAM " " AC-ACTION " " AC-DETAIL(1:30)
           END-IF.
       510-NEXT.
           PERFORM  910-READ  THRU  910-END.
       510-END.
           EXIT.
      *
       910-READ          SECTION.
           READ STAFFACT
           AT END
               MOVE HIGH-VALUE TO STAFFACT-END
           END-READ.
       910-END.
           EXIT.
