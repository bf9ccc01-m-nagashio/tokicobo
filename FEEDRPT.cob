       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       FEEDRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  FEEDBACK ASSIGN TO FEEDBACK-NAME
                   FILE STATUS IS  FEEDBACK-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  FEEDBACK.
       01  FEEDBACK-REC.
           03  FB-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  FB-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  FB-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  FB-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  FB-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  FB-ENDING     PIC X(05).
           03  FILLER        PIC X(01).
           03  FB-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  FB-AFFECTION  PIC 9(02).
           03  FILLER        PIC X(01).
           03  FB-RETRIES    PIC 9(02).
           03  FILLER        PIC X(01).
           03  FB-RATING     PIC 9(01).
           03  FILLER        PIC X(01).
           03  FB-COMMENT    PIC X(60).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  FEEDBACK-STATUS PIC X(02).
         03  FEEDBACK-NAME   PIC X(20).
         03  FEEDBACK-END    PIC X(01).
         03  BAD-ROWS        PIC 9(06).
         03  LOW-MARK        PIC 9(01)   VALUE  2.
         03  LOW-COUNT       PIC 9(06).
         03  MIN-RATINGS     PIC 9(04)   VALUE  10.
         03  TAB-IDX         PIC 9(02)  COMP.
         03  PACK-HIT        PIC 9(02)  COMP.
         03  PACK-OVERFLOW   PIC X(01).
         03  ROW-PACK        PIC X(12).
         03  SHOW-LABEL      PIC X(20).
         03  SHOW-NUM        PIC 9(02).
         03  SHOW-AVG        PIC 9.99.
         03  AVG-FORGIVEN    PIC 9(01)V9(02).
         03  AVG-STRAIGHT    PIC 9(01)V9(02).
      *
      *    one set of rating cells - how many answered, how many gave
      *    each of 1 to 5, and the sum for the average. every table
      *    below holds its rows in this shape, and a row is copied
      *    here to be counted into or printed.
       01  ROW-CELLS.
         03  RC-RESP         PIC 9(06).
         03  RC-RATE         PIC 9(06)   OCCURS  5 TIMES.
         03  RC-SUM          PIC 9(07).
      *
       01  TOTAL-CELLS.
         03  TC-RESP         PIC 9(06).
         03  TC-RATE         PIC 9(06)   OCCURS  5 TIMES.
         03  TC-SUM          PIC 9(07).
      *
      *    1 HAPPY, 2 BAD.
       01  ENDING-TABLE.
         03  ENDING-CELLS    OCCURS  2 TIMES.
           05  EC-RESP       PIC 9(06).
           05  EC-RATE       PIC 9(06)   OCCURS  5 TIMES.
           05  EC-SUM        PIC 9(07).
      *
      *    the writers' question - 1 a happy end with no NEGA
      *    forgiven, 2 a happy end after one was, 3 a bad end after
      *    one was, 4 a straight bad end.
       01  GROUP-TABLE.
         03  GROUP-CELLS     OCCURS  4 TIMES.
           05  GC-RESP       PIC 9(06).
           05  GC-RATE       PIC 9(06)   OCCURS  5 TIMES.
           05  GC-SUM        PIC 9(07).
      *
      *    one slot per pack stamp seen, the way PACKRPT groups them.
       01  PACK-TABLE.
         03  PACK-COUNT      PIC 9(02)  COMP  VALUE  0.
         03  PACK-ENTRY      OCCURS  20 TIMES.
           05  PT-PACK       PIC X(12).
           05  PT-CELLS.
             07  PT-RESP     PIC 9(06).
             07  PT-RATE     PIC 9(06)   OCCURS  5 TIMES.
             07  PT-SUM      PIC 9(07).
      *
      *    by the chapter the session ended at.
       01  CHAPTER-TABLE.
         03  CHAPTER-CELLS   OCCURS  99 TIMES.
           05  CC-RESP       PIC 9(06).
           05  CC-RATE       PIC 9(06)   OCCURS  5 TIMES.
           05  CC-SUM        PIC 9(07).
      *
      *    by NEGA answers forgiven in the visit - slot 1 is none,
      *    slot 10 is nine or more.
       01  RETRY-TABLE.
         03  RETRY-CELLS     OCCURS  10 TIMES.
           05  YC-RESP       PIC 9(06).
           05  YC-RATE       PIC 9(06)   OCCURS  5 TIMES.
           05  YC-SUM        PIC 9(07).
      *
       PROCEDURE         DIVISION.
      *
      *    did they enjoy it - MAIN asks each live player for a 1 to
      *    5 rating once the ending has played and files it on
      *    FEEDBACK.LOG. the ratings are set out by ending, story
      *    pack, chapter reached and NEGA answers forgiven, the
      *    forgiven players are set against the straight bad ends,
      *    and the comments that came with a low rating are listed
      *    for the writers. asks nothing.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
               UNTIL FEEDBACK-END = HIGH-VALUE.
           CLOSE FEEDBACK.
           PERFORM  300-REPORT THRU 300-END.
           PERFORM  400-COMMENTS THRU 400-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK TOTAL-CELLS ENDING-TABLE GROUP-TABLE
                      PACK-TABLE CHAPTER-TABLE RETRY-TABLE.
           MOVE  2            TO     LOW-MARK.
           MOVE  10           TO     MIN-RATINGS.
      *    prefer the shop-wide master LOGMERGE builds nightly, and
      *    fall back to this machine's own log without one.
           MOVE  "FEEDBACK_ALL.LOG"  TO     FEEDBACK-NAME.
           PERFORM  110-OPEN  THRU  110-END.
           IF  FEEDBACK-STATUS NOT = "00"
               DISPLAY "no ratings recorded yet in FEEDBACK.LOG"
               STOP RUN
           END-IF.
           DISPLAY "===== PLAYER RATINGS (" FEEDBACK-NAME ") =====".
           PERFORM  910-READ  THRU  910-END.
       100-END.
           EXIT.
      *
       110-OPEN          SECTION.
           MOVE  SPACE        TO     FEEDBACK-END.
           OPEN  INPUT  FEEDBACK.
           IF  FEEDBACK-STATUS NOT = "00"
               MOVE  "FEEDBACK.LOG"      TO     FEEDBACK-NAME
               OPEN  INPUT  FEEDBACK
           END-IF.
       110-END.
           EXIT.
      *
       200-ROW           SECTION.
           IF  FB-RATING      NOT NUMERIC
            OR FB-RATING      <      1
            OR FB-RATING      >      5
               ADD  1             TO     BAD-ROWS
               GO TO 200-NEXT
           END-IF.
           IF  FB-RETRIES     NOT NUMERIC
               MOVE  ZERO         TO     FB-RETRIES
           END-IF.
           MOVE  TOTAL-CELLS  TO     ROW-CELLS.
           PERFORM  230-BUMP THRU 230-END.
           MOVE  ROW-CELLS    TO     TOTAL-CELLS.
      *    the ending, and the ending against the NEGA answers
      *    forgiven on the way to it.
           IF  FB-ENDING      =      "HAPPY"
               MOVE  1            TO     TAB-IDX
           ELSE
               MOVE  2            TO     TAB-IDX
           END-IF.
           MOVE  ENDING-CELLS(TAB-IDX)  TO  ROW-CELLS.
           PERFORM  230-BUMP THRU 230-END.
           MOVE  ROW-CELLS    TO     ENDING-CELLS(TAB-IDX).
           IF  FB-ENDING      =      "HAPPY"
               IF  FB-RETRIES     =      0
                   MOVE  1            TO     TAB-IDX
               ELSE
                   MOVE  2            TO     TAB-IDX
               END-IF
           ELSE
               IF  FB-RETRIES     =      0
                   MOVE  4            TO     TAB-IDX
               ELSE
                   MOVE  3            TO     TAB-IDX
               END-IF
           END-IF.
           MOVE  GROUP-CELLS(TAB-IDX)   TO  ROW-CELLS.
           PERFORM  230-BUMP THRU 230-END.
           MOVE  ROW-CELLS    TO     GROUP-CELLS(TAB-IDX).
           PERFORM  210-PACK-ADD THRU 210-END.
           IF  FB-STORY       NUMERIC
           AND FB-STORY       >      0
               MOVE  CHAPTER-CELLS(FB-STORY)  TO  ROW-CELLS
               PERFORM  230-BUMP THRU 230-END
               MOVE  ROW-CELLS    TO     CHAPTER-CELLS(FB-STORY)
           END-IF.
           IF  FB-RETRIES     >      9
               MOVE  10           TO     TAB-IDX
           ELSE
               COMPUTE TAB-IDX = FB-RETRIES + 1
           END-IF.
           MOVE  RETRY-CELLS(TAB-IDX)   TO  ROW-CELLS.
           PERFORM  230-BUMP THRU 230-END.
           MOVE  ROW-CELLS    TO     RETRY-CELLS(TAB-IDX).
       200-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
       210-PACK-ADD      SECTION.
           IF  FB-PACK        =      SPACES
               MOVE  "(no pack)"  TO     ROW-PACK
           ELSE
               MOVE  FB-PACK      TO     ROW-PACK
           END-IF.
           MOVE  0            TO     PACK-HIT.
           PERFORM  215-PACK-FIND THRU 215-END
               VARYING  TAB-IDX  FROM  1  BY  1
               UNTIL  TAB-IDX  >  PACK-COUNT
                  OR  PACK-HIT  >  0.
           IF  PACK-HIT       =      0
               IF  PACK-COUNT     <      20
                   ADD  1             TO     PACK-COUNT
                   MOVE  PACK-COUNT   TO     PACK-HIT
                   MOVE  ROW-PACK     TO     PT-PACK(PACK-HIT)
               ELSE
                   IF  PACK-OVERFLOW  NOT =  "Y"
                       DISPLAY "warning: over 20 packs - later "
                           "ones fold into the last slot"
                       MOVE  "Y"          TO     PACK-OVERFLOW
                   END-IF
                   MOVE  PACK-COUNT   TO     PACK-HIT
               END-IF
           END-IF.
           MOVE  PT-CELLS(PACK-HIT)  TO  ROW-CELLS.
           PERFORM  230-BUMP THRU 230-END.
           MOVE  ROW-CELLS    TO     PT-CELLS(PACK-HIT).
       210-END.
           EXIT.
      *
       215-PACK-FIND     SECTION.
           IF  PT-PACK(TAB-IDX)   =  ROW-PACK
               MOVE  TAB-IDX      TO     PACK-HIT
           END-IF.
       215-END.
           EXIT.
      *
       230-BUMP          SECTION.
           ADD  1             TO     RC-RESP.
           ADD  1             TO     RC-RATE(FB-RATING).
           ADD  FB-RATING     TO     RC-SUM.
       230-END.
           EXIT.
      *
       300-REPORT        SECTION.
           DISPLAY "rating counts are for 1 (not at all) .. 5 "
               "(loved it)".
           MOVE  "all ratings"        TO     SHOW-LABEL.
           MOVE  TOTAL-CELLS  TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           IF  BAD-ROWS       >      0
               DISPLAY "unreadable rows skipped : " BAD-ROWS
           END-IF.
           DISPLAY "----- by ending -----".
           MOVE  "HAPPY end"          TO     SHOW-LABEL.
           MOVE  ENDING-CELLS(1)      TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           MOVE  "BAD end"            TO     SHOW-LABEL.
           MOVE  ENDING-CELLS(2)      TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           DISPLAY "----- by ending and NEGA forgiven -----".
           MOVE  "HAPPY, none forgiven"  TO  SHOW-LABEL.
           MOVE  GROUP-CELLS(1)       TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           MOVE  "HAPPY after forgiven"  TO  SHOW-LABEL.
           MOVE  GROUP-CELLS(2)       TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           MOVE  "BAD after forgiven"    TO  SHOW-LABEL.
           MOVE  GROUP-CELLS(3)       TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           MOVE  "BAD straight"          TO  SHOW-LABEL.
           MOVE  GROUP-CELLS(4)       TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
           PERFORM  350-FORGIVEN THRU 350-END.
           DISPLAY "----- by story pack -----".
           PERFORM  310-PACK-ONE THRU 310-END
               VARYING  TAB-IDX  FROM  1  BY  1
               UNTIL  TAB-IDX  >  PACK-COUNT.
           DISPLAY "----- by chapter reached -----".
           PERFORM  320-CHAPTER-ONE THRU 320-END
               VARYING  TAB-IDX  FROM  1  BY  1
               UNTIL  TAB-IDX  >  99.
           DISPLAY "----- by NEGA answers forgiven -----".
           PERFORM  330-RETRY-ONE THRU 330-END
               VARYING  TAB-IDX  FROM  1  BY  1
               UNTIL  TAB-IDX  >  10.
       300-END.
           EXIT.
      *
       310-PACK-ONE      SECTION.
           MOVE  PT-PACK(TAB-IDX)     TO     SHOW-LABEL.
           MOVE  PT-CELLS(TAB-IDX)    TO     ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
       310-END.
           EXIT.
      *
       320-CHAPTER-ONE   SECTION.
           MOVE  TAB-IDX      TO     SHOW-NUM.
           MOVE  SPACES       TO     SHOW-LABEL.
           STRING  "chapter " SHOW-NUM DELIMITED BY SIZE
               INTO  SHOW-LABEL.
           MOVE  CHAPTER-CELLS(TAB-IDX)  TO  ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
       320-END.
           EXIT.
      *
       330-RETRY-ONE     SECTION.
           COMPUTE SHOW-NUM = TAB-IDX - 1.
           MOVE  SPACES       TO     SHOW-LABEL.
           IF  TAB-IDX        =      10
               MOVE  "9 or more forgiven" TO  SHOW-LABEL
           ELSE
               STRING  SHOW-NUM(2:1) " forgiven"
                   DELIMITED BY SIZE  INTO  SHOW-LABEL
           END-IF.
           MOVE  RETRY-CELLS(TAB-IDX)    TO  ROW-CELLS.
           PERFORM  500-SHOW-ROW THRU 500-END.
       330-END.
           EXIT.
      *
      *    the retry budget's reason for being - is a player who was
      *    let off a NEGA, however the story then ended, happier than
      *    one whose first NEGA ended it. only called once each side
      *    has MIN-RATINGS answers behind it.
       350-FORGIVEN      SECTION.
           IF  GC-RESP(2) + GC-RESP(3) < MIN-RATINGS
            OR GC-RESP(4)  <  MIN-RATINGS
               DISPLAY "forgiven vs straight bad end: too few ratings "
                   "yet - each side needs " MIN-RATINGS
               GO TO 350-END
           END-IF.
           COMPUTE AVG-FORGIVEN ROUNDED = (GC-SUM(2) + GC-SUM(3))
                                  / (GC-RESP(2) + GC-RESP(3)).
           COMPUTE AVG-STRAIGHT ROUNDED = GC-SUM(4) / GC-RESP(4).
           MOVE  AVG-FORGIVEN TO     SHOW-AVG.
           DISPLAY "forgiven players average    " SHOW-AVG.
           MOVE  AVG-STRAIGHT TO     SHOW-AVG.
           DISPLAY "straight bad ends average   " SHOW-AVG.
           IF  AVG-FORGIVEN   >      AVG-STRAIGHT
               DISPLAY "  -> forgiven players rate the game higher"
           ELSE
               IF  AVG-FORGIVEN   <      AVG-STRAIGHT
                   DISPLAY "  -> forgiven players rate the game lower"
               ELSE
                   DISPLAY "  -> no difference"
               END-IF
           END-IF.
       350-END.
           EXIT.
      *
      *    a second pass for the comments that came with a rating of
      *    LOW-MARK or under - what the writers most need to read.
       400-COMMENTS      SECTION.
           DISPLAY "----- comments with a rating of " LOW-MARK
               " or under -----".
           MOVE  ZERO         TO     LOW-COUNT.
           PERFORM  110-OPEN  THRU  110-END.
           IF  FEEDBACK-STATUS NOT = "00"
               GO TO 400-END
           END-IF.
           PERFORM  910-READ  THRU  910-END.
           PERFORM  410-COMMENT-ONE THRU 410-END
               UNTIL FEEDBACK-END = HIGH-VALUE.
           CLOSE FEEDBACK.
           IF  LOW-COUNT      =      0
               DISPLAY "(none)"
           END-IF.
       400-END.
           EXIT.
      *
       410-COMMENT-ONE   SECTION.
           IF  FB-RATING      NUMERIC
           AND FB-RATING      NOT >  LOW-MARK
           AND FB-COMMENT     NOT =  SPACES
               ADD  1             TO     LOW-COUNT
               DISPLAY FB-DATE " " FB-TERM " " FB-PACK " "
                   FB-ENDING " ch" FB-STORY " rated " FB-RATING
               DISPLAY "    " FB-COMMENT
           END-IF.
           PERFORM  910-READ  THRU  910-END.
       410-END.
           EXIT.
      *
      *    one row of cells - a row nobody answered in is left out.
       500-SHOW-ROW      SECTION.
           IF  RC-RESP        =      0
               GO TO 500-END
           END-IF.
           COMPUTE SHOW-AVG ROUNDED = RC-SUM / RC-RESP.
           DISPLAY SHOW-LABEL " n=" RC-RESP
               " 1:" RC-RATE(1) " 2:" RC-RATE(2) " 3:" RC-RATE(3)
               " 4:" RC-RATE(4) " 5:" RC-RATE(5)
               " avg=" SHOW-AVG.
       500-END.
           EXIT.
      *
       910-READ          SECTION.
           READ FEEDBACK
           AT END
               MOVE HIGH-VALUE TO FEEDBACK-END
           END-READ.
       910-END.
           EXIT.
