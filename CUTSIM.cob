       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CUTSIM.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  CUTTAB  ASSIGN TO CUT-NAME
                   FILE STATUS IS  CUTTAB-STATUS.
           SELECT  CHAPMAP ASSIGN TO "CHAPMAP.txt"
                   FILE STATUS IS  CHAPMAP-STATUS.
           SELECT  CONFIG  ASSIGN TO "CONFIG.txt"
                   FILE STATUS IS  CONFIG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
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
       FD  CUTTAB.
       01  CUTTAB-REC.
           03  CT-CHAPTER    PIC X(02).
           03  FILLER        PIC X(01).
           03  CT-POSI       PIC X(01).
           03  FILLER        PIC X(01).
           03  CT-NEUTRAL    PIC X(01).
           03  FILLER        PIC X(01).
           03  CT-RETRY      PIC X(01).
      *
       FD  CHAPMAP.
       01  CHAPMAP-REC.
           03  CM-CHAPTER    PIC X(02).
           03  FILLER        PIC X(01).
           03  CM-POSI       PIC 9(02).
           03  FILLER        PIC X(01).
           03  CM-NEUTRAL    PIC 9(02).
           03  FILLER        PIC X(01).
           03  CM-NEGA       PIC 9(02).
      *
       FD  CONFIG.
       01  CONFIG-REC        PIC X(20).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(20).
         03  SESSLOG-END     PIC X(01).
         03  CUTTAB-STATUS   PIC X(02).
         03  CUTTAB-END      PIC X(01).
         03  CUT-NAME        PIC X(20).
         03  PROPOSED-NAME   PIC X(20).
         03  CHAPMAP-STATUS  PIC X(02).
         03  CHAPMAP-END     PIC X(01).
         03  CONFIG-STATUS   PIC X(02).
         03  CONFIG-END      PIC X(01).
         03  MAP-PRESENT     PIC X(01).
         03  MAP-CHAPTER     PIC 9(02).
         03  CHAPTER-COUNT   PIC 9(02).
         03  FROM-ANSWER     PIC X(08).
         03  TO-ANSWER       PIC X(08).
         03  FROM-DATE       PIC 9(08).
         03  TO-DATE         PIC 9(08).
         03  ROW-KIND        PIC X(01).
         03  SES-IDX         PIC 9(03)  COMP.
         03  SES-HIT         PIC 9(03)  COMP.
         03  SES-OVERFLOW    PIC X(01).
         03  ROW-OVERFLOW    PIC X(01).
         03  ROW-IDX         PIC 9(02)  COMP.
         03  ROW-FROM        PIC 9(02)  COMP.
         03  ROW-TO          PIC 9(02)  COMP.
         03  SEG-START       PIC 9(02)  COMP.
         03  SET-IDX         PIC 9(01)  COMP.
         03  CHAP-IDX        PIC 9(02)  COMP.
         03  CUR-END         PIC 9(01)  COMP.
         03  PROP-END        PIC 9(01)  COMP.
         03  END-IDX         PIC 9(01)  COMP.
         03  WALK-CHAP       PIC 9(02).
         03  WALK-TRIES      PIC 9(02).
         03  WALK-END        PIC 9(01)  COMP.
         03  WALK-LAST       PIC 9(02)  COMP.
         03  WALK-FIT        PIC X(01).
         03  NEXT-CHAP       PIC 9(02).
         03  BAND-CODE       PIC X(01).
         03  CUR-BAND        PIC X(01).
         03  USE-POSI        PIC 9(01).
         03  USE-NEUTRAL     PIC 9(01).
         03  USE-RETRY       PIC 9(01).
         03  CUR-POSI        PIC 9(01).
         03  CUR-NEUTRAL     PIC 9(01).
         03  CUR-RETRY       PIC 9(01).
         03  ROWS-READ       PIC 9(07).
         03  SESS-REPLAYED   PIC 9(05).
         03  SESS-UNFIT      PIC 9(05).
         03  SESS-CHANGED    PIC 9(05).
         03  SESS-BETTER     PIC 9(05).
         03  SESS-WORSE      PIC 9(05).
         03  ANS-TOTAL       PIC 9(07).
         03  ANS-CHANGED     PIC 9(07).
      *
      *    the two tables under test - set 1 is the live
      *    CUTLINE.txt, set 2 the proposed one. a chapter without a
      *    row of its own takes the set's 00 row, and with no 00 row
      *    the 7/4 cuts and one retry the engine has always had.
       01  CUT-SETS.
         03  CUT-SET         OCCURS  2 TIMES.
           05  CS-FOUND      PIC X(01).
           05  CS-DEF-POSI   PIC 9(01).
           05  CS-DEF-NEUTRAL PIC 9(01).
           05  CS-DEF-RETRY  PIC 9(01).
           05  CS-CHAP       OCCURS  99 TIMES.
             07  CS-SET      PIC X(01).
             07  CS-POSI     PIC 9(01).
             07  CS-NEUTRAL  PIC 9(01).
             07  CS-RETRY    PIC 9(01).
      *
      *    the chapter map as the writers shipped it - where a POSI,
      *    NEUTRAL or forgiven NEGA answer goes next.
       01  CHAPTER-MAP.
         03  MAP-ENTRY       OCCURS  99 TIMES.
           05  MAP-DEFINED   PIC X(01).
           05  MAP-POSI      PIC 9(02).
           05  MAP-NEUTRAL   PIC 9(02).
           05  MAP-NEGA      PIC 9(02).
      *
      *    one slot per player, date and kiosk as PATHRPT groups
      *    them, holding the answered chapters in order with the
      *    score that was routed. SE-KIND is A for a graded or
      *    filed-override score the cut lines decide, M for a
      *    moderated answer (always NEUTRAL), E for a failed CALL
      *    (always the NEGA road) and X for an abandon.
       01  SESSION-TABLE.
         03  SES-COUNT       PIC 9(03)  COMP  VALUE  0.
         03  SES-ENTRY       OCCURS  500 TIMES.
           05  SE-DATE       PIC 9(08).
           05  SE-PLAYER     PIC X(10).
           05  SE-TERM       PIC X(04).
           05  SE-CNT        PIC 9(02)  COMP.
           05  SE-ROW        OCCURS  30 TIMES.
             07  SE-CHAP     PIC 9(02).
             07  SE-KIND     PIC X(01).
             07  SE-SCORE    PIC 9(01).
      *
      *    current ending down, proposed ending across.
       01  ENDING-MATRIX.
         03  MX-ROW          OCCURS  4 TIMES.
           05  MX-CELL       PIC 9(05)   OCCURS  4 TIMES.
       01  ENDING-NAMES.
         03  FILLER          PIC X(07)   VALUE  "HAPPY".
         03  FILLER          PIC X(07)   VALUE  "BAD".
         03  FILLER          PIC X(07)   VALUE  "ABAND".
         03  FILLER          PIC X(07)   VALUE  "ON".
       01  ENDING-NAMES-R  REDEFINES  ENDING-NAMES.
         03  ENDING-NAME     PIC X(07)   OCCURS  4 TIMES.
      *
      *    per chapter - answers replayed, and how many of them the
      *    proposed cut lines put in another band.
       01  CHAPTER-TABLE.
         03  CHAP-ENTRY      OCCURS  99 TIMES.
           05  CH-ANSWERS    PIC 9(05).
           05  CH-CHANGED    PIC 9(05).
      *
       PROCEDURE         DIVISION.
      *
      *    what-if for a proposed cut-line table - the routed scores
      *    in the audit trail are replayed through the live
      *    CUTLINE.txt and the proposed table over the kiosk's own
      *    CHAPMAP.txt, and each session's ending under the two is
      *    compared. a session the live table cannot walk the way
      *    it was actually played (the table was changed since, or
      *    the pair of a two-player game split it) is counted and
      *    left out. a proposed route that leaves the chapters
      *    players really answered is shown as ON - nobody knows how
      *    it would have ended. nothing is written.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
           PERFORM  300-SESSION THRU 300-END
               VARYING  SES-IDX  FROM  1  BY  1
               UNTIL  SES-IDX  >  SES-COUNT.
           PERFORM  500-REPORT THRU 500-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK CUT-SETS CHAPTER-MAP SESSION-TABLE
                      ENDING-MATRIX CHAPTER-TABLE.
           DISPLAY "replay FROM date (YYYYMMDD, blank = all):".
           ACCEPT  FROM-ANSWER FROM  CONSOLE.
           DISPLAY "replay TO date (YYYYMMDD, blank = all):".
           ACCEPT  TO-ANSWER  FROM   CONSOLE.
           DISPLAY "proposed table (blank = CUTLINE_NEW.txt):".
           ACCEPT  PROPOSED-NAME FROM CONSOLE.
           IF  FROM-ANSWER    NUMERIC
               MOVE  FROM-ANSWER  TO     FROM-DATE
           ELSE
               MOVE  ZERO         TO     FROM-DATE
           END-IF.
           IF  TO-ANSWER      NUMERIC
               MOVE  TO-ANSWER    TO     TO-DATE
           ELSE
               MOVE  99999999     TO     TO-DATE
           END-IF.
           IF  PROPOSED-NAME  =      SPACES
               MOVE  "CUTLINE_NEW.txt"   TO     PROPOSED-NAME
           END-IF.
           MOVE  "CUTLINE.txt"   TO     CUT-NAME.
           MOVE  1            TO     SET-IDX.
           PERFORM  110-LOAD-CUTS THRU 110-END.
           MOVE  PROPOSED-NAME TO    CUT-NAME.
           MOVE  2            TO     SET-IDX.
           PERFORM  110-LOAD-CUTS THRU 110-END.
           IF  CS-FOUND(2)    NOT =  "Y"
               DISPLAY "proposed table " PROPOSED-NAME
                   " will not open - nothing to try"
               STOP RUN
           END-IF.
           PERFORM  120-LOAD-MAP THRU 120-END.
           PERFORM  130-SET-CONFIG THRU 130-END.
      *    prefer the shop-wide master LOGMERGE builds nightly, and
      *    fall back to this machine's own audit trail without one.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME
               OPEN  INPUT  SESSLOG
           END-IF.
           IF  SESSLOG-STATUS NOT =  "00"
               DISPLAY "no audit trail recorded yet in SESSION_LOG.txt"
               STOP RUN
           END-IF.
           DISPLAY "===== CUT-LINE WHAT-IF (" FROM-DATE " - "
               TO-DATE ") =====".
           DISPLAY "audit trail    : " SESSLOG-NAME.
           IF  CS-FOUND(1)    =      "Y"
               DISPLAY "current table  : CUTLINE.txt"
           ELSE
               DISPLAY "current table  : none - 7/4 with one retry"
           END-IF.
           DISPLAY "proposed table : " PROPOSED-NAME.
           IF  MAP-PRESENT    NOT =  "Y"
               DISPLAY "no CHAPMAP.txt present - straight-line "
                   "story of " CHAPTER-COUNT " chapters"
           END-IF.
           PERFORM  910-READ  THRU  910-END.
       100-END.
           EXIT.
      *
      *    one table into set SET-IDX, with the same row checks
      *    STORY makes - a row STORY would skip is skipped here too.
       110-LOAD-CUTS     SECTION.
           MOVE  7            TO     CS-DEF-POSI(SET-IDX).
           MOVE  4            TO     CS-DEF-NEUTRAL(SET-IDX).
           MOVE  1            TO     CS-DEF-RETRY(SET-IDX).
           MOVE  "N"          TO     CS-FOUND(SET-IDX).
           MOVE  SPACE        TO     CUTTAB-END.
           OPEN  INPUT  CUTTAB.
           IF  CUTTAB-STATUS  NOT =  "00"
               GO TO 110-END
           END-IF.
           MOVE  "Y"          TO     CS-FOUND(SET-IDX).
           PERFORM  115-CUT-LINE THRU 115-END.
           PERFORM  116-CUT-ADD  THRU 116-END
               UNTIL CUTTAB-END = HIGH-VALUE.
           CLOSE CUTTAB.
       110-END.
           EXIT.
      *
       115-CUT-LINE      SECTION.
           READ  CUTTAB
               AT END
                   MOVE  HIGH-VALUE   TO     CUTTAB-END
           END-READ.
       115-END.
           EXIT.
      *
       116-CUT-ADD       SECTION.
           IF  CUTTAB-REC     =      SPACES
               GO TO 116-NEXT
           END-IF.
           IF  CT-CHAPTER     NOT NUMERIC
            OR CT-POSI        NOT NUMERIC
            OR CT-NEUTRAL     NOT NUMERIC
            OR CT-RETRY       NOT NUMERIC
            OR CT-RETRY       =      "9"
            OR CT-NEUTRAL     >      CT-POSI
               DISPLAY CUT-NAME " record skipped - run CUTMNT "
                   "to repair it"
               GO TO 116-NEXT
           END-IF.
           MOVE  CT-CHAPTER   TO     MAP-CHAPTER.
           IF  MAP-CHAPTER    =      0
               MOVE  CT-POSI      TO     CS-DEF-POSI(SET-IDX)
               MOVE  CT-NEUTRAL   TO     CS-DEF-NEUTRAL(SET-IDX)
               MOVE  CT-RETRY     TO     CS-DEF-RETRY(SET-IDX)
           ELSE
               MOVE  "Y"          TO     CS-SET(SET-IDX, MAP-CHAPTER)
               MOVE  CT-POSI      TO
                   CS-POSI(SET-IDX, MAP-CHAPTER)
               MOVE  CT-NEUTRAL   TO
                   CS-NEUTRAL(SET-IDX, MAP-CHAPTER)
               MOVE  CT-RETRY     TO
                   CS-RETRY(SET-IDX, MAP-CHAPTER)
           END-IF.
       116-NEXT.
           PERFORM  115-CUT-LINE THRU 115-END.
       116-END.
           EXIT.
      *
       120-LOAD-MAP      SECTION.
           MOVE  "N"          TO     MAP-PRESENT.
           MOVE  SPACE        TO     CHAPMAP-END.
           OPEN  INPUT  CHAPMAP.
           IF  CHAPMAP-STATUS NOT =  "00"
               GO TO 120-END
           END-IF.
           MOVE  "Y"          TO     MAP-PRESENT.
           PERFORM  125-MAP-LINE THRU 125-END.
           PERFORM  126-MAP-ADD  THRU 126-END
               UNTIL CHAPMAP-END = HIGH-VALUE.
           CLOSE CHAPMAP.
       120-END.
           EXIT.
      *
       125-MAP-LINE      SECTION.
           READ  CHAPMAP
               AT END
                   MOVE  HIGH-VALUE   TO     CHAPMAP-END
           END-READ.
       125-END.
           EXIT.
      *
       126-MAP-ADD       SECTION.
           IF  CM-CHAPTER     NUMERIC
           AND CM-POSI        NUMERIC
           AND CM-NEUTRAL     NUMERIC
           AND CM-NEGA        NUMERIC
               MOVE  CM-CHAPTER   TO     MAP-CHAPTER
               IF  MAP-CHAPTER    >      0
                   MOVE  "Y"          TO     MAP-DEFINED(MAP-CHAPTER)
                   MOVE  CM-POSI      TO     MAP-POSI(MAP-CHAPTER)
                   MOVE  CM-NEUTRAL   TO     MAP-NEUTRAL(MAP-CHAPTER)
                   MOVE  CM-NEGA      TO     MAP-NEGA(MAP-CHAPTER)
               END-IF
           END-IF.
           PERFORM  125-MAP-LINE THRU 125-END.
       126-END.
           EXIT.
      *
      *    the chapter count where the chapter map leaves a chapter
      *    out - line 6 of the same CONFIG.txt MAIN reads, 3 without
      *    one, as in MAIN's 102-SET-CONFIG.
       130-SET-CONFIG    SECTION.
           MOVE  3            TO     CHAPTER-COUNT.
           MOVE  SPACE        TO     CONFIG-END.
           OPEN  INPUT  CONFIG.
           IF  CONFIG-STATUS  NOT =  "00"
               GO TO 130-END
           END-IF.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           PERFORM  135-CONFIG-LINE THRU 135-END.
           IF  CONFIG-END     NOT =  HIGH-VALUE
           AND CONFIG-REC(1:2) NUMERIC
           AND CONFIG-REC(1:2) NOT =  "00"
               MOVE  CONFIG-REC(1:2) TO  CHAPTER-COUNT
           END-IF.
           CLOSE CONFIG.
       130-END.
           EXIT.
      *
       135-CONFIG-LINE   SECTION.
           IF  CONFIG-END     NOT =  HIGH-VALUE
               READ  CONFIG
                   AT END
                       MOVE  HIGH-VALUE   TO     CONFIG-END
               END-READ
           END-IF.
       135-END.
           EXIT.
      *
      *    one audit row into its session slot. a MODERAT row was
      *    re-asked, so it is no step of the walk.
       200-ROW           SECTION.
           IF  SL-STORY       NOT NUMERIC
            OR SL-STORY       =      0
            OR SL-DATE        NOT NUMERIC
            OR SL-DATE        <      FROM-DATE
            OR SL-DATE        >      TO-DATE
            OR SL-PLAYER      =      SPACES
            OR SL-BRANCH      =      "MODERAT"
               GO TO 200-NEXT
           END-IF.
           EVALUATE  SL-BRANCH
               WHEN "POSI"
               WHEN "NEUTRAL"
               WHEN "NEGA"
               WHEN "POSI-OV"
               WHEN "NEUT-OV"
               WHEN "NEGA-OV"
                   MOVE  "A"          TO     ROW-KIND
               WHEN "NEUT-MD"
                   MOVE  "M"          TO     ROW-KIND
               WHEN "ERROR"
                   MOVE  "E"          TO     ROW-KIND
               WHEN OTHER
                   MOVE  "X"          TO     ROW-KIND
           END-EVALUATE.
           IF  ROW-KIND       =      "A"
           AND SL-OUTPUT      NOT NUMERIC
               GO TO 200-NEXT
           END-IF.
           ADD  1             TO     ROWS-READ.
           PERFORM  210-SES-SLOT THRU 210-END.
           IF  SES-HIT        =      0
               GO TO 200-NEXT
           END-IF.
           IF  SE-CNT(SES-HIT)    >=  30
               IF  ROW-OVERFLOW   NOT =  "Y"
                   DISPLAY "warning: a session ran past 30 answers, "
                       "later answers not replayed"
                   MOVE  "Y"          TO     ROW-OVERFLOW
               END-IF
               GO TO 200-NEXT
           END-IF.
           ADD  1             TO     SE-CNT(SES-HIT).
           MOVE  SL-STORY     TO     SE-CHAP(SES-HIT, SE-CNT(SES-HIT)).
           MOVE  ROW-KIND     TO     SE-KIND(SES-HIT, SE-CNT(SES-HIT)).
           IF  ROW-KIND       =      "A"
               MOVE  SL-OUTPUT    TO
                   SE-SCORE(SES-HIT, SE-CNT(SES-HIT))
           ELSE
               MOVE  ZERO         TO
                   SE-SCORE(SES-HIT, SE-CNT(SES-HIT))
           END-IF.
       200-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
       210-SES-SLOT      SECTION.
           MOVE  0            TO     SES-HIT.
           PERFORM  215-SES-FIND THRU 215-END
               VARYING  SES-IDX  FROM  1  BY  1
               UNTIL  SES-IDX  >  SES-COUNT
                  OR  SES-HIT  >  0.
           IF  SES-HIT        =      0
               IF  SES-COUNT      <      500
                   ADD  1             TO     SES-COUNT
                   MOVE  SES-COUNT    TO     SES-HIT
                   MOVE  SL-DATE      TO     SE-DATE(SES-HIT)
                   MOVE  SL-PLAYER    TO     SE-PLAYER(SES-HIT)
                   MOVE  SL-TERM      TO     SE-TERM(SES-HIT)
               ELSE
                   IF  SES-OVERFLOW   NOT =  "Y"
                       DISPLAY "warning: session table full, later "
                           "sessions not replayed - narrow the dates"
                       MOVE  "Y"          TO     SES-OVERFLOW
                   END-IF
               END-IF
           END-IF.
       210-END.
           EXIT.
      *
       215-SES-FIND      SECTION.
           IF  SE-DATE(SES-IDX)   =  SL-DATE
           AND SE-PLAYER(SES-IDX) =  SL-PLAYER
           AND SE-TERM(SES-IDX)   =  SL-TERM
               MOVE  SES-IDX      TO     SES-HIT
           END-IF.
       215-END.
           EXIT.
      *
      *    a slot can hold more than one game - a player who plays
      *    again the same day on the same kiosk - so the live walk
      *    cuts it into games at each ending it reaches.
       300-SESSION       SECTION.
           MOVE  1            TO     SEG-START.
           PERFORM  310-SEGMENT THRU 310-END
               UNTIL SEG-START > SE-CNT(SES-IDX).
       300-END.
           EXIT.
      *
       310-SEGMENT       SECTION.
           MOVE  SEG-START    TO     ROW-FROM.
           MOVE  SE-CNT(SES-IDX) TO  ROW-TO.
           MOVE  1            TO     SET-IDX.
           PERFORM  400-WALK  THRU  400-END.
           IF  WALK-FIT       NOT =  "Y"
               ADD  1             TO     SESS-UNFIT
               COMPUTE SEG-START = SE-CNT(SES-IDX) + 1
               GO TO 310-END
           END-IF.
           MOVE  WALK-END     TO     CUR-END.
           MOVE  WALK-LAST    TO     ROW-TO.
           MOVE  2            TO     SET-IDX.
           PERFORM  400-WALK  THRU  400-END.
           MOVE  WALK-END     TO     PROP-END.
           ADD  1             TO     SESS-REPLAYED.
           ADD  1             TO     MX-CELL(CUR-END, PROP-END).
           IF  PROP-END       NOT =  CUR-END
               ADD  1             TO     SESS-CHANGED
               IF  PROP-END       =      2
                   ADD  1             TO     SESS-WORSE
               END-IF
               IF  CUR-END        =      2
                   ADD  1             TO     SESS-BETTER
               END-IF
           END-IF.
           PERFORM  320-BAND-DIFF THRU 320-END
               VARYING  ROW-IDX  FROM  ROW-FROM  BY  1
               UNTIL  ROW-IDX  >  ROW-TO.
           COMPUTE SEG-START = ROW-TO + 1.
       310-END.
           EXIT.
      *
      *    the graded answers of a replayed game, banded under each
      *    table - the per-chapter count of answers that move.
       320-BAND-DIFF     SECTION.
           IF  SE-KIND(SES-IDX, ROW-IDX) NOT = "A"
               GO TO 320-END
           END-IF.
           MOVE  SE-CHAP(SES-IDX, ROW-IDX) TO WALK-CHAP.
           MOVE  1            TO     SET-IDX.
           PERFORM  420-BAND  THRU  420-END.
           MOVE  BAND-CODE    TO     CUR-BAND.
           MOVE  2            TO     SET-IDX.
           PERFORM  420-BAND  THRU  420-END.
           MOVE  SE-CHAP(SES-IDX, ROW-IDX) TO CHAP-IDX.
           ADD  1             TO     CH-ANSWERS(CHAP-IDX) ANS-TOTAL.
           IF  BAND-CODE      NOT =  CUR-BAND
               ADD  1             TO     CH-CHANGED(CHAP-IDX)
                                         ANS-CHANGED
           END-IF.
       320-END.
           EXIT.
      *
      *    walk rows ROW-FROM to ROW-TO of this slot through table
      *    SET-IDX the way MAIN's 400-STORY routes them. WALK-END
      *    comes back 1 HAPPY, 2 BAD, 3 ABAND or 4 ON, and
      *    WALK-LAST is the row the game ended on. a row for a
      *    chapter other than the one the walk expects means the
      *    table routes somewhere the player never went - WALK-FIT
      *    goes to N and the walk stops ON.
       400-WALK          SECTION.
           MOVE  SE-CHAP(SES-IDX, ROW-FROM) TO WALK-CHAP.
           MOVE  ZERO         TO     WALK-TRIES.
           MOVE  0            TO     WALK-END.
           MOVE  ROW-TO       TO     WALK-LAST.
           MOVE  "Y"          TO     WALK-FIT.
           PERFORM  410-STEP  THRU  410-END
               VARYING  ROW-IDX  FROM  ROW-FROM  BY  1
               UNTIL  ROW-IDX  >  ROW-TO
                  OR  WALK-END  >  0.
           IF  WALK-END       =      0
               MOVE  4            TO     WALK-END
           END-IF.
       400-END.
           EXIT.
      *
       410-STEP          SECTION.
           MOVE  ROW-IDX      TO     WALK-LAST.
           IF  SE-CHAP(SES-IDX, ROW-IDX) NOT = WALK-CHAP
               MOVE  "N"          TO     WALK-FIT
               MOVE  4            TO     WALK-END
               GO TO 410-END
           END-IF.
           EVALUATE  SE-KIND(SES-IDX, ROW-IDX)
               WHEN "A"
                   PERFORM  420-BAND  THRU  420-END
               WHEN "M"
                   MOVE  "N"          TO     BAND-CODE
               WHEN "E"
                   MOVE  "G"          TO     BAND-CODE
               WHEN OTHER
                   MOVE  3            TO     WALK-END
                   GO TO 410-END
           END-EVALUATE.
           IF  BAND-CODE      =      "G"
               ADD  1             TO     WALK-TRIES
               PERFORM  425-CUTS  THRU  425-END
               IF  WALK-TRIES     >      USE-RETRY
                   MOVE  2            TO     WALK-END
                   GO TO 410-END
               END-IF
           ELSE
               MOVE  ZERO         TO     WALK-TRIES
           END-IF.
           PERFORM  430-NEXT  THRU  430-END.
           IF  NEXT-CHAP      =      0
               MOVE  1            TO     WALK-END
           ELSE
               MOVE  NEXT-CHAP    TO     WALK-CHAP
           END-IF.
       410-END.
           EXIT.
      *
      *    this row's score to its band under table SET-IDX for
      *    chapter WALK-CHAP - STORY's cut-line test.
       420-BAND          SECTION.
           PERFORM  425-CUTS  THRU  425-END.
           IF  SE-SCORE(SES-IDX, ROW-IDX) >= USE-POSI
               MOVE  "P"          TO     BAND-CODE
           ELSE
               IF  SE-SCORE(SES-IDX, ROW-IDX) >= USE-NEUTRAL
                   MOVE  "N"          TO     BAND-CODE
               ELSE
                   MOVE  "G"          TO     BAND-CODE
               END-IF
           END-IF.
       420-END.
           EXIT.
      *
       425-CUTS          SECTION.
           IF  CS-SET(SET-IDX, WALK-CHAP) = "Y"
               MOVE  CS-POSI(SET-IDX, WALK-CHAP)    TO USE-POSI
               MOVE  CS-NEUTRAL(SET-IDX, WALK-CHAP) TO USE-NEUTRAL
               MOVE  CS-RETRY(SET-IDX, WALK-CHAP)   TO USE-RETRY
           ELSE
               MOVE  CS-DEF-POSI(SET-IDX)    TO     USE-POSI
               MOVE  CS-DEF-NEUTRAL(SET-IDX) TO     USE-NEUTRAL
               MOVE  CS-DEF-RETRY(SET-IDX)   TO     USE-RETRY
           END-IF.
       425-END.
           EXIT.
      *
      *    MAIN's 405-NEXT-CHAPTER - the map column for the band
      *    when the chapter has a row, else the straight line: a
      *    forgiven NEGA re-asks, anything else moves up one, and
      *    the last chapter ends the story.
       430-NEXT          SECTION.
           IF  MAP-PRESENT    =      "Y"
           AND MAP-DEFINED(WALK-CHAP) = "Y"
               EVALUATE  BAND-CODE
                   WHEN "P"
                       MOVE  MAP-POSI(WALK-CHAP)    TO NEXT-CHAP
                   WHEN "N"
                       MOVE  MAP-NEUTRAL(WALK-CHAP) TO NEXT-CHAP
                   WHEN OTHER
                       MOVE  MAP-NEGA(WALK-CHAP)    TO NEXT-CHAP
               END-EVALUATE
               GO TO 430-END
           END-IF.
           IF  BAND-CODE      =      "G"
               MOVE  WALK-CHAP    TO     NEXT-CHAP
           ELSE
               IF  WALK-CHAP      NOT =  CHAPTER-COUNT
                   COMPUTE NEXT-CHAP = WALK-CHAP + 1
               ELSE
                   MOVE  ZERO         TO     NEXT-CHAP
               END-IF
           END-IF.
       430-END.
           EXIT.
      *
       500-REPORT        SECTION.
           DISPLAY "audit rows replayed       : " ROWS-READ.
           DISPLAY "games replayed            : " SESS-REPLAYED.
           DISPLAY "games not replayable      : " SESS-UNFIT.
           DISPLAY "ending would change       : " SESS-CHANGED.
           DISPLAY "  spared the bad end      : " SESS-BETTER.
           DISPLAY "  sent to the bad end     : " SESS-WORSE.
           DISPLAY "----- ending, current (down) by proposed "
               "(across) -----".
           DISPLAY "          HAPPY   BAD     ABAND   ON".
           PERFORM  510-MATRIX-LINE THRU 510-END
               VARYING  END-IDX  FROM  1  BY  1
               UNTIL  END-IDX  >  4.
           DISPLAY "----- answers changing band, by chapter -----".
           PERFORM  520-CHAPTER-LINE THRU 520-END
               VARYING  CHAP-IDX  FROM  1  BY  1
               UNTIL  CHAP-IDX  >  99.
           DISPLAY "answers replayed : " ANS-TOTAL
               "   changing band : " ANS-CHANGED.
           IF  SESS-UNFIT     >      0
               DISPLAY "(a game is not replayable when the current "
                   "table does not route it the way it"
               DISPLAY " was played - the table changed since, or a "
                   "two-player game)"
           END-IF.
       500-END.
           EXIT.
      *
       510-MATRIX-LINE   SECTION.
           DISPLAY ENDING-NAME(END-IDX) "   "
               MX-CELL(END-IDX, 1) "   " MX-CELL(END-IDX, 2) "   "
               MX-CELL(END-IDX, 3) "   " MX-CELL(END-IDX, 4).
       510-END.
           EXIT.
      *
       520-CHAPTER-LINE  SECTION.
           IF  CH-ANSWERS(CHAP-IDX) =  0
               GO TO 520-END
           END-IF.
           MOVE  CHAP-IDX     TO     WALK-CHAP.
           MOVE  1            TO     SET-IDX.
           PERFORM  425-CUTS  THRU  425-END.
           MOVE  USE-POSI     TO     CUR-POSI.
           MOVE  USE-NEUTRAL  TO     CUR-NEUTRAL.
           MOVE  USE-RETRY    TO     CUR-RETRY.
           MOVE  2            TO     SET-IDX.
           PERFORM  425-CUTS  THRU  425-END.
           DISPLAY "chapter " WALK-CHAP " answers " CH-ANSWERS(CHAP-IDX)
               " changed " CH-CHANGED(CHAP-IDX) "   cuts "
               CUR-POSI "/" CUR-NEUTRAL " retry " CUR-RETRY " -> "
               USE-POSI "/" USE-NEUTRAL " retry " USE-RETRY.
       520-END.
           EXIT.
      *
       910-READ          SECTION.
           READ SESSLOG
           AT END
               MOVE HIGH-VALUE TO SESSLOG-END
           END-READ.
       910-END.
           EXIT.
