       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       SHADRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  SHADOWLOG ASSIGN TO SHADOW-NAME
                   FILE STATUS IS  SHADOW-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SHADOWLOG.
       01  SHADOWLOG-REC.
           03  SH-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  SH-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  SH-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  SH-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  SH-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  SH-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SH-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SH-MODULE     PIC X(20).
           03  FILLER        PIC X(01).
           03  SH-KIND       PIC X(01).
           03  FILLER        PIC X(01).
           03  SH-LIVE       PIC 9(01).
           03  FILLER        PIC X(01).
           03  SH-LIVE-BAND  PIC X(07).
           03  FILLER        PIC X(01).
           03  SH-CAND       PIC 9(01).
           03  FILLER        PIC X(01).
           03  SH-CAND-BAND  PIC X(07).
           03  FILLER        PIC X(01).
           03  SH-ELAPSED    PIC 9(08).
           03  FILLER        PIC X(01).
           03  SH-INPUT      PIC X(99).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SHADOW-STATUS   PIC X(02).
         03  SHADOW-NAME     PIC X(20).
         03  SHADOW-END      PIC X(01).
         03  FROM-ANSWER     PIC X(08).
         03  TO-ANSWER       PIC X(08).
         03  FROM-DATE       PIC 9(08).
         03  TO-DATE         PIC 9(08).
         03  MODULE-ANSWER   PIC X(20).
         03  CHAP-IDX        PIC 9(03)  COMP.
         03  LIVE-IDX        PIC 9(01)  COMP.
         03  CAND-IDX        PIC 9(01)  COMP.
         03  BAND-IDX        PIC 9(01)  COMP.
         03  WANT-BAND       PIC X(07).
         03  FOUND-IDX       PIC 9(01)  COMP.
         03  END-IDX         PIC 9(01)  COMP.
         03  PH-IDX          PIC 9(03)  COMP.
         03  PH-HIT          PIC 9(03)  COMP.
         03  PH-BEST         PIC 9(03)  COMP.
         03  PH-BEST-COUNT   PIC 9(05).
         03  PH-OVERFLOW     PIC X(01).
         03  TERM-IDX        PIC 9(02)  COMP.
         03  TERM-HIT        PIC 9(02)  COMP.
         03  TERM-OVERFLOW   PIC X(01).
         03  ROWS-READ       PIC 9(07).
         03  ROWS-COMPARED   PIC 9(07).
         03  ROWS-AGREE      PIC 9(07).
         03  ROWS-UP         PIC 9(07).
         03  ROWS-DOWN       PIC 9(07).
         03  ROWS-CAND-ERR   PIC 9(07).
         03  ROWS-LIVE-ERR   PIC 9(07).
         03  ROWS-FIXED      PIC 9(07).
         03  SCORE-SHIFT     PIC S9(07).
         03  CALLS-TIMED     PIC 9(07).
         03  CALL-CENTIS     PIC 9(11).
         03  CALL-WORST      PIC 9(08).
         03  SESS-CLOSED     PIC 9(05).
         03  SESS-OPEN       PIC 9(05).
         03  SESS-DIFFER     PIC 9(05).
         03  CAND-ENDING     PIC X(07).
         03  PCT             PIC 9(03)V9.
         03  SHOW-PCT        PIC ZZ9.9.
         03  SHOW-SHIFT      PIC -9.99.
         03  SHIFT-AVG       PIC S9(01)V99.
         03  SHOW-CENTIS     PIC Z(7)9.
         03  AVG-CENTIS      PIC 9(08).
         03  SHOW-CHAP       PIC 9(02).
      *
      *    one row per chapter - answers both modules graded, and
      *    how many of those the candidate put in another band.
       01  CHAPTER-TABLE.
         03  CHAP-ENTRY      OCCURS  99 TIMES.
           05  CH-ROWS       PIC 9(05).
           05  CH-FLIP       PIC 9(05).
           05  CH-UP         PIC 9(05).
           05  CH-DOWN       PIC 9(05).
      *
      *    live band down the side, candidate band across - POSI,
      *    NEUTRAL, NEGA, ERROR in that order.
       01  BAND-TABLE.
         03  BAND-ROW        OCCURS  4 TIMES.
           05  BAND-CELL     PIC 9(05)   OCCURS  4 TIMES.
       01  BAND-NAMES.
         03  FILLER          PIC X(07)   VALUE  "POSI".
         03  FILLER          PIC X(07)   VALUE  "NEUTRAL".
         03  FILLER          PIC X(07)   VALUE  "NEGA".
         03  FILLER          PIC X(07)   VALUE  "ERROR".
       01  BAND-NAMES-R  REDEFINES  BAND-NAMES.
         03  BAND-NAME       PIC X(07)   OCCURS  4 TIMES.
      *
      *    one slot per distinct (chapter, live band, candidate
      *    band, phrase) the two modules split on - the first thirty
      *    characters stand in for the phrase, as in PHRASEFQ.
       01  PHRASE-TABLE.
         03  PH-COUNT-USED   PIC 9(03)  COMP  VALUE  0.
         03  PH-ENTRY        OCCURS  500 TIMES.
           05  PF-CHAPTER    PIC 9(02).
           05  PF-LIVE       PIC X(07).
           05  PF-CAND       PIC X(07).
           05  PF-PHRASE     PIC X(30).
           05  PF-TALLY      PIC 9(05).
           05  PF-DONE       PIC X(01).
      *
      *    the session each kiosk is part way through - a kiosk runs
      *    one game at a time, so its rows up to the next Z row are
      *    one session. TS-RUN counts the candidate's NEGA-road
      *    answers since the player last moved on; two in a row is
      *    the bad end, as in NEGA.
       01  TERM-TABLE.
         03  TERM-COUNT      PIC 9(02)  COMP  VALUE  0.
         03  TERM-ENTRY      OCCURS  8 TIMES.
           05  TS-ID         PIC X(04).
           05  TS-ROWS       PIC 9(03).
           05  TS-RUN        PIC 9(01).
           05  TS-BAD        PIC X(01).
      *
      *    the ending mix as filed and as the candidate would have
      *    had it - HAPPY, BAD, ABAND, SAVE, and ON for a session
      *    the live module ended badly that the candidate would
      *    have let play on into chapters nobody answered.
       01  ENDING-TABLE.
         03  END-ENTRY       OCCURS  5 TIMES.
           05  EN-LIVE       PIC 9(05).
           05  EN-CAND       PIC 9(05).
       01  ENDING-NAMES.
         03  FILLER          PIC X(07)   VALUE  "HAPPY".
         03  FILLER          PIC X(07)   VALUE  "BAD".
         03  FILLER          PIC X(07)   VALUE  "ABAND".
         03  FILLER          PIC X(07)   VALUE  "SAVE".
         03  FILLER          PIC X(07)   VALUE  "ON".
       01  ENDING-NAMES-R  REDEFINES  ENDING-NAMES.
         03  ENDING-NAME     PIC X(07)   OCCURS  5 TIMES.
      *
       PROCEDURE         DIVISION.
      *
      *    shadow trial divergence report - reads the rows STORY
      *    files while a candidate "analysis" module is scored
      *    alongside the live one, and says how often the two put
      *    an answer in different bands, chapter by chapter, which
      *    phrases flip, and what the ending mix would have been had
      *    the candidate been routing. the candidate's endings are
      *    walked over the questions the players were actually
      *    asked; a session the candidate would have kept alive past
      *    a live bad end is shown as ON, since nobody answered the
      *    chapters it would have gone on to. the sign-off for a
      *    module swap is read off this after a week of traffic.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
               UNTIL SHADOW-END = HIGH-VALUE.
           CLOSE SHADOWLOG.
           PERFORM  500-LEFT-OPEN THRU 500-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT.
           PERFORM  600-REPORT THRU 600-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK CHAPTER-TABLE BAND-TABLE PHRASE-TABLE
                      TERM-TABLE ENDING-TABLE.
           DISPLAY "report FROM date (YYYYMMDD, blank = all):".
           ACCEPT  FROM-ANSWER FROM  CONSOLE.
           DISPLAY "report TO date (YYYYMMDD, blank = all):".
           ACCEPT  TO-ANSWER  FROM   CONSOLE.
           DISPLAY "candidate module (blank = every one logged):".
           ACCEPT  MODULE-ANSWER FROM CONSOLE.
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
      *    prefer the shop-wide master LOGMERGE builds nightly, and
      *    fall back to this machine's own log without one.
           MOVE  "SHADOW_ALL.txt"    TO     SHADOW-NAME.
           OPEN  INPUT  SHADOWLOG.
           IF  SHADOW-STATUS  NOT =  "00"
               MOVE  "SHADOW_LOG.txt"    TO     SHADOW-NAME
               OPEN  INPUT  SHADOWLOG
           END-IF.
           IF  SHADOW-STATUS  NOT =  "00"
               DISPLAY "no shadow trial recorded yet in "
                   "SHADOW_LOG.txt"
               STOP RUN
           END-IF.
           DISPLAY "===== SHADOW SCORING DIVERGENCE ("
               SHADOW-NAME ") =====".
           IF  MODULE-ANSWER  NOT =  SPACES
               DISPLAY "candidate module : " MODULE-ANSWER
           END-IF.
           PERFORM  910-READ  THRU  910-END.
       100-END.
           EXIT.
      *
       200-ROW           SECTION.
           IF  SH-DATE        <      FROM-DATE
            OR SH-DATE        >      TO-DATE
               GO TO 200-NEXT
           END-IF.
           IF  MODULE-ANSWER  NOT =  SPACES
           AND SH-MODULE      NOT =  MODULE-ANSWER
               GO TO 200-NEXT
           END-IF.
           ADD  1             TO     ROWS-READ.
           PERFORM  250-TERM-FIND THRU 250-END.
           IF  SH-KIND        =      "Z"
               PERFORM  400-SESSION-END THRU 400-END
               GO TO 200-NEXT
           END-IF.
           IF  TERM-HIT       >      0
               PERFORM  410-SESSION-STEP THRU 410-END
           END-IF.
           EVALUATE  SH-KIND
               WHEN "A"
                   PERFORM  300-COMPARE THRU 300-END
               WHEN "E"
                   ADD  1             TO     ROWS-LIVE-ERR
                   PERFORM  320-TIMING THRU 320-END
               WHEN OTHER
                   ADD  1             TO     ROWS-FIXED
           END-EVALUATE.
       200-NEXT.
           PERFORM  910-READ  THRU  910-END.
       200-END.
           EXIT.
      *
       250-TERM-FIND     SECTION.
           MOVE  0            TO     TERM-HIT.
           PERFORM  255-TERM-ONE THRU 255-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT
                  OR  TERM-HIT  >  0.
           IF  TERM-HIT       =      0
               IF  TERM-COUNT     <      8
                   ADD  1             TO     TERM-COUNT
                   MOVE  TERM-COUNT   TO     TERM-HIT
                   MOVE  SH-TERM      TO     TS-ID(TERM-HIT)
                   MOVE  ZERO         TO     TS-ROWS(TERM-HIT)
                                             TS-RUN(TERM-HIT)
                   MOVE  "N"          TO     TS-BAD(TERM-HIT)
               ELSE
                   MOVE  "Y"          TO     TERM-OVERFLOW
               END-IF
           END-IF.
       250-END.
           EXIT.
      *
       255-TERM-ONE      SECTION.
           IF  TS-ID(TERM-IDX)    =  SH-TERM
               MOVE  TERM-IDX     TO     TERM-HIT
           END-IF.
       255-END.
           EXIT.
      *
      *    one answer both modules graded - where the bands differ,
      *    which way the candidate moved it and the phrase that did.
       300-COMPARE       SECTION.
           ADD  1             TO     ROWS-COMPARED.
           PERFORM  320-TIMING THRU 320-END.
           MOVE  SH-LIVE-BAND TO     WANT-BAND.
           PERFORM  390-BAND-IDX THRU 390-END.
           MOVE  FOUND-IDX    TO     LIVE-IDX.
           MOVE  SH-CAND-BAND TO     WANT-BAND.
           PERFORM  390-BAND-IDX THRU 390-END.
           MOVE  FOUND-IDX    TO     CAND-IDX.
           IF  LIVE-IDX       >      0
           AND CAND-IDX       >      0
               ADD  1             TO     BAND-CELL(LIVE-IDX, CAND-IDX)
           END-IF.
           IF  SH-STORY       NUMERIC
           AND SH-STORY       >      0
               MOVE  SH-STORY     TO     CHAP-IDX
           ELSE
               MOVE  0            TO     CHAP-IDX
           END-IF.
           IF  CHAP-IDX       >      0
               ADD  1             TO     CH-ROWS(CHAP-IDX)
           END-IF.
           IF  SH-CAND-BAND   =      "ERROR"
               ADD  1             TO     ROWS-CAND-ERR
           ELSE
               COMPUTE SCORE-SHIFT = SCORE-SHIFT + SH-CAND - SH-LIVE
           END-IF.
           IF  SH-CAND-BAND   =      SH-LIVE-BAND
               ADD  1             TO     ROWS-AGREE
               GO TO 300-END
           END-IF.
           IF  CHAP-IDX       >      0
               ADD  1             TO     CH-FLIP(CHAP-IDX)
           END-IF.
      *    a lower index is a warmer band; an ERROR is neither.
           IF  CAND-IDX       <      4
               IF  CAND-IDX       <      LIVE-IDX
                   ADD  1             TO     ROWS-UP
                   IF  CHAP-IDX       >      0
                       ADD  1             TO     CH-UP(CHAP-IDX)
                   END-IF
               ELSE
                   ADD  1             TO     ROWS-DOWN
                   IF  CHAP-IDX       >      0
                       ADD  1             TO     CH-DOWN(CHAP-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM  330-PHRASE-ADD THRU 330-END.
       300-END.
           EXIT.
      *
      *    what the candidate would add to the wait for a verdict.
       320-TIMING        SECTION.
           IF  SH-CAND-BAND   NOT =  "ERROR"
           AND SH-ELAPSED     NUMERIC
               ADD  1             TO     CALLS-TIMED
               ADD  SH-ELAPSED    TO     CALL-CENTIS
               IF  SH-ELAPSED     >      CALL-WORST
                   MOVE  SH-ELAPSED   TO     CALL-WORST
               END-IF
           END-IF.
       320-END.
           EXIT.
      *
       330-PHRASE-ADD    SECTION.
           MOVE  0            TO     PH-HIT.
           PERFORM  335-PHRASE-FIND THRU 335-END
               VARYING  PH-IDX  FROM  1  BY  1
               UNTIL  PH-IDX  >  PH-COUNT-USED
                  OR  PH-HIT  >  0.
           IF  PH-HIT         =      0
               IF  PH-COUNT-USED  <      500
                   ADD  1             TO     PH-COUNT-USED
                   MOVE  PH-COUNT-USED TO    PH-HIT
                   MOVE  SH-STORY     TO     PF-CHAPTER(PH-HIT)
                   MOVE  SH-LIVE-BAND TO     PF-LIVE(PH-HIT)
                   MOVE  SH-CAND-BAND TO     PF-CAND(PH-HIT)
                   MOVE  SH-INPUT(1:30) TO   PF-PHRASE(PH-HIT)
               ELSE
                   IF  PH-OVERFLOW    NOT =  "Y"
                       DISPLAY "warning: phrase table full, later "
                           "flips not listed"
                       MOVE  "Y"          TO     PH-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           IF  PH-HIT         >      0
               ADD  1             TO     PF-TALLY(PH-HIT)
           END-IF.
       330-END.
           EXIT.
      *
       335-PHRASE-FIND   SECTION.
           IF  PF-CHAPTER(PH-IDX) =  SH-STORY
           AND PF-LIVE(PH-IDX)    =  SH-LIVE-BAND
           AND PF-CAND(PH-IDX)    =  SH-CAND-BAND
           AND PF-PHRASE(PH-IDX)  =  SH-INPUT(1:30)
               MOVE  PH-IDX       TO     PH-HIT
           END-IF.
       335-END.
           EXIT.
      *
      *    WANT-BAND to its row/column number, 0 when unknown.
       390-BAND-IDX      SECTION.
           MOVE  0            TO     FOUND-IDX.
           PERFORM  395-BAND-ONE THRU 395-END
               VARYING  BAND-IDX  FROM  1  BY  1
               UNTIL  BAND-IDX  >  4
                  OR  FOUND-IDX >  0.
       390-END.
           EXIT.
      *
       395-BAND-ONE      SECTION.
           IF  BAND-NAME(BAND-IDX) =  WANT-BAND
               MOVE  BAND-IDX     TO     FOUND-IDX
           END-IF.
       395-END.
           EXIT.
      *
      *    the Z row MAIN files as the session closes - tally the
      *    live ending and the one the candidate's walk reached.
       400-SESSION-END   SECTION.
           IF  TERM-HIT       =      0
               GO TO 400-END
           END-IF.
           ADD  1             TO     SESS-CLOSED.
           MOVE  SH-LIVE-BAND TO     CAND-ENDING.
           IF  TS-BAD(TERM-HIT)   =  "Y"
               MOVE  "BAD"        TO     CAND-ENDING
           ELSE
               IF  SH-LIVE-BAND   =      "BAD"
                   MOVE  "ON"         TO     CAND-ENDING
               END-IF
           END-IF.
           MOVE  SH-LIVE-BAND TO     WANT-BAND.
           PERFORM  490-ENDING-IDX THRU 490-END.
           IF  END-IDX        >      0
               ADD  1             TO     EN-LIVE(END-IDX)
           END-IF.
           MOVE  CAND-ENDING  TO     WANT-BAND.
           PERFORM  490-ENDING-IDX THRU 490-END.
           IF  END-IDX        >      0
               ADD  1             TO     EN-CAND(END-IDX)
           END-IF.
           IF  CAND-ENDING    NOT =  SH-LIVE-BAND
               ADD  1             TO     SESS-DIFFER
           END-IF.
           MOVE  ZERO         TO     TS-ROWS(TERM-HIT) TS-RUN(TERM-HIT).
           MOVE  "N"          TO     TS-BAD(TERM-HIT).
       400-END.
           EXIT.
      *
      *    one routed answer in the candidate's walk - a NEGA or a
      *    failed CALL is the NEGA road, anything else moves on and
      *    the retry budget starts again.
       410-SESSION-STEP  SECTION.
           ADD  1             TO     TS-ROWS(TERM-HIT).
           IF  TS-BAD(TERM-HIT)   =  "Y"
               GO TO 410-END
           END-IF.
           IF  SH-CAND-BAND   =      "NEGA"
            OR SH-CAND-BAND   =      "ERROR"
               ADD  1             TO     TS-RUN(TERM-HIT)
               IF  TS-RUN(TERM-HIT)   >=  2
                   MOVE  "Y"          TO     TS-BAD(TERM-HIT)
               END-IF
           ELSE
               MOVE  ZERO         TO     TS-RUN(TERM-HIT)
           END-IF.
       410-END.
           EXIT.
      *
       490-ENDING-IDX    SECTION.
           EVALUATE  WANT-BAND
               WHEN "HAPPY"
                   MOVE  1            TO     END-IDX
               WHEN "BAD"
                   MOVE  2            TO     END-IDX
               WHEN "ABAND"
                   MOVE  3            TO     END-IDX
               WHEN "SAVE"
                   MOVE  4            TO     END-IDX
               WHEN "ON"
                   MOVE  5            TO     END-IDX
               WHEN OTHER
                   MOVE  0            TO     END-IDX
           END-EVALUATE.
       490-END.
           EXIT.
      *
      *    a kiosk whose last session never filed its Z row - still
      *    in play, or stopped dead - is left out of the ending mix.
       500-LEFT-OPEN     SECTION.
           IF  TS-ROWS(TERM-IDX)  >  0
               ADD  1             TO     SESS-OPEN
           END-IF.
       500-END.
           EXIT.
      *
       600-REPORT        SECTION.
           IF  ROWS-READ      =      0
               DISPLAY "no shadow rows in the range asked for"
               GO TO 600-END
           END-IF.
           DISPLAY "----- answers -----".
           DISPLAY "graded by both modules    : " ROWS-COMPARED.
           DISPLAY "same band                 : " ROWS-AGREE.
           IF  ROWS-COMPARED  >      0
               COMPUTE PCT ROUNDED =
                   (ROWS-COMPARED - ROWS-AGREE) * 100 / ROWS-COMPARED
               MOVE  PCT          TO     SHOW-PCT
               DISPLAY "different band            : " SHOW-PCT "%"
           END-IF.
           DISPLAY "  candidate warmer        : " ROWS-UP.
           DISPLAY "  candidate colder        : " ROWS-DOWN.
           DISPLAY "  candidate CALL failed   : " ROWS-CAND-ERR.
           IF  ROWS-COMPARED  >      ROWS-CAND-ERR
               COMPUTE SHIFT-AVG ROUNDED = SCORE-SHIFT
                   / (ROWS-COMPARED - ROWS-CAND-ERR)
               MOVE  SHIFT-AVG    TO     SHOW-SHIFT
               DISPLAY "average score shift       : " SHOW-SHIFT
           END-IF.
           DISPLAY "live CALL failed          : " ROWS-LIVE-ERR.
           DISPLAY "override/moderation (same): " ROWS-FIXED.
           IF  CALLS-TIMED    >      0
               COMPUTE AVG-CENTIS ROUNDED = CALL-CENTIS / CALLS-TIMED
               MOVE  AVG-CENTIS   TO     SHOW-CENTIS
               DISPLAY "candidate CALL average cs : " SHOW-CENTIS
               MOVE  CALL-WORST   TO     SHOW-CENTIS
               DISPLAY "candidate CALL worst cs   : " SHOW-CENTIS
           END-IF.
           DISPLAY "----- live band (down) against candidate band "
               "(across) -----".
           DISPLAY "        POSI  NEUT  NEGA  ERROR".
           PERFORM  610-BAND-LINE THRU 610-END
               VARYING  LIVE-IDX  FROM  1  BY  1
               UNTIL  LIVE-IDX  >  3.
           DISPLAY "----- by chapter -----".
           DISPLAY "chap  graded flipped warmer colder".
           PERFORM  620-CHAPTER-LINE THRU 620-END
               VARYING  CHAP-IDX  FROM  1  BY  1
               UNTIL  CHAP-IDX  >  99.
           DISPLAY "----- phrases that flip band -----".
           PERFORM  630-PULL-MAX THRU 630-END.
           PERFORM  640-PRINT-MAX THRU 640-END
               UNTIL PH-BEST = 0.
           DISPLAY "----- ending mix (live / candidate) -----".
           PERFORM  650-ENDING-LINE THRU 650-END
               VARYING  END-IDX  FROM  1  BY  1
               UNTIL  END-IDX  >  5.
           DISPLAY "sessions walked           : " SESS-CLOSED.
           DISPLAY "ending would change       : " SESS-DIFFER.
           IF  SESS-OPEN      >      0
               DISPLAY "sessions with no end row  : " SESS-OPEN
                   " (not in the mix)"
           END-IF.
           IF  TERM-OVERFLOW  =      "Y"
               DISPLAY "warning: over 8 kiosks in the log - the "
                   "ending mix is incomplete"
           END-IF.
       600-END.
           EXIT.
      *
       610-BAND-LINE     SECTION.
           DISPLAY BAND-NAME(LIVE-IDX) " "
               BAND-CELL(LIVE-IDX, 1) " "
               BAND-CELL(LIVE-IDX, 2) " "
               BAND-CELL(LIVE-IDX, 3) " "
               BAND-CELL(LIVE-IDX, 4).
       610-END.
           EXIT.
      *
       620-CHAPTER-LINE  SECTION.
           IF  CH-ROWS(CHAP-IDX)  =  0
               GO TO 620-END
           END-IF.
           MOVE  CHAP-IDX     TO     SHOW-CHAP.
           DISPLAY SHOW-CHAP "    " CH-ROWS(CHAP-IDX) "   "
               CH-FLIP(CHAP-IDX) "  " CH-UP(CHAP-IDX) "  "
               CH-DOWN(CHAP-IDX).
       620-END.
           EXIT.
      *
      *    the flips in falling-count order, pulled the way PHRASEFQ
      *    pulls its phrase groups.
       630-PULL-MAX      SECTION.
           MOVE  0            TO     PH-BEST.
           MOVE  0            TO     PH-BEST-COUNT.
           PERFORM  635-SCAN-ONE THRU 635-END
               VARYING  PH-IDX  FROM  1  BY  1
               UNTIL  PH-IDX  >  PH-COUNT-USED.
       630-END.
           EXIT.
      *
       635-SCAN-ONE      SECTION.
           IF  PF-DONE(PH-IDX)    NOT =  "Y"
           AND PF-TALLY(PH-IDX)   >      PH-BEST-COUNT
               MOVE  PH-IDX           TO     PH-BEST
               MOVE  PF-TALLY(PH-IDX) TO     PH-BEST-COUNT
           END-IF.
       635-END.
           EXIT.
      *
       640-PRINT-MAX     SECTION.
           DISPLAY "  " PF-TALLY(PH-BEST) " x ch " PF-CHAPTER(PH-BEST)
               " " PF-LIVE(PH-BEST) " -> " PF-CAND(PH-BEST) " "
               PF-PHRASE(PH-BEST).
           MOVE  "Y"          TO     PF-DONE(PH-BEST).
           PERFORM  630-PULL-MAX THRU 630-END.
       640-END.
           EXIT.
      *
       650-ENDING-LINE   SECTION.
           IF  EN-LIVE(END-IDX)   =  0
           AND EN-CAND(END-IDX)   =  0
               GO TO 650-END
           END-IF.
           DISPLAY ENDING-NAME(END-IDX) " " EN-LIVE(END-IDX) " / "
               EN-CAND(END-IDX).
       650-END.
           EXIT.
      *
       910-READ          SECTION.
           READ SHADOWLOG
           AT END
               MOVE HIGH-VALUE TO SHADOW-END
           END-READ.
       910-END.
           EXIT.
