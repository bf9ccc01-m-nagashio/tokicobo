       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       WINRPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  WBLOG   ASSIGN TO "WINBACK.LOG"
                   FILE STATUS IS  WBLOG-STATUS.
           SELECT  PLAYHIST ASSIGN TO "PLAYHIST.DAT"
                   FILE STATUS IS  PLAYHIST-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  WBLOG.
       01  WBLOG-REC.
           03  WB-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  WB-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  WB-STAFF      PIC X(10).
           03  FILLER        PIC X(01).
           03  WB-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  WB-CODE       PIC X(08).
           03  FILLER        PIC X(01).
           03  WB-LAST-DATE  PIC 9(08).
           03  FILLER        PIC X(01).
           03  WB-IDLE       PIC 9(04).
           03  FILLER        PIC X(01).
           03  WB-CHANNEL    PIC X(01).
      *
       FD  PLAYHIST.
       01  PLAYHIST-REC.
           03  PH-ID         PIC X(10).
           03  FILLER        PIC X(01).
           03  PH-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  PH-ENDING     PIC X(05).
           03  FILLER        PIC X(01).
           03  PH-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  PH-AFFECTION  PIC 9(02).
           03  FILLER        PIC X(01).
           03  PH-NEGA-TRIES PIC 9(01).
           03  FILLER        PIC X(01).
           03  PH-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  PH-SHARED     PIC X(01).
           03  FILLER        PIC X(01).
           03  PH-ARM        PIC X(01).
      *
       FD  REWARDS.
       01  REWARDS-REC.
           03  RW-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  RW-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  RW-MILESTONE  PIC X(08).
           03  FILLER        PIC X(01).
           03  RW-CODE       PIC X(08).
           03  FILLER        PIC X(01).
           03  RW-STATUS     PIC X(08).
           03  FILLER        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  WBLOG-STATUS    PIC X(02).
         03  WBLOG-END       PIC X(01).
         03  PLAYHIST-STATUS PIC X(02).
         03  PLAYHIST-END    PIC X(01).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  LT-IDX          PIC 9(04)  COMP.
         03  LT-HIT          PIC 9(04)  COMP.
         03  LT-OVERFLOW     PIC X(01).
         03  BEST-DATE       PIC 9(08).
         03  RUN-DATE        PIC 9(08).
         03  RUN-LETTERS     PIC 9(05).
         03  RUN-BACK        PIC 9(05).
         03  RUN-SESSIONS    PIC 9(06).
         03  RUN-REDEEMED    PIC 9(05).
         03  ALL-LETTERS     PIC 9(05).
         03  ALL-BACK        PIC 9(05).
         03  ALL-SESSIONS    PIC 9(06).
         03  ALL-REDEEMED    PIC 9(05).
         03  PCT-BACK        PIC 9(03)V9(02).
         03  PCT-REDEEMED    PIC 9(03)V9(02).
      *
      *    one slot per letter on WINBACK.LOG, in the order they
      *    were sent - the log is appended run by run, so the
      *    letters of one run sit together.
       01  LETTER-TABLE.
         03  LT-COUNT        PIC 9(04)  COMP  VALUE  0.
         03  LT-ENTRY        OCCURS  2000 TIMES.
           05  LT-DATE       PIC 9(08).
           05  LT-PLAYER     PIC X(10).
           05  LT-CODE       PIC X(08).
           05  LT-CHANNEL    PIC X(01).
           05  LT-LAST-DATE  PIC 9(08).
           05  LT-FIRST-BACK PIC 9(08).
           05  LT-SESSIONS   PIC 9(05).
           05  LT-REDEEMED   PIC X(01).
      *
       PROCEDURE         DIVISION.
      *
      *    did the win-back letters pay off - for every letter on
      *    WINBACK.LOG, whether the player has been in since it was
      *    sent, on which day first and for how many sessions, and
      *    whether the coupon in it was redeemed. a session counts
      *    to the latest letter sent to that player before it, so a
      *    player written to twice is not counted back twice. each
      *    run is totalled on its own, then the lot. asks nothing.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-HIST-PASS THRU 200-END.
           PERFORM  300-RWD-PASS  THRU 300-END.
           PERFORM  400-REPORT    THRU 400-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK LETTER-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           OPEN  INPUT  WBLOG.
           IF  WBLOG-STATUS   NOT =  "00"
               DISPLAY "no win-back letters sent yet - WINBACK.LOG "
                   "not present"
               STOP RUN
           END-IF.
           PERFORM  910-READ-WBLOG THRU 910-END.
           PERFORM  110-LETTER-LOAD THRU 110-END
               UNTIL WBLOG-END = HIGH-VALUE.
           CLOSE WBLOG.
           DISPLAY "===== WIN-BACK FOLLOW-UP (" TODAY-DATE ") =====".
       100-END.
           EXIT.
      *
       110-LETTER-LOAD   SECTION.
           IF  WB-DATE        NOT NUMERIC
            OR WB-PLAYER      =      SPACES
               GO TO 110-NEXT
           END-IF.
           IF  LT-COUNT       NOT <  2000
               IF  LT-OVERFLOW    NOT =  "Y"
                   DISPLAY "warning: letter table full, later "
                       "letters not reported"
                   MOVE  "Y"          TO     LT-OVERFLOW
               END-IF
               GO TO 110-NEXT
           END-IF.
           ADD  1             TO     LT-COUNT.
           MOVE  WB-DATE      TO     LT-DATE(LT-COUNT).
           MOVE  WB-PLAYER    TO     LT-PLAYER(LT-COUNT).
           MOVE  WB-CODE      TO     LT-CODE(LT-COUNT).
           MOVE  WB-CHANNEL   TO     LT-CHANNEL(LT-COUNT).
           MOVE  WB-LAST-DATE TO     LT-LAST-DATE(LT-COUNT).
           MOVE  ZERO         TO     LT-FIRST-BACK(LT-COUNT)
                                     LT-SESSIONS(LT-COUNT).
           MOVE  "N"          TO     LT-REDEEMED(LT-COUNT).
       110-NEXT.
           PERFORM  910-READ-WBLOG THRU 910-END.
       110-END.
           EXIT.
      *
       200-HIST-PASS     SECTION.
           MOVE  SPACE        TO     PLAYHIST-END.
           OPEN  INPUT  PLAYHIST.
           IF  PLAYHIST-STATUS NOT = "00"
               DISPLAY "no play history in PLAYHIST.DAT - no visits "
                   "to count"
               GO TO 200-END
           END-IF.
           PERFORM  920-READ-HIST THRU 920-END.
           PERFORM  210-HIST-ONE THRU 210-END
               UNTIL PLAYHIST-END = HIGH-VALUE.
           CLOSE PLAYHIST.
       200-END.
           EXIT.
      *
      *    the history is appended session by session, so the first
      *    session counted to a letter is the first one back.
       210-HIST-ONE      SECTION.
           IF  PH-ID          =      SPACES
            OR PH-DATE        NOT NUMERIC
               GO TO 210-NEXT
           END-IF.
           MOVE  0            TO     LT-HIT.
           MOVE  ZERO         TO     BEST-DATE.
           PERFORM  215-LETTER-FIND THRU 215-END
               VARYING  LT-IDX  FROM  1  BY  1
               UNTIL  LT-IDX  >  LT-COUNT.
           IF  LT-HIT         =      0
               GO TO 210-NEXT
           END-IF.
           ADD  1             TO     LT-SESSIONS(LT-HIT).
           IF  LT-FIRST-BACK(LT-HIT)  =  0
               MOVE  PH-DATE      TO     LT-FIRST-BACK(LT-HIT)
           END-IF.
       210-NEXT.
           PERFORM  920-READ-HIST THRU 920-END.
       210-END.
           EXIT.
      *
      *    a letter goes out after the day's sessions are filed - a
      *    session on the day it was sent is not counted to it.
       215-LETTER-FIND   SECTION.
           IF  LT-PLAYER(LT-IDX)  =  PH-ID
           AND LT-DATE(LT-IDX)    <  PH-DATE
           AND LT-DATE(LT-IDX)    >= BEST-DATE
               MOVE  LT-IDX       TO     LT-HIT
               MOVE  LT-DATE(LT-IDX) TO  BEST-DATE
           END-IF.
       215-END.
           EXIT.
      *
       300-RWD-PASS      SECTION.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "REWARDS.LED not present - redemptions not "
                   "counted"
               GO TO 300-END
           END-IF.
           PERFORM  930-READ-REWARDS THRU 930-END.
           PERFORM  310-RWD-ONE THRU 310-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS.
       300-END.
           EXIT.
      *
       310-RWD-ONE       SECTION.
           IF  RW-MILESTONE   =      "WINBACK"
           AND RW-STATUS      =      "REDEEMED"
               PERFORM  315-CODE-FIND THRU 315-END
                   VARYING  LT-IDX  FROM  1  BY  1
                   UNTIL  LT-IDX  >  LT-COUNT
           END-IF.
           PERFORM  930-READ-REWARDS THRU 930-END.
       310-END.
           EXIT.
      *
       315-CODE-FIND     SECTION.
           IF  LT-CODE(LT-IDX)    =  RW-CODE
               MOVE  "Y"          TO     LT-REDEEMED(LT-IDX)
           END-IF.
       315-END.
           EXIT.
      *
       400-REPORT        SECTION.
           MOVE  ZERO         TO     RUN-DATE.
           PERFORM  410-LETTER-ONE THRU 410-END
               VARYING  LT-IDX  FROM  1  BY  1
               UNTIL  LT-IDX  >  LT-COUNT.
           IF  RUN-DATE       NOT =  ZERO
               PERFORM  420-RUN-TOTAL THRU 420-END
           END-IF.
           MOVE  ZERO         TO     PCT-BACK PCT-REDEEMED.
           IF  ALL-LETTERS    >      0
               COMPUTE PCT-BACK = ALL-BACK * 100 / ALL-LETTERS
               COMPUTE PCT-REDEEMED = ALL-REDEEMED * 100 / ALL-LETTERS
           END-IF.
           DISPLAY "===== ALL RUNS =====".
           DISPLAY "letters sent      : " ALL-LETTERS.
           DISPLAY "players back      : " ALL-BACK " (" PCT-BACK "%)".
           DISPLAY "sessions since    : " ALL-SESSIONS.
           DISPLAY "coupons redeemed  : " ALL-REDEEMED
               " (" PCT-REDEEMED "%)".
       400-END.
           EXIT.
      *
       410-LETTER-ONE    SECTION.
           IF  LT-DATE(LT-IDX)    NOT =  RUN-DATE
               IF  RUN-DATE       NOT =  ZERO
                   PERFORM  420-RUN-TOTAL THRU 420-END
               END-IF
               MOVE  LT-DATE(LT-IDX)  TO  RUN-DATE
               MOVE  ZERO         TO     RUN-LETTERS RUN-BACK
                                         RUN-SESSIONS RUN-REDEEMED
               DISPLAY "--- run of " RUN-DATE " ---"
               DISPLAY "  player     code     by last-in  back-on  "
                   "sessions redeemed"
           END-IF.
           ADD  1             TO     RUN-LETTERS ALL-LETTERS.
           IF  LT-FIRST-BACK(LT-IDX)  >  0
               ADD  1             TO     RUN-BACK ALL-BACK
           END-IF.
           ADD  LT-SESSIONS(LT-IDX)  TO  RUN-SESSIONS ALL-SESSIONS.
           IF  LT-REDEEMED(LT-IDX)   =   "Y"
               ADD  1             TO     RUN-REDEEMED ALL-REDEEMED
           END-IF.
           DISPLAY "  " LT-PLAYER(LT-IDX) " " LT-CODE(LT-IDX)
               " " LT-CHANNEL(LT-IDX) "  " LT-LAST-DATE(LT-IDX)
               " " LT-FIRST-BACK(LT-IDX) " " LT-SESSIONS(LT-IDX)
               "    " LT-REDEEMED(LT-IDX).
       410-END.
           EXIT.
      *
       420-RUN-TOTAL     SECTION.
           MOVE  ZERO         TO     PCT-BACK PCT-REDEEMED.
           IF  RUN-LETTERS    >      0
               COMPUTE PCT-BACK = RUN-BACK * 100 / RUN-LETTERS
               COMPUTE PCT-REDEEMED = RUN-REDEEMED * 100 / RUN-LETTERS
           END-IF.
           DISPLAY "  letters=" RUN-LETTERS
               " back=" RUN-BACK " (" PCT-BACK "%)"
               " sessions=" RUN-SESSIONS
               " redeemed=" RUN-REDEEMED " (" PCT-REDEEMED "%)".
       420-END.
           EXIT.
      *
       910-READ-WBLOG    SECTION.
           READ WBLOG
           AT END
               MOVE HIGH-VALUE TO WBLOG-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-HIST     SECTION.
           READ PLAYHIST
           AT END
               MOVE HIGH-VALUE TO PLAYHIST-END
           END-READ.
       920-END.
           EXIT.
      *
       930-READ-REWARDS  SECTION.
           READ REWARDS
           AT END
               MOVE HIGH-VALUE TO REWARDS-END
           END-READ.
       930-END.
           EXIT.
