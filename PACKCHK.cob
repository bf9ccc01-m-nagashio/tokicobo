                   FILE STATUS IS  PMSG-STATUS.
           SELECT  LANGCFG ASSIGN TO "LANG.txt"
                   FILE STATUS IS  LANGCFG-STATUS.
           SELECT  CONFIG  ASSIGN TO CONFIG-NAME
                   FILE STATUS IS  CONFIG-STATUS.
           SELECT  CHAPMAP ASSIGN TO CHAPMAP-NAME
                   FILE STATUS IS  CHAPMAP-STATUS.
           SELECT  PACKID  ASSIGN TO "PACKID.txt"
                   FILE STATUS IS  PACKID-STATUS.
           SELECT  PACKSCHD ASSIGN TO "PACKSCHD.txt"
                   FILE STATUS IS  PACKSCHD-STATUS.
           SELECT  ABTEST  ASSIGN TO "ABTEST.txt"
                   FILE STATUS IS  ABTEST-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           03  CM-NEUTRAL    PIC X(02).
           03  FILLER        PIC X(01).
           03  CM-NEGA       PIC X(02).
      *
       FD  PACKSCHD.
       01  PACKSCHD-REC.
           03  PS-ID         PIC X(08).
           03  FILLER        PIC X(01).
           03  PS-VER        PIC X(04).
           03  FILLER        PIC X(01).
           03  PS-CONFIG     PIC X(20).
           03  FILLER        PIC X(01).
           03  PS-CHAPMAP    PIC X(20).
           03  FILLER        PIC X(01).
           03  PS-CHAPTERS   PIC X(02).
           03  FILLER        PIC X(01).
           03  PS-FROM       PIC X(08).
           03  FILLER        PIC X(01).
           03  PS-TO         PIC X(08).
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
         03  REC-NUM         PIC 9(05).
         03  CHAP-IDX        PIC 9(03)  COMP.
         03  CHAP-NUM        PIC 9(02).
         03  CONFIG-NAME     PIC X(20).
         03  CHAPMAP-NAME    PIC X(20).
         03  PACKSCHD-STATUS PIC X(02).
         03  PACKSCHD-END    PIC X(01).
         03  SCHED-REC-NUM   PIC 9(05).
         03  SCHED-PASS      PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  TOMORROW-DATE   PIC 9(08).
         03  ROW-FROM        PIC 9(08).
         03  ROW-TO          PIC 9(08).
         03  COVER-TOMORROW  PIC 9(03).
         03  START-TOMORROW  PIC 9(03).
         03  BASE-ERRS       PIC 9(05).
         03  SCHED-ERRS      PIC 9(05).
         03  CFG-ERRS        PIC 9(05).
         03  ABTEST-STATUS   PIC X(02).
         03  TRIAL-TOMORROW  PIC X(01).
         03  TRIAL-STARTS    PIC X(01).
         03  ARMB-SEEN       PIC X(01).
      *
       01  CHAPTER-COVER.
         03  CHAP-SEEN       PIC X(01)   OCCURS  99 TIMES.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           DISPLAY "===== STORY PACK PRE-FLIGHT =====".
           PERFORM  150-CHECK-PACK THRU 150-END.
           IF  ERR-COUNT      =      0
               DISPLAY "pack OK - safe to point CONFIG.txt at it"
           ELSE
               DISPLAY "pack REJECTED - errors found : " ERR-COUNT
           END-IF.
           MOVE  ERR-COUNT    TO     BASE-ERRS.
      *
           PERFORM  700-CHECK-SCHED THRU 700-END.
      *
      *    the night batch only cares whether tomorrow's kiosk will
      *    run - a rejected scheduled pack always stops it, and a
      *    rejected CONFIG.txt pack stops it only when no schedule
      *    row takes over tomorrow.
           IF  SCHED-ERRS     >      0
               MOVE  8            TO     RETURN-CODE
           END-IF.
           IF  BASE-ERRS      >      0
           AND COVER-TOMORROW =      0
               MOVE  8            TO     RETURN-CODE
           END-IF.
           STOP RUN.
       000-END.
           EXIT.
      *
      *    one pack, start to finish, against whatever file set
      *    100-INIT or the schedule pass resolved.
       150-CHECK-PACK    SECTION.
           MOVE  ZERO         TO     ERR-COUNT.
           DISPLAY "language " PACK-LANG " chapters " CHAPTER-COUNT.
      *
           MOVE  F1-NAME      TO     PINTRO-NAME.
           PERFORM  400-CHECK-MSG THRU 400-END.
      *
           PERFORM  500-CHECK-MAP THRU 500-END.
      *    a scheduled pack's identity is its schedule row, which
      *    700-CHECK-SCHED has already vetted - PACKID.txt belongs
      *    to the CONFIG.txt pack alone.
           IF  SCHED-PASS     NOT =  "Y"
               PERFORM  600-CHECK-ID  THRU 600-END
           END-IF.
       150-END.
           EXIT.
      *
      *    resolve the same file set MAIN resolves - language default
      *    102-SET-CONFIG's order.
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           COMPUTE TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-DATE) + 1).
           MOVE  "CONFIG.txt"    TO     CONFIG-NAME.
           MOVE  "CHAPMAP.txt"   TO     CHAPMAP-NAME.
           PERFORM  105-DEFAULTS THRU 105-END.
           PERFORM  110-SET-CONFIG THRU 110-END.
       100-END.
           EXIT.
      *
      *    the language-selected default file set, before any
      *    CONFIG-style file lays its own names over it.
       105-DEFAULTS      SECTION.
      *    INITIALIZE zeroes the picture defaults, so the chapter
      *    count has to be re-seeded or a pack with no CONFIG.txt
      *    chapter line would get no coverage check at all.
               MOVE  "NEUTRAL_ART.txt"   TO     NEUTRAL-ART-NAME
               MOVE  "NEUTRAL_MSG.txt"   TO     NEUTRAL-MSG-NAME
           END-IF.
       105-END.
           EXIT.
      *
       110-SET-CONFIG    SECTION.
                   MOVE  CONFIG-REC   TO     NEUTRAL-MSG-NAME
               END-IF
               CLOSE CONFIG
           ELSE
               IF  SCHED-PASS     =      "Y"
                   DISPLAY "ERROR pack file will not open: "
                       CONFIG-NAME
                   ADD  1             TO     ERR-COUNT
               END-IF
           END-IF.
       110-END.
           EXIT.
           NOT AT END
               ADD  1             TO     MAP-REC-NUM
               IF  CM-CHAPTER     NOT NUMERIC
                   DISPLAY "ERROR " CHAPMAP-NAME " record " MAP-REC-NUM
                       " chapter not numeric: " CM-CHAPTER
                   ADD  1             TO     ERR-COUNT
               ELSE
      *
       520-TARGET-CHECK  SECTION.
           IF  CHECK-TARGET   NOT NUMERIC
               DISPLAY "ERROR " CHAPMAP-NAME " record " MAP-REC-NUM
                   " branch target not numeric: " CHECK-TARGET
               ADD  1             TO     ERR-COUNT
           ELSE
               MOVE  CHECK-TARGET TO     CHAP-NUM
               IF  CHAP-NUM       >      CHAPTER-COUNT
                   DISPLAY "ERROR " CHAPMAP-NAME " record " MAP-REC-NUM
                       " target chapter " CHAP-NUM " has no "
                       "content - past the chapter count"
                   ADD  1             TO     ERR-COUNT
           END-IF.
       520-END.
           EXIT.
      *
      *    the pack schedule - every row must parse, because MAIN
      *    skips a malformed one and the kiosk quietly stays on the
      *    previous pack. each pack whose first day is tomorrow is
      *    pre-flighted in full tonight, with the file set MAIN
      *    will resolve for it: language defaults, the pack's own
      *    CONFIG-style file (lines 1-14), then the row's chapter
      *    count and chapter map.
       700-CHECK-SCHED   SECTION.
           MOVE  ZERO         TO     SCHED-ERRS.
           MOVE  ZERO         TO     COVER-TOMORROW.
           MOVE  ZERO         TO     START-TOMORROW.
           MOVE  ZERO         TO     SCHED-REC-NUM.
           MOVE  SPACE        TO     PACKSCHD-END.
           OPEN  INPUT  PACKSCHD.
           IF  PACKSCHD-STATUS NOT = "00"
               DISPLAY "no PACKSCHD.txt - no scheduled packs to check"
               GO TO 700-END
           END-IF.
           DISPLAY "===== SCHEDULED PACKS FOR " TOMORROW-DATE
               " =====".
           PERFORM  740-CHECK-TRIAL THRU 740-END.
           PERFORM  710-SCHED-LINE THRU 710-END.
           PERFORM  720-SCHED-ROW  THRU 720-END
               UNTIL PACKSCHD-END = HIGH-VALUE.
           CLOSE PACKSCHD.
           IF  TRIAL-TOMORROW =      "Y"
           AND ARMB-SEEN      NOT =  "Y"
               DISPLAY "ERROR A/B trial " AB-TRIAL " runs "
                   TOMORROW-DATE " but pack " AB-PACK-B
                   " has no PACKSCHD.txt row"
               ADD  1             TO     SCHED-ERRS
           END-IF.
           IF  COVER-TOMORROW >      1
               DISPLAY "ERROR " COVER-TOMORROW " schedule rows cover "
                   TOMORROW-DATE " - the kiosk takes only the first"
               ADD  1             TO     SCHED-ERRS
           END-IF.
           IF  START-TOMORROW =      0
               DISPLAY "no pack starts on " TOMORROW-DATE
           END-IF.
           IF  SCHED-ERRS     =      0
               DISPLAY "schedule OK"
           ELSE
               DISPLAY "schedule REJECTED - errors found : "
                   SCHED-ERRS
           END-IF.
       700-END.
           EXIT.
      *
       710-SCHED-LINE    SECTION.
           READ  PACKSCHD
               AT END
                   MOVE  HIGH-VALUE   TO     PACKSCHD-END
           END-READ.
       710-END.
           EXIT.
      *
       720-SCHED-ROW     SECTION.
           IF  PACKSCHD-REC   =      SPACES
               GO TO 725-NEXT
           END-IF.
           ADD  1             TO     SCHED-REC-NUM.
           IF  PS-FROM        NOT NUMERIC
            OR PS-TO          NOT NUMERIC
               DISPLAY "ERROR PACKSCHD.txt record " SCHED-REC-NUM
                   " dates not numeric: " PS-FROM " " PS-TO
               ADD  1             TO     SCHED-ERRS
               GO TO 725-NEXT
           END-IF.
           MOVE  PS-FROM      TO     ROW-FROM.
           MOVE  PS-TO        TO     ROW-TO.
           IF  ROW-FROM       >      ROW-TO
               DISPLAY "ERROR PACKSCHD.txt record " SCHED-REC-NUM
                   " ends before it starts: " PS-FROM " " PS-TO
               ADD  1             TO     SCHED-ERRS
           END-IF.
           IF  PS-ID          =      SPACES
            OR PS-VER         =      SPACES
               DISPLAY "ERROR PACKSCHD.txt record " SCHED-REC-NUM
                   " has no pack ID or version"
               ADD  1             TO     SCHED-ERRS
           END-IF.
           IF  PS-CHAPTERS    NOT =  SPACES
           AND PS-CHAPTERS    NOT NUMERIC
               DISPLAY "ERROR PACKSCHD.txt record " SCHED-REC-NUM
                   " chapter count not 2 digits: " PS-CHAPTERS
               ADD  1             TO     SCHED-ERRS
           END-IF.
      *    arm B's row is played only by the trial's players, so
      *    while the trial runs it neither counts as tomorrow's
      *    pack nor clashes with the row that is - but it still has
      *    to load, and is checked the day the trial starts.
           IF  TRIAL-TOMORROW =      "Y"
           AND PS-ID          =      AB-PACK-B
               MOVE  "Y"          TO     ARMB-SEEN
               IF  ROW-FROM       =      TOMORROW-DATE
                OR TRIAL-STARTS   =      "Y"
                   PERFORM  730-SCHED-PACK THRU 730-END
               END-IF
               GO TO 725-NEXT
           END-IF.
           IF  ROW-FROM       <=     TOMORROW-DATE
           AND ROW-TO         >=     TOMORROW-DATE
               ADD  1             TO     COVER-TOMORROW
           END-IF.
           IF  ROW-FROM       =      TOMORROW-DATE
               ADD  1             TO     START-TOMORROW
               PERFORM  730-SCHED-PACK THRU 730-END
           END-IF.
       725-NEXT.
           PERFORM  710-SCHED-LINE THRU 710-END.
       720-END.
           EXIT.
      *
       730-SCHED-PACK    SECTION.
           DISPLAY "----- pack " PS-ID " version " PS-VER
               " from " PS-FROM " to " PS-TO " -----".
           MOVE  "Y"          TO     SCHED-PASS.
           PERFORM  105-DEFAULTS THRU 105-END.
           MOVE  PS-CONFIG    TO     CONFIG-NAME.
           IF  PS-CHAPMAP     =      SPACES
               MOVE  "CHAPMAP.txt"   TO     CHAPMAP-NAME
           ELSE
               MOVE  PS-CHAPMAP   TO     CHAPMAP-NAME
           END-IF.
           MOVE  ZERO         TO     ERR-COUNT.
           PERFORM  110-SET-CONFIG THRU 110-END.
           MOVE  ERR-COUNT    TO     CFG-ERRS.
           IF  PS-CHAPTERS    NUMERIC
           AND PS-CHAPTERS    NOT =  "00"
               MOVE  PS-CHAPTERS  TO     CHAPTER-COUNT
           END-IF.
           PERFORM  150-CHECK-PACK THRU 150-END.
           ADD  CFG-ERRS      TO     ERR-COUNT.
           IF  ERR-COUNT      =      0
               DISPLAY "pack " PS-ID " OK - goes live " PS-FROM
           ELSE
               DISPLAY "pack " PS-ID " REJECTED - errors found : "
                   ERR-COUNT
               ADD  ERR-COUNT     TO     SCHED-ERRS
           END-IF.
           MOVE  "N"          TO     SCHED-PASS.
       730-END.
           EXIT.
      *
      *    is an A/B trial running tomorrow - same rules the kiosk
      *    applies when it reads ABTEST.txt at start-up.
       740-CHECK-TRIAL   SECTION.
           MOVE  "N"          TO     TRIAL-TOMORROW.
           MOVE  "N"          TO     TRIAL-STARTS.
           MOVE  "N"          TO     ARMB-SEEN.
           OPEN  INPUT  ABTEST.
           IF  ABTEST-STATUS  NOT =  "00"
               GO TO 740-END
           END-IF.
           READ  ABTEST
               AT END
                   MOVE  SPACES       TO     ABTEST-REC
           END-READ.
           CLOSE ABTEST.
           IF  ABTEST-REC     =      SPACES
               GO TO 740-END
           END-IF.
           IF  AB-FROM        NOT NUMERIC
            OR AB-TO          NOT NUMERIC
            OR AB-PCT-B       NOT NUMERIC
            OR AB-PACK-B      =      SPACES
               DISPLAY "ERROR ABTEST.txt bad pack, percentage or "
                   "dates - the kiosk will ignore the trial"
               ADD  1             TO     SCHED-ERRS
               GO TO 740-END
           END-IF.
           IF  AB-FROM        >      AB-TO
               DISPLAY "ERROR ABTEST.txt trial " AB-TRIAL
                   " ends before it starts: " AB-FROM " " AB-TO
               ADD  1             TO     SCHED-ERRS
               GO TO 740-END
           END-IF.
           MOVE  AB-FROM      TO     ROW-FROM.
           MOVE  AB-TO        TO     ROW-TO.
           IF  ROW-FROM       <=     TOMORROW-DATE
           AND ROW-TO         >=     TOMORROW-DATE
               MOVE  "Y"          TO     TRIAL-TOMORROW
               DISPLAY "A/B trial " AB-TRIAL " runs tomorrow - "
                   AB-PCT-B "% of players on pack " AB-PACK-B
           END-IF.
           IF  ROW-FROM       =      TOMORROW-DATE
               MOVE  "Y"          TO     TRIAL-STARTS
           END-IF.
       740-END.
           EXIT.
