                   FILE STATUS IS  LOGSEQ-STATUS.
           SELECT  OVRTAB  ASSIGN TO "OVERRIDE.txt"
                   FILE STATUS IS  OVRTAB-STATUS.
           SELECT  CUTTAB  ASSIGN TO "CUTLINE.txt"
                   FILE STATUS IS  CUTTAB-STATUS.
           SELECT  BLOCKTAB ASSIGN TO "BLOCKWD.txt"
                   FILE STATUS IS  BLOCKTAB-STATUS.
           SELECT  INCIDENT ASSIGN TO "INCIDENT.DAT"
                   FILE STATUS IS  INCIDENT-STATUS.
           SELECT  SCRIPT   ASSIGN TO SCRIPT-NAME      
                   FILE STATUS IS  SCRIPT-STATUS.
           SELECT  TRANS    ASSIGN TO TRANS-NAME
                   FILE STATUS IS  TRANS-STATUS.
           SELECT  SHADOWLOG ASSIGN TO "SHADOW_LOG.txt"
                   FILE STATUS IS  SHADOWLOG-STATUS.
           SELECT  CAPTURE ASSIGN TO "INPUT-CAPTURE.txt"
                   FILE STATUS IS  CAPTURE-STATUS.
           SELECT  ANLCACHE ASSIGN TO "ANALCACHE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS AC-KEY
                   FILE STATUS IS  ANLCACHE-STATUS.
           SELECT  ANALVER ASSIGN TO "ANALVER.txt"
                   FILE STATUS IS  ANALVER-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SL-PACK       PIC X(12).
      *    the A/B trial arm, stamped the same way as RES-ARM.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SL-ARM        PIC X(01).
      *    "C" when the grade came out of the analysis cache rather
      *    than a CALL this time - the verdict is still the module's.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SL-SOURCE     PIC X(01).
      *
       FD  PERFLOG.
       01  PERFLOG-REC.
           03  OV-SCORE      PIC X(01).
           03  FILLER        PIC X(01).
           03  OV-PHRASE     PIC X(99).
      *
      *    the cut-line table - per chapter, the lowest score that
      *    routes POSI and the lowest that routes NEUTRAL (anything
      *    under that is NEGA), then the NEGA retry budget MAIN
      *    applies. chapter 00 is the default for every chapter
      *    without a row of its own.
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
      *    the moderation table - W rows are a word or fragment
      *    that may not appear anywhere in an answer (any case), D
      *    rows give the longest run of digits an answer may carry
      *    before it is taken for a phone number.
       FD  BLOCKTAB.
       01  BLOCKTAB-REC.
           03  BW-TYPE       PIC X(01).
           03  FILLER        PIC X(01).
           03  BW-TEXT       PIC X(30).
      *
      *    the restricted incident file - the only place a blocked
      *    answer is kept as typed. MODREVW works the queue; nothing
      *    that leaves the shop reads it.
       FD  INCIDENT.
       01  INCIDENT-REC.
           03  IC-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-STORY      PIC 9(02).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-SEQ        PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-STATUS     PIC X(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-REVIEWED   PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-BY         PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-RULE       PIC X(32).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  IC-INPUT      PIC X(99).
      *
      *    the shadow trial - one row per graded answer while a
      *    candidate "analysis" module is scored alongside the live
      *    one. SH-KIND says where the live band came from: A the
      *    live module, E the live CALL failed (NEGA road), O the
      *    override table, M moderation - O and M stand in front of
      *    either module, so both bands carry the same verdict. MAIN
      *    files a Z row when the session ends, with the ending in
      *    SH-LIVE-BAND, so the report can walk each session through.
       FD  SHADOWLOG.
       01  SHADOWLOG-REC.
           03  SH-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-STORY      PIC 9(02).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-SEQ        PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-PACK       PIC X(12).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-MODULE     PIC X(20).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-KIND       PIC X(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-LIVE       PIC 9(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-LIVE-BAND  PIC X(07).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-CAND       PIC 9(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-CAND-BAND  PIC X(07).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-ELAPSED    PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SH-INPUT      PIC X(99).
      *
       FD  SCRIPT  EXTERNAL.
       01  SCRIPT-REC         PIC X(99).
      *
       FD  CAPTURE  EXTERNAL.
       01  CAPTURE-REC        PIC X(99).
      *
      *    the analysis cache - the grade "analysis" last gave each
      *    answer, per chapter, keyed on the answer folded to upper
      *    case with leading and doubled spaces squeezed out, so
      *    "fine", "Fine" and " fine" share one row. AC-HITS counts
      *    the calls each row has saved. the row keyed chapter 00
      *    with a blank answer is the stamp - the module version and
      *    pack the rows were graded under, and the day it began.
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
      *    the live module's version, one line shipped alongside it
      *    the way PACKID.txt ships with a story pack.
       FD  ANALVER.
       01  ANALVER-REC       PIC X(20).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  OVRTAB-END     PIC X(01).
         03  OVR-IDX         PIC 9(02)  COMP.
         03  OVR-HIT         PIC 9(02)  COMP.
         03  CUTTAB-STATUS   PIC X(02).
         03  CUTTAB-END      PIC X(01).
         03  CUT-POSI        PIC 9(01).
         03  CUT-NEUTRAL     PIC 9(01).
         03  CUT-EXACT       PIC X(01).
         03  BLOCKTAB-STATUS PIC X(02).
         03  BLOCKTAB-END    PIC X(01).
         03  INCIDENT-STATUS PIC X(02).
         03  BLK-IDX         PIC 9(02)  COMP.
         03  BLK-HIT         PIC 9(02)  COMP.
         03  MOD-TRIES       PIC 9(01).
         03  MOD-REASK       PIC X(01).
         03  HELD-ANSWER     PIC X(99).
         03  SCAN-TEXT       PIC X(99).
         03  SCAN-IDX        PIC 9(03)  COMP.
         03  MATCH-CNT       PIC 9(03)  COMP.
         03  DIGIT-RUN       PIC 9(03)  COMP.
         03  DIGIT-MAX       PIC 9(03)  COMP.
         03  WAITO           PIC X(01).
         03  F1-NAME         PIC X(20).
         03  ART-SEED        PIC 9(04).
           05  INPUT_TEXT    PIC X(99).
           05  OUTPUT_TEXT   PIC 9(01).
           05  TALK_COUNT    PIC 9(01).
      *    the candidate module gets its own copy of the answer so
      *    nothing it does to the text can reach the live routing.
         03  SHADOW-CALL.
           05  SHADOW-INPUT  PIC X(99).
           05  SHADOW-OUTPUT PIC 9(01).
           05  SHADOW-TALK   PIC 9(01).
         03  SHADOWLOG-STATUS PIC X(02).
         03  SHADOW-KIND      PIC X(01).
         03  BAND-SCORE       PIC 9(01).
         03  BAND-NAME        PIC X(07).
         03  BLANK-TRIES      PIC 9(01).
         03  TIME-BEFORE      PIC 9(08).
         03  TIME-BEFORE-X REDEFINES TIME-BEFORE.
         03  CENTI-AFTER      PIC 9(08).
         03  TIME-NOW         PIC 9(08).
         03  LOGSEQ-STATUS    PIC X(02).
         03  ANLCACHE-STATUS  PIC X(02).
         03  ANALVER-STATUS   PIC X(02).
         03  CACHE-VERSION    PIC X(20).
         03  CACHE-ON         PIC X(01).
         03  CACHE-HIT        PIC X(01).
         03  CACHE-ANSWER     PIC X(99).
         03  CACHE-TODAY      PIC 9(08).
         03  NORM-LEN         PIC 9(03)  COMP.
         03  NORM-SPACE       PIC X(01).
         03  SEQ-HOLD.
           05  HOLD-SEQ-RES  PIC 9(06).
           05  HOLD-SEQ-SESS PIC 9(06).
           05  OVR-SCORE     PIC 9(01).
           05  OVR-PHRASE    PIC X(99).
      *
      *    the moderation table, loaded fresh each chapter the same
      *    way - BLK-LEN is the fragment's length without trailing
      *    spaces, BLK-RUN a D row's digit limit.
       01  BLOCK-TABLE.
         03  BLK-COUNT       PIC 9(02)  COMP  VALUE  0.
         03  BLK-ENTRY       OCCURS  50 TIMES.
           05  BLK-TYPE      PIC X(01).
           05  BLK-TEXT      PIC X(30).
           05  BLK-LEN       PIC 9(02)  COMP.
           05  BLK-RUN       PIC 9(02).
      *
      *    unattended-playback state - EXTERNAL so this subprogram
      *    shares MAIN's one file position in INPUT-SCRIPT.txt instead
      *    of opening its own private connector and re-reading from
         03  PARA-BRANCH     PIC X(01).
         03  PARA-PLAYER     PIC X(10).
         03  PARA-PACK       PIC X(12).
         03  PARA-ARM        PIC X(01).
      *    "Y" when the last answer could not be graded because the
      *    "analysis" CALL itself failed - MAIN refunds a paid
      *    session that ends that way.
         03  PARA-FAULT      PIC X(01).
      *    the candidate "analysis" module being shadow-scored, or
      *    spaces when no shadow trial is running.
         03  PARA-SHADOW     PIC X(20).
      *
       PROCEDURE             DIVISION  USING  PARA.
      *
           END-IF.
           MOVE    ART-VARIANT-NUM TO     ART-VARIANT.
           PERFORM  110-LOAD-OVERRIDE THRU 110-END.
           PERFORM  130-LOAD-CUTS THRU 130-END.
           PERFORM  120-LOAD-BLOCK THRU 120-END.
           PERFORM  220-READ  THRU  220-END.
           PERFORM  230-READ  THRU  230-END.
       100-END.
           PERFORM  115-OVERRIDE-LINE THRU 115-END.
       116-END.
           EXIT.
      *
      *    this chapter's cut lines, read fresh each chapter like
      *    the override table so a CUTMNT edit is live from the next
      *    answer. the chapter's own row beats the 00 row, and with
      *    no CUTLINE.txt at all the cuts stay the 7/4 they always
      *    were. a malformed row is rejected whole, as a bad
      *    override row is.
       130-LOAD-CUTS     SECTION.
           MOVE  7            TO     CUT-POSI.
           MOVE  4            TO     CUT-NEUTRAL.
           MOVE  "N"          TO     CUT-EXACT.
           MOVE  SPACE        TO     CUTTAB-END.
           OPEN  INPUT  CUTTAB.
           IF  CUTTAB-STATUS  NOT =  "00"
               GO TO 130-END
           END-IF.
           PERFORM  135-CUT-LINE THRU 135-END.
           PERFORM  136-CUT-ADD  THRU 136-END
               UNTIL CUTTAB-END = HIGH-VALUE.
           CLOSE CUTTAB.
       130-END.
           EXIT.
      *
       135-CUT-LINE      SECTION.
           READ  CUTTAB
               AT END
                   MOVE  HIGH-VALUE   TO     CUTTAB-END
           END-READ.
       135-END.
           EXIT.
      *
       136-CUT-ADD       SECTION.
           IF  CUTTAB-REC     =      SPACES
               GO TO 136-NEXT
           END-IF.
           IF  CT-CHAPTER     NOT NUMERIC
            OR CT-POSI        NOT NUMERIC
            OR CT-NEUTRAL     NOT NUMERIC
            OR CT-RETRY       NOT NUMERIC
            OR CT-RETRY       =      "9"
            OR CT-NEUTRAL     >      CT-POSI
               DISPLAY "CUTLINE.txt record skipped - run CUTMNT "
                   "to repair it"
               GO TO 136-NEXT
           END-IF.
           IF  CT-CHAPTER     =      "00"
           AND CUT-EXACT      =      "N"
               MOVE  CT-POSI      TO     CUT-POSI
               MOVE  CT-NEUTRAL   TO     CUT-NEUTRAL
           END-IF.
           IF  CT-CHAPTER     NOT =  "00"
           AND CT-CHAPTER     =      PARA-STORY
               MOVE  CT-POSI      TO     CUT-POSI
               MOVE  CT-NEUTRAL   TO     CUT-NEUTRAL
               MOVE  "Y"          TO     CUT-EXACT
           END-IF.
       136-NEXT.
           PERFORM  135-CUT-LINE THRU 135-END.
       136-END.
           EXIT.
      *
      *    absent BLOCKWD.txt switches moderation off. W fragments
      *    are held in capitals so the match ignores case; a D row
      *    without a two-digit limit is rejected like a bad
      *    override row.
       120-LOAD-BLOCK    SECTION.
           MOVE  0            TO     BLK-COUNT.
           MOVE  SPACE        TO     BLOCKTAB-END.
           OPEN  INPUT  BLOCKTAB.
           IF  BLOCKTAB-STATUS NOT = "00"
               GO TO 120-END
           END-IF.
           PERFORM  125-BLOCK-LINE THRU 125-END.
           PERFORM  126-BLOCK-ADD  THRU 126-END
               UNTIL BLOCKTAB-END = HIGH-VALUE
                  OR BLK-COUNT = 50.
           CLOSE BLOCKTAB.
       120-END.
           EXIT.
      *
       125-BLOCK-LINE    SECTION.
           READ  BLOCKTAB
               AT END
                   MOVE  HIGH-VALUE   TO     BLOCKTAB-END
           END-READ.
       125-END.
           EXIT.
      *
       126-BLOCK-ADD     SECTION.
           IF  BLOCKTAB-REC   =      SPACES
               GO TO 126-NEXT
           END-IF.
           IF  (BW-TYPE       =      "W"
            AND BW-TEXT       NOT =  SPACES)
            OR (BW-TYPE       =      "D"
            AND BW-TEXT(1:2)  NUMERIC
            AND BW-TEXT(1:2)  >      "00")
               ADD  1             TO     BLK-COUNT
               MOVE  BW-TYPE      TO     BLK-TYPE(BLK-COUNT)
               MOVE  BW-TEXT      TO     BLK-TEXT(BLK-COUNT)
               INSPECT BLK-TEXT(BLK-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE  30           TO     BLK-LEN(BLK-COUNT)
               PERFORM  127-BLOCK-TRIM THRU 127-END
                   UNTIL BLK-LEN(BLK-COUNT) = 1
                      OR BLK-TEXT(BLK-COUNT)(BLK-LEN(BLK-COUNT):1)
                             NOT = SPACE
               IF  BW-TYPE        =      "D"
                   MOVE  BW-TEXT(1:2) TO     BLK-RUN(BLK-COUNT)
               ELSE
                   MOVE  ZERO         TO     BLK-RUN(BLK-COUNT)
               END-IF
           ELSE
               DISPLAY "BLOCKWD.txt record skipped - run MODREVW "
                   "to repair it"
           END-IF.
       126-NEXT.
           PERFORM  125-BLOCK-LINE THRU 125-END.
       126-END.
           EXIT.
      *
       127-BLOCK-TRIM    SECTION.
           SUBTRACT  1        FROM   BLK-LEN(BLK-COUNT).
       127-END.
           EXIT.
      *
       200-MAIN1         SECTION.
           IF  F1-FLG       =     PARA-STORY
      *
       300-ANALYSIS      SECTION.
           PERFORM  900-GET-LINE THRU 900-END.
           MOVE  "N"          TO     PARA-FAULT.
           MOVE  SPACE        TO     SHADOW-KIND.
           MOVE  ZERO         TO     MOD-TRIES.
           MOVE  "N"          TO     CACHE-ON CACHE-HIT.
       301-ASK.
           MOVE  ZERO         TO     BLANK-TRIES.
           PERFORM  305-GET-INPUT  THRU  305-END
               UNTIL INPUT_TEXT NOT = SPACES
               MOVE  4            TO     PARA-NEXT
               GO TO 300-END
           END-IF.
      *    the moderation table speaks before anything grades the
      *    answer - a blocked answer never reaches the override
      *    table, "analysis", the audit trail or the transcript as
      *    typed. a live player gets one polite chance to say it
      *    another way.
           PERFORM  350-SCREEN  THRU  350-END.
           IF  BLK-HIT        >      0
               PERFORM  355-MODERATE THRU 355-END
               IF  MOD-REASK      =      "Y"
      *            the mask was only for the MODERAT row - clear it
      *            so 301-ASK really does prompt again.
                   MOVE  SPACES       TO     INPUT_TEXT
                   GO TO 301-ASK
               END-IF
               GO TO 300-SHADOW
           END-IF.
           PERFORM  906-ECHO  THRU  906-END.
      *    the override table speaks first - a phrase the shop has
      *    already filed a verdict for never reaches "analysis", so
      *    a misroute can be hot-fixed the same afternoon a player
           PERFORM  306-OVERRIDE-SCAN THRU 306-END.
           IF  OVR-HIT        >      0
               PERFORM  307-OVERRIDE-BRANCH THRU 307-END
               GO TO 300-SHADOW
           END-IF.
      *    an answer the module has already graded in this chapter,
      *    under the same module version and pack, is routed on the
      *    grade it gave last time - the CALL is the slow part of
      *    every chapter, and a handful of answers are most of the
      *    traffic.
           PERFORM  380-CACHE-LOOK THRU 380-END.
           IF  CACHE-HIT      =      "Y"
               PERFORM  385-CACHE-BRANCH THRU 385-END
               GO TO 300-SHADOW
           END-IF.
           MOVE  PARA-STORY TO     TALK_COUNT.
      *    a CALL that can't resolve "analysis" is not the same thing
                   ACCEPT  TIME-AFTER  FROM   TIME
                   PERFORM  320-PERF-LOG THRU 320-END
                   MOVE  "ERROR"   TO     SL-BRANCH
                   MOVE  "Y"       TO     PARA-FAULT
                   MOVE  "E"       TO     SHADOW-KIND
                   PERFORM  310-LOG  THRU  310-END
                   CALL  "NEGA"    USING  PARA
               NOT ON EXCEPTION
                   ACCEPT  TIME-AFTER  FROM   TIME
                   PERFORM  320-PERF-LOG THRU 320-END
                   PERFORM  390-CACHE-FILE THRU 390-END
                   MOVE  "A"       TO     SHADOW-KIND
      ***  ↓↓↓　テスト用　↓↓↓
      *         DISPLAY "OUTPUT_TEXT = ?".
      *         ACCEPT OUTPUT_TEXT FROM   CONSOLE.
      ***  ↑↑↑　テスト用　↑↑↑
      *    OUTPUT_TEXT is a graded 0-9 intensity, not a plain flag -
      *    at or over the POSI cut is a clear positive, at or over
      *    the NEUTRAL cut a lukewarm middle ground that should not
      *    be sent straight to BAD END, under it negative.
                   IF  OUTPUT_TEXT    >=     CUT-POSI
                       MOVE  "POSI"    TO     SL-BRANCH
                       PERFORM  310-LOG  THRU  310-END
                       CALL  "POSI"    USING  PARA
                   ELSE
                       IF  OUTPUT_TEXT >=     CUT-NEUTRAL
                           MOVE  "NEUTRAL" TO     SL-BRANCH
                           PERFORM  310-LOG  THRU  310-END
                           CALL  "NEUTRAL" USING  PARA
                       END-IF
                   END-IF
           END-CALL.
      *    the shadow candidate is scored only once the player has
      *    the live branch's screen in front of them, so a slow
      *    candidate never holds up the game.
       300-SHADOW.
           IF  SHADOW-KIND    NOT =  SPACE
               PERFORM  370-SHADOW  THRU  370-END
           END-IF.
       300-END.
           EXIT.
      *
       308-END.
           EXIT.
      *
      *    route on the filed score with the same cut lines the
      *    live grades use, marking the branch "-OV" in the audit
      *    trail so a filed verdict can never be mistaken for the
      *    module's own. no CALL happened, so no timing row either.
       307-OVERRIDE-BRANCH SECTION.
           MOVE  OVR-SCORE(OVR-HIT)  TO     OUTPUT_TEXT.
           MOVE  "O"          TO     SHADOW-KIND.
           IF  OUTPUT_TEXT    >=     CUT-POSI
               MOVE  "POSI-OV" TO     SL-BRANCH
               PERFORM  310-LOG  THRU  310-END
               CALL  "POSI"    USING  PARA
           ELSE
               IF  OUTPUT_TEXT >=     CUT-NEUTRAL
                   MOVE  "NEUT-OV" TO     SL-BRANCH
                   PERFORM  310-LOG  THRU  310-END
                   CALL  "NEUTRAL" USING  PARA
       307-END.
           EXIT.
      *
      *    check the answer against every moderation row - the first
      *    row that matches is the one filed with the incident.
       350-SCREEN        SECTION.
           MOVE  0            TO     BLK-HIT.
           IF  BLK-COUNT      =      0
               GO TO 350-END
           END-IF.
           MOVE  INPUT_TEXT   TO     SCAN-TEXT.
           INSPECT SCAN-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE  ZERO         TO     DIGIT-RUN.
           MOVE  ZERO         TO     DIGIT-MAX.
           PERFORM  352-DIGIT-ONE THRU 352-END
               VARYING  SCAN-IDX  FROM  1  BY  1
               UNTIL  SCAN-IDX  >  99.
           PERFORM  351-SCREEN-ONE THRU 351-END
               VARYING  BLK-IDX  FROM  1  BY  1
               UNTIL  BLK-IDX  >  BLK-COUNT
                  OR  BLK-HIT  >  0.
       350-END.
           EXIT.
      *
       351-SCREEN-ONE    SECTION.
           IF  BLK-TYPE(BLK-IDX)  =  "D"
               IF  DIGIT-MAX      >      BLK-RUN(BLK-IDX)
                   MOVE  BLK-IDX      TO     BLK-HIT
               END-IF
               GO TO 351-END
           END-IF.
           MOVE  ZERO         TO     MATCH-CNT.
           INSPECT SCAN-TEXT TALLYING MATCH-CNT
               FOR ALL BLK-TEXT(BLK-IDX)(1:BLK-LEN(BLK-IDX)).
           IF  MATCH-CNT      >      0
               MOVE  BLK-IDX      TO     BLK-HIT
           END-IF.
       351-END.
           EXIT.
      *
      *    the longest run of digits in the answer - the spaces,
      *    dashes, dots, brackets and plus signs people write phone
      *    numbers with do not break a run.
       352-DIGIT-ONE     SECTION.
           IF  SCAN-TEXT(SCAN-IDX:1) NUMERIC
               ADD  1             TO     DIGIT-RUN
               IF  DIGIT-RUN      >      DIGIT-MAX
                   MOVE  DIGIT-RUN    TO     DIGIT-MAX
               END-IF
               GO TO 352-END
           END-IF.
           IF  SCAN-TEXT(SCAN-IDX:1) = SPACE OR "-" OR "." OR "("
                                    OR ")" OR "+"
               GO TO 352-END
           END-IF.
           MOVE  ZERO         TO     DIGIT-RUN.
       352-END.
           EXIT.
      *
      *    a blocked answer is masked everywhere it would be kept -
      *    the typed text goes only to the incident file, tied to
      *    the audit row by its sequence number. the first block of
      *    a chapter is logged as MODERAT, ungraded, and the live
      *    player is asked again; a second block (or any block in a
      *    scripted run, where re-asking would eat a later answer)
      *    is logged as NEUT-MD and takes the NEUTRAL road.
       355-MODERATE      SECTION.
           MOVE  INPUT_TEXT   TO     HELD-ANSWER.
           MOVE  "*MODERATED*" TO    INPUT_TEXT.
           ADD  1             TO     MOD-TRIES.
           IF  MOD-TRIES      =      1
           AND SCRIPT-PRESENT NOT =  "Y"
               MOVE  "Y"          TO     MOD-REASK
               MOVE  ZERO         TO     OUTPUT_TEXT
               MOVE  "MODERAT" TO     SL-BRANCH
           ELSE
               MOVE  "N"          TO     MOD-REASK
               MOVE  "M"          TO     SHADOW-KIND
               MOVE  5            TO     OUTPUT_TEXT
               MOVE  "NEUT-MD" TO     SL-BRANCH
           END-IF.
           PERFORM  310-LOG  THRU  310-END.
           PERFORM  360-INCIDENT THRU 360-END.
           PERFORM  906-ECHO  THRU  906-END.
           IF  PARA-LANG      =      "EN"
               MOVE
                   "Let's keep it friendly - please say it another way."
                                     TO     SHOW-LINE
           ELSE
               MOVE  "別の言葉で教えてください。"
                                     TO     SHOW-LINE
           END-IF.
           IF  MOD-REASK      =      "Y"
               PERFORM  905-SHOW  THRU  905-END
           ELSE
               CALL  "NEUTRAL" USING  PARA
           END-IF.
       355-END.
           EXIT.
      *
      *    file the answer as typed for a supervisor - open until
      *    MODREVW marks it actioned or a false positive. demo
      *    answers are canned, so nothing is filed for them.
       360-INCIDENT      SECTION.
           IF  SCRIPT-DEMO    =      "Y"
               GO TO 360-END
           END-IF.
           OPEN  EXTEND  INCIDENT.
           IF  INCIDENT-STATUS =     "35"
               OPEN  OUTPUT  INCIDENT
           END-IF.
           IF  INCIDENT-STATUS NOT = "00"
               DISPLAY "unable to open INCIDENT.DAT - moderated "
                   "answer not filed"
               GO TO 360-END
           END-IF.
           ACCEPT IC-DATE     FROM   DATE YYYYMMDD.
           ACCEPT TIME-NOW    FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    IC-TIME.
           MOVE  PARA-TERM    TO     IC-TERM.
           MOVE  PARA-PLAYER  TO     IC-PLAYER.
           MOVE  PARA-STORY   TO     IC-STORY.
           MOVE  HOLD-SEQ-SESS TO    IC-SEQ.
           MOVE  "O"          TO     IC-STATUS.
           MOVE  ZERO         TO     IC-REVIEWED.
           MOVE  SPACES       TO     IC-BY.
           MOVE  SPACES       TO     IC-RULE.
           MOVE  BLK-TYPE(BLK-HIT) TO IC-RULE(1:1).
           MOVE  BLK-TEXT(BLK-HIT) TO IC-RULE(3:30).
           MOVE  HELD-ANSWER  TO     IC-INPUT.
           WRITE INCIDENT-REC.
           CLOSE INCIDENT.
       360-END.
           EXIT.
      *
      *    shadow trial - put the same answer and chapter to the
      *    candidate module named on CONFIG.txt line 23 and file
      *    both verdicts side by side. the player has already been
      *    routed on the live score; nothing here changes that. an
      *    answer the live module failed on is still put to the
      *    candidate, since after a swap the candidate's score is
      *    the one that would have routed it. override and
      *    moderation verdicts are not put to it at all. demo and
      *    scripted runs are not real traffic and stand down.
       370-SHADOW        SECTION.
           IF  PARA-SHADOW    =      SPACES
            OR SCRIPT-DEMO    =      "Y"
            OR SCRIPT-PRESENT =      "Y"
               GO TO 370-END
           END-IF.
           MOVE  SPACES       TO     SHADOWLOG-REC.
           MOVE  SHADOW-KIND  TO     SH-KIND.
           MOVE  ZERO         TO     SH-ELAPSED.
           IF  SHADOW-KIND    =      "E"
               MOVE  ZERO         TO     SH-LIVE
               MOVE  "ERROR"      TO     SH-LIVE-BAND
           ELSE
               MOVE  OUTPUT_TEXT  TO     SH-LIVE BAND-SCORE
               PERFORM  375-BAND  THRU  375-END
               MOVE  BAND-NAME    TO     SH-LIVE-BAND
           END-IF.
           IF  SHADOW-KIND    =      "O"
            OR SHADOW-KIND    =      "M"
               MOVE  SH-LIVE      TO     SH-CAND
               MOVE  SH-LIVE-BAND TO     SH-CAND-BAND
           ELSE
               MOVE  INPUT_TEXT   TO     SHADOW-INPUT
               MOVE  PARA-STORY   TO     SHADOW-TALK
               ACCEPT  TIME-BEFORE FROM   TIME
               CALL  PARA-SHADOW USING BY REFERENCE SHADOW-INPUT
                                       BY VALUE     SHADOW-TALK
                                GIVING SHADOW-OUTPUT
                   ON EXCEPTION
                       MOVE  ZERO         TO     SH-CAND
                       MOVE  "ERROR"      TO     SH-CAND-BAND
                   NOT ON EXCEPTION
                       MOVE  SHADOW-OUTPUT TO    SH-CAND BAND-SCORE
                       PERFORM  375-BAND  THRU  375-END
                       MOVE  BAND-NAME    TO     SH-CAND-BAND
               END-CALL
               ACCEPT  TIME-AFTER  FROM   TIME
               COMPUTE CENTI-BEFORE = TB-HH * 360000 + TB-MM * 6000
                                       + TB-SS * 100  + TB-CC
               COMPUTE CENTI-AFTER  = TA-HH * 360000 + TA-MM * 6000
                                       + TA-SS * 100  + TA-CC
               COMPUTE SH-ELAPSED = CENTI-AFTER - CENTI-BEFORE
                   ON SIZE ERROR
                       COMPUTE SH-ELAPSED =
                           CENTI-AFTER - CENTI-BEFORE + 8640000
               END-COMPUTE
           END-IF.
           OPEN  EXTEND  SHADOWLOG.
           IF  SHADOWLOG-STATUS =    "35"
               OPEN  OUTPUT  SHADOWLOG
           END-IF.
           IF  SHADOWLOG-STATUS NOT = "00"
               DISPLAY "unable to open SHADOW_LOG.txt - skipping "
                   "shadow entry"
               GO TO 370-END
           END-IF.
           ACCEPT SH-DATE     FROM   DATE YYYYMMDD.
           ACCEPT TIME-NOW    FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    SH-TIME.
           MOVE  PARA-TERM    TO     SH-TERM.
           MOVE  PARA-PLAYER  TO     SH-PLAYER.
           MOVE  PARA-STORY   TO     SH-STORY.
           MOVE  HOLD-SEQ-SESS TO    SH-SEQ.
           MOVE  PARA-PACK    TO     SH-PACK.
           MOVE  PARA-SHADOW  TO     SH-MODULE.
           MOVE  INPUT_TEXT   TO     SH-INPUT.
           WRITE SHADOWLOG-REC.
           CLOSE SHADOWLOG.
       370-END.
           EXIT.
      *
      *    a 0-9 grade to its branch, on the same cut lines the
      *    live routing uses.
       375-BAND          SECTION.
           IF  BAND-SCORE     >=     CUT-POSI
               MOVE  "POSI"       TO     BAND-NAME
           ELSE
               IF  BAND-SCORE     >=     CUT-NEUTRAL
                   MOVE  "NEUTRAL"    TO     BAND-NAME
               ELSE
                   MOVE  "NEGA"       TO     BAND-NAME
               END-IF
           END-IF.
       375-END.
           EXIT.
      *
      *    a blank/spaces answer used to fall straight through to
      *    "analysis" and read as an instant negative - re-prompt a
      *    few times instead of judging the player on an empty Enter.
               PERFORM  345-SEQ-STORE THRU 345-END
               MOVE  HOLD-SEQ-SESS TO    SL-SEQ
               MOVE  PARA-PACK    TO     SL-PACK
               MOVE  PARA-ARM     TO     SL-ARM
               MOVE  SPACE        TO     SL-SOURCE
               IF  CACHE-HIT      =      "Y"
                   MOVE  "C"          TO     SL-SOURCE
               END-IF
               MOVE  PARA-TERM    TO     SL-TERM
               MOVE  PARA-PLAYER  TO     SL-PLAYER
               WRITE SESSLOG-REC
           CLOSE LOGSEQ.
       345-END.
           EXIT.
      *
      *    look the answer up in the analysis cache. the cache only
      *    runs where ANALVER.txt says which module version is
      *    installed - without it a new module could never be told
      *    from the old, so every answer goes to the CALL as before.
      *    demo and scripted runs stand down too: a script replayed
      *    to try out a module must reach the module itself. so does
      *    the B arm of an A/B trial, whose pack would otherwise
      *    throw away the A pack's rows every time the arms swap.
       380-CACHE-LOOK    SECTION.
           IF  SCRIPT-DEMO    =      "Y"
            OR SCRIPT-PRESENT =      "Y"
            OR PARA-ARM       =      "B"
               GO TO 380-END
           END-IF.
           MOVE  SPACES       TO     CACHE-VERSION.
           OPEN  INPUT  ANALVER.
           IF  ANALVER-STATUS NOT =  "00"
               GO TO 380-END
           END-IF.
           READ  ANALVER
               NOT AT END
                   MOVE  ANALVER-REC  TO     CACHE-VERSION
           END-READ.
           CLOSE ANALVER.
           IF  CACHE-VERSION  =      SPACES
               GO TO 380-END
           END-IF.
           ACCEPT  CACHE-TODAY FROM   DATE YYYYMMDD.
           PERFORM  381-CACHE-OPEN THRU 381-END.
           IF  ANLCACHE-STATUS NOT = "00"
               GO TO 380-END
           END-IF.
           MOVE  "Y"          TO     CACHE-ON.
           PERFORM  383-NORMALISE THRU 383-END.
           MOVE  PARA-STORY   TO     AC-CHAPTER.
           MOVE  CACHE-ANSWER TO     AC-ANSWER.
           READ  ANLCACHE
               KEY IS AC-KEY
               INVALID KEY
                   CLOSE ANLCACHE
                   GO TO 380-END
           END-READ.
           IF  AC-SCORE       NOT NUMERIC
               CLOSE ANLCACHE
               GO TO 380-END
           END-IF.
           MOVE  "Y"          TO     CACHE-HIT.
           MOVE  AC-SCORE     TO     OUTPUT_TEXT.
           IF  AC-HITS        NOT NUMERIC
               MOVE  ZERO         TO     AC-HITS
           END-IF.
           IF  AC-HITS        <      9999999
               ADD  1             TO     AC-HITS
           END-IF.
           MOVE  CACHE-TODAY  TO     AC-LAST.
           REWRITE ANLCACHE-REC.
           CLOSE ANLCACHE.
       380-END.
           EXIT.
      *
      *    open the cache for update and check its stamp. a stamp
      *    for another module version or another pack - or no stamp
      *    at all - means every row in it may be wrong now, so the
      *    whole file is emptied and stamped afresh before anything
      *    is read from it.
       381-CACHE-OPEN    SECTION.
           OPEN  I-O  ANLCACHE.
           IF  ANLCACHE-STATUS NOT = "00"
               OPEN  OUTPUT  ANLCACHE
               CLOSE ANLCACHE
               OPEN  I-O  ANLCACHE
           END-IF.
           IF  ANLCACHE-STATUS NOT = "00"
               GO TO 381-END
           END-IF.
           MOVE  ZERO         TO     AC-CHAPTER.
           MOVE  SPACES       TO     AC-ANSWER.
           READ  ANLCACHE
               KEY IS AC-KEY
               INVALID KEY
                   MOVE  SPACES       TO     AS-VERSION
           END-READ.
           IF  AS-VERSION     =      CACHE-VERSION
           AND AS-PACK        =      PARA-PACK
               GO TO 381-END
           END-IF.
           CLOSE ANLCACHE.
           OPEN  OUTPUT  ANLCACHE.
           IF  ANLCACHE-STATUS NOT = "00"
               GO TO 381-END
           END-IF.
           MOVE  SPACES       TO     ANLCACHE-STAMP.
           MOVE  ZERO         TO     AC-CHAPTER.
           MOVE  CACHE-VERSION TO    AS-VERSION.
           MOVE  PARA-PACK    TO     AS-PACK.
           MOVE  CACHE-TODAY  TO     AS-SINCE.
           WRITE ANLCACHE-STAMP.
           CLOSE ANLCACHE.
           OPEN  I-O  ANLCACHE.
       381-END.
           EXIT.
      *
      *    the cache key's answer - upper case, no leading spaces,
      *    and no run of spaces longer than one.
       383-NORMALISE     SECTION.
           MOVE  INPUT_TEXT   TO     SCAN-TEXT.
           INSPECT SCAN-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE  SPACES       TO     CACHE-ANSWER.
           MOVE  ZERO         TO     NORM-LEN.
           MOVE  "N"          TO     NORM-SPACE.
           PERFORM  384-NORM-ONE THRU 384-END
               VARYING  SCAN-IDX  FROM  1  BY  1
               UNTIL  SCAN-IDX  >  99.
       383-END.
           EXIT.
      *
       384-NORM-ONE      SECTION.
           IF  SCAN-TEXT(SCAN-IDX:1) =  SPACE
               IF  NORM-LEN       =      0
                OR NORM-SPACE     =      "Y"
                   GO TO 384-END
               END-IF
               MOVE  "Y"          TO     NORM-SPACE
           ELSE
               MOVE  "N"          TO     NORM-SPACE
           END-IF.
           ADD  1             TO     NORM-LEN.
           MOVE  SCAN-TEXT(SCAN-IDX:1) TO CACHE-ANSWER(NORM-LEN:1).
       384-END.
           EXIT.
      *
      *    route on the cached grade with the live cut lines and the
      *    live branch names - it is the module's own verdict, only
      *    remembered. SL-SOURCE marks the audit row instead, and no
      *    CALL happened, so no timing row either.
       385-CACHE-BRANCH  SECTION.
           MOVE  "A"          TO     SHADOW-KIND.
           IF  OUTPUT_TEXT    >=     CUT-POSI
               MOVE  "POSI"    TO     SL-BRANCH
               PERFORM  310-LOG  THRU  310-END
               CALL  "POSI"    USING  PARA
           ELSE
               IF  OUTPUT_TEXT >=     CUT-NEUTRAL
                   MOVE  "NEUTRAL" TO     SL-BRANCH
                   PERFORM  310-LOG  THRU  310-END
                   CALL  "NEUTRAL" USING  PARA
               ELSE
                   MOVE  "NEGA"    TO     SL-BRANCH
                   PERFORM  310-LOG  THRU  310-END
                   CALL  "NEGA"    USING  PARA
               END-IF
           END-IF.
       385-END.
           EXIT.
      *
      *    file the grade the module has just given - a miss on an
      *    answer it has never seen adds a row, and a row that was
      *    there but unreadable is put right.
       390-CACHE-FILE    SECTION.
           IF  CACHE-ON       NOT =  "Y"
               GO TO 390-END
           END-IF.
           OPEN  I-O  ANLCACHE.
           IF  ANLCACHE-STATUS NOT = "00"
               GO TO 390-END
           END-IF.
           MOVE  SPACES       TO     ANLCACHE-REC.
           MOVE  PARA-STORY   TO     AC-CHAPTER.
           MOVE  CACHE-ANSWER TO     AC-ANSWER.
           MOVE  OUTPUT_TEXT  TO     AC-SCORE.
           MOVE  ZERO         TO     AC-HITS.
           MOVE  CACHE-TODAY  TO     AC-FILED AC-LAST.
           WRITE ANLCACHE-REC
               INVALID KEY
                   REWRITE ANLCACHE-REC
           END-WRITE.
           CLOSE ANLCACHE.
       390-END.
           EXIT.
      *
       400-CLOSE         SECTION.
           CLOSE  F1 F2.
       905-END.
           EXIT.
      *
      *    the player's answer into the session transcript after the
      *    question, so a transcript reads as the conversation it
      *    was - masked already when moderation blocked it.
       906-ECHO          SECTION.
           IF  TRANS-ON       =      "Y"
               MOVE  SPACES       TO     TRANS-REC
               MOVE  "> "         TO     TRANS-REC(1:2)
               MOVE  INPUT_TEXT   TO     TRANS-REC(3:99)
               WRITE TRANS-REC
           END-IF.
       906-END.
           EXIT.
      *
      *    append the line just typed at the console to the capture
      *    file, in INPUT-SCRIPT format - opened on first use and
      *    left open so the session streams into it.
