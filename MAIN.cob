                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  LANGCFG ASSIGN TO "LANG.txt"
                   FILE STATUS IS  LANGCFG-STATUS.
           SELECT  CONFIG  ASSIGN TO CONFIG-NAME
                   FILE STATUS IS  CONFIG-STATUS.
           SELECT  PLAYERS ASSIGN TO "PLAYERS.DAT"
                   ORGANIZATION  INDEXED
                   FILE STATUS IS  PLAYHIST-STATUS.
           SELECT  CAPTURE ASSIGN TO "INPUT-CAPTURE.txt"
                   FILE STATUS IS  CAPTURE-STATUS.
           SELECT  CHAPMAP ASSIGN TO CHAPMAP-NAME
                   FILE STATUS IS  CHAPMAP-STATUS.
           SELECT  CUTTAB  ASSIGN TO "CUTLINE.txt"
                   FILE STATUS IS  CUTTAB-STATUS.
           SELECT  PLYJRNL ASSIGN TO "PLYJRNL.DAT"
                   FILE STATUS IS  PLYJRNL-STATUS.
           SELECT  OPSLOG  ASSIGN TO "OPS_LOG.txt"
                   FILE STATUS IS  REWARDS-STATUS.
           SELECT  PACKID  ASSIGN TO "PACKID.txt"
                   FILE STATUS IS  PACKID-STATUS.
           SELECT  PACKSCHD ASSIGN TO "PACKSCHD.txt"
                   FILE STATUS IS  PACKSCHD-STATUS.
           SELECT  ABTEST  ASSIGN TO "ABTEST.txt"
                   FILE STATUS IS  ABTEST-STATUS.
           SELECT  LOGSEQ  ASSIGN TO "LOGSEQ.DAT"
                   FILE STATUS IS  LOGSEQ-STATUS.
           SELECT  SAVES   ASSIGN TO "SAVES.DAT"
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS SAV-ID
                   FILE STATUS IS  SAVES-STATUS.
           SELECT  TICKETS ASSIGN TO "QUEUE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS QT-KEY
                   FILE STATUS IS  QUEUE-STATUS.
           SELECT  QUEUELOG ASSIGN TO "QUEUE_LOG.txt"
                   FILE STATUS IS  QUEUELOG-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
           SELECT  CREDLED ASSIGN TO "CREDIT.LED"
                   FILE STATUS IS  CREDLED-STATUS.
           SELECT  SHADOWLOG ASSIGN TO "SHADOW_LOG.txt"
                   FILE STATUS IS  SHADOWLOG-STATUS.
           SELECT  RECEIPT ASSIGN TO "RECEIPT.PRN"
                   FILE STATUS IS  RECEIPT-STATUS.
           SELECT  RCPTLOG ASSIGN TO "RECEIPT.LOG"
                   FILE STATUS IS  RCPTLOG-STATUS.
           SELECT  FEEDBACK ASSIGN TO "FEEDBACK.LOG"
                   FILE STATUS IS  FEEDBACK-STATUS.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CONTACT-STATUS.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  F1.
           03  CKPT-NEGA-TRIES PIC 9(01).
           03  CKPT-AFFECTION  PIC 9(02).
           03  CKPT-PLAYER   PIC X(10).
           03  CKPT-PARTNER  PIC X(10).
           03  CKPT-HELD     PIC X(01).
      *
       FD  RESULTS.
       01  RESULTS-REC.
      *    something after the shop swaps packs.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RES-PACK      PIC X(12).
      *    which arm of the A/B pack trial the player was in -
      *    A or B, blank when no trial is running.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RES-ARM       PIC X(01).
      *    the running check value - folded by CHAINSUM from this
      *    row and the check on the row before it, so a row edited
      *    or removed outside the programs breaks the chain CHAINVFY
      *    walks every night.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RES-CHECK     PIC 9(09).
      *    the number printed on the player's receipt slip, so the
      *    counter can match a slip back to its session. it trails
      *    the check and is not folded into it. zero when no slip
      *    was printed (an abandoned game).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RES-RECEIPT   PIC 9(06).
      *
       FD  LANGCFG.
       01  LANGCFG-REC       PIC X(02).
           03  RW-CODE       PIC X(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RW-STATUS     PIC X(08).
      *    the running check value, chained the same way as the
      *    outcome log's - REDEEM will not pay out a coupon whose
      *    row fails it.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RW-CHECK      PIC 9(09).
      *
      *    the story pack's manifest - who this pack is and which
      *    version, shipped alongside its content files and stamped
           03  FILLER        PIC X(01).
           03  PK-VER        PIC X(04).
      *
      *    the pack schedule - one row per story pack with the dates
      *    it runs, so a seasonal pack goes live on its first day
      *    without anyone editing CONFIG.txt that morning. each row
      *    names the pack's own CONFIG-style file (lines 1-14 only -
      *    content files and chapter count), its chapter map, and its
      *    chapter count. the first row in effect today wins; no row
      *    in effect leaves the kiosk on CONFIG.txt and PACKID.txt.
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
           03  PS-CHAPTERS   PIC 9(02).
           03  FILLER        PIC X(01).
           03  PS-FROM       PIC 9(08).
           03  FILLER        PIC X(01).
           03  PS-TO         PIC 9(08).
      *
      *    the A/B pack trial - one record naming the trial, the
      *    pack arm B plays (a PACKSCHD.txt row held back from
      *    everyone else while the trial runs), the percentage of
      *    player IDs sent to arm B (00-99), and the trial dates.
      *    arm A plays whatever pack the schedule gives the shop.
       FD  ABTEST.
       01  ABTEST-REC.
           03  AB-TRIAL      PIC X(08).
           03  FILLER        PIC X(01).
           03  AB-PACK-B     PIC X(08).
           03  FILLER        PIC X(01).
           03  AB-PCT-B      PIC 9(02).
           03  FILLER        PIC X(01).
           03  AB-FROM       PIC 9(08).
           03  FILLER        PIC X(01).
           03  AB-TO         PIC 9(08).
      *
      *    this kiosk's running record counters - one per log file,
      *    bumped as each record is written so the nightly merge can
      *    prove a copied log is complete. MAIN owns the first
           03  SAV-NEGA-TRIES PIC 9(01).
           03  SAV-AFFECTION PIC 9(02).
           03  SAV-DATE      PIC 9(08).
      *
      *    the walk-up queue, shared by the counter and every kiosk -
      *    one record per ticket, keyed by day and ticket number so
      *    each morning starts again at 0001. QTICKET issues them
      *    (W waiting); a kiosk calls one (C), starts it when the
      *    player signs in (P) and closes it at the end of the
      *    session (D). a called ticket nobody answers goes N, and
      *    the counter can cancel one outright (X).
       FD  TICKETS.
       01  QUEUE-REC.
           03  QT-KEY.
             05  QT-DATE     PIC 9(08).
             05  QT-TICKET   PIC 9(04).
           03  QT-STATUS     PIC X(01).
           03  QT-PLAYER     PIC X(10).
           03  QT-ISSUED     PIC 9(06).
           03  QT-CALLED     PIC 9(06).
           03  QT-START      PIC 9(06).
           03  QT-FINISH     PIC 9(06).
           03  QT-TERM       PIC X(04).
      *
      *    one row per ticket event - ISSUE, CALL, START, FINISH,
      *    NOSHOW, CANCEL, or RETURN (a kiosk closed down mid-call
      *    and put the ticket back) - with the time it happened, so
      *    a wait can be proven after the queue record moves on.
       FD  QUEUELOG.
       01  QUEUELOG-REC.
           03  QL-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TICKET     PIC 9(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-EVENT      PIC X(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-PLAYER     PIC X(10).
      *
      *    prepaid play credits - one balance per player ID, sold
      *    at the counter by CREDSALE and spent here one per player
      *    per session. a shop with no CREDITS.DAT plays free.
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
      *    every credit movement the kiosk makes - USE at session
      *    start, REFERR / REFFTL when a session is refunded because
      *    "analysis" failed or it stopped dead and its checkpoint
      *    was thrown away unplayed, SAVED when a
      *    paid game goes into a save slot and RESUME when it comes
      *    back out - with the balance left after it. CASHUP checks
      *    this against the till's SALES.LED and the outcome rows.
       FD  CREDLED.
       01  CREDLED-REC.
           03  CL-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  CL-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  CL-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  CL-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  CL-EVENT      PIC X(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  CL-BALANCE    PIC 9(05).
      *
       FD  CHAPMAP.
       01  CHAPMAP-REC.
           03  CM-NEUTRAL    PIC 9(02).
           03  FILLER        PIC X(01).
           03  CM-NEGA       PIC 9(02).
      *
      *    the cut-line table STORY routes on - MAIN only wants the
      *    last column, the chapter's NEGA retry budget.
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
       FD  PLAYHIST.
       01  PLAYHIST-REC.
           03  PH-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  PH-SHARED     PIC X(01).
      *    the A/B trial arm, stamped the same way as RES-ARM.
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  PH-ARM        PIC X(01).
      *
      *    the shadow trial log STORY writes its graded answers to -
      *    MAIN adds the Z row that closes each session, with the
      *    ending in SH-LIVE-BAND.
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
      *    the slip printer's file - one receipt, rewritten for each
      *    session, forty columns to the line.
       FD  RECEIPT.
       01  RECEIPT-REC       PIC X(40).
      *
      *    every slip ever printed here, line by line under its
      *    receipt number, so ADMIN can reprint one after a jam. the
      *    last number on file is the one the next slip follows.
       FD  RCPTLOG.
       01  RCPTLOG-REC.
           03  RL-NUMBER     PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RL-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  RL-LINE       PIC X(40).
      *
      *    the player's own verdict on the game, asked after the
      *    ending - a 1 to 5 rating and a free comment, filed with
      *    what FEEDRPT needs to set it against: the ending, the pack
      *    stamp, the chapter and affection reached, and how many
      *    NEGA answers were forgiven on the way.
       FD  FEEDBACK.
       01  FEEDBACK-REC.
           03  FB-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-PACK       PIC X(12).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-ENDING     PIC X(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-STORY      PIC 9(02).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-AFFECTION  PIC 9(02).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-RETRIES    PIC 9(02).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-RATING     PIC 9(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  FB-COMMENT    PIC X(60).
      *
      *    how to reach a player who chose to leave details - kept
      *    apart from PLAYERS.DAT so it can be dropped on its own.
      *    an email or a postal address, and whether they agreed to
      *    hear about offers and on which day they said so. the
      *    WINBACK run stamps the day it last wrote to them.
       FD  CONTACT.
       01  CONTACT-REC.
           03  CT-ID         PIC X(10).
           03  CT-NAME       PIC X(30).
           03  CT-EMAIL      PIC X(50).
           03  CT-POSTAL     PIC X(60).
           03  CT-OPTIN      PIC X(01).
           03  CT-OPTIN-DATE PIC 9(08).
           03  CT-WINBACK    PIC 9(08).
           03  CT-UPDATED    PIC 9(08).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
           05  PARA-BRANCH   PIC X(01).
           05  PARA-PLAYER   PIC X(10).
           05  PARA-PACK     PIC X(12).
           05  PARA-ARM      PIC X(01).
           05  PARA-FAULT    PIC X(01).
           05  PARA-SHADOW   PIC X(20).
         03  WAITO           PIC X(01).
         03  CKPT-STATUS     PIC X(02).
         03  CKPT-FOUND      PIC X(01).
         03  CONFIG-STATUS   PIC X(02).
         03  CONFIG-END      PIC X(01).
         03  CONFIG-F4-OVERRIDE PIC X(01).
         03  CONFIG-NAME     PIC X(20).
         03  CHAPMAP-NAME    PIC X(20).
         03  PACKSCHD-STATUS PIC X(02).
         03  PACKSCHD-END    PIC X(01).
         03  PACK-PASS       PIC X(01).
         03  PACK-DATE       PIC 9(08).
         03  HOLD-PACK       PIC X(12).
         03  SCHED-FOUND     PIC X(01).
         03  SCHED-CONFIG    PIC X(20).
         03  SCHED-CHAPMAP   PIC X(20).
         03  SCHED-CHAPTERS  PIC 9(02).
         03  SCHED-PACK      PIC X(12).
         03  ABTEST-STATUS   PIC X(02).
         03  TRIAL-ON        PIC X(01).
         03  TRIAL-NAME      PIC X(08).
         03  TRIAL-PACK-B    PIC X(08).
         03  TRIAL-PCT       PIC 9(02).
         03  LOADED-ARM      PIC X(01).
         03  WANT-ARM        PIC X(01).
         03  ARMB-FOUND      PIC X(01).
         03  ARMB-CONFIG     PIC X(20).
         03  ARMB-CHAPMAP    PIC X(20).
         03  ARMB-CHAPTERS   PIC 9(02).
         03  ARMB-PACK       PIC X(12).
         03  ARM-KEY         PIC X(18).
         03  ARM-IDX         PIC 9(02)  COMP.
         03  ARM-SUM         PIC 9(07)  COMP.
         03  ARM-BUCKET      PIC 9(02).
         03  F1-NAME         PIC X(20).
         03  F2-NAME         PIC X(20).
         03  F3-NAME         PIC X(20).
         03  MILE-FOUND      PIC X(01).
         03  MILE-VISITS     PIC 9(05).
         03  LEDGER-ROWS     PIC 9(06).
         03  LEDGER-CHECK    PIC 9(09).
         03  RESULTS-END     PIC X(01).
         03  NEW-CODE        PIC X(08).
         03  SEQ-HOLD.
           05  HOLD-SEQ-RES  PIC 9(06).
         03  CHAPMAP-END     PIC X(01).
         03  MAP-PRESENT     PIC X(01).
         03  MAP-CHAPTER     PIC 9(02).
         03  CUTTAB-STATUS   PIC X(02).
         03  CUTTAB-END      PIC X(01).
         03  CUT-BUDGET      PIC 9(01).
         03  CUT-EXACT       PIC X(01).
         03  NEXT-CHAP       PIC 9(02).
         03  ATTRACT-LIMIT   PIC 9(03).
         03  IDLE-COUNT      PIC 9(03).
         03  DEMO-SCRIPT-NAME PIC X(20).
         03  QUEUE-STATUS    PIC X(02).
         03  QUEUELOG-STATUS PIC X(02).
         03  QUEUE-END       PIC X(01).
         03  QUEUE-FOUND     PIC X(01).
         03  QUEUE-LATE      PIC X(01).
         03  QUEUE-PLAYING   PIC X(01).
         03  QUEUE-TICKET    PIC 9(04).
         03  QUEUE-DATE      PIC 9(08).
         03  QUEUE-PLAYER    PIC X(10).
         03  QUEUE-TODAY     PIC 9(08).
         03  QUEUE-NOW       PIC 9(06).
         03  QUEUE-EVENT     PIC X(06).
         03  QUEUE-CLOCK     PIC 9(06).
         03  QUEUE-CLOCK-X   REDEFINES  QUEUE-CLOCK.
           05  QC-HH         PIC 9(02).
           05  QC-MM         PIC 9(02).
           05  QC-SS         PIC 9(02).
         03  QUEUE-NOW-SECS  PIC 9(05).
         03  QUEUE-CALL-SECS PIC 9(05).
         03  NOSHOW-MINS     PIC 9(02).
         03  SHADOWLOG-STATUS PIC X(02).
         03  SHADOW-ENDING   PIC X(07).
         03  CREDITS-STATUS  PIC X(02).
         03  CREDLED-STATUS  PIC X(02).
         03  CREDIT-OK       PIC X(01).
         03  CREDIT-HELD     PIC X(01).
         03  CREDIT-FOUND    PIC X(01).
         03  CREDIT-EVENT    PIC X(06).
         03  CREDIT-PLAYER   PIC X(10).
         03  CREDIT-SHORT    PIC X(10).
         03  SHOP-NOW        PIC 9(08).
         03  RECEIPT-STATUS  PIC X(02).
         03  RCPTLOG-STATUS  PIC X(02).
         03  RCPTLOG-END     PIC X(01).
         03  RECEIPT-OPEN    PIC X(01).
         03  RCPTLOG-OPEN    PIC X(01).
         03  RECEIPT-KIND    PIC X(01).
         03  RECEIPT-NO      PIC 9(06).
         03  RECEIPT-LINE    PIC X(40).
         03  RECEIPT-TIER    PIC X(06).
         03  RCPT-IDX        PIC 9(02)  COMP.
         03  FEEDBACK-STATUS PIC X(02).
         03  FEED-PLAYER     PIC X(10).
         03  FEED-RATING     PIC 9(01).
         03  CONTACT-STATUS  PIC X(02).
         03  SESSION-RETRIES PIC 9(02).
         03  DEMO-HOLD.
           05  HOLD-STORY    PIC 9(02).
           05  HOLD-NEXT     PIC 9(01).
           05  HOLD-SCR-OPENED  PIC X(01).
           05  HOLD-SCR-PRESENT PIC X(01).
      *
      *    handed to CHAINSUM for each row written to RESULTS.LOG or
      *    REWARDS.LED - the check on the row before goes in, the
      *    new row's check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
      *    handed to SHOPCAL - today and the time in, the day's
      *    opening hours and whether the shop is open now back.
       01  CAL-PARA.
         03  CAL-DATE        PIC 9(08).
         03  CAL-TIME        PIC 9(04).
         03  CAL-OPEN        PIC 9(04).
         03  CAL-CLOSE       PIC 9(04).
         03  CAL-STATE       PIC X(01).
         03  CAL-NOTE        PIC X(30).
      *
      *    what goes on the player's receipt - each chapter answered
      *    this visit and the branch it took (a forgiven retry
      *    replaces its own chapter's line), and any coupon 464-ISSUE
      *    handed out at the ending. cleared for each session.
       01  RECEIPT-TRAIL.
         03  TRAIL-COUNT     PIC 9(02)  COMP.
         03  TRAIL-ENTRY     OCCURS  40 TIMES.
           05  TR-STORY      PIC 9(02).
           05  TR-BRANCH     PIC X(01).
         03  COUPON-COUNT    PIC 9(01)  COMP.
         03  COUPON-ENTRY    OCCURS  4 TIMES.
           05  CP-PLAYER     PIC X(10).
           05  CP-MILE       PIC X(08).
           05  CP-CODE       PIC X(08).
      *
      *    the chapter map loaded from CHAPMAP.txt - one row per
      *    chapter naming where a POSI, NEUTRAL, or forgiven-NEGA
      *    result goes next, 0 meaning "go to the ending". chapters
       150-SESSION       SECTION.
           PERFORM  110-PLAYER-ID THRU 110-END.
      *
           MOVE  ZERO         TO     TRAIL-COUNT COUPON-COUNT
                                     RECEIPT-NO SESSION-RETRIES.
           MOVE  "N"          TO     CREDIT-HELD.
           MOVE  "N"          TO     PARA-FAULT.
           IF  CKPT-FOUND     =      "Y"
           AND CKPT-PLAYER    =      PLY-ID
      *        the crashed session was paid for when it started.
               MOVE  "CARRY"      TO     CREDIT-EVENT
               PERFORM  156-CREDIT-NOTE THRU 156-END
           ELSE
      *        a checkpoint left behind under a different player ID is
      *        stale - it belongs to whoever was at the kiosk when the
      *        so it must not be inherited; clear it and fall through
      *        to a fresh session exactly as if no checkpoint existed.
               IF  CKPT-FOUND     =      "Y"
                   PERFORM  157-CREDIT-STALE THRU 157-END
                   PERFORM  420-CKPT-CLEAR THRU  420-END
                   MOVE  SPACE        TO     CKPT-FOUND
               END-IF
      *        they take it.
               PERFORM  130-OFFER-SAVE THRU 130-END
               IF  SAVE-RESUMED   =      "Y"
      *            the credit spent when the game was saved carries
      *            it through to its ending.
                   MOVE  "RESUME"     TO     CREDIT-EVENT
                   PERFORM  156-CREDIT-NOTE THRU 156-END
      *            130-OFFER-SAVE checkpointed before the credit was
      *            held again - write it once more so a crash from
      *            here on is refunded.
                   PERFORM  410-CKPT-SAVE THRU 410-END
               ELSE
                   PERFORM  151-CREDIT-TAKE THRU 151-END
                   IF  CREDIT-OK      NOT =  "Y"
                       GO TO 150-REFUSED
                   END-IF
      *            checkpoint the paid session at chapter one before
      *            the intro, so a kiosk that dies before the first
      *            chapter advance still leaves a record that the
      *            credit was taken.
                   MOVE  1            TO    PARA-STORY
                   MOVE  1            TO    PARA-NEXT
                   PERFORM  410-CKPT-SAVE THRU 410-END
                   IF  SEEN-INTRO  NOT =  "Y"
                       PERFORM  120-REWIND-INTRO THRU 120-END
                       PERFORM  200-MAIN  THRU  200-END
           PERFORM  400-STORY THRU  400-END
               UNTIL PARA-NEXT = "0".
      *
      *    a game whose last answer hit a failed "analysis" CALL was
      *    decided by the fallback, not by the player - give the
      *    credit back.
           IF  PARA-FAULT     =      "Y"
               MOVE  "REFERR"     TO     CREDIT-EVENT
               PERFORM  152-CREDIT-REFUND THRU 152-END
           END-IF.
           MOVE  "N"          TO     CREDIT-HELD.
           MOVE  SPACE        TO     CKPT-FOUND.
           IF  TRANS-ON       =      "Y"
               CLOSE TRANS
           MOVE  SPACES       TO     OPS-DETAIL.
           MOVE  PLAYER-ONE   TO     OPS-DETAIL(1:10).
           PERFORM  135-OPS-LOG THRU 135-END.
           PERFORM  129-QUEUE-FINISH THRU 129-END.
           PERFORM  160-PLAY-AGAIN THRU 160-END.
           GO TO 150-END.
      *    no credit to play on - nothing has been played, so the
      *    session is wound up and the kiosk goes straight back to
      *    the ID prompt for whoever is next.
       150-REFUSED.
           IF  TRANS-ON       =      "Y"
               CLOSE TRANS
               MOVE  "N"          TO     TRANS-ON
           END-IF.
           MOVE  "NOCREDIT"   TO     OPS-EVENT.
           MOVE  SPACES       TO     OPS-DETAIL.
           MOVE  CREDIT-SHORT TO     OPS-DETAIL(1:10).
           PERFORM  135-OPS-LOG THRU 135-END.
           PERFORM  129-QUEUE-FINISH THRU 129-END.
       150-END.
           EXIT.
      *
      *    take one credit from each player at the table before the
      *    story starts. both must have one or neither pays - a pair
      *    where one is short goes back to the counter together.
      *    a shop without a CREDITS.DAT has not gone prepaid and
      *    plays free as it always has; a credits file that exists
      *    but will not open is put on the operations log and the
      *    player is let through rather than turned away.
       151-CREDIT-TAKE   SECTION.
           MOVE  "Y"          TO     CREDIT-OK.
           MOVE  SPACES       TO     CREDIT-SHORT.
      *    a script playback or demo run is not a paying customer.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
               GO TO 151-END
           END-IF.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS =      "35"
               GO TO 151-END
           END-IF.
           IF  CREDITS-STATUS NOT =  "00"
               MOVE  "CREDERR"    TO     OPS-EVENT
               MOVE  SPACES       TO     OPS-DETAIL
               MOVE  "CREDITS.DAT"  TO   OPS-DETAIL(1:20)
               MOVE  CREDITS-STATUS TO   OPS-DETAIL(22:2)
               PERFORM  135-OPS-LOG THRU 135-END
               GO TO 151-END
           END-IF.
           MOVE  PLAYER-ONE   TO     CREDIT-PLAYER.
           PERFORM  153-CREDIT-CHECK THRU 153-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     CREDIT-PLAYER
               PERFORM  153-CREDIT-CHECK THRU 153-END
           END-IF.
           IF  CREDIT-SHORT   NOT =  SPACES
               CLOSE CREDITS
               MOVE  "N"          TO     CREDIT-OK
               IF  PARA-LANG      =      "EN"
                   DISPLAY "No play credits left on " CREDIT-SHORT
                       " - please top up at the counter."
               ELSE
                   DISPLAY CREDIT-SHORT " : クレジットなし"
                   DISPLAY "カウンターへどうぞ"
               END-IF
               GO TO 151-END
           END-IF.
           MOVE  "USE"        TO     CREDIT-EVENT.
           MOVE  PLAYER-ONE   TO     CREDIT-PLAYER.
           PERFORM  154-CREDIT-POST THRU 154-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     CREDIT-PLAYER
               PERFORM  154-CREDIT-POST THRU 154-END
           END-IF.
           CLOSE CREDITS.
           MOVE  "Y"          TO     CREDIT-HELD.
       151-END.
           EXIT.
      *
      *    give back the credits this session is holding, with the
      *    reason in CREDIT-EVENT. the outcome row (if any) stands -
      *    the refund is what CASHUP reads to know it was free.
       152-CREDIT-REFUND SECTION.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
               GO TO 152-END
           END-IF.
           IF  CREDIT-HELD    NOT =  "Y"
               GO TO 152-END
           END-IF.
           MOVE  "N"          TO     CREDIT-HELD.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 152-END
           END-IF.
           MOVE  PLAYER-ONE   TO     CREDIT-PLAYER.
           PERFORM  154-CREDIT-POST THRU 154-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     CREDIT-PLAYER
               PERFORM  154-CREDIT-POST THRU 154-END
           END-IF.
           CLOSE CREDITS.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Sorry - something went wrong on our side. "
                   "Your credit has been returned."
           ELSE
               DISPLAY "クレジットをお返ししました。"
           END-IF.
       152-END.
           EXIT.
      *
       153-CREDIT-CHECK  SECTION.
           MOVE  CREDIT-PLAYER TO    CR-ID.
           MOVE  "Y"          TO     CREDIT-FOUND.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   MOVE  "N"          TO     CREDIT-FOUND
           END-READ.
           IF  CREDIT-SHORT   =      SPACES
               IF  CREDIT-FOUND   NOT =  "Y"
                OR CR-BALANCE     <      1
                   MOVE  CREDIT-PLAYER TO    CREDIT-SHORT
               END-IF
           END-IF.
       153-END.
           EXIT.
      *
      *    one credit off (USE) or back on (a refund) for
      *    CREDIT-PLAYER, then the matching ledger row. a refund to
      *    an ID the file has since lost puts the record back.
       154-CREDIT-POST   SECTION.
           MOVE  CREDIT-PLAYER TO    CR-ID.
           MOVE  "Y"          TO     CREDIT-FOUND.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   MOVE  "N"          TO     CREDIT-FOUND
           END-READ.
           IF  CREDIT-FOUND   NOT =  "Y"
               MOVE  CREDIT-PLAYER TO    CR-ID
               MOVE  ZERO         TO     CR-BALANCE
           END-IF.
           IF  CREDIT-EVENT   =      "USE"
               SUBTRACT  1        FROM   CR-BALANCE
           ELSE
               ADD  1             TO     CR-BALANCE
           END-IF.
           MOVE  PLY-TODAY    TO     CR-LAST-DATE.
           IF  CREDIT-FOUND   =      "Y"
               REWRITE CREDITS-REC
           ELSE
               WRITE CREDITS-REC
           END-IF.
           IF  CREDIT-EVENT   =      "USE"
               IF  PARA-LANG      =      "EN"
                   DISPLAY "1 credit used - " CR-BALANCE " left on "
                       CREDIT-PLAYER
               ELSE
                   DISPLAY CREDIT-PLAYER " 残り " CR-BALANCE
               END-IF
           END-IF.
           PERFORM  155-CREDIT-LOG THRU 155-END.
       154-END.
           EXIT.
      *
       155-CREDIT-LOG    SECTION.
           OPEN  EXTEND  CREDLED.
           IF  CREDLED-STATUS =      "35"
               OPEN  OUTPUT  CREDLED
           END-IF.
           IF  CREDLED-STATUS NOT =  "00"
               DISPLAY "unable to open CREDIT.LED - credit movement "
                   "not logged"
               GO TO 155-END
           END-IF.
           ACCEPT  CL-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    CL-TIME.
           MOVE  PARA-TERM    TO     CL-TERM.
           MOVE  CREDIT-PLAYER TO    CL-PLAYER.
           MOVE  CREDIT-EVENT TO     CL-EVENT.
           MOVE  CR-BALANCE   TO     CL-BALANCE.
           WRITE CREDLED-REC.
           CLOSE CREDLED.
       155-END.
           EXIT.
      *
      *    a session already paid for - resumed from its save slot
      *    (RESUME), going into one (SAVED), or picked back up after
      *    a crash (CARRY, which needs no ledger row because the
      *    original USE row still stands). no balance moves; the
      *    session just holds its credit so a refund can find it.
       156-CREDIT-NOTE   SECTION.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
               GO TO 156-END
           END-IF.
           OPEN  INPUT  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 156-END
           END-IF.
      *    a recovered session holds a credit only if the one that
      *    dropped did - a free or already-refunded game must not
      *    be refunded later.
           IF  CREDIT-EVENT   =      "CARRY"
               MOVE  CKPT-HELD    TO     CREDIT-HELD
               CLOSE CREDITS
               GO TO 156-END
           END-IF.
           MOVE  "Y"          TO     CREDIT-HELD.
           IF  CREDIT-EVENT   =      "SAVED"
               MOVE  "N"          TO     CREDIT-HELD
           END-IF.
      *    a save or resume moves no credit - each row carries the
      *    player's balance as it stands.
           MOVE  PLAYER-ONE   TO     CREDIT-PLAYER.
           MOVE  PLAYER-ONE   TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   MOVE  ZERO         TO     CR-BALANCE
           END-READ.
           PERFORM  155-CREDIT-LOG THRU 155-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     CREDIT-PLAYER
               MOVE  PLAYER-TWO   TO     CR-ID
               READ  CREDITS
                   KEY IS CR-ID
                   INVALID KEY
                       MOVE  ZERO         TO     CR-BALANCE
               END-READ
               PERFORM  155-CREDIT-LOG THRU 155-END
           END-IF.
           CLOSE CREDITS.
       156-END.
           EXIT.
      *
      *    a dropped session whose checkpoint is being thrown away
      *    will never reach an ending, so the credit it took is
      *    given back (REFFTL) to the player and any partner named
      *    in the checkpoint. a checkpoint from a free or already-
      *    refunded session holds nothing. a demo leaves the
      *    checkpoint in place (420-CKPT-CLEAR), so it refunds
      *    nothing either.
       157-CREDIT-STALE  SECTION.
           IF  SCRIPT-DEMO    =      "Y"
            OR CKPT-HELD      NOT =  "Y"
               GO TO 157-END
           END-IF.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 157-END
           END-IF.
           MOVE  "REFFTL"     TO     CREDIT-EVENT.
           MOVE  CKPT-PLAYER  TO     CREDIT-PLAYER.
           PERFORM  154-CREDIT-POST THRU 154-END.
           IF  CKPT-PARTNER   NOT =  SPACES
               MOVE  CKPT-PARTNER TO     CREDIT-PLAYER
               PERFORM  154-CREDIT-POST THRU 154-END
           END-IF.
           CLOSE CREDITS.
           MOVE  "CKPTREF"    TO     OPS-EVENT.
           MOVE  SPACES       TO     OPS-DETAIL.
           MOVE  CKPT-PLAYER  TO     OPS-DETAIL(1:10).
           MOVE  CKPT-PARTNER TO     OPS-DETAIL(12:10).
           PERFORM  135-OPS-LOG THRU 135-END.
       157-END.
           EXIT.
      *
      *    ask whether another player should go next instead of
      *    making the kiosk operator relaunch the program by hand.
       160-PLAY-AGAIN    SECTION.
      *    call the next ticket now, so whoever is waiting can walk
      *    up while this player decides.
           PERFORM  123-QUEUE-CALL THRU 123-END.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Play again? (Y/N)"
           ELSE
           ELSE
               MOVE  "N"          TO     PLAY-AGAIN
           END-IF.
      *    a kiosk left running over midnight changes packs here,
      *    between players, when the schedule says today is
      *    another pack's day.
           IF  PLAY-AGAIN     =      "Y"
               ACCEPT  PLY-TODAY  FROM   DATE YYYYMMDD
               IF  PLY-TODAY      NOT =  PACK-DATE
                   PERFORM  185-PACK-SWAP THRU 185-END
               END-IF
           END-IF.
       160-END.
           EXIT.
      *
      *    count must be re-seeded or a kiosk with no CONFIG.txt
      *    chapter line could never reach the happy ending.
           MOVE  3            TO     CHAPTER-COUNT.
      *    the same goes for the queue's no-show allowance.
           MOVE  5            TO     NOSHOW-MINS.
      *    SCRIPT-CTL is EXTERNAL and shared with every subprogram -
      *    prime it once here, not in a subprogram's own 100-INIT
      *    which runs on every CALL and must not disturb it mid-run.
           MOVE  "N"          TO     TRANS-ON.
           MOVE  "N"          TO     CAPTURE-ON.
           MOVE  "N"          TO     CAPTURE-OPENED.
           PERFORM 180-LOAD-PACK THRU 180-END.
           MOVE  "STARTUP"    TO     OPS-EVENT.
           MOVE  SPACES       TO     OPS-DETAIL.
           PERFORM  135-OPS-LOG THRU 135-END.
               AND CONFIG-REC  NOT =  SPACES
                   MOVE  CONFIG-REC   TO     PARA-NEUTRAL-MSG
               END-IF
      *        a scheduled pack's own file stops here - the lines
      *        below belong to the kiosk, not to the pack.
               IF  PACK-PASS      =      "Y"
                   CLOSE CONFIG
                   GO TO 102-END
               END-IF
      *        "Y" here turns on the per-session transcript mirror -
      *        every screen a player sees is also written to a
      *        TRANS_<id>_<date>.txt file for dispute replay.
               AND CONFIG-REC  NOT =  SPACES
                   MOVE  CONFIG-REC   TO     DEMO-SCRIPT-NAME
               END-IF
      *        lines 20 and 21 belong to the reports - step over them.
               PERFORM  103-CONFIG-LINE  THRU  103-END
               PERFORM  103-CONFIG-LINE  THRU  103-END
      *        minutes a called queue ticket is held before it is
      *        skipped as a no-show (two digits, zero-padded; blank
      *        or 00 keeps the five-minute default).
               PERFORM  103-CONFIG-LINE  THRU  103-END
               IF  CONFIG-END  NOT =  HIGH-VALUE
               AND CONFIG-REC(1:2)    NUMERIC
               AND CONFIG-REC(1:2)    NOT =  "00"
                   MOVE  CONFIG-REC(1:2)  TO     NOSHOW-MINS
               END-IF
      *        the candidate "analysis" module to shadow-score every
      *        answer with - blank runs no shadow trial.
               PERFORM  103-CONFIG-LINE  THRU  103-END
               IF  CONFIG-END  NOT =  HIGH-VALUE
                   MOVE  CONFIG-REC   TO     PARA-SHADOW
               END-IF
               CLOSE CONFIG
           END-IF.
       102-END.
       109-END.
           EXIT.
      *
      *    work out which story pack is in effect today and load it
      *    - the kiosk's own CONFIG.txt first, as it always was, then
      *    a scheduled pack laid over it from the language defaults
      *    up, so nothing of the previous pack's content lines
      *    survives the change. runs at start-up and again from
      *    160-PLAY-AGAIN or 110-PLAYER-ID once the date has turned
      *    over.
       180-LOAD-PACK     SECTION.
           ACCEPT  PACK-DATE  FROM   DATE YYYYMMDD.
           MOVE  "CONFIG.txt"    TO     CONFIG-NAME.
           MOVE  "CHAPMAP.txt"   TO     CHAPMAP-NAME.
           MOVE  "N"          TO     PACK-PASS.
           MOVE  3            TO     CHAPTER-COUNT.
           PERFORM  181-CLEAR-CONTENT THRU 181-END.
           PERFORM  101-SET-LANG THRU 101-END.
           MOVE  SPACES       TO     PARA-SHADOW.
           PERFORM  102-SET-CONFIG THRU 102-END.
           PERFORM  144-LOAD-TRIAL THRU 144-END.
           PERFORM  140-PICK-PACK THRU 140-END.
           IF  SCHED-FOUND    =      "Y"
               PERFORM  182-LAY-PACK THRU 182-END
           ELSE
               PERFORM  109-LOAD-PACKID THRU 109-END
           END-IF.
           PERFORM  104-LOAD-MAP THRU 104-END.
           MOVE  "A"          TO     LOADED-ARM.
       180-END.
           EXIT.
      *
      *    back to the subprograms' own art and message defaults -
      *    blank names tell STORY and the branch programs to use them.
       181-CLEAR-CONTENT SECTION.
           MOVE  "N"          TO     CONFIG-F4-OVERRIDE.
           MOVE  SPACES       TO     PARA-STORY-ART.
           MOVE  SPACES       TO     PARA-STORY-MSG.
           MOVE  SPACES       TO     PARA-NEGA-ART.
           MOVE  SPACES       TO     PARA-NEGA-MSG.
           MOVE  SPACES       TO     PARA-POSI-ART.
           MOVE  SPACES       TO     PARA-POSI-MSG.
           MOVE  SPACES       TO     PARA-NEUTRAL-ART.
           MOVE  SPACES       TO     PARA-NEUTRAL-MSG.
       181-END.
           EXIT.
      *
      *    lay one scheduled pack over the language defaults - its
      *    own CONFIG-style file for lines 1-14, then the row's
      *    chapter count, chapter map and identity.
       182-LAY-PACK      SECTION.
           MOVE  3            TO     CHAPTER-COUNT.
           PERFORM  181-CLEAR-CONTENT THRU 181-END.
           PERFORM  101-SET-LANG THRU 101-END.
           MOVE  SCHED-CONFIG TO     CONFIG-NAME.
           MOVE  "Y"          TO     PACK-PASS.
           PERFORM  102-SET-CONFIG THRU 102-END.
           MOVE  "N"          TO     PACK-PASS.
           IF  CONFIG-STATUS  NOT =  "00"
               DISPLAY "scheduled pack file " CONFIG-NAME
                   " will not open - running the default "
                   "content files"
           END-IF.
           IF  SCHED-CHAPTERS >      0
               MOVE  SCHED-CHAPTERS TO   CHAPTER-COUNT
           END-IF.
           IF  SCHED-CHAPMAP  =      SPACES
               MOVE  "CHAPMAP.txt"   TO     CHAPMAP-NAME
           ELSE
               MOVE  SCHED-CHAPMAP TO    CHAPMAP-NAME
           END-IF.
           MOVE  SCHED-PACK   TO     PARA-PACK.
       182-END.
           EXIT.
      *
      *    arm B's pack for a trial player - the kiosk's own lines
      *    15 onward stay as 180-LOAD-PACK left them.
       183-LOAD-ARM-B    SECTION.
           MOVE  ARMB-CONFIG  TO     SCHED-CONFIG.
           MOVE  ARMB-CHAPMAP TO     SCHED-CHAPMAP.
           MOVE  ARMB-CHAPTERS TO    SCHED-CHAPTERS.
           MOVE  ARMB-PACK    TO     SCHED-PACK.
           PERFORM  182-LAY-PACK THRU 182-END.
           PERFORM  104-LOAD-MAP THRU 104-END.
           MOVE  "B"          TO     LOADED-ARM.
       183-END.
           EXIT.
      *
      *    find the first schedule row whose dates take in today. a
      *    malformed row is skipped with a message, the same way a
      *    bad CHAPMAP.txt row is - PACKCHK is what refuses it.
       140-PICK-PACK     SECTION.
           MOVE  "N"          TO     SCHED-FOUND.
           MOVE  SPACE        TO     PACKSCHD-END.
           OPEN  INPUT  PACKSCHD.
           IF  PACKSCHD-STATUS NOT = "00"
               GO TO 140-END
           END-IF.
           PERFORM  141-SCHED-LINE THRU 141-END.
           PERFORM  142-SCHED-ROW  THRU 142-END
               UNTIL PACKSCHD-END = HIGH-VALUE
                  OR SCHED-FOUND = "Y".
           CLOSE PACKSCHD.
       140-END.
           EXIT.
      *
       141-SCHED-LINE    SECTION.
           READ  PACKSCHD
               AT END
                   MOVE  HIGH-VALUE   TO     PACKSCHD-END
           END-READ.
       141-END.
           EXIT.
      *
       142-SCHED-ROW     SECTION.
           IF  PACKSCHD-REC   =      SPACES
               GO TO 143-NEXT
           END-IF.
           IF  PS-FROM        NOT NUMERIC
            OR PS-TO          NOT NUMERIC
            OR PS-ID          =      SPACES
               DISPLAY "PACKSCHD.txt record skipped - bad pack ID "
                   "or dates: " PS-ID
               GO TO 143-NEXT
           END-IF.
           IF  PS-FROM        >      PACK-DATE
            OR PS-TO          <      PACK-DATE
               GO TO 143-NEXT
           END-IF.
      *    arm B's pack is only for the players the trial sends it.
           IF  TRIAL-ON       =      "Y"
           AND PS-ID          =      TRIAL-PACK-B
               GO TO 143-NEXT
           END-IF.
           MOVE  "Y"          TO     SCHED-FOUND.
           MOVE  PS-CONFIG    TO     SCHED-CONFIG.
           MOVE  PS-CHAPMAP   TO     SCHED-CHAPMAP.
           IF  PS-CHAPTERS    NUMERIC
               MOVE  PS-CHAPTERS  TO     SCHED-CHAPTERS
           ELSE
               MOVE  ZERO         TO     SCHED-CHAPTERS
           END-IF.
           MOVE  SPACES       TO     SCHED-PACK.
           MOVE  PS-ID        TO     SCHED-PACK(1:8).
           MOVE  PS-VER       TO     SCHED-PACK(9:4).
           GO TO 142-END.
       143-NEXT.
           PERFORM  141-SCHED-LINE THRU 141-END.
       142-END.
           EXIT.
      *
      *    is an A/B trial running today - the control record must
      *    parse and take in today, and arm B's pack must have a row
      *    in the schedule, or the whole shop plays arm A.
       144-LOAD-TRIAL    SECTION.
           MOVE  "N"          TO     TRIAL-ON.
           MOVE  SPACES       TO     TRIAL-PACK-B.
           OPEN  INPUT  ABTEST.
           IF  ABTEST-STATUS  NOT =  "00"
               GO TO 144-END
           END-IF.
           READ  ABTEST
               AT END
                   MOVE  SPACES       TO     ABTEST-REC
           END-READ.
           CLOSE ABTEST.
           IF  ABTEST-REC     =      SPACES
               GO TO 144-END
           END-IF.
           IF  AB-FROM        NOT NUMERIC
            OR AB-TO          NOT NUMERIC
            OR AB-PCT-B       NOT NUMERIC
            OR AB-PACK-B      =      SPACES
               DISPLAY "ABTEST.txt record ignored - bad pack, "
                   "percentage or dates: " AB-TRIAL
               GO TO 144-END
           END-IF.
           IF  AB-FROM        >      PACK-DATE
            OR AB-TO          <      PACK-DATE
               GO TO 144-END
           END-IF.
           MOVE  "N"          TO     ARMB-FOUND.
           MOVE  SPACE        TO     PACKSCHD-END.
           OPEN  INPUT  PACKSCHD.
           IF  PACKSCHD-STATUS =     "00"
               PERFORM  141-SCHED-LINE THRU 141-END
               PERFORM  145-ARMB-ROW THRU 145-END
                   UNTIL PACKSCHD-END = HIGH-VALUE
                      OR ARMB-FOUND = "Y"
               CLOSE PACKSCHD
           END-IF.
           IF  ARMB-FOUND     NOT =  "Y"
               DISPLAY "A/B trial " AB-TRIAL " names pack "
                   AB-PACK-B " - not in PACKSCHD.txt, trial off"
               GO TO 144-END
           END-IF.
           MOVE  AB-TRIAL     TO     TRIAL-NAME.
           MOVE  AB-PACK-B    TO     TRIAL-PACK-B.
           MOVE  AB-PCT-B     TO     TRIAL-PCT.
           MOVE  "Y"          TO     TRIAL-ON.
       144-END.
           EXIT.
      *
       145-ARMB-ROW      SECTION.
           IF  PS-ID          =      AB-PACK-B
               MOVE  "Y"          TO     ARMB-FOUND
               MOVE  PS-CONFIG    TO     ARMB-CONFIG
               MOVE  PS-CHAPMAP   TO     ARMB-CHAPMAP
               IF  PS-CHAPTERS    NUMERIC
                   MOVE  PS-CHAPTERS  TO     ARMB-CHAPTERS
               ELSE
                   MOVE  ZERO         TO     ARMB-CHAPTERS
               END-IF
               MOVE  SPACES       TO     ARMB-PACK
               MOVE  PS-ID        TO     ARMB-PACK(1:8)
               MOVE  PS-VER       TO     ARMB-PACK(9:4)
           ELSE
               PERFORM  141-SCHED-LINE THRU 141-END
           END-IF.
       145-END.
           EXIT.
      *
      *    put the five screen files back at their first line after
      *    their names have changed under them.
       184-REOPEN        SECTION.
           CLOSE  F1 F2 F3 F4 F5.
           OPEN  INPUT  F1 F2 F3 F4 F5.
           PERFORM  105-CHECK-OPEN  THRU  105-END.
           MOVE  SPACE        TO     F1-END.
           MOVE  SPACE        TO     F2-END.
           MOVE  SPACE        TO     F3-END.
           MOVE  SPACE        TO     F4-END.
           MOVE  SPACE        TO     F5-END.
           PERFORM  300-READ   THRU  300-END.
           PERFORM  310-READ   THRU  310-END.
           PERFORM  320-READ   THRU  320-END.
           PERFORM  330-READ   THRU  330-END.
           PERFORM  340-READ   THRU  340-END.
       184-END.
           EXIT.
      *
      *    the date turned over while the kiosk sat between players -
      *    reload the pack for the new day and put the content files
      *    back at their first line. the swap itself goes on the
      *    operations log so FLEETRPT can see when each kiosk took
      *    the new pack.
       185-PACK-SWAP     SECTION.
           MOVE  PARA-PACK    TO     HOLD-PACK.
           PERFORM  180-LOAD-PACK THRU 180-END.
           PERFORM  184-REOPEN THRU 184-END.
           IF  PARA-PACK      NOT =  HOLD-PACK
               MOVE  "PACKSWAP"   TO     OPS-EVENT
               MOVE  SPACES       TO     OPS-DETAIL
               MOVE  HOLD-PACK    TO     OPS-DETAIL(1:12)
               MOVE  PARA-PACK    TO     OPS-DETAIL(14:12)
               PERFORM  135-OPS-LOG THRU 135-END
           END-IF.
       185-END.
           EXIT.
      *
      *    which arm of the A/B trial this player plays - worked out
      *    from the player ID and the trial name alone, so the same
      *    ID lands in the same arm on every visit and at every
      *    kiosk, and a new trial reshuffles everyone. a friend in a
      *    two-player game plays the first player's arm. the content
      *    files are only swapped when the arm differs from the one
      *    already loaded.
       190-SET-ARM       SECTION.
           MOVE  SPACE        TO     PARA-ARM.
           MOVE  "A"          TO     WANT-ARM.
           IF  TRIAL-ON       =      "Y"
               MOVE  SPACES       TO     ARM-KEY
               MOVE  PLAYER-ONE   TO     ARM-KEY(1:10)
               MOVE  TRIAL-NAME   TO     ARM-KEY(11:8)
               MOVE  ZERO         TO     ARM-SUM
               PERFORM  191-ARM-CHAR THRU 191-END
                   VARYING  ARM-IDX  FROM  1  BY  1
                   UNTIL  ARM-IDX  >  18
               COMPUTE ARM-BUCKET = FUNCTION MOD(ARM-SUM, 100)
               IF  ARM-BUCKET     <      TRIAL-PCT
                   MOVE  "B"          TO     WANT-ARM
               END-IF
               MOVE  WANT-ARM     TO     PARA-ARM
           END-IF.
           IF  WANT-ARM       =      LOADED-ARM
               GO TO 190-END
           END-IF.
           IF  WANT-ARM       =      "B"
               PERFORM  183-LOAD-ARM-B THRU 183-END
           ELSE
               PERFORM  180-LOAD-PACK THRU 180-END
           END-IF.
           PERFORM  184-REOPEN THRU 184-END.
       190-END.
           EXIT.
      *
       191-ARM-CHAR      SECTION.
           COMPUTE ARM-SUM = FUNCTION MOD(ARM-SUM * 31
               + FUNCTION ORD(ARM-KEY(ARM-IDX:1)), 9973).
       191-END.
           EXIT.
      *
      *    writers ship a branching script by dropping CHAPMAP.txt
      *    next to the executable - absent, the engine stays the
      *    straight line it always was.
      *    better with the row than without it.
       107-MAP-ADD       SECTION.
           IF  CM-CHAPTER     NOT NUMERIC
               DISPLAY CHAPMAP-NAME " record skipped - chapter "
                   "not numeric: " CM-CHAPTER
               GO TO 108-NEXT
           END-IF.
           IF  CM-POSI        NOT NUMERIC
            OR CM-NEUTRAL     NOT NUMERIC
            OR CM-NEGA        NOT NUMERIC
               DISPLAY CHAPMAP-NAME " record skipped - target "
                   "not numeric for chapter " CM-CHAPTER
               GO TO 108-NEXT
           END-IF.
           MOVE  CM-CHAPTER   TO     MAP-CHAPTER.
               IF  CM-POSI        >      CHAPTER-COUNT
                OR CM-NEUTRAL     >      CHAPTER-COUNT
                OR CM-NEGA        >      CHAPTER-COUNT
                   DISPLAY "warning: " CHAPMAP-NAME " chapter "
                       MAP-CHAPTER " points past the chapter "
                       "count - run the pack pre-flight"
               END-IF
       135-END.
           EXIT.
      *
      *    one row in the queue log for the ticket in QUEUE-REC -
      *    best effort, like the operations log.
       138-QUEUE-LOG     SECTION.
           OPEN  EXTEND  QUEUELOG.
           IF  QUEUELOG-STATUS =     "35"
               OPEN  OUTPUT  QUEUELOG
           END-IF.
           IF  QUEUELOG-STATUS NOT = "00"
               GO TO 138-END
           END-IF.
           ACCEPT  QL-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    QL-TIME.
           MOVE  QT-TICKET    TO     QL-TICKET.
           MOVE  QUEUE-EVENT  TO     QL-EVENT.
           MOVE  PARA-TERM    TO     QL-TERM.
           MOVE  QT-PLAYER    TO     QL-PLAYER.
           WRITE QUEUELOG-REC.
           CLOSE QUEUELOG.
       138-END.
           EXIT.
      *
       139-QUEUE-READ    SECTION.
           IF  QUEUE-END      NOT =  HIGH-VALUE
               READ  TICKETS  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     QUEUE-END
               END-READ
           END-IF.
       139-END.
           EXIT.
      *
      *    confirm every content file actually opened before we start
      *    reading from it - a missing file should stop cleanly with
      *    a clear message, not an unexplained runtime abend.
      *    repeat visits can be counted - a first-time ID is added
      *    on the spot, an existing one has its visit count bumped.
       110-PLAYER-ID     SECTION.
      *    the last session's pair must not carry over - 111-ASK-ID
      *    waives the shop-hours check for a second player, and the
      *    next first player is not one.
           MOVE  "N"          TO     TWO-PLAYER.
           MOVE  SPACES       TO     PLAYER-TWO.
           MOVE  ZERO         TO     IDLE-COUNT.
           ACCEPT  PLY-TODAY  FROM   DATE YYYYMMDD.
           OPEN  I-O  PLAYERS.
      *    a second sign-in here gives the friend their own visit
      *    count, PIN check, and later their own outcome rows, so
      *    the player at the second chair stops being invisible.
           PERFORM  118-ASK-SECOND THRU 118-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  "N"          TO     SIGNIN-OK
           MOVE  PLAYER-ONE   TO     PARA-PLAYER.
           MOVE  1            TO     TURN-NUM.
           CLOSE PLAYERS.
           PERFORM  128-QUEUE-START THRU 128-END.
      *    a kiosk can sit at the ID prompt over midnight as well as
      *    at "Play again?" - check the pack's day again before the
      *    arm's content files are settled for this session.
           ACCEPT  PLY-TODAY  FROM   DATE YYYYMMDD.
           IF  PLY-TODAY      NOT =  PACK-DATE
               PERFORM  185-PACK-SWAP THRU 185-END
           END-IF.
           PERFORM  190-SET-ARM THRU 190-END.
           PERFORM  115-TRANS-OPEN THRU 115-END.
           MOVE  "SESSBEG"    TO     OPS-EVENT.
           MOVE  SPACES       TO     OPS-DETAIL.
           EXIT.
      *
      *    first sign-up (or a pre-PIN record) - the player chooses
      *    the four digits that will guard this ID from now on, and
      *    is offered the chance to leave contact details.
       113-NEW-PIN       SECTION.
           MOVE  SPACES       TO     PLY-PIN.
           PERFORM  117-PIN-SET THRU 117-END
               UNTIL PLY-PIN NOT = SPACES.
           PERFORM  132-CONTACT-OFFER THRU 132-END.
       113-END.
           EXIT.
      *
      *    entirely optional - a blank name skips it. not asked of a
      *    demo or a script playback, nor with record mode on, since
      *    every answer would land in INPUT-CAPTURE.txt. a player
      *    who already has details on file is not asked again; the
      *    counter staff change them through PLAYERMNT.
       132-CONTACT-OFFER SECTION.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
            OR CAPTURE-ON     =      "Y"
               GO TO 132-END
           END-IF.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               OPEN  OUTPUT  CONTACT
               CLOSE CONTACT
               OPEN  I-O  CONTACT
           END-IF.
           IF  CONTACT-STATUS NOT =  "00"
               GO TO 132-END
           END-IF.
           MOVE  PLY-ID       TO     CT-ID.
           READ  CONTACT
               KEY IS CT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE CONTACT
                   GO TO 132-END
           END-READ.
           MOVE  SPACES       TO     CONTACT-REC.
           MOVE  PLY-ID       TO     CT-ID.
           MOVE  ZERO         TO     CT-OPTIN-DATE CT-WINBACK.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Would you like us to keep a way to reach you?"
               DISPLAY "Type your name - or just press Enter to skip."
           ELSE
               DISPLAY "ご連絡先を登録しますか？"
               DISPLAY "お名前を入力してください。"
               DISPLAY "（Enterでスキップ）"
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           IF  SCRIPT-LINE    =      SPACES
               CLOSE CONTACT
               GO TO 132-END
           END-IF.
           MOVE  SCRIPT-LINE(1:30)  TO  CT-NAME.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Email address (Enter to give a postal "
                   "address instead):"
           ELSE
               DISPLAY "メールアドレス："
               DISPLAY "（郵送先にする場合はEnter）"
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           MOVE  SCRIPT-LINE(1:50)  TO  CT-EMAIL.
           IF  CT-EMAIL       =      SPACES
               IF  PARA-LANG      =      "EN"
                   DISPLAY "Postal address (Enter to skip):"
               ELSE
                   DISPLAY "ご住所：（Enterでスキップ）"
               END-IF
               PERFORM  900-GET-LINE THRU 900-END
               MOVE  SCRIPT-LINE(1:60)  TO  CT-POSTAL
           END-IF.
           IF  CT-EMAIL       =      SPACES
           AND CT-POSTAL      =      SPACES
               CLOSE CONTACT
               GO TO 132-END
           END-IF.
           IF  PARA-LANG      =      "EN"
               DISPLAY "May we send you news and offers? (Y/N)"
           ELSE
               DISPLAY "お得なお知らせを"
               DISPLAY "お送りしてもよろしいですか？"
               DISPLAY "（Y/N）"
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           IF  SCRIPT-LINE(1:1) =    "Y" OR "y"
               MOVE  "Y"          TO     CT-OPTIN
           ELSE
               MOVE  "N"          TO     CT-OPTIN
           END-IF.
           MOVE  PLY-TODAY    TO     CT-OPTIN-DATE CT-UPDATED.
           WRITE CONTACT-REC.
           CLOSE CONTACT.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Thank you!"
           ELSE
               DISPLAY "ありがとうございました！"
           END-IF.
       132-END.
           EXIT.
      *
       117-PIN-SET       SECTION.
           IF  PARA-LANG      =      "EN"
      *    once enough of them stack up on a live console the kiosk
      *    stops sitting there with a bare prompt and runs the
      *    attract demo instead of waiting for traffic to guess.
      *    outside the shop's hours the kiosk shows the closed screen
      *    in place of the ID prompt and takes no sign-in - whatever
      *    is typed only re-checks the clock. a scripted run keeps
      *    its line, and the friend's sign-in of a pair already at
      *    the kiosk is not turned away.
       111-ASK-ID        SECTION.
           MOVE  "O"          TO     CAL-STATE.
           IF  SCRIPT-PRESENT NOT =  "Y"
           AND SCRIPT-DEMO    NOT =  "Y"
           AND TWO-PLAYER     NOT =  "Y"
               PERFORM  195-SHOP-HOURS THRU 195-END
           END-IF.
           IF  CAL-STATE      NOT =  "O"
               PERFORM  196-CLOSED-SCREEN THRU 196-END
               PERFORM  900-GET-LINE THRU 900-END
               IF  SCRIPT-PRESENT NOT =  "Y"
                   MOVE  SPACES       TO     SCRIPT-LINE
               END-IF
               GO TO 111-END
           END-IF.
           PERFORM  123-QUEUE-CALL THRU 123-END.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Enter your player ID:"
           ELSE
           END-IF.
       111-END.
           EXIT.
      *
       195-SHOP-HOURS    SECTION.
           ACCEPT  CAL-DATE   FROM   DATE YYYYMMDD.
           ACCEPT  SHOP-NOW   FROM   TIME.
           MOVE  SHOP-NOW(1:4) TO    CAL-TIME.
           CALL  "SHOPCAL"    USING  CAL-PARA.
       195-END.
           EXIT.
      *
       196-CLOSED-SCREEN SECTION.
           IF  PARA-LANG      =      "EN"
               IF  CAL-STATE      =      "S"
                   DISPLAY "Sorry - the shop is closed today."
               ELSE
                   DISPLAY "Sorry - we are closed. Today's hours: "
                       CAL-OPEN(1:2) ":" CAL-OPEN(3:2) " - "
                       CAL-CLOSE(1:2) ":" CAL-CLOSE(3:2)
               END-IF
           ELSE
               IF  CAL-STATE      =      "S"
                   DISPLAY "本日は休業日です。"
               ELSE
                   DISPLAY "ただいま営業時間外です。"
                   DISPLAY "本日の営業時間："
                       CAL-OPEN(1:2) ":" CAL-OPEN(3:2) " - "
                       CAL-CLOSE(1:2) ":" CAL-CLOSE(3:2)
               END-IF
           END-IF.
           IF  CAL-NOTE       NOT =  SPACES
               DISPLAY CAL-NOTE
           END-IF.
       196-END.
           EXIT.
      *
      *    the walk-up queue - before each ID prompt the kiosk calls
      *    the oldest ticket still waiting at the counter, and holds
      *    it for the CONFIG.txt no-show minutes before skipping it.
      *    a console ACCEPT cannot time out in this dialect, so the
      *    clock is looked at each time the prompt comes round - a
      *    blank Enter from the next in line re-checks it. scripted
      *    and demo runs leave the queue alone, and a shop without a
      *    QUEUE.DAT never sees any of this.
       123-QUEUE-CALL    SECTION.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
               GO TO 123-END
           END-IF.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               GO TO 123-END
           END-IF.
           ACCEPT  QUEUE-TODAY FROM  DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    QUEUE-NOW.
           MOVE  QUEUE-NOW    TO     QUEUE-CLOCK.
           COMPUTE QUEUE-NOW-SECS = QC-HH * 3600 + QC-MM * 60 + QC-SS.
           IF  QUEUE-TICKET   >      0
               PERFORM  124-QUEUE-CHECK THRU 124-END
           END-IF.
           IF  QUEUE-TICKET   =      0
               PERFORM  125-QUEUE-NEXT THRU 125-END
           END-IF.
           CLOSE TICKETS.
           IF  QUEUE-TICKET   =      0
               GO TO 123-END
           END-IF.
           IF  PARA-LANG      =      "EN"
               DISPLAY "*** now calling ticket " QUEUE-TICKET " ***"
           ELSE
               DISPLAY "整理券 " QUEUE-TICKET " 番の方どうぞ"
           END-IF.
           IF  QUEUE-PLAYER   NOT =  SPACES
               DISPLAY "    (" QUEUE-PLAYER ")"
           END-IF.
       123-END.
           EXIT.
      *
      *    the ticket this kiosk already called - still called and
      *    inside its minutes means keep calling it; past them it is
      *    a no-show; anything else (the counter cancelled it, or
      *    another kiosk gave up on it) frees the kiosk to call on.
       124-QUEUE-CHECK   SECTION.
           MOVE  QUEUE-DATE   TO     QT-DATE.
           MOVE  QUEUE-TICKET TO     QT-TICKET.
           MOVE  "Y"          TO     QUEUE-FOUND.
           READ  TICKETS
               KEY IS QT-KEY
               INVALID KEY
                   MOVE  "N"          TO     QUEUE-FOUND
           END-READ.
           IF  QUEUE-FOUND    NOT =  "Y"
            OR QT-STATUS      NOT =  "C"
               MOVE  0            TO     QUEUE-TICKET
               GO TO 124-END
           END-IF.
           PERFORM  127-QUEUE-LATE THRU 127-END.
           IF  QUEUE-LATE     =      "Y"
               MOVE  "N"          TO     QT-STATUS
               REWRITE QUEUE-REC
               MOVE  "NOSHOW"     TO     QUEUE-EVENT
               PERFORM  138-QUEUE-LOG THRU 138-END
               MOVE  0            TO     QUEUE-TICKET
           END-IF.
       124-END.
           EXIT.
      *
      *    walk today's tickets in number order for the first one
      *    still waiting. a ticket some other kiosk called and then
      *    lost track of (switched off mid-call) is aged out as a
      *    no-show on the way past, so it cannot block the line.
       125-QUEUE-NEXT    SECTION.
           MOVE  "N"          TO     QUEUE-FOUND.
           MOVE  SPACE        TO     QUEUE-END.
           MOVE  QUEUE-TODAY  TO     QT-DATE.
           MOVE  ZERO         TO     QT-TICKET.
           START TICKETS  KEY  NOT <  QT-KEY
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-START.
           PERFORM  139-QUEUE-READ THRU 139-END.
           PERFORM  126-QUEUE-ROW THRU 126-END
               UNTIL QUEUE-END = HIGH-VALUE
                  OR QUEUE-FOUND = "Y".
           IF  QUEUE-FOUND    NOT =  "Y"
               GO TO 125-END
           END-IF.
           MOVE  "C"          TO     QT-STATUS.
           MOVE  QUEUE-NOW    TO     QT-CALLED.
           MOVE  PARA-TERM    TO     QT-TERM.
           REWRITE QUEUE-REC
               INVALID KEY
                   GO TO 125-END
           END-REWRITE.
           MOVE  QT-DATE      TO     QUEUE-DATE.
           MOVE  QT-TICKET    TO     QUEUE-TICKET.
           MOVE  QT-PLAYER    TO     QUEUE-PLAYER.
           MOVE  "CALL"       TO     QUEUE-EVENT.
           PERFORM  138-QUEUE-LOG THRU 138-END.
       125-END.
           EXIT.
      *
       126-QUEUE-ROW     SECTION.
           IF  QT-DATE        NOT =  QUEUE-TODAY
               MOVE  HIGH-VALUE   TO     QUEUE-END
               GO TO 126-END
           END-IF.
           IF  QT-STATUS      =      "W"
               MOVE  "Y"          TO     QUEUE-FOUND
               GO TO 126-END
           END-IF.
           IF  QT-STATUS      =      "C"
               PERFORM  127-QUEUE-LATE THRU 127-END
               IF  QUEUE-LATE     =      "Y"
                   MOVE  "N"          TO     QT-STATUS
                   REWRITE QUEUE-REC
                   MOVE  "NOSHOW"     TO     QUEUE-EVENT
                   PERFORM  138-QUEUE-LOG THRU 138-END
               END-IF
           END-IF.
           PERFORM  139-QUEUE-READ THRU 139-END.
       126-END.
           EXIT.
      *
      *    has the called ticket in QUEUE-REC outrun its minutes? a
      *    call stamped later than now can only be yesterday's,
      *    which is late by any measure.
       127-QUEUE-LATE    SECTION.
           MOVE  "N"          TO     QUEUE-LATE.
           MOVE  QT-CALLED    TO     QUEUE-CLOCK.
           COMPUTE QUEUE-CALL-SECS = QC-HH * 3600 + QC-MM * 60 + QC-SS.
           IF  QT-DATE        NOT =  QUEUE-TODAY
            OR QUEUE-CALL-SECS >     QUEUE-NOW-SECS
               MOVE  "Y"          TO     QUEUE-LATE
               GO TO 127-END
           END-IF.
           IF  QUEUE-NOW-SECS - QUEUE-CALL-SECS >= NOSHOW-MINS * 60
               MOVE  "Y"          TO     QUEUE-LATE
           END-IF.
       127-END.
           EXIT.
      *
      *    the called player has signed in - the ticket starts here.
      *    a ticket issued without an ID picks up the one just used,
      *    so the wait report can be read player by player too.
       128-QUEUE-START   SECTION.
           MOVE  "N"          TO     QUEUE-PLAYING.
           IF  QUEUE-TICKET   =      0
               GO TO 128-END
           END-IF.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               GO TO 128-END
           END-IF.
           MOVE  QUEUE-DATE   TO     QT-DATE.
           MOVE  QUEUE-TICKET TO     QT-TICKET.
           MOVE  "Y"          TO     QUEUE-FOUND.
           READ  TICKETS
               KEY IS QT-KEY
               INVALID KEY
                   MOVE  "N"          TO     QUEUE-FOUND
           END-READ.
           IF  QUEUE-FOUND    =      "Y"
           AND QT-STATUS      =      "C"
               MOVE  "P"          TO     QT-STATUS
               ACCEPT  TIME-NOW   FROM   TIME
               MOVE  TIME-NOW(1:6) TO    QT-START
               IF  QT-PLAYER      =      SPACES
                   MOVE  PLAYER-ONE   TO     QT-PLAYER
               END-IF
               REWRITE QUEUE-REC
               MOVE  "START"      TO     QUEUE-EVENT
               PERFORM  138-QUEUE-LOG THRU 138-END
               MOVE  "Y"          TO     QUEUE-PLAYING
           ELSE
               MOVE  0            TO     QUEUE-TICKET
           END-IF.
           CLOSE TICKETS.
       128-END.
           EXIT.
      *
       129-QUEUE-FINISH  SECTION.
           IF  QUEUE-PLAYING  NOT =  "Y"
               GO TO 129-END
           END-IF.
           MOVE  "N"          TO     QUEUE-PLAYING.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               MOVE  0            TO     QUEUE-TICKET
               GO TO 129-END
           END-IF.
           MOVE  QUEUE-DATE   TO     QT-DATE.
           MOVE  QUEUE-TICKET TO     QT-TICKET.
           MOVE  0            TO     QUEUE-TICKET.
           READ  TICKETS
               KEY IS QT-KEY
               INVALID KEY
                   CLOSE TICKETS
                   GO TO 129-END
           END-READ.
           MOVE  "D"          TO     QT-STATUS.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    QT-FINISH.
           REWRITE QUEUE-REC.
           MOVE  "FINISH"     TO     QUEUE-EVENT.
           PERFORM  138-QUEUE-LOG THRU 138-END.
           CLOSE TICKETS.
       129-END.
           EXIT.
      *
      *    a kiosk shutting down with a ticket on its screen hands
      *    it back to the line at its old place rather than leave it
      *    to be aged out as a no-show nobody could have answered.
       131-QUEUE-RELEASE SECTION.
           IF  QUEUE-TICKET   =      0
               GO TO 131-END
           END-IF.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               GO TO 131-END
           END-IF.
           MOVE  QUEUE-DATE   TO     QT-DATE.
           MOVE  QUEUE-TICKET TO     QT-TICKET.
           MOVE  0            TO     QUEUE-TICKET.
           READ  TICKETS
               KEY IS QT-KEY
               INVALID KEY
                   CLOSE TICKETS
                   GO TO 131-END
           END-READ.
           IF  QT-STATUS      =      "C"
               MOVE  "W"          TO     QT-STATUS
               MOVE  ZERO         TO     QT-CALLED
               MOVE  SPACES       TO     QT-TERM
               REWRITE QUEUE-REC
               MOVE  "RETURN"     TO     QUEUE-EVENT
               PERFORM  138-QUEUE-LOG THRU 138-END
           END-IF.
           CLOSE TICKETS.
       131-END.
           EXIT.
      *
      *    the attract demo - a full canned playthrough driven by the
      *    demo script through the same 400-STORY engine a player
      *    "1" advances past the current chapter, "2" is a NEGA
      *    forgiveness that re-asks the same chapter's question
      *    instead of moving on, and "0" commits the bad end.
      *    whether a NEGA is forgiven is this chapter's retry budget
      *    from CUTLINE.txt, not NEGA's own count of one.
      *    closing time reached mid-game - the player is not left at
      *    the question: the game goes into the save slot exactly as
      *    if they had typed SAVE, and is there for them next visit.
       400-STORY         SECTION.
           IF  SCRIPT-PRESENT NOT =  "Y"
           AND SCRIPT-DEMO    NOT =  "Y"
               PERFORM  195-SHOP-HOURS THRU 195-END
               IF  CAL-STATE      NOT =  "O"
                   IF  PARA-LANG      =      "EN"
                       DISPLAY "The shop is closing - your game "
                           "will be saved."
                   ELSE
                       DISPLAY "閉店時間です。"
                       DISPLAY "ゲームをセーブします。"
                   END-IF
                   PERFORM  440-SAVE-QUIT THRU 440-END
                   GO TO 400-END
               END-IF
           END-IF.
           IF  TWO-PLAYER     =      "Y"
               PERFORM  401-TAKE-TURN THRU 401-END
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           CALL  "STORY"   USING  PARA.
           IF  PARA-NEXT      <      3
               PERFORM  471-TRAIL-ADD THRU 471-END
           END-IF.
           IF  PARA-BRANCH    =      "G"
           AND (PARA-NEXT     =      "2"
            OR  PARA-NEXT     =      "0")
               PERFORM  407-RETRY-BUDGET THRU 407-END
           END-IF.
      *    a NEGA the retry budget forgave - counted over the whole
      *    visit for the feedback log.
           IF  PARA-NEXT      =      "2"
           AND SESSION-RETRIES <     99
               ADD  1             TO     SESSION-RETRIES
           END-IF.
           IF  PARA-NEXT   =      "4"
               PERFORM  445-ABANDON THRU 445-END
           ELSE
                       UNTIL F5-END = HIGH-VALUE
                   PERFORM  420-CKPT-CLEAR THRU  420-END
                   MOVE  "BAD"    TO     RES-ENDING
                   MOVE  "B"      TO     RECEIPT-KIND
                   PERFORM  430-LOG-RESULT THRU  430-END
                   PERFORM  480-FEEDBACK THRU 480-END
                   PERFORM  475-RECEIPT THRU 475-END
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM  420-CKPT-CLEAR THRU  420-END.
           MOVE  "ABAND"  TO     RES-ENDING.
           MOVE  SPACE        TO     RECEIPT-KIND.
           PERFORM  430-LOG-RESULT THRU  430-END.
           DISPLAY "session filed as abandoned".
           MOVE  ZERO         TO     PARA-NEXT.
      *    the player typed SAVE at the chapter question - file their
      *    place in the save slot keyed by their ID, drop the crash
      *    checkpoint (the slot replaces it), and end the session
      *    without logging an outcome - the player's slip reminds
      *    them where they stopped. nothing is filed for a demo.
       440-SAVE-QUIT     SECTION.
           IF  SCRIPT-DEMO    =      "Y"
               MOVE  ZERO         TO     PARA-NEXT
           END-WRITE.
           CLOSE SAVES.
           PERFORM  420-CKPT-CLEAR THRU  420-END.
           MOVE  "SAVE"       TO     SHADOW-ENDING.
           PERFORM  436-SHADOW-END THRU 436-END.
           IF  CREDIT-HELD    =      "Y"
               MOVE  "SAVED"      TO     CREDIT-EVENT
               PERFORM  156-CREDIT-NOTE THRU 156-END
           END-IF.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Progress saved - see you next time!"
           ELSE
               DISPLAY "セーブしました。またね！"
           END-IF.
           MOVE  "S"          TO     RECEIPT-KIND.
           PERFORM  470-RECEIPT-NO THRU 470-END.
           PERFORM  475-RECEIPT THRU 475-END.
           MOVE  ZERO         TO     PARA-NEXT.
       440-END.
           EXIT.
           END-IF.
       405-END.
           EXIT.
      *
      *    a NEGA has just been counted in PARA-NEGA-TRIES - it is
      *    forgiven while the count is within the chapter's budget.
      *    the chapter's own CUTLINE.txt row beats the 00 row, and
      *    with no table the budget is the one retry it always was.
      *    read fresh at each NEGA, as STORY reads its cut lines at
      *    each chapter, so the two never disagree after a CUTMNT
      *    edit. a malformed row is left for STORY to complain about.
       407-RETRY-BUDGET  SECTION.
           MOVE  1            TO     CUT-BUDGET.
           MOVE  "N"          TO     CUT-EXACT.
           MOVE  SPACE        TO     CUTTAB-END.
           OPEN  INPUT  CUTTAB.
           IF  CUTTAB-STATUS  =      "00"
               PERFORM  408-CUT-LINE THRU 408-END
               PERFORM  409-CUT-ROW  THRU 409-END
                   UNTIL CUTTAB-END = HIGH-VALUE
               CLOSE CUTTAB
           END-IF.
           IF  PARA-NEGA-TRIES >     CUT-BUDGET
               MOVE  ZERO         TO     PARA-NEXT
           ELSE
               MOVE  2            TO     PARA-NEXT
           END-IF.
       407-END.
           EXIT.
      *
       408-CUT-LINE      SECTION.
           READ  CUTTAB
               AT END
                   MOVE  HIGH-VALUE   TO     CUTTAB-END
           END-READ.
       408-END.
           EXIT.
      *
       409-CUT-ROW       SECTION.
           IF  CT-CHAPTER     NUMERIC
           AND CT-POSI        NUMERIC
           AND CT-NEUTRAL     NUMERIC
           AND CT-RETRY       NUMERIC
           AND CT-RETRY       NOT =  "9"
           AND CT-NEUTRAL     NOT >  CT-POSI
               IF  CT-CHAPTER     =      "00"
               AND CUT-EXACT      =      "N"
                   MOVE  CT-RETRY     TO     CUT-BUDGET
               END-IF
               IF  CT-CHAPTER     NOT =  "00"
               AND CT-CHAPTER     =      PARA-STORY
                   MOVE  CT-RETRY     TO     CUT-BUDGET
                   MOVE  "Y"          TO     CUT-EXACT
               END-IF
           END-IF.
           PERFORM  408-CUT-LINE THRU 408-END.
       409-END.
           EXIT.
      *
       406-LINEAR-NEXT   SECTION.
           IF  PARA-NEXT      =      "2"
           MOVE ZERO   TO     PARA-NEXT.
           PERFORM  420-CKPT-CLEAR THRU  420-END.
           MOVE  "HAPPY"  TO     RES-ENDING.
           MOVE  "H"          TO     RECEIPT-KIND.
           PERFORM  430-LOG-RESULT THRU  430-END.
           PERFORM  460-MILESTONE-CHECK THRU 460-END.
           PERFORM  480-FEEDBACK THRU 480-END.
           PERFORM  475-RECEIPT THRU 475-END.
       450-END.
           EXIT.
      *
           MOVE  MILE-NAME    TO     RW-MILESTONE.
           MOVE  NEW-CODE     TO     RW-CODE.
           MOVE  "ISSUED"     TO     RW-STATUS.
           MOVE  LEDGER-CHECK TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RW-CHECK.
           WRITE REWARDS-REC.
           CLOSE REWARDS.
           IF  COUPON-COUNT   <      4
               ADD  1             TO     COUPON-COUNT
               MOVE  MILE-PLAYER  TO     CP-PLAYER(COUPON-COUNT)
               MOVE  MILE-NAME    TO     CP-MILE(COUPON-COUNT)
               MOVE  NEW-CODE     TO     CP-CODE(COUPON-COUNT)
           END-IF.
           IF  PARA-LANG      =      "EN"
               DISPLAY "*** MILESTONE " MILE-NAME " - show code "
                   NEW-CODE " at the counter for your reward! ***"
      *    one pass over the ledger - has this player already been
      *    issued this milestone, and how many rows are on file
      *    (the next code number). a missing ledger is simply empty.
      *    the last row's check is kept on the way past - the new
      *    row's check folds from it.
       466-LEDGER-SCAN   SECTION.
           MOVE  "N"          TO     MILE-FOUND.
           MOVE  ZERO         TO     LEDGER-ROWS LEDGER-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
      *
       468-LEDGER-ONE    SECTION.
           ADD  1             TO     LEDGER-ROWS.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     LEDGER-CHECK
           ELSE
               MOVE  ZERO         TO     LEDGER-CHECK
           END-IF.
           IF  RW-PLAYER      =      MILE-PLAYER
           AND RW-MILESTONE   =      MILE-NAME
               MOVE  "Y"          TO     MILE-FOUND
       468-END.
           EXIT.
      *
      *    the next receipt number - one past the last one on the
      *    receipt log. a missing log starts the count at one.
       470-RECEIPT-NO    SECTION.
           MOVE  ZERO         TO     RECEIPT-NO.
           MOVE  SPACE        TO     RCPTLOG-END.
           OPEN  INPUT  RCPTLOG.
           IF  RCPTLOG-STATUS =      "00"
               PERFORM  472-RCPTLOG-READ THRU 472-END
                   UNTIL RCPTLOG-END = HIGH-VALUE
               CLOSE RCPTLOG
           END-IF.
           ADD  1             TO     RECEIPT-NO.
       470-END.
           EXIT.
      *
      *    one line of the receipt's chapter list. a forgiven NEGA
      *    re-asks the same chapter, and the second answer is the
      *    one that counted.
       471-TRAIL-ADD     SECTION.
           IF  TRAIL-COUNT    >      0
           AND TR-STORY(TRAIL-COUNT) = PARA-STORY
               MOVE  PARA-BRANCH  TO     TR-BRANCH(TRAIL-COUNT)
               GO TO 471-END
           END-IF.
           IF  TRAIL-COUNT    <      40
               ADD  1             TO     TRAIL-COUNT
               MOVE  PARA-STORY   TO     TR-STORY(TRAIL-COUNT)
               MOVE  PARA-BRANCH  TO     TR-BRANCH(TRAIL-COUNT)
           END-IF.
       471-END.
           EXIT.
      *
       472-RCPTLOG-READ  SECTION.
           READ  RCPTLOG
               AT END
                   MOVE  HIGH-VALUE   TO     RCPTLOG-END
               NOT AT END
                   IF  RL-NUMBER      NUMERIC
                   AND RL-NUMBER      >      RECEIPT-NO
                       MOVE  RL-NUMBER    TO     RECEIPT-NO
                   END-IF
           END-READ.
       472-END.
           EXIT.
      *
      *    the take-home slip - who played, where and when, every
      *    chapter answered this visit and which way it went, the
      *    ending with the same affection tiers 415 picks the happy
      *    ending by, any coupon just issued, and where a saved game
      *    stands. written to RECEIPT.PRN for the slip printer and
      *    filed line by line on RECEIPT.LOG. English only - the
      *    printer has no Japanese font. no slip for a demo.
       475-RECEIPT       SECTION.
           IF  SCRIPT-DEMO    =      "Y"
            OR RECEIPT-NO     =      0
               GO TO 475-END
           END-IF.
           MOVE  "N"          TO     RECEIPT-OPEN RCPTLOG-OPEN.
           OPEN  OUTPUT  RECEIPT.
           IF  RECEIPT-STATUS =      "00"
               MOVE  "Y"          TO     RECEIPT-OPEN
           ELSE
               DISPLAY "unable to open RECEIPT.PRN (status "
                   RECEIPT-STATUS ") - receipt not printed"
           END-IF.
           OPEN  EXTEND  RCPTLOG.
           IF  RCPTLOG-STATUS =      "35"
               OPEN  OUTPUT  RCPTLOG
           END-IF.
           IF  RCPTLOG-STATUS =      "00"
               MOVE  "Y"          TO     RCPTLOG-OPEN
           ELSE
               DISPLAY "unable to open RECEIPT.LOG - receipt "
                   RECEIPT-NO " cannot be reprinted"
           END-IF.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  ALL "="      TO     RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           MOVE  "       THANK YOU FOR PLAYING"  TO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "receipt no   " RECEIPT-NO DELIMITED BY SIZE
               INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "player       " PLAYER-ONE DELIMITED BY SIZE
               INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           IF  TWO-PLAYER     =      "Y"
               STRING  "partner      " PLAYER-TWO DELIMITED BY SIZE
                   INTO  RECEIPT-LINE
               PERFORM  478-RECEIPT-LINE THRU 478-END
           END-IF.
           STRING  "date         " PLY-TODAY(1:4) "-"
                   PLY-TODAY(5:2) "-" PLY-TODAY(7:2) "  "
                   TIME-NOW(1:2) ":" TIME-NOW(3:2)
               DELIMITED BY SIZE  INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "terminal     " PARA-TERM DELIMITED BY SIZE
               INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "story pack   " PARA-PACK DELIMITED BY SIZE
               INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           MOVE  ALL "-"      TO     RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "chapters reached  " PARA-STORY
                   " of " CHAPTER-COUNT
               DELIMITED BY SIZE  INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           PERFORM  476-TRAIL-LINE THRU 476-END
               VARYING  RCPT-IDX  FROM  1  BY  1
               UNTIL  RCPT-IDX  >  TRAIL-COUNT.
           MOVE  ALL "-"      TO     RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
      *    the same cut-offs 415 uses to pick the happy ending.
           COMPUTE HAPPY-THRESH-HI = CHAPTER-COUNT.
           COMPUTE HAPPY-THRESH-LO = CHAPTER-COUNT * 2 / 3.
           IF  PARA-AFFECTION >=     HAPPY-THRESH-HI
               MOVE  "TOP"        TO     RECEIPT-TIER
           ELSE
               IF  PARA-AFFECTION >=     HAPPY-THRESH-LO
                   MOVE  "MIDDLE"     TO     RECEIPT-TIER
               ELSE
                   MOVE  "LOW"        TO     RECEIPT-TIER
               END-IF
           END-IF.
           EVALUATE  RECEIPT-KIND
               WHEN "H"
                   MOVE  "ending       HAPPY END"  TO  RECEIPT-LINE
               WHEN "B"
                   MOVE  "ending       BAD END"    TO  RECEIPT-LINE
               WHEN OTHER
                   MOVE  "ending       not yet - game saved"
                                      TO     RECEIPT-LINE
           END-EVALUATE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           STRING  "affection    " PARA-AFFECTION " - "
                   RECEIPT-TIER " tier"
               DELIMITED BY SIZE  INTO  RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           PERFORM  477-COUPON-LINE THRU 477-END
               VARYING  RCPT-IDX  FROM  1  BY  1
               UNTIL  RCPT-IDX  >  COUPON-COUNT.
           IF  RECEIPT-KIND   =      "S"
               MOVE  ALL "-"      TO     RECEIPT-LINE
               PERFORM  478-RECEIPT-LINE THRU 478-END
               STRING  "your game is saved at chapter "
                       PARA-STORY  DELIMITED BY SIZE
                   INTO  RECEIPT-LINE
               PERFORM  478-RECEIPT-LINE THRU 478-END
               MOVE  "sign in with the same ID next visit"
                                      TO     RECEIPT-LINE
               PERFORM  478-RECEIPT-LINE THRU 478-END
               MOVE  "to carry on where you left off"
                                      TO     RECEIPT-LINE
               PERFORM  478-RECEIPT-LINE THRU 478-END
           END-IF.
           MOVE  ALL "="      TO     RECEIPT-LINE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
           IF  RECEIPT-OPEN   =      "Y"
               CLOSE RECEIPT
           END-IF.
           IF  RCPTLOG-OPEN   =      "Y"
               CLOSE RCPTLOG
           END-IF.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Please take your receipt (no. " RECEIPT-NO
                   ")."
           ELSE
               DISPLAY "レシートをお取りください。"
               DISPLAY "(No. " RECEIPT-NO ")"
           END-IF.
       475-END.
           EXIT.
      *
       476-TRAIL-LINE    SECTION.
           EVALUATE  TR-BRANCH(RCPT-IDX)
               WHEN "P"
                   STRING  "  chapter " TR-STORY(RCPT-IDX) "   POSI"
                       DELIMITED BY SIZE  INTO  RECEIPT-LINE
               WHEN "N"
                   STRING  "  chapter " TR-STORY(RCPT-IDX) "   NEUTRAL"
                       DELIMITED BY SIZE  INTO  RECEIPT-LINE
               WHEN "G"
                   STRING  "  chapter " TR-STORY(RCPT-IDX) "   NEGA"
                       DELIMITED BY SIZE  INTO  RECEIPT-LINE
               WHEN OTHER
                   STRING  "  chapter " TR-STORY(RCPT-IDX) "   -"
                       DELIMITED BY SIZE  INTO  RECEIPT-LINE
           END-EVALUATE.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
       476-END.
           EXIT.
      *
      *    a shared game names whose coupon each code is.
       477-COUPON-LINE   SECTION.
           STRING  "coupon " CP-CODE(RCPT-IDX) " " CP-MILE(RCPT-IDX)
               DELIMITED BY SIZE  INTO  RECEIPT-LINE.
           IF  TWO-PLAYER     =      "Y"
               MOVE  CP-PLAYER(RCPT-IDX)  TO  RECEIPT-LINE(30:10)
           END-IF.
           PERFORM  478-RECEIPT-LINE THRU 478-END.
       477-END.
           EXIT.
      *
      *    how did they like it - asked once the ending has played,
      *    of each player at the table, and only of a live player:
      *    a demo or a script playback never stops to ask. a blank
      *    or anything but 1-5 skips it and nothing is filed; the
      *    comment is optional too.
       480-FEEDBACK      SECTION.
           IF  SCRIPT-PRESENT =      "Y"
            OR SCRIPT-DEMO    =      "Y"
               GO TO 480-END
           END-IF.
           MOVE  PLAYER-ONE   TO     FEED-PLAYER.
           PERFORM  482-FEEDBACK-ONE THRU 482-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     FEED-PLAYER
               PERFORM  482-FEEDBACK-ONE THRU 482-END
           END-IF.
       480-END.
           EXIT.
      *
       482-FEEDBACK-ONE  SECTION.
           IF  PARA-LANG      =      "EN"
               IF  TWO-PLAYER     =      "Y"
                   DISPLAY "--- " FEED-PLAYER " ---"
               END-IF
               DISPLAY "Did you enjoy the story? Rate it 1 (not at "
                   "all) to 5 (loved it) - or just press Enter."
           ELSE
               IF  TWO-PLAYER     =      "Y"
                   DISPLAY "--- " FEED-PLAYER " ---"
               END-IF
               DISPLAY "お話は楽しめましたか？"
               DISPLAY "1（いまいち）～5（最高）で"
               DISPLAY "評価してください。"
               DISPLAY "（Enterでスキップ）"
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           IF  SCRIPT-LINE(1:1) <    "1"
            OR SCRIPT-LINE(1:1) >    "5"
            OR SCRIPT-LINE(2:1) NOT = SPACE
               GO TO 482-END
           END-IF.
           MOVE  SCRIPT-LINE(1:1)  TO  FEED-RATING.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Anything you would like to tell the writers? "
                   "(Enter to skip)"
           ELSE
               DISPLAY "作者へのひとことをどうぞ。"
               DISPLAY "（Enterでスキップ）"
           END-IF.
           PERFORM  900-GET-LINE THRU 900-END.
           OPEN  EXTEND  FEEDBACK.
           IF  FEEDBACK-STATUS =     "35"
               OPEN  OUTPUT  FEEDBACK
           END-IF.
           IF  FEEDBACK-STATUS NOT = "00"
               DISPLAY "unable to open FEEDBACK.LOG - rating not "
                   "filed"
               GO TO 482-END
           END-IF.
           MOVE  SPACES       TO     FEEDBACK-REC.
           ACCEPT  FB-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    FB-TIME.
           MOVE  PARA-TERM    TO     FB-TERM.
           MOVE  FEED-PLAYER  TO     FB-PLAYER.
           MOVE  PARA-PACK    TO     FB-PACK.
           IF  RECEIPT-KIND   =      "H"
               MOVE  "HAPPY"      TO     FB-ENDING
           ELSE
               MOVE  "BAD"        TO     FB-ENDING
           END-IF.
           MOVE  PARA-STORY   TO     FB-STORY.
           MOVE  PARA-AFFECTION TO   FB-AFFECTION.
           MOVE  SESSION-RETRIES TO  FB-RETRIES.
           MOVE  FEED-RATING  TO     FB-RATING.
           MOVE  SCRIPT-LINE(1:60)  TO  FB-COMMENT.
           WRITE FEEDBACK-REC.
           CLOSE FEEDBACK.
           IF  PARA-LANG      =      "EN"
               DISPLAY "Thank you!"
           ELSE
               DISPLAY "ありがとうございました！"
           END-IF.
       482-END.
           EXIT.
      *
      *    one line to the printer and to the receipt log, and the
      *    line cleared for the next.
       478-RECEIPT-LINE  SECTION.
           IF  RECEIPT-OPEN   =      "Y"
               WRITE RECEIPT-REC  FROM   RECEIPT-LINE
           END-IF.
           IF  RCPTLOG-OPEN   =      "Y"
               MOVE  SPACES       TO     RCPTLOG-REC
               MOVE  RECEIPT-NO   TO     RL-NUMBER
               MOVE  PARA-TERM    TO     RL-TERM
               MOVE  RECEIPT-LINE TO     RL-LINE
               WRITE RCPTLOG-REC
           END-IF.
           MOVE  SPACES       TO     RECEIPT-LINE.
       478-END.
           EXIT.
      *
      *    append a one-line outcome record so the REPORT and DROPOFF
      *    programs can summarize happy-vs-bad results across runs, and
      *    fold the same outcome back into PLAYERS.DAT so a returning
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE    TIME-NOW(1:6)  TO RES-TIME.
           MOVE    PARA-PACK  TO     RES-PACK.
           MOVE    PARA-ARM   TO     RES-ARM.
           MOVE    PARA-STORY TO     RES-STORY.
           MOVE    PARA-TERM  TO     RES-TERM.
           MOVE    PARA-AFFECTION TO  RES-AFFECTION.
           ELSE
               MOVE  SPACE        TO     RES-SHARED
           END-IF.
      *    the slip's number is taken once for the session, so both
      *    rows of a shared game carry the one receipt.
           MOVE  ZERO         TO     RECEIPT-NO.
           IF  RECEIPT-KIND   NOT =  SPACE
               PERFORM  470-RECEIPT-NO THRU 470-END
           END-IF.
           MOVE  PLAYER-ONE   TO     LOG-PLAYER.
           PERFORM  432-LOG-ONE THRU 432-END.
           IF  TWO-PLAYER     =      "Y"
               MOVE  PLAYER-TWO   TO     LOG-PLAYER
               PERFORM  432-LOG-ONE THRU 432-END
           END-IF.
           MOVE  RES-ENDING   TO     SHADOW-ENDING.
           PERFORM  436-SHADOW-END THRU 436-END.
       430-END.
           EXIT.
      *
       432-LOG-ONE       SECTION.
           MOVE  LOG-PLAYER   TO     RES-PLAYER.
           PERFORM  433-NEXT-SEQ THRU 433-END.
           PERFORM  434-CHAIN-RESULT THRU 434-END.
           MOVE  RECEIPT-NO   TO     RES-RECEIPT.
           OPEN  EXTEND  RESULTS.
           WRITE RESULTS-REC.
           CLOSE RESULTS.
       432-END.
           EXIT.
      *
      *    close the session off in the shadow trial log - the
      *    divergence report walks each kiosk's rows up to this one
      *    to say how the session would have ended under the
      *    candidate. a pair's session is closed once.
       436-SHADOW-END    SECTION.
           IF  PARA-SHADOW    =      SPACES
            OR SCRIPT-PRESENT =      "Y"
               GO TO 436-END
           END-IF.
           OPEN  EXTEND  SHADOWLOG.
           IF  SHADOWLOG-STATUS =    "35"
               OPEN  OUTPUT  SHADOWLOG
           END-IF.
           IF  SHADOWLOG-STATUS NOT = "00"
               DISPLAY "unable to open SHADOW_LOG.txt - skipping "
                   "shadow entry"
               GO TO 436-END
           END-IF.
           MOVE  SPACES       TO     SHADOWLOG-REC.
           ACCEPT  SH-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    SH-TIME.
           MOVE  PARA-TERM    TO     SH-TERM.
           MOVE  PLAYER-ONE   TO     SH-PLAYER.
           MOVE  PARA-STORY   TO     SH-STORY.
           MOVE  ZERO         TO     SH-SEQ SH-LIVE SH-CAND
                                     SH-ELAPSED.
           MOVE  PARA-PACK    TO     SH-PACK.
           MOVE  PARA-SHADOW  TO     SH-MODULE.
           MOVE  "Z"          TO     SH-KIND.
           MOVE  SHADOW-ENDING TO    SH-LIVE-BAND.
           WRITE SHADOWLOG-REC.
           CLOSE SHADOWLOG.
       436-END.
           EXIT.
      *
      *    take the next outcome sequence number - the counter file
      *    is read, bumped and written back whole so STORY's two
      *    counters ride along untouched. a missing or scrambled
       433-END.
           EXIT.
      *
      *    the new row's check folds from the check on the last row
      *    already in the log - read fresh every time, because
      *    MONTHEND and PLYPURGE rewrite the log between sessions.
      *    the row is held in CHAIN-ROW while the log is read past.
       434-CHAIN-RESULT  SECTION.
           MOVE  RESULTS-REC(1:67)  TO  CHAIN-ROW.
           MOVE  ZERO         TO     CHAIN-PREV.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS =      "00"
               PERFORM  438-LAST-CHECK THRU 438-END
                   UNTIL RESULTS-END = HIGH-VALUE
               CLOSE RESULTS
           END-IF.
           MOVE  SPACES       TO     RESULTS-REC.
           MOVE  CHAIN-ROW(1:67)  TO  RESULTS-REC(1:67).
           MOVE  67           TO     CHAIN-LEN.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RES-CHECK.
       434-END.
           EXIT.
      *
       438-LAST-CHECK    SECTION.
           READ  RESULTS
               AT END
                   MOVE  HIGH-VALUE   TO     RESULTS-END
               NOT AT END
                   IF  RES-CHECK      NUMERIC
                       MOVE  RES-CHECK    TO     CHAIN-PREV
                   ELSE
                       MOVE  ZERO         TO     CHAIN-PREV
                   END-IF
           END-READ.
       438-END.
           EXIT.
      *
      *    unlike PLAYERS.DAT, which only keeps the newest outcome,
      *    the history file gets one record per completed session so
      *    a regular's trend across visits can be answered later.
               MOVE  PARA-NEGA-TRIES TO  PH-NEGA-TRIES
               MOVE  PARA-TERM    TO     PH-TERM
               MOVE  RES-SHARED   TO     PH-SHARED
               MOVE  RES-ARM      TO     PH-ARM
               WRITE PLAYHIST-REC
               CLOSE PLAYHIST
           END-IF.
           MOVE  PARA-NEGA-TRIES TO  CKPT-NEGA-TRIES.
           MOVE  PARA-AFFECTION  TO  CKPT-AFFECTION.
           MOVE  PLY-ID       TO     CKPT-PLAYER.
           MOVE  PLAYER-TWO   TO     CKPT-PARTNER.
           MOVE  CREDIT-HELD  TO     CKPT-HELD.
           WRITE CKPT-REC.
           CLOSE CKPT.
       410-END.
      *
       500-CLOSE         SECTION.
           CLOSE  F1 F2 F3 F4 F5.
           PERFORM  131-QUEUE-RELEASE THRU 131-END.
           IF  CAPTURE-OPENED =      "Y"
               CLOSE CAPTURE
           END-IF.
