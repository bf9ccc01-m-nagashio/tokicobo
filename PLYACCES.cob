       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       PLYACCES.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  PLAYERS ASSIGN TO "PLAYERS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS PLY-ID
                   FILE STATUS IS  PLAYERS-STATUS.
           SELECT  PLAYHIST ASSIGN TO "PLAYHIST.DAT"
                   FILE STATUS IS  PLAYHIST-STATUS.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  SAVES   ASSIGN TO "SAVES.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS SAV-ID
                   FILE STATUS IS  SAVES-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
           SELECT  TRANSCAT ASSIGN TO "TRANSCAT.txt"
                   FILE STATUS IS  TRANSCAT-STATUS.
           SELECT  TRANS   ASSIGN TO TRANS-NAME
                   FILE STATUS IS  TRANS-STATUS.
           SELECT  PLYJRNL ASSIGN TO "PLYJRNL.DAT"
                   FILE STATUS IS  PLYJRNL-STATUS.
           SELECT  INCIDENT ASSIGN TO "INCIDENT.DAT"
                   FILE STATUS IS  INCIDENT-STATUS.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CASES-STATUS.
           SELECT  MERGELOG ASSIGN TO "MERGE.LOG"
                   FILE STATUS IS  MERGELOG-STATUS.
           SELECT  RCPTLOG ASSIGN TO "RECEIPT.LOG"
                   FILE STATUS IS  RCPTLOG-STATUS.
           SELECT  FEEDBACK ASSIGN TO "FEEDBACK.LOG"
                   FILE STATUS IS  FEEDBACK-STATUS.
           SELECT  ACCLOG  ASSIGN TO "ACCESS.LOG"
                   FILE STATUS IS  ACCLOG-STATUS.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CONTACT-STATUS.
           SELECT  WBLOG   ASSIGN TO "WINBACK.LOG"
                   FILE STATUS IS  WBLOG-STATUS.
           SELECT  SHADOWLOG ASSIGN TO SHADOW-NAME
                   FILE STATUS IS  SHADOWLOG-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
           SELECT  CREDLED ASSIGN TO "CREDIT.LED"
                   FILE STATUS IS  CREDLED-STATUS.
           SELECT  SALES   ASSIGN TO "SALES.LED"
                   FILE STATUS IS  SALES-STATUS.
           SELECT  TICKETS ASSIGN TO "QUEUE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS QT-KEY
                   FILE STATUS IS  QUEUE-STATUS.
           SELECT  QUEUELOG ASSIGN TO "QUEUE_LOG.txt"
                   FILE STATUS IS  QUEUELOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PLAYERS.
       01  PLAYERS-REC.
           03  PLY-ID         PIC X(10).
           03  PLY-VISITS     PIC 9(05).
           03  PLY-LAST-DATE  PIC 9(08).
           03  PLY-SEEN-INTRO PIC X(01).
           03  PLY-LAST-STORY PIC 9(02).
           03  PLY-LAST-ENDING PIC X(05).
           03  PLY-PIN        PIC X(04).
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
      *    the live outcome log and every month-end archive of it.
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-DATE      PIC 9(08).
           03  FILLER        PIC X(01).
           03  RES-ENDING    PIC X(05).
           03  FILLER        PIC X(01).
           03  RES-STORY     PIC 9(02).
           03  FILLER        PIC X(01).
           03  RES-PLAYER    PIC X(10).
           03  FILLER        PIC X(01).
           03  RES-TERM      PIC X(04).
           03  FILLER        PIC X(01).
           03  RES-AFFECTION PIC 9(02).
           03  FILLER        PIC X(01).
           03  RES-SHARED    PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-TIME      PIC 9(06).
           03  FILLER        PIC X(01).
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
      *    the live audit trail and every month-end archive of it -
      *    the words the player typed are in SL-INPUT.
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
       FD  SAVES.
       01  SAVES-REC.
           03  SAV-ID        PIC X(10).
           03  SAV-STORY     PIC 9(02).
           03  SAV-NEXT      PIC 9(01).
           03  SAV-NEGA-TRIES PIC 9(01).
           03  SAV-AFFECTION PIC 9(02).
           03  SAV-DATE      PIC 9(08).
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
       FD  TRANSCAT.
       01  TRANSCAT-REC.
           03  TC-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  TC-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  TC-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  TC-NAME       PIC X(40).
      *
       FD  TRANS.
       01  TRANS-REC         PIC X(120).
      *
      *    before and after images of a player record - the ID
      *    leads each image and the PIN closes it.
       FD  PLYJRNL.
       01  PLYJRNL-REC.
           03  JR-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  JR-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  JR-ACTION     PIC X(01).
           03  FILLER        PIC X(01).
           03  JR-BEFORE     PIC X(35).
           03  FILLER        PIC X(01).
           03  JR-AFTER      PIC X(35).
      *
       FD  INCIDENT.
       01  INCIDENT-REC.
           03  IC-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  IC-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  IC-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  IC-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  IC-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  IC-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  IC-STATUS     PIC X(01).
           03  FILLER        PIC X(01).
           03  IC-REVIEWED   PIC 9(08).
           03  FILLER        PIC X(01).
           03  IC-BY         PIC X(10).
           03  FILLER        PIC X(01).
           03  IC-RULE       PIC X(32).
           03  FILLER        PIC X(01).
           03  IC-INPUT      PIC X(99).
      *
       FD  CASES.
       01  CASES-REC.
           03  DC-CASE       PIC 9(06).
           03  DC-STATUS     PIC X(01).
           03  DC-PLAYER     PIC X(10).
           03  DC-SESS-DATE  PIC 9(08).
           03  DC-OPENED     PIC 9(08).
           03  DC-OPEN-BY    PIC X(10).
           03  DC-COMPLAINT  PIC X(60).
           03  DC-FINDING    PIC X(01).
           03  DC-MIS-TERM   PIC X(04).
           03  DC-MIS-SEQ    PIC 9(06).
           03  DC-MIS-STORY  PIC 9(02).
           03  DC-MIS-BRANCH PIC X(07).
           03  DC-MIS-EXPECT PIC X(01).
           03  DC-MIS-INPUT  PIC X(99).
           03  DC-RESOLUTION PIC X(60).
           03  DC-CLOSED     PIC 9(08).
           03  DC-CLOSE-BY   PIC X(10).
           03  DC-COUPON     PIC X(08).
      *
       FD  MERGELOG.
       01  MERGELOG-REC.
           03  MG-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  MG-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  MG-STAFF      PIC X(10).
           03  FILLER        PIC X(01).
           03  MG-RETIRED    PIC X(10).
           03  FILLER        PIC X(01).
           03  MG-SURVIVOR   PIC X(10).
           03  FILLER        PIC X(01).
           03  MG-HIST       PIC 9(05).
           03  FILLER        PIC X(01).
           03  MG-CATALOG    PIC 9(05).
           03  FILLER        PIC X(01).
           03  MG-COUPONS    PIC 9(05).
           03  FILLER        PIC X(01).
           03  MG-CREDITS    PIC 9(05).
           03  FILLER        PIC X(01).
           03  MG-SLOT       PIC X(01).
           03  FILLER        PIC X(01).
           03  MG-RET-IMAGE  PIC X(35).
           03  FILLER        PIC X(01).
           03  MG-SUR-IMAGE  PIC X(35).
      *
      *    MAIN's copy of every receipt slip - the player's ID is
      *    printed on the "player" and "partner" lines and, in a
      *    shared game, beside each coupon.
       FD  RCPTLOG.
       01  RCPTLOG-REC.
           03  RL-NUMBER     PIC 9(06).
           03  FILLER        PIC X(01).
           03  RL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  RL-LINE       PIC X(40).
      *
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
      *    the access request register - one row per request
      *    answered: when, by whom, for which player, the date the
      *    request reached the shop and the days taken to answer,
      *    the rows reported and any archive file that could not be
      *    searched. it is the proof each request was answered in
      *    time, so rows are only ever added.
       FD  ACCLOG.
       01  ACCLOG-REC.
           03  AR-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  AR-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  AR-STAFF      PIC X(10).
           03  FILLER        PIC X(01).
           03  AR-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  AR-RECEIVED   PIC 9(08).
           03  FILLER        PIC X(01).
           03  AR-DAYS       PIC 9(03).
           03  FILLER        PIC X(01).
           03  AR-ROWS       PIC 9(07).
           03  FILLER        PIC X(01).
           03  AR-MISSING    PIC 9(03).
      *
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
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
       FD  CREDLED.
       01  CREDLED-REC.
           03  CL-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  CL-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  CL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  CL-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  CL-EVENT      PIC X(06).
           03  FILLER        PIC X(01).
           03  CL-BALANCE    PIC 9(05).
      *
       FD  SALES.
       01  SALES-REC.
           03  SA-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  SA-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  SA-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  SA-TYPE       PIC X(06).
           03  FILLER        PIC X(01).
           03  SA-CREDITS    PIC 9(03).
           03  FILLER        PIC X(01).
           03  SA-AMOUNT     PIC 9(07).
           03  FILLER        PIC X(01).
           03  SA-TENDER     PIC X(01).
           03  FILLER        PIC X(01).
           03  SA-BALANCE    PIC 9(05).
      *
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
       FD  QUEUELOG.
       01  QUEUELOG-REC.
           03  QL-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  QL-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  QL-TICKET     PIC 9(04).
           03  FILLER        PIC X(01).
           03  QL-EVENT      PIC X(06).
           03  FILLER        PIC X(01).
           03  QL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  QL-PLAYER     PIC X(10).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  PLAYERS-STATUS  PIC X(02).
         03  PLAYHIST-STATUS PIC X(02).
         03  PLAYHIST-END    PIC X(01).
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-NAME    PIC X(20).
         03  RESULTS-END     PIC X(01).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-NAME    PIC X(20).
         03  SESSLOG-END     PIC X(01).
         03  SAVES-STATUS    PIC X(02).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  TRANSCAT-STATUS PIC X(02).
         03  TRANSCAT-END    PIC X(01).
         03  TRANS-STATUS    PIC X(02).
         03  TRANS-NAME      PIC X(40).
         03  TRANS-END       PIC X(01).
         03  PLYJRNL-STATUS  PIC X(02).
         03  PLYJRNL-END     PIC X(01).
         03  INCIDENT-STATUS PIC X(02).
         03  INCIDENT-END    PIC X(01).
         03  CASES-STATUS    PIC X(02).
         03  CASES-END       PIC X(01).
         03  MERGELOG-STATUS PIC X(02).
         03  MERGELOG-END    PIC X(01).
         03  RCPTLOG-STATUS  PIC X(02).
         03  RCPTLOG-END     PIC X(01).
         03  FEEDBACK-STATUS PIC X(02).
         03  FEEDBACK-END    PIC X(01).
         03  ACCLOG-STATUS   PIC X(02).
         03  CONTACT-STATUS  PIC X(02).
         03  WBLOG-STATUS    PIC X(02).
         03  WBLOG-END       PIC X(01).
         03  SHADOWLOG-STATUS PIC X(02).
         03  SHADOW-NAME     PIC X(20).
         03  SHADOWLOG-END   PIC X(01).
         03  CREDITS-STATUS  PIC X(02).
         03  CREDLED-STATUS  PIC X(02).
         03  CREDLED-END     PIC X(01).
         03  SALES-STATUS    PIC X(02).
         03  SALES-END       PIC X(01).
         03  QUEUE-STATUS    PIC X(02).
         03  QUEUE-END       PIC X(01).
         03  QUEUELOG-STATUS PIC X(02).
         03  QUEUELOG-END    PIC X(01).
         03  ASK-ID          PIC X(10).
         03  RECEIVED-ANSWER PIC X(08).
         03  RECEIVED-DATE   PIC 9(08).
         03  DAYS-TAKEN      PIC 9(03).
         03  TIME-NOW        PIC 9(08).
         03  TODAY-DATE      PIC 9(08).
         03  TODAY-DATE-X    REDEFINES  TODAY-DATE.
           05  CURR-MONTH    PIC 9(06).
           05  FILLER        PIC 9(02).
         03  ARC-MONTH       PIC 9(06).
         03  ARC-MONTH-X     REDEFINES  ARC-MONTH.
           05  ARC-YEAR      PIC 9(04).
           05  ARC-MM        PIC 9(02).
         03  LAST-ARC-MONTH  PIC 9(06).
         03  FIRST-ARC-MONTH PIC 9(06).
         03  GAP-RUN         PIC 9(01).
         03  MONTHS-PROBED   PIC 9(03).
         03  FILES-MISSING   PIC 9(03).
         03  SOURCE-NAME     PIC X(20).
         03  IMAGE-SHOW      PIC X(35).
         03  MASTER-COUNT    PIC 9(05).
         03  HIST-COUNT      PIC 9(05).
         03  RES-COUNT       PIC 9(05).
         03  SESS-COUNT      PIC 9(05).
         03  SAVE-COUNT      PIC 9(05).
         03  RW-COUNT        PIC 9(05).
         03  TC-COUNT        PIC 9(05).
         03  TRANS-LINES     PIC 9(05).
         03  JR-COUNT        PIC 9(05).
         03  IC-COUNT        PIC 9(05).
         03  DC-COUNT        PIC 9(05).
         03  MG-COUNT        PIC 9(05).
         03  RL-COUNT        PIC 9(05).
         03  FB-COUNT        PIC 9(05).
         03  CT-COUNT        PIC 9(05).
         03  WB-COUNT        PIC 9(05).
         03  SH-COUNT        PIC 9(05).
         03  CR-COUNT        PIC 9(05).
         03  CL-COUNT        PIC 9(05).
         03  SA-COUNT        PIC 9(05).
         03  QT-COUNT        PIC 9(05).
         03  QL-COUNT        PIC 9(05).
         03  ROW-TOTAL       PIC 9(07).
      *
      *    who is signed on, handed back by STAFFON - the role
      *    decides which menu functions run, and every change is
      *    logged against the ID.
       01  STAFF-PARA.
         03  STAFF-FUNC      PIC X(01).
         03  STAFF-PROGRAM   PIC X(08).
         03  STAFF-ID        PIC X(10).
         03  STAFF-NAME      PIC X(30).
         03  STAFF-ROLE      PIC X(01).
         03  STAFF-OK        PIC X(01).
         03  STAFF-ACTION    PIC X(08).
         03  STAFF-KEY       PIC X(20).
         03  STAFF-DETAIL    PIC X(60).
      *
       PROCEDURE         DIVISION.
      *
      *    the other half of PLYPURGE - a player (or a parent) asks
      *    to see everything the shop holds about them, and this
      *    puts it into one report to print and hand over: the
      *    master record with its PIN masked, the play history,
      *    every outcome and audit row (with the words they typed)
      *    in the live logs and the month-end archives, the save
      *    slot, their coupons, their transcripts, the changes made
      *    to their record, moderation incidents, dispute cases,
      *    merges, receipt lines, ratings, the contact details they
      *    left, the win-back letters sent to them, the shadow
      *    scoring rows (with their answers again), their credit
      *    balance, credit movements and counter sales, and their
      *    queue tickets and queue events. each section
      *    ends on its own count and a summary closes the report.
      *    lines that would show another player - a partner's
      *    receipt line, say - are left out. only a data officer may
      *    run it, and every request answered goes on ACCESS.LOG with
      *    the date it was received, so the shop can show it was
      *    answered in time.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  110-ARC-RANGE THRU 110-END.
           PERFORM  200-MASTER THRU 200-END.
           PERFORM  250-HIST  THRU  250-END.
           PERFORM  300-RESULTS THRU 300-END.
           PERFORM  350-SESSLOG THRU 350-END.
           PERFORM  400-SAVE  THRU  400-END.
           PERFORM  420-CONTACT THRU 420-END.
           PERFORM  430-CREDIT THRU 430-END.
           PERFORM  450-REWARDS THRU 450-END.
           PERFORM  470-SHADOW THRU 470-END.
           PERFORM  500-TRANSCAT THRU 500-END.
           PERFORM  550-JOURNAL THRU 550-END.
           PERFORM  600-INCIDENT THRU 600-END.
           PERFORM  650-DISPUTE THRU 650-END.
           PERFORM  700-MERGELOG THRU 700-END.
           PERFORM  720-QUEUE THRU 720-END.
           PERFORM  730-QUEUELOG THRU 730-END.
           PERFORM  750-RECEIPT THRU 750-END.
           PERFORM  760-SALES THRU 760-END.
           PERFORM  770-FEEDBACK THRU 770-END.
           PERFORM  780-WINBACK THRU 780-END.
           PERFORM  790-CREDLED THRU 790-END.
           PERFORM  800-SUMMARY THRU 800-END.
           PERFORM  850-REGISTER THRU 850-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "PLYACCES"   TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           IF  STAFF-ROLE     NOT =  "D"
               DISPLAY "not allowed for your role - access requests "
                   "are answered by a data officer"
               MOVE  "REFUSED"    TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL
               PERFORM  990-STAFF-LOG THRU 990-END
               STOP RUN
           END-IF.
           DISPLAY "player ID asking for their data:".
           ACCEPT  ASK-ID     FROM   CONSOLE.
           IF  ASK-ID         =      SPACES
               STOP RUN
           END-IF.
           DISPLAY "date the request reached the shop (YYYYMMDD, "
               "blank = today):".
           ACCEPT  RECEIVED-ANSWER FROM CONSOLE.
           IF  RECEIVED-ANSWER NUMERIC
           AND RECEIVED-ANSWER NOT > TODAY-DATE
               MOVE  RECEIVED-ANSWER TO  RECEIVED-DATE
           ELSE
               MOVE  TODAY-DATE   TO     RECEIVED-DATE
           END-IF.
           COMPUTE DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
             - FUNCTION INTEGER-OF-DATE(RECEIVED-DATE).
           DISPLAY "===== PLAYER DATA ACCESS REPORT =====".
           DISPLAY "player           : " ASK-ID.
           DISPLAY "request received : " RECEIVED-DATE.
           DISPLAY "report produced  : " TODAY-DATE " by " STAFF-ID
               " " STAFF-NAME.
       100-END.
           EXIT.
      *
      *    the month-end archives run back from last month until
      *    three months in a row have neither file - that is taken
      *    as the start of the archive, ten years at the most. a
      *    month missing inside that range is named in the outcome
      *    and audit sections, never passed over quietly.
       110-ARC-RANGE     SECTION.
           MOVE  CURR-MONTH   TO     ARC-MONTH.
           PERFORM  380-MONTH-BACK THRU 380-END.
           MOVE  ARC-MONTH    TO     LAST-ARC-MONTH.
           MOVE  ZERO         TO     FIRST-ARC-MONTH GAP-RUN
                                     MONTHS-PROBED.
           PERFORM  115-ARC-PROBE THRU 115-END
               UNTIL GAP-RUN = 3
                  OR MONTHS-PROBED = 120.
           IF  FIRST-ARC-MONTH =     0
               DISPLAY "month-end archives : none on file"
           ELSE
               DISPLAY "month-end archives : " FIRST-ARC-MONTH
                   " to " LAST-ARC-MONTH
           END-IF.
       110-END.
           EXIT.
      *
       115-ARC-PROBE     SECTION.
           ADD  1             TO     MONTHS-PROBED.
           PERFORM  390-ARC-NAMES THRU 390-END.
           ADD  1             TO     GAP-RUN.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS =      "00"
               CLOSE RESULTS
               MOVE  0            TO     GAP-RUN
           END-IF.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS =      "00"
               CLOSE SESSLOG
               MOVE  0            TO     GAP-RUN
           END-IF.
           IF  GAP-RUN        =      0
               MOVE  ARC-MONTH    TO     FIRST-ARC-MONTH
           END-IF.
           PERFORM  380-MONTH-BACK THRU 380-END.
       115-END.
           EXIT.
      *
      *    the PIN is the player's key to the kiosk, not data about
      *    them - it is never printed.
       200-MASTER        SECTION.
           DISPLAY "----- player record (PLAYERS.DAT) -----".
           OPEN  INPUT  PLAYERS.
           IF  PLAYERS-STATUS NOT =  "00"
               DISPLAY "    PLAYERS.DAT not present"
               GO TO 200-END
           END-IF.
           MOVE  ASK-ID       TO     PLY-ID.
           READ  PLAYERS
               KEY IS PLY-ID
               INVALID KEY
                   DISPLAY "    no player record held"
               NOT INVALID KEY
                   ADD  1             TO     MASTER-COUNT
                   DISPLAY "    ID " PLY-ID " visits " PLY-VISITS
                       " last visit " PLY-LAST-DATE
                   DISPLAY "    last chapter " PLY-LAST-STORY
                       " last ending " PLY-LAST-ENDING
                       " intro seen " PLY-SEEN-INTRO " PIN ****"
           END-READ.
           CLOSE PLAYERS.
       200-END.
           EXIT.
      *
       250-HIST          SECTION.
           DISPLAY "----- play history (PLAYHIST.DAT) -----".
           MOVE  SPACE        TO     PLAYHIST-END.
           OPEN  INPUT  PLAYHIST.
           IF  PLAYHIST-STATUS NOT = "00"
               DISPLAY "    PLAYHIST.DAT not present"
               GO TO 250-END
           END-IF.
           PERFORM  910-READ-HIST THRU 910-END.
           PERFORM  255-HIST-ROW THRU 255-END
               UNTIL PLAYHIST-END = HIGH-VALUE.
           CLOSE PLAYHIST.
           DISPLAY "    rows : " HIST-COUNT.
       250-END.
           EXIT.
      *
       255-HIST-ROW      SECTION.
           IF  PH-ID          =      ASK-ID
               ADD  1             TO     HIST-COUNT
               DISPLAY "    " PH-DATE " ending=" PH-ENDING
                   " chapter=" PH-STORY " affection=" PH-AFFECTION
                   " retries=" PH-NEGA-TRIES " kiosk=" PH-TERM
                   " shared=" PH-SHARED " arm=" PH-ARM
           END-IF.
           PERFORM  910-READ-HIST THRU 910-END.
       255-END.
           EXIT.
      *
      *    the live log, then each archive month newest first.
       300-RESULTS       SECTION.
           DISPLAY "----- story outcomes (RESULTS.LOG and archives) "
               "-----".
           MOVE  "RESULTS.LOG" TO    RESULTS-NAME.
           PERFORM  310-RES-FILE THRU 310-END.
           IF  FIRST-ARC-MONTH >     0
               MOVE  LAST-ARC-MONTH TO   ARC-MONTH
               PERFORM  305-RES-MONTH THRU 305-END
                   UNTIL ARC-MONTH < FIRST-ARC-MONTH
           END-IF.
           DISPLAY "    rows : " RES-COUNT.
       300-END.
           EXIT.
      *
       305-RES-MONTH     SECTION.
           PERFORM  390-ARC-NAMES THRU 390-END.
           PERFORM  310-RES-FILE THRU 310-END.
           PERFORM  380-MONTH-BACK THRU 380-END.
       305-END.
           EXIT.
      *
       310-RES-FILE      SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               IF  RESULTS-NAME   NOT =  "RESULTS.LOG"
                   ADD  1             TO     FILES-MISSING
                   DISPLAY "    *** " RESULTS-NAME " missing - its "
                       "rows are NOT in this report"
               END-IF
               GO TO 310-END
           END-IF.
           MOVE  RESULTS-NAME TO     SOURCE-NAME.
           PERFORM  920-READ-RESULTS THRU 920-END.
           PERFORM  320-RES-ROW THRU 320-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
       310-END.
           EXIT.
      *
      *    the carry-forward totals row at the head of RESULTS.LOG
      *    is no outcome.
       320-RES-ROW       SECTION.
           IF  RES-PLAYER     =      ASK-ID
           AND RES-ENDING     NOT =  "CFWD"
               ADD  1             TO     RES-COUNT
               DISPLAY "    " RES-DATE " " RES-TIME " kiosk="
                   RES-TERM " chapter=" RES-STORY " ending="
                   RES-ENDING " affection=" RES-AFFECTION
                   " pack=" RES-PACK " (" SOURCE-NAME ")"
           END-IF.
           PERFORM  920-READ-RESULTS THRU 920-END.
       320-END.
           EXIT.
      *
       350-SESSLOG       SECTION.
           DISPLAY "----- answers typed (SESSION_LOG.txt and "
               "archives) -----".
           MOVE  "SESSION_LOG.txt" TO SESSLOG-NAME.
           PERFORM  360-SESS-FILE THRU 360-END.
           IF  FIRST-ARC-MONTH >     0
               MOVE  LAST-ARC-MONTH TO   ARC-MONTH
               PERFORM  355-SESS-MONTH THRU 355-END
                   UNTIL ARC-MONTH < FIRST-ARC-MONTH
           END-IF.
           DISPLAY "    rows : " SESS-COUNT.
       350-END.
           EXIT.
      *
       355-SESS-MONTH    SECTION.
           PERFORM  390-ARC-NAMES THRU 390-END.
           PERFORM  360-SESS-FILE THRU 360-END.
           PERFORM  380-MONTH-BACK THRU 380-END.
       355-END.
           EXIT.
      *
       360-SESS-FILE     SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               IF  SESSLOG-NAME   NOT =  "SESSION_LOG.txt"
                   ADD  1             TO     FILES-MISSING
                   DISPLAY "    *** " SESSLOG-NAME " missing - its "
                       "rows are NOT in this report"
               END-IF
               GO TO 360-END
           END-IF.
           MOVE  SESSLOG-NAME TO     SOURCE-NAME.
           PERFORM  930-READ-SESSLOG THRU 930-END.
           PERFORM  370-SESS-ROW THRU 370-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
       360-END.
           EXIT.
      *
       370-SESS-ROW      SECTION.
           IF  SL-PLAYER      =      ASK-ID
               ADD  1             TO     SESS-COUNT
               DISPLAY "    " SL-DATE " " SL-TIME " kiosk=" SL-TERM
                   " chapter=" SL-STORY " branch=" SL-BRANCH
                   " (" SOURCE-NAME ")"
               DISPLAY "      typed: " SL-INPUT
           END-IF.
           PERFORM  930-READ-SESSLOG THRU 930-END.
       370-END.
           EXIT.
      *
       380-MONTH-BACK    SECTION.
           IF  ARC-MM         =      1
               SUBTRACT  1        FROM   ARC-YEAR
               MOVE  12           TO     ARC-MM
           ELSE
               SUBTRACT  1        FROM   ARC-MM
           END-IF.
       380-END.
           EXIT.
      *
      *    the names MONTHEND files a closed month under.
       390-ARC-NAMES     SECTION.
           MOVE  SPACES       TO     RESULTS-NAME SESSLOG-NAME.
           STRING  "RESULTS_"  ARC-MONTH  ".LOG"
               DELIMITED BY SIZE  INTO  RESULTS-NAME.
           STRING  "SESSLOG_"  ARC-MONTH  ".txt"
               DELIMITED BY SIZE  INTO  SESSLOG-NAME.
       390-END.
           EXIT.
      *
       400-SAVE          SECTION.
           DISPLAY "----- save slot (SAVES.DAT) -----".
           OPEN  INPUT  SAVES.
           IF  SAVES-STATUS   NOT =  "00"
               DISPLAY "    SAVES.DAT not present"
               GO TO 400-END
           END-IF.
           MOVE  ASK-ID       TO     SAV-ID.
           READ  SAVES
               KEY IS SAV-ID
               INVALID KEY
                   DISPLAY "    no game saved"
               NOT INVALID KEY
                   ADD  1             TO     SAVE-COUNT
                   DISPLAY "    saved " SAV-DATE " chapter="
                       SAV-STORY " next scene=" SAV-NEXT
                       " affection=" SAV-AFFECTION " retries="
                       SAV-NEGA-TRIES
           END-READ.
           CLOSE SAVES.
       400-END.
           EXIT.
      *
       420-CONTACT       SECTION.
           DISPLAY "----- contact details (CONTACT.DAT) -----".
           OPEN  INPUT  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               DISPLAY "    CONTACT.DAT not present"
               GO TO 420-END
           END-IF.
           MOVE  ASK-ID       TO     CT-ID.
           READ  CONTACT
               KEY IS CT-ID
               INVALID KEY
                   DISPLAY "    no contact details held"
               NOT INVALID KEY
                   ADD  1             TO     CT-COUNT
                   DISPLAY "    name   : " CT-NAME
                   DISPLAY "    email  : " CT-EMAIL
                   DISPLAY "    postal : " CT-POSTAL
                   DISPLAY "    offers : " CT-OPTIN " since "
                       CT-OPTIN-DATE " last changed " CT-UPDATED
                   IF  CT-WINBACK     NUMERIC
                   AND CT-WINBACK     >      ZERO
                       DISPLAY "    last win-back letter " CT-WINBACK
                   END-IF
           END-READ.
           CLOSE CONTACT.
       420-END.
           EXIT.
      *
       430-CREDIT        SECTION.
           DISPLAY "----- play credits (CREDITS.DAT) -----".
           OPEN  INPUT  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               DISPLAY "    CREDITS.DAT not present"
               GO TO 430-END
           END-IF.
           MOVE  ASK-ID       TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   DISPLAY "    no credit balance held"
               NOT INVALID KEY
                   ADD  1             TO     CR-COUNT
                   DISPLAY "    balance " CR-BALANCE " credits, last "
                       "moved " CR-LAST-DATE
           END-READ.
           CLOSE CREDITS.
       430-END.
           EXIT.
      *
       450-REWARDS       SECTION.
           DISPLAY "----- coupons (REWARDS.LED) -----".
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "    REWARDS.LED not present"
               GO TO 450-END
           END-IF.
           PERFORM  940-READ-REWARDS THRU 940-END.
           PERFORM  455-RW-ROW THRU 455-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS.
           DISPLAY "    rows : " RW-COUNT.
       450-END.
           EXIT.
      *
       455-RW-ROW        SECTION.
           IF  RW-PLAYER      =      ASK-ID
               ADD  1             TO     RW-COUNT
               DISPLAY "    " RW-DATE " " RW-MILESTONE " code="
                   RW-CODE " " RW-STATUS
           END-IF.
           PERFORM  940-READ-REWARDS THRU 940-END.
       455-END.
           EXIT.
      *
      *    the shadow scoring log keeps the answer as typed next to
      *    both modules' grading - this kiosk's own log and the
      *    shop-wide merge LOGMERGE builds are both searched.
       470-SHADOW        SECTION.
           DISPLAY "----- shadow scoring (SHADOW_LOG.txt and "
               "SHADOW_ALL.txt) -----".
           MOVE  "SHADOW_LOG.txt" TO SHADOW-NAME.
           PERFORM  472-SH-FILE THRU 472-END.
           MOVE  "SHADOW_ALL.txt" TO SHADOW-NAME.
           PERFORM  472-SH-FILE THRU 472-END.
           DISPLAY "    rows : " SH-COUNT.
       470-END.
           EXIT.
      *
       472-SH-FILE       SECTION.
           MOVE  SPACE        TO     SHADOWLOG-END.
           OPEN  INPUT  SHADOWLOG.
           IF  SHADOWLOG-STATUS NOT = "00"
               DISPLAY "    " SHADOW-NAME " not present"
               GO TO 472-END
           END-IF.
           MOVE  SHADOW-NAME  TO     SOURCE-NAME.
           PERFORM  987-READ-SHADOW THRU 987-END.
           PERFORM  475-SH-ROW THRU 475-END
               UNTIL SHADOWLOG-END = HIGH-VALUE.
           CLOSE SHADOWLOG.
       472-END.
           EXIT.
      *
       475-SH-ROW        SECTION.
           IF  SH-PLAYER      =      ASK-ID
               ADD  1             TO     SH-COUNT
               DISPLAY "    " SH-DATE " " SH-TIME " kiosk=" SH-TERM
                   " chapter=" SH-STORY " kind=" SH-KIND " live="
                   SH-LIVE-BAND " candidate=" SH-CAND-BAND
                   " (" SOURCE-NAME ")"
               IF  SH-INPUT       NOT =  SPACES
                   DISPLAY "      typed: " SH-INPUT
               END-IF
           END-IF.
           PERFORM  987-READ-SHADOW THRU 987-END.
       475-END.
           EXIT.
      *
      *    each catalogued transcript is printed whole - it is the
      *    session as the player saw it, their answers included.
       500-TRANSCAT      SECTION.
           DISPLAY "----- transcripts (TRANSCAT.txt) -----".
           MOVE  SPACE        TO     TRANSCAT-END.
           OPEN  INPUT  TRANSCAT.
           IF  TRANSCAT-STATUS NOT = "00"
               DISPLAY "    TRANSCAT.txt not present"
               GO TO 500-END
           END-IF.
           PERFORM  950-READ-TRANSCAT THRU 950-END.
           PERFORM  510-TC-ROW THRU 510-END
               UNTIL TRANSCAT-END = HIGH-VALUE.
           CLOSE TRANSCAT.
           DISPLAY "    rows : " TC-COUNT "  transcript lines : "
               TRANS-LINES.
       500-END.
           EXIT.
      *
       510-TC-ROW        SECTION.
           IF  TC-PLAYER      NOT =  ASK-ID
               GO TO 510-NEXT
           END-IF.
           ADD  1             TO     TC-COUNT.
           DISPLAY "    " TC-DATE " kiosk=" TC-TERM " " TC-NAME.
           MOVE  TC-NAME      TO     TRANS-NAME.
           MOVE  SPACE        TO     TRANS-END.
           OPEN  INPUT  TRANS.
           IF  TRANS-STATUS   NOT =  "00"
               DISPLAY "      (transcript no longer on file)"
               GO TO 510-NEXT
           END-IF.
           PERFORM  955-READ-TRANS THRU 955-END.
           PERFORM  520-TRANS-LINE THRU 520-END
               UNTIL TRANS-END = HIGH-VALUE.
           CLOSE TRANS.
       510-NEXT.
           PERFORM  950-READ-TRANSCAT THRU 950-END.
       510-END.
           EXIT.
      *
       520-TRANS-LINE    SECTION.
           ADD  1             TO     TRANS-LINES.
           DISPLAY "      | " TRANS-REC.
           PERFORM  955-READ-TRANS THRU 955-END.
       520-END.
           EXIT.
      *
      *    every change made to the player's record at the counter,
      *    with the record as it was before and after - the PIN
      *    masked in both.
       550-JOURNAL       SECTION.
           DISPLAY "----- record changes (PLYJRNL.DAT) -----".
           MOVE  SPACE        TO     PLYJRNL-END.
           OPEN  INPUT  PLYJRNL.
           IF  PLYJRNL-STATUS NOT =  "00"
               DISPLAY "    PLYJRNL.DAT not present"
               GO TO 550-END
           END-IF.
           PERFORM  960-READ-JRNL THRU 960-END.
           PERFORM  555-JR-ROW THRU 555-END
               UNTIL PLYJRNL-END = HIGH-VALUE.
           CLOSE PLYJRNL.
           DISPLAY "    rows : " JR-COUNT.
       550-END.
           EXIT.
      *
       555-JR-ROW        SECTION.
           IF  JR-BEFORE(1:10) NOT = ASK-ID
           AND JR-AFTER(1:10) NOT =  ASK-ID
               GO TO 555-NEXT
           END-IF.
           ADD  1             TO     JR-COUNT.
           DISPLAY "    " JR-DATE " " JR-TIME " action=" JR-ACTION.
           IF  JR-BEFORE      NOT =  SPACES
               MOVE  JR-BEFORE    TO     IMAGE-SHOW
               MOVE  "****"       TO     IMAGE-SHOW(32:4)
               DISPLAY "      before: " IMAGE-SHOW
           END-IF.
           IF  JR-AFTER       NOT =  SPACES
               MOVE  JR-AFTER     TO     IMAGE-SHOW
               MOVE  "****"       TO     IMAGE-SHOW(32:4)
               DISPLAY "      after : " IMAGE-SHOW
           END-IF.
       555-NEXT.
           PERFORM  960-READ-JRNL THRU 960-END.
       555-END.
           EXIT.
      *
       600-INCIDENT      SECTION.
           DISPLAY "----- answers held for moderation (INCIDENT.DAT)"
               " -----".
           MOVE  SPACE        TO     INCIDENT-END.
           OPEN  INPUT  INCIDENT.
           IF  INCIDENT-STATUS NOT = "00"
               DISPLAY "    INCIDENT.DAT not present"
               GO TO 600-END
           END-IF.
           PERFORM  965-READ-INCIDENT THRU 965-END.
           PERFORM  605-IC-ROW THRU 605-END
               UNTIL INCIDENT-END = HIGH-VALUE.
           CLOSE INCIDENT.
           DISPLAY "    rows : " IC-COUNT.
       600-END.
           EXIT.
      *
       605-IC-ROW        SECTION.
           IF  IC-PLAYER      =      ASK-ID
               ADD  1             TO     IC-COUNT
               DISPLAY "    " IC-DATE " " IC-TIME " kiosk=" IC-TERM
                   " chapter=" IC-STORY " status=" IC-STATUS
                   " rule=" IC-RULE
               DISPLAY "      typed: " IC-INPUT
           END-IF.
           PERFORM  965-READ-INCIDENT THRU 965-END.
       605-END.
           EXIT.
      *
       650-DISPUTE       SECTION.
           DISPLAY "----- dispute cases (DISPUTE.DAT) -----".
           MOVE  SPACE        TO     CASES-END.
           OPEN  INPUT  CASES.
           IF  CASES-STATUS   NOT =  "00"
               DISPLAY "    DISPUTE.DAT not present"
               GO TO 650-END
           END-IF.
           PERFORM  970-READ-CASE THRU 970-END.
           PERFORM  655-DC-ROW THRU 655-END
               UNTIL CASES-END = HIGH-VALUE.
           CLOSE CASES.
           DISPLAY "    rows : " DC-COUNT.
       650-END.
           EXIT.
      *
       655-DC-ROW        SECTION.
           IF  DC-PLAYER      =      ASK-ID
               ADD  1             TO     DC-COUNT
               DISPLAY "    case " DC-CASE " status=" DC-STATUS
                   " session " DC-SESS-DATE " opened " DC-OPENED
                   " closed " DC-CLOSED " finding=" DC-FINDING
               DISPLAY "      complaint : " DC-COMPLAINT
               IF  DC-MIS-INPUT   NOT =  SPACES
                   DISPLAY "      answer    : " DC-MIS-INPUT
               END-IF
               IF  DC-RESOLUTION  NOT =  SPACES
                   DISPLAY "      resolution: " DC-RESOLUTION
               END-IF
               IF  DC-COUPON      NOT =  SPACES
                   DISPLAY "      coupon    : " DC-COUPON
               END-IF
           END-IF.
           PERFORM  970-READ-CASE THRU 970-END.
       655-END.
           EXIT.
      *
      *    a merge names the player on either side - both record
      *    images are theirs, PINs masked.
       700-MERGELOG      SECTION.
           DISPLAY "----- ID merges (MERGE.LOG) -----".
           MOVE  SPACE        TO     MERGELOG-END.
           OPEN  INPUT  MERGELOG.
           IF  MERGELOG-STATUS NOT = "00"
               DISPLAY "    MERGE.LOG not present"
               GO TO 700-END
           END-IF.
           PERFORM  975-READ-MERGELOG THRU 975-END.
           PERFORM  705-MG-ROW THRU 705-END
               UNTIL MERGELOG-END = HIGH-VALUE.
           CLOSE MERGELOG.
           DISPLAY "    rows : " MG-COUNT.
       700-END.
           EXIT.
      *
       705-MG-ROW        SECTION.
           IF  MG-RETIRED     NOT =  ASK-ID
           AND MG-SURVIVOR    NOT =  ASK-ID
               GO TO 705-NEXT
           END-IF.
           ADD  1             TO     MG-COUNT.
           DISPLAY "    " MG-DATE " " MG-TIME " " MG-RETIRED
               " merged into " MG-SURVIVOR.
           MOVE  MG-RET-IMAGE TO     IMAGE-SHOW.
           MOVE  "****"       TO     IMAGE-SHOW(32:4).
           DISPLAY "      retired : " IMAGE-SHOW.
           MOVE  MG-SUR-IMAGE TO     IMAGE-SHOW.
           MOVE  "****"       TO     IMAGE-SHOW(32:4).
           DISPLAY "      survivor: " IMAGE-SHOW.
       705-NEXT.
           PERFORM  975-READ-MERGELOG THRU 975-END.
       705-END.
           EXIT.
      *
       720-QUEUE         SECTION.
           DISPLAY "----- queue tickets (QUEUE.DAT) -----".
           MOVE  SPACE        TO     QUEUE-END.
           OPEN  INPUT  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               DISPLAY "    QUEUE.DAT not present"
               GO TO 720-END
           END-IF.
           PERFORM  976-READ-QUEUE THRU 976-END.
           PERFORM  725-QT-ROW THRU 725-END
               UNTIL QUEUE-END = HIGH-VALUE.
           CLOSE TICKETS.
           DISPLAY "    rows : " QT-COUNT.
       720-END.
           EXIT.
      *
       725-QT-ROW        SECTION.
           IF  QT-PLAYER      =      ASK-ID
               ADD  1             TO     QT-COUNT
               DISPLAY "    " QT-DATE " ticket " QT-TICKET " status="
                   QT-STATUS " issued " QT-ISSUED " called "
                   QT-CALLED " started " QT-START " finished "
                   QT-FINISH " kiosk=" QT-TERM
           END-IF.
           PERFORM  976-READ-QUEUE THRU 976-END.
       725-END.
           EXIT.
      *
       730-QUEUELOG      SECTION.
           DISPLAY "----- queue events (QUEUE_LOG.txt) -----".
           MOVE  SPACE        TO     QUEUELOG-END.
           OPEN  INPUT  QUEUELOG.
           IF  QUEUELOG-STATUS NOT = "00"
               DISPLAY "    QUEUE_LOG.txt not present"
               GO TO 730-END
           END-IF.
           PERFORM  977-READ-QUEUELOG THRU 977-END.
           PERFORM  735-QL-ROW THRU 735-END
               UNTIL QUEUELOG-END = HIGH-VALUE.
           CLOSE QUEUELOG.
           DISPLAY "    rows : " QL-COUNT.
       730-END.
           EXIT.
      *
       735-QL-ROW        SECTION.
           IF  QL-PLAYER      =      ASK-ID
               ADD  1             TO     QL-COUNT
               DISPLAY "    " QL-DATE " " QL-TIME " ticket "
                   QL-TICKET " " QL-EVENT " kiosk=" QL-TERM
           END-IF.
           PERFORM  977-READ-QUEUELOG THRU 977-END.
       735-END.
           EXIT.
      *
      *    only the receipt lines that carry this player's ID - the
      *    rest of a shared game's slip is the partner's.
       750-RECEIPT       SECTION.
           DISPLAY "----- receipt lines (RECEIPT.LOG) -----".
           MOVE  SPACE        TO     RCPTLOG-END.
           OPEN  INPUT  RCPTLOG.
           IF  RCPTLOG-STATUS NOT =  "00"
               DISPLAY "    RECEIPT.LOG not present"
               GO TO 750-END
           END-IF.
           PERFORM  980-READ-RCPTLOG THRU 980-END.
           PERFORM  755-RL-ROW THRU 755-END
               UNTIL RCPTLOG-END = HIGH-VALUE.
           CLOSE RCPTLOG.
           DISPLAY "    rows : " RL-COUNT.
       750-END.
           EXIT.
      *
       755-RL-ROW        SECTION.
           IF  ((RL-LINE(1:7) =      "player "
             OR  RL-LINE(1:7) =      "partner")
           AND  RL-LINE(14:10) =     ASK-ID)
            OR (RL-LINE(1:7)  =      "coupon "
           AND  RL-LINE(30:10) =     ASK-ID)
               ADD  1             TO     RL-COUNT
               DISPLAY "    receipt " RL-NUMBER " kiosk=" RL-TERM
                   " : " RL-LINE
           END-IF.
           PERFORM  980-READ-RCPTLOG THRU 980-END.
       755-END.
           EXIT.
      *
       760-SALES         SECTION.
           DISPLAY "----- counter sales (SALES.LED) -----".
           MOVE  SPACE        TO     SALES-END.
           OPEN  INPUT  SALES.
           IF  SALES-STATUS   NOT =  "00"
               DISPLAY "    SALES.LED not present"
               GO TO 760-END
           END-IF.
           PERFORM  988-READ-SALES THRU 988-END.
           PERFORM  765-SA-ROW THRU 765-END
               UNTIL SALES-END = HIGH-VALUE.
           CLOSE SALES.
           DISPLAY "    rows : " SA-COUNT.
       760-END.
           EXIT.
      *
       765-SA-ROW        SECTION.
           IF  SA-PLAYER      =      ASK-ID
               ADD  1             TO     SA-COUNT
               DISPLAY "    " SA-DATE " " SA-TIME " " SA-TYPE " "
                   SA-CREDITS " credits " SA-AMOUNT " yen tender="
                   SA-TENDER " balance after " SA-BALANCE
           END-IF.
           PERFORM  988-READ-SALES THRU 988-END.
       765-END.
           EXIT.
      *
       770-FEEDBACK      SECTION.
           DISPLAY "----- ratings and comments (FEEDBACK.LOG) -----".
           MOVE  SPACE        TO     FEEDBACK-END.
           OPEN  INPUT  FEEDBACK.
           IF  FEEDBACK-STATUS NOT = "00"
               DISPLAY "    FEEDBACK.LOG not present"
               GO TO 770-END
           END-IF.
           PERFORM  985-READ-FEEDBACK THRU 985-END.
           PERFORM  775-FB-ROW THRU 775-END
               UNTIL FEEDBACK-END = HIGH-VALUE.
           CLOSE FEEDBACK.
           DISPLAY "    rows : " FB-COUNT.
       770-END.
           EXIT.
      *
       775-FB-ROW        SECTION.
           IF  FB-PLAYER      =      ASK-ID
               ADD  1             TO     FB-COUNT
               DISPLAY "    " FB-DATE " " FB-TIME " kiosk=" FB-TERM
                   " chapter=" FB-STORY " ending=" FB-ENDING
                   " rating=" FB-RATING
               IF  FB-COMMENT     NOT =  SPACES
                   DISPLAY "      comment: " FB-COMMENT
               END-IF
           END-IF.
           PERFORM  985-READ-FEEDBACK THRU 985-END.
       775-END.
           EXIT.
      *
       780-WINBACK       SECTION.
           DISPLAY "----- win-back letters (WINBACK.LOG) -----".
           MOVE  SPACE        TO     WBLOG-END.
           OPEN  INPUT  WBLOG.
           IF  WBLOG-STATUS   NOT =  "00"
               DISPLAY "    WINBACK.LOG not present"
               GO TO 780-END
           END-IF.
           PERFORM  986-READ-WBLOG THRU 986-END.
           PERFORM  785-WB-ROW THRU 785-END
               UNTIL WBLOG-END = HIGH-VALUE.
           CLOSE WBLOG.
           DISPLAY "    rows : " WB-COUNT.
       780-END.
           EXIT.
      *
       785-WB-ROW        SECTION.
           IF  WB-PLAYER      =      ASK-ID
               ADD  1             TO     WB-COUNT
               DISPLAY "    " WB-DATE " coupon " WB-CODE " by "
                   WB-CHANNEL " after last visit " WB-LAST-DATE
           END-IF.
           PERFORM  986-READ-WBLOG THRU 986-END.
       785-END.
           EXIT.
      *
       790-CREDLED       SECTION.
           DISPLAY "----- credit movements (CREDIT.LED) -----".
           MOVE  SPACE        TO     CREDLED-END.
           OPEN  INPUT  CREDLED.
           IF  CREDLED-STATUS NOT =  "00"
               DISPLAY "    CREDIT.LED not present"
               GO TO 790-END
           END-IF.
           PERFORM  989-READ-CREDLED THRU 989-END.
           PERFORM  795-CL-ROW THRU 795-END
               UNTIL CREDLED-END = HIGH-VALUE.
           CLOSE CREDLED.
           DISPLAY "    rows : " CL-COUNT.
       790-END.
           EXIT.
      *
       795-CL-ROW        SECTION.
           IF  CL-PLAYER      =      ASK-ID
               ADD  1             TO     CL-COUNT
               DISPLAY "    " CL-DATE " " CL-TIME " kiosk=" CL-TERM
                   " " CL-EVENT " balance after " CL-BALANCE
           END-IF.
           PERFORM  989-READ-CREDLED THRU 989-END.
       795-END.
           EXIT.
      *
       800-SUMMARY       SECTION.
           COMPUTE ROW-TOTAL = MASTER-COUNT + HIST-COUNT + RES-COUNT
                             + SESS-COUNT + SAVE-COUNT + RW-COUNT
                             + TC-COUNT + JR-COUNT + IC-COUNT
                             + DC-COUNT + MG-COUNT + RL-COUNT
                             + FB-COUNT + CT-COUNT + WB-COUNT
                             + SH-COUNT + CR-COUNT + CL-COUNT
                             + SA-COUNT + QT-COUNT + QL-COUNT.
           DISPLAY "----- summary -----".
           DISPLAY "    player record      : " MASTER-COUNT.
           DISPLAY "    play history       : " HIST-COUNT.
           DISPLAY "    story outcomes     : " RES-COUNT.
           DISPLAY "    answers typed      : " SESS-COUNT.
           DISPLAY "    save slot          : " SAVE-COUNT.
           DISPLAY "    coupons            : " RW-COUNT.
           DISPLAY "    transcripts        : " TC-COUNT.
           DISPLAY "    record changes     : " JR-COUNT.
           DISPLAY "    moderation         : " IC-COUNT.
           DISPLAY "    dispute cases      : " DC-COUNT.
           DISPLAY "    ID merges          : " MG-COUNT.
           DISPLAY "    receipt lines      : " RL-COUNT.
           DISPLAY "    ratings            : " FB-COUNT.
           DISPLAY "    contact details    : " CT-COUNT.
           DISPLAY "    win-back letters   : " WB-COUNT.
           DISPLAY "    shadow scoring     : " SH-COUNT.
           DISPLAY "    credit balance     : " CR-COUNT.
           DISPLAY "    credit movements   : " CL-COUNT.
           DISPLAY "    counter sales      : " SA-COUNT.
           DISPLAY "    queue tickets      : " QT-COUNT.
           DISPLAY "    queue events       : " QL-COUNT.
           DISPLAY "    total              : " ROW-TOTAL.
           IF  FILES-MISSING  >      0
               DISPLAY "*** " FILES-MISSING " archive file(s) could "
                   "not be searched - see above ***"
           END-IF.
      *    a month is the time allowed to answer.
           IF  DAYS-TAKEN     >      30
               DISPLAY "*** answered " DAYS-TAKEN " days after the "
                   "request - over the month allowed ***"
           ELSE
               DISPLAY "answered " DAYS-TAKEN " days after the "
                   "request"
           END-IF.
       800-END.
           EXIT.
      *
       850-REGISTER      SECTION.
           OPEN  EXTEND  ACCLOG.
           IF  ACCLOG-STATUS  =      "35"
               OPEN  OUTPUT  ACCLOG
           END-IF.
           IF  ACCLOG-STATUS  NOT =  "00"
               DISPLAY "unable to write ACCESS.LOG - status "
                   ACCLOG-STATUS " - note this request by hand"
           ELSE
               MOVE  SPACES       TO     ACCLOG-REC
               MOVE  TODAY-DATE   TO     AR-DATE
               ACCEPT  TIME-NOW   FROM   TIME
               MOVE  TIME-NOW(1:6) TO    AR-TIME
               MOVE  STAFF-ID     TO     AR-STAFF
               MOVE  ASK-ID       TO     AR-PLAYER
               MOVE  RECEIVED-DATE TO    AR-RECEIVED
               MOVE  DAYS-TAKEN   TO     AR-DAYS
               MOVE  ROW-TOTAL    TO     AR-ROWS
               MOVE  FILES-MISSING TO    AR-MISSING
               WRITE ACCLOG-REC
               CLOSE ACCLOG
           END-IF.
           MOVE  "ACCESS"     TO     STAFF-ACTION.
           MOVE  ASK-ID       TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "access report, received " RECEIVED-DATE
                   " rows " ROW-TOTAL
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  990-STAFF-LOG THRU 990-END.
       850-END.
           EXIT.
      *
       910-READ-HIST     SECTION.
           READ PLAYHIST
           AT END
               MOVE HIGH-VALUE TO PLAYHIST-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-RESULTS  SECTION.
           READ RESULTS
           AT END
               MOVE HIGH-VALUE TO RESULTS-END
           END-READ.
       920-END.
           EXIT.
      *
       930-READ-SESSLOG  SECTION.
           READ SESSLOG
           AT END
               MOVE HIGH-VALUE TO SESSLOG-END
           END-READ.
       930-END.
           EXIT.
      *
       940-READ-REWARDS  SECTION.
           READ REWARDS
           AT END
               MOVE HIGH-VALUE TO REWARDS-END
           END-READ.
       940-END.
           EXIT.
      *
       950-READ-TRANSCAT SECTION.
           READ TRANSCAT
           AT END
               MOVE HIGH-VALUE TO TRANSCAT-END
           END-READ.
       950-END.
           EXIT.
      *
       955-READ-TRANS    SECTION.
           READ TRANS
           AT END
               MOVE HIGH-VALUE TO TRANS-END
           END-READ.
       955-END.
           EXIT.
      *
       960-READ-JRNL     SECTION.
           READ PLYJRNL
           AT END
               MOVE HIGH-VALUE TO PLYJRNL-END
           END-READ.
       960-END.
           EXIT.
      *
       965-READ-INCIDENT SECTION.
           READ INCIDENT
           AT END
               MOVE HIGH-VALUE TO INCIDENT-END
           END-READ.
       965-END.
           EXIT.
      *
       970-READ-CASE     SECTION.
           READ  CASES  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-READ.
       970-END.
           EXIT.
      *
       975-READ-MERGELOG SECTION.
           READ MERGELOG
           AT END
               MOVE HIGH-VALUE TO MERGELOG-END
           END-READ.
       975-END.
           EXIT.
      *
       976-READ-QUEUE    SECTION.
           READ  TICKETS  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-READ.
       976-END.
           EXIT.
      *
       977-READ-QUEUELOG SECTION.
           READ QUEUELOG
           AT END
               MOVE HIGH-VALUE TO QUEUELOG-END
           END-READ.
       977-END.
           EXIT.
      *
       980-READ-RCPTLOG  SECTION.
           READ RCPTLOG
           AT END
               MOVE HIGH-VALUE TO RCPTLOG-END
           END-READ.
       980-END.
           EXIT.
      *
       985-READ-FEEDBACK SECTION.
           READ FEEDBACK
           AT END
               MOVE HIGH-VALUE TO FEEDBACK-END
           END-READ.
       985-END.
           EXIT.
      *
       986-READ-WBLOG    SECTION.
           READ WBLOG
           AT END
               MOVE HIGH-VALUE TO WBLOG-END
           END-READ.
       986-END.
           EXIT.
      *
       987-READ-SHADOW   SECTION.
           READ SHADOWLOG
           AT END
               MOVE HIGH-VALUE TO SHADOWLOG-END
           END-READ.
       987-END.
           EXIT.
      *
       988-READ-SALES    SECTION.
           READ SALES
           AT END
               MOVE HIGH-VALUE TO SALES-END
           END-READ.
       988-END.
           EXIT.
      *
       989-READ-CREDLED  SECTION.
           READ CREDLED
           AT END
               MOVE HIGH-VALUE TO CREDLED-END
           END-READ.
       989-END.
           EXIT.
      *
       990-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       990-END.
           EXIT.
