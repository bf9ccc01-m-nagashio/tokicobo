                   FILE STATUS IS  OPSLOG-STATUS.
           SELECT  OPSPRG  ASSIGN TO "OPSLOG_PRG.txt"
                   FILE STATUS IS  OPSPRG-STATUS.
           SELECT  INCIDENT ASSIGN TO "INCIDENT.DAT"
                   FILE STATUS IS  INCIDENT-STATUS.
           SELECT  INCPRG  ASSIGN TO "INCIDENT_PRG.DAT"
                   FILE STATUS IS  INCPRG-STATUS.
           SELECT  STAFFACT ASSIGN TO "STAFFACT.LOG"
                   FILE STATUS IS  STAFFACT-STATUS.
           SELECT  STFPRG  ASSIGN TO "STAFFACT_PRG.LOG"
                   FILE STATUS IS  STFPRG-STATUS.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CASES-STATUS.
           SELECT  PLYJRNL ASSIGN TO "PLYJRNL.DAT"
                   FILE STATUS IS  PLYJRNL-STATUS.
           SELECT  PLAYERS ASSIGN TO "PLAYERS.DAT"
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS PLY-ID
                   FILE STATUS IS  PLAYERS-STATUS.
           SELECT  MERGELOG ASSIGN TO "MERGE.LOG"
                   FILE STATUS IS  MERGELOG-STATUS.
           SELECT  MRGPRG  ASSIGN TO "MERGELOG_PRG.LOG"
                   FILE STATUS IS  MRGPRG-STATUS.
           SELECT  ANCLOG  ASSIGN TO "CHAINANC.LOG"
                   FILE STATUS IS  ANCLOG-STATUS.
           SELECT  RCPTLOG ASSIGN TO "RECEIPT.LOG"
                   FILE STATUS IS  RCPTLOG-STATUS.
           SELECT  RCPPRG  ASSIGN TO "RECEIPT_PRG.LOG"
                   FILE STATUS IS  RCPPRG-STATUS.
           SELECT  FEEDBACK ASSIGN TO "FEEDBACK.LOG"
                   FILE STATUS IS  FEEDBACK-STATUS.
           SELECT  FDBPRG  ASSIGN TO "FEEDBACK_PRG.LOG"
                   FILE STATUS IS  FDBPRG-STATUS.
           SELECT  ACCLOG  ASSIGN TO "ACCESS.LOG"
                   FILE STATUS IS  ACCLOG-STATUS.
           SELECT  ACCPRG  ASSIGN TO "ACCESS_PRG.LOG"
                   FILE STATUS IS  ACCPRG-STATUS.
           SELECT  WBLOG   ASSIGN TO "WINBACK.LOG"
                   FILE STATUS IS  WBLOG-STATUS.
           SELECT  WBPRG   ASSIGN TO "WINBACK_PRG.LOG"
                   FILE STATUS IS  WBPRG-STATUS.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CONTACT-STATUS.
           SELECT  SHADOWLOG ASSIGN TO SHADOW-NAME
                   FILE STATUS IS  SHADOWLOG-STATUS.
           SELECT  SHDPRG  ASSIGN TO "SHADOW_PRG.txt"
                   FILE STATUS IS  SHDPRG-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
           SELECT  CREDLED ASSIGN TO "CREDIT.LED"
                   FILE STATUS IS  CREDLED-STATUS.
           SELECT  CLDPRG  ASSIGN TO "CREDIT_PRG.LED"
                   FILE STATUS IS  CLDPRG-STATUS.
           SELECT  SALES   ASSIGN TO "SALES.LED"
                   FILE STATUS IS  SALES-STATUS.
           SELECT  SALPRG  ASSIGN TO "SALES_PRG.LED"
                   FILE STATUS IS  SALPRG-STATUS.
           SELECT  TICKETS ASSIGN TO "QUEUE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS QT-KEY
                   FILE STATUS IS  QUEUE-STATUS.
           SELECT  QUEUELOG ASSIGN TO "QUEUE_LOG.txt"
                   FILE STATUS IS  QUEUELOG-STATUS.
           SELECT  QLGPRG  ASSIGN TO "QUEUELOG_PRG.txt"
                   FILE STATUS IS  QLGPRG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    something after the shop swaps packs.
           03  FILLER        PIC X(01).
           03  RES-PACK      PIC X(12).
      *    which arm of the A/B pack trial the player was in -
      *    A or B, blank when no trial is running.
           03  FILLER        PIC X(01).
           03  RES-ARM       PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC 9(06).
      *
       FD  RESPRG.
       01  RESPRG-REC        PIC X(84).
      *
       FD  SESSLOG.
       01  SESSLOG-REC.
           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  SESSPRG.
       01  SESSPRG-REC       PIC X(168).
      *
       FD  PLAYHIST.
       01  PLAYHIST-REC.
           03  PH-ID         PIC X(10).
           03  FILLER        PIC X(01).
           03  PH-DATE       PIC 9(08).
           03  PH-REST       PIC X(23).
      *
       FD  HISTPRG.
       01  HISTPRG-REC       PIC X(42).
      *
       FD  SAVES.
       01  SAVES-REC.
       01  REWARDS-REC.
           03  RW-PLAYER     PIC X(10).
           03  RW-REST       PIC X(36).
           03  FILLER        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       FD  RWDPRG.
       01  RWDPRG-REC        PIC X(56).
      *
       FD  OPSLOG.
       01  OPSLOG-REC.
      *
       FD  OPSPRG.
       01  OPSPRG-REC        PIC X(70).
      *
       FD  INCIDENT.
       01  INCIDENT-REC.
           03  IC-FIXED      PIC X(21).
           03  IC-PLAYER     PIC X(10).
           03  IC-MIDDLE     PIC X(66).
           03  IC-INPUT      PIC X(99).
      *
       FD  INCPRG.
       01  INCPRG-REC        PIC X(196).
      *
      *    the staff activity log carries player IDs in its key -
      *    either ID of a pair sits in one half of it.
       FD  STAFFACT.
       01  STAFFACT-REC.
           03  AC-FIXED      PIC X(47).
           03  AC-KEY-1      PIC X(10).
           03  AC-KEY-2      PIC X(10).
           03  AC-REST       PIC X(61).
      *
       FD  STFPRG.
       01  STFPRG-REC        PIC X(128).
      *
       FD  CASES.
       01  CASES-REC.
           03  DC-CASE       PIC 9(06).
           03  DC-STATUS     PIC X(01).
           03  DC-PLAYER     PIC X(10).
           03  DC-DATES      PIC X(26).
           03  DC-COMPLAINT  PIC X(60).
           03  DC-MIS-ROW    PIC X(21).
           03  DC-MIS-INPUT  PIC X(99).
           03  DC-REST       PIC X(86).
      *
      *    the merge register holds the player twice over - either
      *    side of a merge, and again in the before-image of each
      *    player record.
       FD  MERGELOG.
       01  MERGELOG-REC.
           03  MG-FIXED      PIC X(27).
           03  MG-RETIRED    PIC X(10).
           03  FILLER        PIC X(01).
           03  MG-SURVIVOR   PIC X(10).
           03  MG-COUNTS     PIC X(27).
           03  MG-RET-ID     PIC X(10).
           03  MG-RET-REST   PIC X(21).
           03  MG-RET-PIN    PIC X(04).
           03  FILLER        PIC X(01).
           03  MG-SUR-ID     PIC X(10).
           03  MG-SUR-REST   PIC X(21).
           03  MG-SUR-PIN    PIC X(04).
      *
       FD  MRGPRG.
       01  MRGPRG-REC        PIC X(146).
      *
      *    MAIN's copy of every receipt slip, line by line - the
      *    player's ID is printed on the "player" and "partner"
      *    lines and, in a shared game, beside each coupon.
       FD  RCPTLOG.
       01  RCPTLOG-REC.
           03  RL-NUMBER     PIC 9(06).
           03  FILLER        PIC X(01).
           03  RL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  RL-LINE       PIC X(40).
      *
       FD  RCPPRG.
       01  RCPPRG-REC        PIC X(52).
      *
      *    the players' ratings and comments after the ending.
       FD  FEEDBACK.
       01  FEEDBACK-REC.
           03  FILLER        PIC X(21).
           03  FB-PLAYER     PIC X(10).
           03  FILLER        PIC X(31).
           03  FB-COMMENT    PIC X(60).
      *
       FD  FDBPRG.
       01  FDBPRG-REC        PIC X(122).
      *
      *    the register of access requests answered by PLYACCES -
      *    the row stays as proof the request was answered, under
      *    the token.
       FD  ACCLOG.
       01  ACCLOG-REC.
           03  FILLER        PIC X(27).
           03  AR-PLAYER     PIC X(10).
           03  FILLER        PIC X(25).
      *
       FD  ACCPRG.
       01  ACCPRG-REC        PIC X(62).
      *
       FD  WBLOG.
       01  WBLOG-REC.
           03  FILLER        PIC X(27).
           03  WB-PLAYER     PIC X(10).
           03  FILLER        PIC X(25).
      *
       FD  WBPRG.
       01  WBPRG-REC         PIC X(62).
      *
       FD  CONTACT.
       01  CONTACT-REC.
           03  CT-ID         PIC X(10).
           03  CT-REST       PIC X(165).
      *
      *    the shadow scoring log, this kiosk's own or the shop-wide
      *    merge - the player's typed answer sits at the end.
       FD  SHADOWLOG.
       01  SHADOWLOG-REC.
           03  SH-FIXED      PIC X(21).
           03  SH-PLAYER     PIC X(10).
           03  SH-MIDDLE     PIC X(76).
           03  SH-INPUT      PIC X(99).
      *
       FD  SHDPRG.
       01  SHDPRG-REC        PIC X(206).
      *
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
       FD  CREDLED.
       01  CREDLED-REC.
           03  CL-FIXED      PIC X(21).
           03  CL-PLAYER     PIC X(10).
           03  CL-REST       PIC X(13).
      *
       FD  CLDPRG.
       01  CLDPRG-REC        PIC X(44).
      *
       FD  SALES.
       01  SALES-REC.
           03  SA-FIXED      PIC X(16).
           03  SA-PLAYER     PIC X(10).
           03  SA-REST       PIC X(27).
      *
       FD  SALPRG.
       01  SALPRG-REC        PIC X(53).
      *
       FD  TICKETS.
       01  QUEUE-REC.
           03  QT-KEY.
             05  QT-DATE     PIC 9(08).
             05  QT-TICKET   PIC 9(04).
           03  QT-STATUS     PIC X(01).
           03  QT-PLAYER     PIC X(10).
           03  QT-REST       PIC X(28).
      *
       FD  QUEUELOG.
       01  QUEUELOG-REC.
           03  QL-FIXED      PIC X(33).
           03  QL-PLAYER     PIC X(10).
      *
       FD  QLGPRG.
       01  QLGPRG-REC        PIC X(43).
      *
       FD  PLYJRNL.
       01  PLYJRNL-REC.
           03  PLY-LAST-STORY PIC 9(02).
           03  PLY-LAST-ENDING PIC X(05).
           03  PLY-PIN        PIC X(04).
      *
      *    one row each time a program rewrites RESULTS.LOG or
      *    REWARDS.LED and folds its check values afresh - who, when,
      *    how many rows, the first row that failed beforehand (zero
      *    for none), and the last check before and after, so a
      *    chain that starts over can always be put against a run.
       FD  ANCLOG.
       01  ANCLOG-REC.
           03  AN-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  AN-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  AN-PROGRAM    PIC X(08).
           03  FILLER        PIC X(01).
           03  AN-FILE       PIC X(12).
           03  FILLER        PIC X(01).
           03  AN-ROWS       PIC 9(07).
           03  FILLER        PIC X(01).
           03  AN-BROKEN     PIC 9(07).
           03  FILLER        PIC X(01).
           03  AN-OLD-LAST   PIC 9(09).
           03  FILLER        PIC X(01).
           03  AN-NEW-LAST   PIC 9(09).
           03  FILLER        PIC X(01).
           03  AN-STAFF      PIC X(10).
           03  FILLER        PIC X(01).
           03  AN-REASON     PIC X(40).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  TCAT-DROPPED    PIC 9(05).
         03  RWD-REPL        PIC 9(05).
         03  OPS-REPL        PIC 9(05).
         03  INCIDENT-STATUS PIC X(02).
         03  INCIDENT-END    PIC X(01).
         03  INCPRG-STATUS   PIC X(02).
         03  INCPRG-END      PIC X(01).
         03  INC-REPL        PIC 9(05).
         03  STAFFACT-STATUS PIC X(02).
         03  STAFFACT-END    PIC X(01).
         03  STFPRG-STATUS   PIC X(02).
         03  STFPRG-END      PIC X(01).
         03  STAFF-REPL      PIC 9(05).
         03  CASES-STATUS    PIC X(02).
         03  CASES-END       PIC X(01).
         03  CASE-REPL       PIC 9(05).
         03  MERGELOG-STATUS PIC X(02).
         03  MERGELOG-END    PIC X(01).
         03  MRGPRG-STATUS   PIC X(02).
         03  MRGPRG-END      PIC X(01).
         03  MERGE-REPL      PIC 9(05).
         03  RCPTLOG-STATUS  PIC X(02).
         03  RCPTLOG-END     PIC X(01).
         03  RCPPRG-STATUS   PIC X(02).
         03  RCPPRG-END      PIC X(01).
         03  RCPT-REPL       PIC 9(05).
         03  FEEDBACK-STATUS PIC X(02).
         03  FEEDBACK-END    PIC X(01).
         03  FDBPRG-STATUS   PIC X(02).
         03  FDBPRG-END      PIC X(01).
         03  FEED-REPL       PIC 9(05).
         03  ACCLOG-STATUS   PIC X(02).
         03  ACCLOG-END      PIC X(01).
         03  ACCPRG-STATUS   PIC X(02).
         03  ACCPRG-END      PIC X(01).
         03  ACC-REPL        PIC 9(05).
         03  WBLOG-STATUS    PIC X(02).
         03  WBLOG-END       PIC X(01).
         03  WBPRG-STATUS    PIC X(02).
         03  WBPRG-END       PIC X(01).
         03  WB-REPL         PIC 9(05).
         03  CONTACT-STATUS  PIC X(02).
         03  SHADOWLOG-STATUS PIC X(02).
         03  SHADOWLOG-END   PIC X(01).
         03  SHADOW-NAME     PIC X(20).
         03  SHDPRG-STATUS   PIC X(02).
         03  SHDPRG-END      PIC X(01).
         03  SHAD-REPL       PIC 9(05).
         03  CREDITS-STATUS  PIC X(02).
         03  CREDIT-HOLD     PIC X(23).
         03  CRED-DROPPED    PIC 9(05).
         03  CREDLED-STATUS  PIC X(02).
         03  CREDLED-END     PIC X(01).
         03  CLDPRG-STATUS   PIC X(02).
         03  CLDPRG-END      PIC X(01).
         03  CLED-REPL       PIC 9(05).
         03  SALES-STATUS    PIC X(02).
         03  SALES-END       PIC X(01).
         03  SALPRG-STATUS   PIC X(02).
         03  SALPRG-END      PIC X(01).
         03  SALE-REPL       PIC 9(05).
         03  QUEUE-STATUS    PIC X(02).
         03  QUEUE-END       PIC X(01).
         03  QUEUE-REPL      PIC 9(05).
         03  QUEUELOG-STATUS PIC X(02).
         03  QUEUELOG-END    PIC X(01).
         03  QLGPRG-STATUS   PIC X(02).
         03  QLGPRG-END      PIC X(01).
         03  QLOG-REPL       PIC 9(05).
         03  REQ-COUNT       PIC 9(05).
         03  DATE-IDX        PIC 9(02)  COMP.
         03  DATE-HIT        PIC 9(02)  COMP.
         03  ROW-DATE        PIC 9(08).
         03  DATE-OVERFLOW   PIC X(01).
         03  TRANS-NAME      PIC X(40).
         03  ANCLOG-STATUS   PIC X(02).
         03  ANC-FILE        PIC X(12).
         03  CHAIN-ROWS      PIC 9(07).
         03  CHAIN-BROKEN    PIC 9(07).
         03  ROW-CHAINED     PIC X(01).
         03  OLD-CHECK       PIC 9(09).
         03  NEW-CHECK       PIC 9(09).
      *
      *    the distinct days this player shows up on - every one of
      *    them may have left a TRANS_<id>_<date>.txt behind, and
       01  DATE-TABLE.
         03  TD-COUNT        PIC 9(02)  COMP  VALUE  0.
         03  TD-DATE         PIC 9(08)  OCCURS  60 TIMES.
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
      *    handed to CHAINSUM for each outcome and coupon row - the
      *    check on the row before goes in, the row's own check
      *    comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
      *    token, so every count REPORT, DAYCLOSE and DROPOFF make
      *    still comes out the same, while nothing ties the rows back
      *    to a person; the typed answers in the audit trail go with
      *    the name, and so do those in the shadow scoring logs. the
      *    coupon, credit and sales ledgers, the queue, operations
      *    log and dispute cases have the ID swapped for the token
      *    too, the transcript catalog rows are dropped whole, and
      *    transcripts, the save slot, the contact details, the
      *    credit balance and the master record are deleted
      *    outright. the printed lines are
      *    the certificate the parents asked for. only a data
      *    officer may run it, and each removal is logged by its
      *    token alone.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-PURGE-ONE THRU 200-END
               UNTIL PURGEREQ-END = HIGH-VALUE.
           CLOSE PURGEREQ.
           DISPLAY "removal requests processed : " REQ-COUNT.
           MOVE  "PURGERUN"   TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "removal requests processed " REQ-COUNT
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  990-STAFF-LOG THRU 990-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK DATE-TABLE.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "PLYPURGE"   TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           IF  STAFF-ROLE     NOT =  "D"
               DISPLAY "not allowed for your role - removal requests "
                   "are run by a data officer"
               MOVE  "REFUSED"    TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL
               PERFORM  990-STAFF-LOG THRU 990-END
               STOP RUN
           END-IF.
           PERFORM  150-SEED-SEQ THRU 150-END.
           OPEN  INPUT  PURGEREQ.
           IF  PURGEREQ-STATUS NOT = "00"
           PERFORM  905-READ-REQ THRU 905-END.
       100-END.
           EXIT.
      *
      *    the token sequence must survive across runs - a fresh run
      *    that restarted at ANON000001 would hand next week's first
      *    purge the same token as last week's, quietly merging two
      *    different people's anonymized rows. the logs themselves
      *    are the register: scan all three for the highest ANON
      *    token already issued and carry on from there.
       150-SEED-SEQ      SECTION.
           MOVE  ZERO         TO     ANON-SEQ.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS =      "00"
               PERFORM  910-READ-RESULTS THRU 910-END
               PERFORM  151-SEED-RES THRU 151-END
                   UNTIL RESULTS-END = HIGH-VALUE
               CLOSE RESULTS
           END-IF.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS =      "00"
               PERFORM  920-READ-SESSLOG THRU 920-END
               PERFORM  152-SEED-SESS THRU 152-END
                   UNTIL SESSLOG-END = HIGH-VALUE
               CLOSE SESSLOG
           END-IF.
           MOVE  SPACE        TO     PLAYHIST-END.
           OPEN  INPUT  PLAYHIST.
           IF  PLAYHIST-STATUS =     "00"
               PERFORM  930-READ-HIST THRU 930-END
               PERFORM  153-SEED-HIST THRU 153-END
                   UNTIL PLAYHIST-END = HIGH-VALUE
               CLOSE PLAYHIST
           END-IF.
       150-END.
           EXIT.
      *
       151-SEED-RES      SECTION.
           MOVE  RES-PLAYER   TO     SEED-ID.
           PERFORM  154-SEED-ONE THRU 154-END.
           PERFORM  910-READ-RESULTS THRU 910-END.
       151-END.
           EXIT.
      *
       152-SEED-SESS     SECTION.
           MOVE  SL-PLAYER    TO     SEED-ID.
           PERFORM  154-SEED-ONE THRU 154-END.
           PERFORM  920-READ-SESSLOG THRU 920-END.
       152-END.
           EXIT.
      *
       153-SEED-HIST     SECTION.
           MOVE  PH-ID        TO     SEED-ID.
           PERFORM  154-SEED-ONE THRU 154-END.
           PERFORM  930-READ-HIST THRU 930-END.
       153-END.
           EXIT.
      *
       154-SEED-ONE      SECTION.
           IF  SEED-ID(1:4)   =      "ANON"
           AND SEED-ID(5:6)   NUMERIC
           AND SEED-ID(5:6)   >      ANON-SEQ
               MOVE  SEED-ID(5:6) TO     ANON-SEQ
           END-IF.
       154-END.
           EXIT.
      *
       200-PURGE-ONE     SECTION.
           IF  PURGEREQ-REC   =      SPACES
               INTO  ANON-TOKEN.
           MOVE  ZERO         TO     RES-REPL SESS-REPL HIST-REPL
                                     TRANS-DROPPED TCAT-DROPPED
                                     RWD-REPL OPS-REPL INC-REPL
                                     STAFF-REPL CASE-REPL
                                     MERGE-REPL RCPT-REPL FEED-REPL
                                     ACC-REPL WB-REPL SHAD-REPL
                                     CRED-DROPPED CLED-REPL
                                     SALE-REPL QUEUE-REPL
                                     QLOG-REPL.
           MOVE  0            TO     TD-COUNT.
           MOVE  SPACE        TO     DATE-OVERFLOW.
           DISPLAY "--- " PURGE-ID " becomes " ANON-TOKEN " ---".
           PERFORM  300-RESULTS-PASS THRU 300-END.
           PERFORM  400-SESSLOG-PASS THRU 400-END.
           PERFORM  430-SHADOW-PASS  THRU 430-END.
           PERFORM  500-HIST-PASS    THRU 500-END.
           PERFORM  600-TRANS-DROP   THRU 600-END
               VARYING  DATE-IDX  FROM  1  BY  1
           PERFORM  700-TRANSCAT-PASS THRU 700-END.
           PERFORM  750-REWARDS-PASS THRU 750-END.
           PERFORM  800-OPSLOG-PASS  THRU 800-END.
           PERFORM  850-INCIDENT-PASS THRU 850-END.
           PERFORM  880-STAFFACT-PASS THRU 880-END.
           PERFORM  895-DISPUTE-PASS THRU 895-END.
           PERFORM  897-MERGELOG-PASS THRU 897-END.
           PERFORM  550-RECEIPT-PASS THRU 550-END.
           PERFORM  560-FEEDBACK-PASS THRU 560-END.
           PERFORM  570-ACCESS-PASS  THRU 570-END.
           PERFORM  580-WINBACK-PASS THRU 580-END.
           PERFORM  530-SALES-PASS   THRU 530-END.
           PERFORM  590-CREDLED-PASS THRU 590-END.
           PERFORM  730-QUEUELOG-PASS THRU 730-END.
           PERFORM  740-QUEUE-PASS   THRU 740-END.
           PERFORM  650-SAVE-DROP    THRU 650-END.
           PERFORM  655-CONTACT-DROP THRU 655-END.
           PERFORM  657-CREDIT-DROP  THRU 657-END.
           PERFORM  660-MASTER-DROP  THRU 660-END.
           DISPLAY "    outcome rows anonymized : " RES-REPL.
           DISPLAY "    audit rows anonymized   : " SESS-REPL.
           DISPLAY "    catalog rows dropped    : " TCAT-DROPPED.
           DISPLAY "    coupon rows anonymized  : " RWD-REPL.
           DISPLAY "    ops rows anonymized     : " OPS-REPL.
           DISPLAY "    moderation rows cleared : " INC-REPL.
           DISPLAY "    staff rows anonymized   : " STAFF-REPL.
           DISPLAY "    dispute cases cleared   : " CASE-REPL.
           DISPLAY "    merge rows anonymized   : " MERGE-REPL.
           DISPLAY "    receipt lines anonymized: " RCPT-REPL.
           DISPLAY "    ratings anonymized      : " FEED-REPL.
           DISPLAY "    access rows anonymized  : " ACC-REPL.
           DISPLAY "    letter rows anonymized  : " WB-REPL.
           DISPLAY "    shadow rows anonymized  : " SHAD-REPL.
           DISPLAY "    credit balance removed  : " CRED-DROPPED.
           DISPLAY "    credit rows anonymized  : " CLED-REPL.
           DISPLAY "    sales rows anonymized   : " SALE-REPL.
           DISPLAY "    queue tickets anonymized: " QUEUE-REPL.
           DISPLAY "    queue rows anonymized   : " QLOG-REPL.
           MOVE  "PURGE"      TO     STAFF-ACTION.
           MOVE  ANON-TOKEN   TO     STAFF-KEY.
           MOVE  "player data removed on request" TO STAFF-DETAIL.
           PERFORM  990-STAFF-LOG THRU 990-END.
           PERFORM  905-READ-REQ THRU 905-END.
       200-END.
           EXIT.
      *
      *    the outcome log is a plain sequential file - staged
      *    through a copy and written back, the way PLAYERMNT
      *    re-keys the history file after a merge. the swapped
      *    player changes the row, so every check value from the
      *    first swapped row on is folded afresh and the rewrite
      *    goes on CHAINANC.LOG; a row that already failed its check
      *    keeps the bad value, so the break is still there for
      *    CHAINVFY - the removal itself is never held up by it.
       300-RESULTS-PASS  SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
               GO TO 300-END
           END-IF.
           OPEN  OUTPUT RESPRG.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  310-RESULTS-ONE THRU 310-END
               UNTIL RESULTS-END = HIGH-VALUE.
           PERFORM  320-RESULTS-BACK THRU 320-END
               UNTIL RESPRG-END = HIGH-VALUE.
           CLOSE RESULTS RESPRG.
           MOVE  "RESULTS.LOG" TO    ANC-FILE.
           PERFORM  340-ANCHOR-LOG THRU 340-END.
       300-END.
           EXIT.
      *
       310-RESULTS-ONE   SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RESULTS-REC(1:67)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  "N"          TO     ROW-CHAINED.
           IF  RES-CHECK      NUMERIC
               IF  RES-CHECK      =      CHAIN-CHECK
                   MOVE  "Y"          TO     ROW-CHAINED
               END-IF
               MOVE  RES-CHECK    TO     OLD-CHECK
           ELSE
               MOVE  ZERO         TO     OLD-CHECK
           END-IF.
           IF  ROW-CHAINED    =      "N"
           AND CHAIN-BROKEN   =      0
               MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
           END-IF.
           IF  RES-PLAYER     =      PURGE-ID
               MOVE  RES-DATE     TO     ROW-DATE
               PERFORM  330-DATE-ADD THRU 330-END
               MOVE  ANON-TOKEN   TO     RES-PLAYER
               ADD  1             TO     RES-REPL
           END-IF.
           IF  ROW-CHAINED    =      "Y"
               MOVE  NEW-CHECK    TO     CHAIN-PREV
               MOVE  RESULTS-REC(1:67)  TO  CHAIN-ROW
               CALL  "CHAINSUM"   USING  CHAIN-PARA
               MOVE  CHAIN-CHECK  TO     RES-CHECK
           END-IF.
           IF  RES-CHECK      NUMERIC
               MOVE  RES-CHECK    TO     NEW-CHECK
           ELSE
               MOVE  ZERO         TO     NEW-CHECK
           END-IF.
           WRITE RESPRG-REC   FROM   RESULTS-REC.
           PERFORM  910-READ-RESULTS THRU 910-END.
       310-END.
           END-IF.
       335-END.
           EXIT.
      *
       340-ANCHOR-LOG    SECTION.
           OPEN  EXTEND  ANCLOG.
           IF  ANCLOG-STATUS  =      "35"
               OPEN  OUTPUT  ANCLOG
           END-IF.
           IF  ANCLOG-STATUS  NOT =  "00"
               DISPLAY "unable to write CHAINANC.LOG - status "
                   ANCLOG-STATUS
               GO TO 340-END
           END-IF.
           ACCEPT  JRNL-TIME  FROM   TIME.
           MOVE  SPACES       TO     ANCLOG-REC.
           ACCEPT  AN-DATE    FROM   DATE YYYYMMDD.
           MOVE  JRNL-TIME(1:6) TO   AN-TIME.
           MOVE  "PLYPURGE"   TO     AN-PROGRAM.
           MOVE  ANC-FILE     TO     AN-FILE.
           MOVE  CHAIN-ROWS   TO     AN-ROWS.
           MOVE  CHAIN-BROKEN TO     AN-BROKEN.
           MOVE  OLD-CHECK    TO     AN-OLD-LAST.
           MOVE  NEW-CHECK    TO     AN-NEW-LAST.
           MOVE  STAFF-ID     TO     AN-STAFF.
           STRING  "removal request " ANON-TOKEN
               DELIMITED BY SIZE INTO  AN-REASON.
           WRITE ANCLOG-REC.
           CLOSE ANCLOG.
           IF  CHAIN-BROKEN   >      0
               DISPLAY "    " ANC-FILE " already failed its check "
                   "at row " CHAIN-BROKEN " - run CHAINVFY"
           END-IF.
       340-END.
           EXIT.
      *
      *    the audit trail carries the words the player actually
      *    typed next to their ID - both go: the ID becomes the
           PERFORM  925-READ-SESSPRG THRU 925-END.
       420-END.
           EXIT.
      *
      *    the shadow scoring rows keep their scores and bands for
      *    SHADRPT - the ID becomes the token and the typed answer
      *    goes, as in the audit trail. the shop-wide merge is
      *    cleared the same way as this kiosk's own log.
       430-SHADOW-PASS   SECTION.
           MOVE  "SHADOW_LOG.txt" TO SHADOW-NAME.
           PERFORM  432-SHADOW-FILE THRU 432-END.
           MOVE  "SHADOW_ALL.txt" TO SHADOW-NAME.
           PERFORM  432-SHADOW-FILE THRU 432-END.
       430-END.
           EXIT.
      *
       432-SHADOW-FILE   SECTION.
           MOVE  SPACE        TO     SHADOWLOG-END.
           OPEN  INPUT  SHADOWLOG.
           IF  SHADOWLOG-STATUS NOT = "00"
               GO TO 432-END
           END-IF.
           OPEN  OUTPUT SHDPRG.
           PERFORM  923-READ-SHADOW THRU 923-END.
           PERFORM  435-SHADOW-ONE THRU 435-END
               UNTIL SHADOWLOG-END = HIGH-VALUE.
           CLOSE SHADOWLOG SHDPRG.
           MOVE  SPACE        TO     SHDPRG-END.
           OPEN  INPUT  SHDPRG.
           OPEN  OUTPUT SHADOWLOG.
           PERFORM  924-READ-SHDPRG THRU 924-END.
           PERFORM  440-SHADOW-BACK THRU 440-END
               UNTIL SHDPRG-END = HIGH-VALUE.
           CLOSE SHADOWLOG SHDPRG.
       432-END.
           EXIT.
      *
       435-SHADOW-ONE    SECTION.
           IF  SH-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     SH-PLAYER
               MOVE  SPACES       TO     SH-INPUT
               ADD  1             TO     SHAD-REPL
           END-IF.
           WRITE SHDPRG-REC   FROM   SHADOWLOG-REC.
           PERFORM  923-READ-SHADOW THRU 923-END.
       435-END.
           EXIT.
      *
       440-SHADOW-BACK   SECTION.
           WRITE SHADOWLOG-REC FROM  SHDPRG-REC.
           PERFORM  924-READ-SHDPRG THRU 924-END.
       440-END.
           EXIT.
      *
       500-HIST-PASS     SECTION.
           MOVE  SPACE        TO     PLAYHIST-END.
       520-END.
           EXIT.
      *
      *    the counter's sales ledger keeps every amount - the till
      *    figures and CASHUP's balance proof read them - and only
      *    the ID becomes the token.
       530-SALES-PASS    SECTION.
           MOVE  SPACE        TO     SALES-END.
           OPEN  INPUT  SALES.
           IF  SALES-STATUS   NOT =  "00"
               GO TO 530-END
           END-IF.
           OPEN  OUTPUT SALPRG.
           PERFORM  926-READ-SALES THRU 926-END.
           PERFORM  531-SALES-ONE THRU 531-END
               UNTIL SALES-END = HIGH-VALUE.
           CLOSE SALES SALPRG.
           MOVE  SPACE        TO     SALPRG-END.
           OPEN  INPUT  SALPRG.
           OPEN  OUTPUT SALES.
           PERFORM  927-READ-SALPRG THRU 927-END.
           PERFORM  532-SALES-BACK THRU 532-END
               UNTIL SALPRG-END = HIGH-VALUE.
           CLOSE SALES SALPRG.
       530-END.
           EXIT.
      *
       531-SALES-ONE     SECTION.
           IF  SA-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     SA-PLAYER
               ADD  1             TO     SALE-REPL
           END-IF.
           WRITE SALPRG-REC   FROM   SALES-REC.
           PERFORM  926-READ-SALES THRU 926-END.
       531-END.
           EXIT.
      *
       532-SALES-BACK    SECTION.
           WRITE SALES-REC    FROM   SALPRG-REC.
           PERFORM  927-READ-SALPRG THRU 927-END.
       532-END.
           EXIT.
      *
      *    a receipt can still be reprinted after a removal - with
      *    the token where the player's ID was.
       550-RECEIPT-PASS  SECTION.
           MOVE  SPACE        TO     RCPTLOG-END.
           OPEN  INPUT  RCPTLOG.
           IF  RCPTLOG-STATUS NOT =  "00"
               GO TO 550-END
           END-IF.
           OPEN  OUTPUT RCPPRG.
           PERFORM  912-READ-RCPTLOG THRU 912-END.
           PERFORM  551-RECEIPT-ONE THRU 551-END
               UNTIL RCPTLOG-END = HIGH-VALUE.
           CLOSE RCPTLOG RCPPRG.
           MOVE  SPACE        TO     RCPPRG-END.
           OPEN  INPUT  RCPPRG.
           OPEN  OUTPUT RCPTLOG.
           PERFORM  913-READ-RCPPRG THRU 913-END.
           PERFORM  552-RECEIPT-BACK THRU 552-END
               UNTIL RCPPRG-END = HIGH-VALUE.
           CLOSE RCPTLOG RCPPRG.
       550-END.
           EXIT.
      *
       551-RECEIPT-ONE   SECTION.
           IF  (RL-LINE(1:7)  =      "player "
            OR  RL-LINE(1:7)  =      "partner")
           AND RL-LINE(14:10) =      PURGE-ID
               MOVE  ANON-TOKEN   TO     RL-LINE(14:10)
               ADD  1             TO     RCPT-REPL
           END-IF.
           IF  RL-LINE(1:7)   =      "coupon "
           AND RL-LINE(30:10) =      PURGE-ID
               MOVE  ANON-TOKEN   TO     RL-LINE(30:10)
               ADD  1             TO     RCPT-REPL
           END-IF.
           WRITE RCPPRG-REC   FROM   RCPTLOG-REC.
           PERFORM  912-READ-RCPTLOG THRU 912-END.
       551-END.
           EXIT.
      *
       552-RECEIPT-BACK  SECTION.
           WRITE RCPTLOG-REC  FROM   RCPPRG-REC.
           PERFORM  913-READ-RCPPRG THRU 913-END.
       552-END.
           EXIT.
      *
      *    a rating keeps its numbers for FEEDRPT - the ID becomes
      *    the token and the comment, free text the player typed,
      *    goes, the same way the moderation incidents are cleared.
       560-FEEDBACK-PASS SECTION.
           MOVE  SPACE        TO     FEEDBACK-END.
           OPEN  INPUT  FEEDBACK.
           IF  FEEDBACK-STATUS NOT = "00"
               GO TO 560-END
           END-IF.
           OPEN  OUTPUT FDBPRG.
           PERFORM  914-READ-FEEDBACK THRU 914-END.
           PERFORM  561-FEEDBACK-ONE THRU 561-END
               UNTIL FEEDBACK-END = HIGH-VALUE.
           CLOSE FEEDBACK FDBPRG.
           MOVE  SPACE        TO     FDBPRG-END.
           OPEN  INPUT  FDBPRG.
           OPEN  OUTPUT FEEDBACK.
           PERFORM  916-READ-FDBPRG THRU 916-END.
           PERFORM  562-FEEDBACK-BACK THRU 562-END
               UNTIL FDBPRG-END = HIGH-VALUE.
           CLOSE FEEDBACK FDBPRG.
       560-END.
           EXIT.
      *
       561-FEEDBACK-ONE  SECTION.
           IF  FB-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     FB-PLAYER
               MOVE  SPACES       TO     FB-COMMENT
               ADD  1             TO     FEED-REPL
           END-IF.
           WRITE FDBPRG-REC   FROM   FEEDBACK-REC.
           PERFORM  914-READ-FEEDBACK THRU 914-END.
       561-END.
           EXIT.
      *
       562-FEEDBACK-BACK SECTION.
           WRITE FEEDBACK-REC FROM   FDBPRG-REC.
           PERFORM  916-READ-FDBPRG THRU 916-END.
       562-END.
           EXIT.
      *
       570-ACCESS-PASS   SECTION.
           MOVE  SPACE        TO     ACCLOG-END.
           OPEN  INPUT  ACCLOG.
           IF  ACCLOG-STATUS  NOT =  "00"
               GO TO 570-END
           END-IF.
           OPEN  OUTPUT ACCPRG.
           PERFORM  917-READ-ACCLOG THRU 917-END.
           PERFORM  571-ACCESS-ONE THRU 571-END
               UNTIL ACCLOG-END = HIGH-VALUE.
           CLOSE ACCLOG ACCPRG.
           MOVE  SPACE        TO     ACCPRG-END.
           OPEN  INPUT  ACCPRG.
           OPEN  OUTPUT ACCLOG.
           PERFORM  918-READ-ACCPRG THRU 918-END.
           PERFORM  572-ACCESS-BACK THRU 572-END
               UNTIL ACCPRG-END = HIGH-VALUE.
           CLOSE ACCLOG ACCPRG.
       570-END.
           EXIT.
      *
       571-ACCESS-ONE    SECTION.
           IF  AR-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     AR-PLAYER
               ADD  1             TO     ACC-REPL
           END-IF.
           WRITE ACCPRG-REC   FROM   ACCLOG-REC.
           PERFORM  917-READ-ACCLOG THRU 917-END.
       571-END.
           EXIT.
      *
       572-ACCESS-BACK   SECTION.
           WRITE ACCLOG-REC   FROM   ACCPRG-REC.
           PERFORM  918-READ-ACCPRG THRU 918-END.
       572-END.
           EXIT.
      *
      *    the win-back letter register keeps its rows for WINRPT's
      *    counts - only the ID goes.
       580-WINBACK-PASS  SECTION.
           MOVE  SPACE        TO     WBLOG-END.
           OPEN  INPUT  WBLOG.
           IF  WBLOG-STATUS   NOT =  "00"
               GO TO 580-END
           END-IF.
           OPEN  OUTPUT WBPRG.
           PERFORM  921-READ-WBLOG THRU 921-END.
           PERFORM  581-WINBACK-ONE THRU 581-END
               UNTIL WBLOG-END = HIGH-VALUE.
           CLOSE WBLOG WBPRG.
           MOVE  SPACE        TO     WBPRG-END.
           OPEN  INPUT  WBPRG.
           OPEN  OUTPUT WBLOG.
           PERFORM  922-READ-WBPRG THRU 922-END.
           PERFORM  582-WINBACK-BACK THRU 582-END
               UNTIL WBPRG-END = HIGH-VALUE.
           CLOSE WBLOG WBPRG.
       580-END.
           EXIT.
      *
       581-WINBACK-ONE   SECTION.
           IF  WB-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     WB-PLAYER
               ADD  1             TO     WB-REPL
           END-IF.
           WRITE WBPRG-REC    FROM   WBLOG-REC.
           PERFORM  921-READ-WBLOG THRU 921-END.
       581-END.
           EXIT.
      *
       582-WINBACK-BACK  SECTION.
           WRITE WBLOG-REC    FROM   WBPRG-REC.
           PERFORM  922-READ-WBPRG THRU 922-END.
       582-END.
           EXIT.
      *
      *    the kiosk's credit ledger likewise - every USE and refund
      *    stays for the cash-up, under the token. the outcome rows
      *    carry the same token, so CASHUP's per-player check still
      *    pairs them.
       590-CREDLED-PASS  SECTION.
           MOVE  SPACE        TO     CREDLED-END.
           OPEN  INPUT  CREDLED.
           IF  CREDLED-STATUS NOT =  "00"
               GO TO 590-END
           END-IF.
           OPEN  OUTPUT CLDPRG.
           PERFORM  928-READ-CREDLED THRU 928-END.
           PERFORM  591-CREDLED-ONE THRU 591-END
               UNTIL CREDLED-END = HIGH-VALUE.
           CLOSE CREDLED CLDPRG.
           MOVE  SPACE        TO     CLDPRG-END.
           OPEN  INPUT  CLDPRG.
           OPEN  OUTPUT CREDLED.
           PERFORM  929-READ-CLDPRG THRU 929-END.
           PERFORM  592-CREDLED-BACK THRU 592-END
               UNTIL CLDPRG-END = HIGH-VALUE.
           CLOSE CREDLED CLDPRG.
       590-END.
           EXIT.
      *
       591-CREDLED-ONE   SECTION.
           IF  CL-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     CL-PLAYER
               ADD  1             TO     CLED-REPL
           END-IF.
           WRITE CLDPRG-REC   FROM   CREDLED-REC.
           PERFORM  928-READ-CREDLED THRU 928-END.
       591-END.
           EXIT.
      *
       592-CREDLED-BACK  SECTION.
           WRITE CREDLED-REC  FROM   CLDPRG-REC.
           PERFORM  929-READ-CLDPRG THRU 929-END.
       592-END.
           EXIT.
      *
      *    the transcript names follow 115-TRANS-OPEN's pattern -
      *    one per player per visit day - so the collected day set
      *    names every file there can be.
           CLOSE SAVES.
       650-END.
           EXIT.
      *
      *    name, address and the answer on offers - deleted outright.
       655-CONTACT-DROP  SECTION.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               GO TO 655-END
           END-IF.
           MOVE  PURGE-ID     TO     CT-ID.
           DELETE CONTACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "    contact details deleted"
           END-DELETE.
           CLOSE CONTACT.
       655-END.
           EXIT.
      *
      *    the credit balance goes with the player. credits still
      *    unspent were paid for, so they are filed again under the
      *    token - the balances on file still equal the sales less
      *    the spend CASHUP proves them against, and the counter
      *    can see a CREDSALE refund was owed.
       657-CREDIT-DROP   SECTION.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 657-END
           END-IF.
           MOVE  PURGE-ID     TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   CLOSE CREDITS
                   GO TO 657-END
           END-READ.
           MOVE  CREDITS-REC  TO     CREDIT-HOLD.
           DELETE CREDITS
               INVALID KEY
                   DISPLAY "    could not delete the credit balance"
                   CLOSE CREDITS
                   GO TO 657-END
           END-DELETE.
           ADD  1             TO     CRED-DROPPED.
           DISPLAY "    credit balance deleted".
           MOVE  CREDIT-HOLD  TO     CREDITS-REC.
           IF  CR-BALANCE     >      0
               MOVE  ANON-TOKEN   TO     CR-ID
               WRITE CREDITS-REC
                   INVALID KEY
                       DISPLAY "    could not keep " CR-BALANCE
                           " unspent credits under " ANON-TOKEN
                   NOT INVALID KEY
                       DISPLAY "    " CR-BALANCE " unspent credits "
                           "kept under " ANON-TOKEN
               END-WRITE
           END-IF.
           CLOSE CREDITS.
       657-END.
           EXIT.
      *
       660-MASTER-DROP   SECTION.
           OPEN  I-O  PLAYERS.
      *
      *    append one before/after image to the change journal so a
      *    PLYRBLD roll-forward replays this change too.
       670-JOURNAL       SECTION.
           OPEN  EXTEND  PLYJRNL.
           IF  PLYJRNL-STATUS =      "35"
               OPEN  OUTPUT  PLYJRNL
           END-IF.
           IF  PLYJRNL-STATUS NOT =  "00"
               DISPLAY "unable to open PLYJRNL.DAT - player change "
                   "not journaled"
               GO TO 670-END
           END-IF.
           ACCEPT  JR-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  JRNL-TIME  FROM   TIME.
           MOVE  JRNL-TIME(1:6) TO   JR-TIME.
           MOVE  JRNL-ACTION  TO     JR-ACTION.
           MOVE  JRNL-BEFORE  TO     JR-BEFORE.
           MOVE  JRNL-AFTER   TO     JR-AFTER.
           WRITE PLYJRNL-REC.
           CLOSE PLYJRNL.
       670-END.
           EXIT.
      *
      *    the transcript catalog ties the player to every visit day
      *    and transcript name, so their rows are dropped whole -
      *    and since each row names a transcript exactly, any file
       720-END.
           EXIT.
      *
      *    queue events keep their times for QUEUERPT's waits -
      *    only the ID becomes the token.
       730-QUEUELOG-PASS SECTION.
           MOVE  SPACE        TO     QUEUELOG-END.
           OPEN  INPUT  QUEUELOG.
           IF  QUEUELOG-STATUS NOT = "00"
               GO TO 730-END
           END-IF.
           OPEN  OUTPUT QLGPRG.
           PERFORM  941-READ-QUEUELOG THRU 941-END.
           PERFORM  731-QUEUELOG-ONE THRU 731-END
               UNTIL QUEUELOG-END = HIGH-VALUE.
           CLOSE QUEUELOG QLGPRG.
           MOVE  SPACE        TO     QLGPRG-END.
           OPEN  INPUT  QLGPRG.
           OPEN  OUTPUT QUEUELOG.
           PERFORM  942-READ-QLGPRG THRU 942-END.
           PERFORM  732-QUEUELOG-BACK THRU 732-END
               UNTIL QLGPRG-END = HIGH-VALUE.
           CLOSE QUEUELOG QLGPRG.
       730-END.
           EXIT.
      *
       731-QUEUELOG-ONE  SECTION.
           IF  QL-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     QL-PLAYER
               ADD  1             TO     QLOG-REPL
           END-IF.
           WRITE QLGPRG-REC   FROM   QUEUELOG-REC.
           PERFORM  941-READ-QUEUELOG THRU 941-END.
       731-END.
           EXIT.
      *
       732-QUEUELOG-BACK SECTION.
           WRITE QUEUELOG-REC FROM   QLGPRG-REC.
           PERFORM  942-READ-QLGPRG THRU 942-END.
       732-END.
           EXIT.
      *
      *    the ticket file is keyed, so each of the player's tickets
      *    is rewritten where it sits, the way the dispute cases are.
       740-QUEUE-PASS    SECTION.
           MOVE  SPACE        TO     QUEUE-END.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               GO TO 740-END
           END-IF.
           MOVE  ZERO         TO     QT-DATE QT-TICKET.
           START TICKETS  KEY  NOT <  QT-KEY
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-START.
           PERFORM  943-READ-QUEUE THRU 943-END.
           PERFORM  741-QUEUE-ONE THRU 741-END
               UNTIL QUEUE-END = HIGH-VALUE.
           CLOSE TICKETS.
       740-END.
           EXIT.
      *
       741-QUEUE-ONE     SECTION.
           IF  QT-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     QT-PLAYER
               REWRITE QUEUE-REC
                   INVALID KEY
                       DISPLAY "    could not rewrite ticket "
                           QT-TICKET " of " QT-DATE
                   NOT INVALID KEY
                       ADD  1             TO     QUEUE-REPL
               END-REWRITE
           END-IF.
           PERFORM  943-READ-QUEUE THRU 943-END.
       741-END.
           EXIT.
      *
      *    the coupon ledger keeps its rows - an outstanding code
      *    must still redeem exactly once - but the player column
      *    becomes the token, so REDEEM shows the token and the
      *    ledger no longer names the person. check values are
      *    folded afresh exactly as for the outcome log.
       750-REWARDS-PASS  SECTION.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
               GO TO 750-END
           END-IF.
           OPEN  OUTPUT RWDPRG.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           PERFORM  950-READ-REWARDS THRU 950-END.
           PERFORM  760-REWARDS-ONE THRU 760-END
               UNTIL REWARDS-END = HIGH-VALUE.
           PERFORM  770-REWARDS-BACK THRU 770-END
               UNTIL RWDPRG-END = HIGH-VALUE.
           CLOSE REWARDS RWDPRG.
           MOVE  "REWARDS.LED" TO    ANC-FILE.
           PERFORM  340-ANCHOR-LOG THRU 340-END.
       750-END.
           EXIT.
      *
       760-REWARDS-ONE   SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  "N"          TO     ROW-CHAINED.
           IF  RW-CHECK       NUMERIC
               IF  RW-CHECK       =      CHAIN-CHECK
                   MOVE  "Y"          TO     ROW-CHAINED
               END-IF
               MOVE  RW-CHECK     TO     OLD-CHECK
           ELSE
               MOVE  ZERO         TO     OLD-CHECK
           END-IF.
           IF  ROW-CHAINED    =      "N"
           AND CHAIN-BROKEN   =      0
               MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
           END-IF.
           IF  RW-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     RW-PLAYER
               ADD  1             TO     RWD-REPL
           END-IF.
           IF  ROW-CHAINED    =      "Y"
               MOVE  NEW-CHECK    TO     CHAIN-PREV
               MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW
               CALL  "CHAINSUM"   USING  CHAIN-PARA
               MOVE  CHAIN-CHECK  TO     RW-CHECK
           END-IF.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     NEW-CHECK
           ELSE
               MOVE  ZERO         TO     NEW-CHECK
           END-IF.
           WRITE RWDPRG-REC   FROM   REWARDS-REC.
           PERFORM  950-READ-REWARDS THRU 950-END.
       760-END.
       820-END.
           EXIT.
      *
      *    the moderation incident file holds answers exactly as the
      *    player typed them - the ID becomes the token and the text
      *    goes, so MODREVW's counts survive and nothing readable is
      *    left behind.
       850-INCIDENT-PASS SECTION.
           MOVE  SPACE        TO     INCIDENT-END.
           OPEN  INPUT  INCIDENT.
           IF  INCIDENT-STATUS NOT = "00"
               GO TO 850-END
           END-IF.
           OPEN  OUTPUT INCPRG.
           PERFORM  970-READ-INCIDENT THRU 970-END.
           PERFORM  860-INCIDENT-ONE THRU 860-END
               UNTIL INCIDENT-END = HIGH-VALUE.
           CLOSE INCIDENT INCPRG.
           MOVE  SPACE        TO     INCPRG-END.
           OPEN  INPUT  INCPRG.
           OPEN  OUTPUT INCIDENT.
           PERFORM  975-READ-INCPRG THRU 975-END.
           PERFORM  870-INCIDENT-BACK THRU 870-END
               UNTIL INCPRG-END = HIGH-VALUE.
           CLOSE INCIDENT INCPRG.
       850-END.
           EXIT.
      *
       860-INCIDENT-ONE  SECTION.
           IF  IC-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     IC-PLAYER
               MOVE  SPACES       TO     IC-INPUT
               ADD  1             TO     INC-REPL
           END-IF.
           WRITE INCPRG-REC   FROM   INCIDENT-REC.
           PERFORM  970-READ-INCIDENT THRU 970-END.
       860-END.
           EXIT.
      *
       870-INCIDENT-BACK SECTION.
           WRITE INCIDENT-REC FROM   INCPRG-REC.
           PERFORM  975-READ-INCPRG THRU 975-END.
       870-END.
           EXIT.
      *
      *    staff actions on this player - a PIN reset, a merge, a
      *    cleared checkpoint - keep their row, with the ID swapped
      *    for the token wherever it sits in the key.
       880-STAFFACT-PASS SECTION.
           MOVE  SPACE        TO     STAFFACT-END.
           OPEN  INPUT  STAFFACT.
           IF  STAFFACT-STATUS NOT = "00"
               GO TO 880-END
           END-IF.
           OPEN  OUTPUT STFPRG.
           PERFORM  980-READ-STAFFACT THRU 980-END.
           PERFORM  885-STAFFACT-ONE THRU 885-END
               UNTIL STAFFACT-END = HIGH-VALUE.
           CLOSE STAFFACT STFPRG.
           MOVE  SPACE        TO     STFPRG-END.
           OPEN  INPUT  STFPRG.
           OPEN  OUTPUT STAFFACT.
           PERFORM  985-READ-STFPRG THRU 985-END.
           PERFORM  890-STAFFACT-BACK THRU 890-END
               UNTIL STFPRG-END = HIGH-VALUE.
           CLOSE STAFFACT STFPRG.
       880-END.
           EXIT.
      *
       885-STAFFACT-ONE  SECTION.
           IF  AC-KEY-1       =      PURGE-ID
               MOVE  ANON-TOKEN   TO     AC-KEY-1
               ADD  1             TO     STAFF-REPL
           END-IF.
           IF  AC-KEY-2       =      PURGE-ID
               MOVE  ANON-TOKEN   TO     AC-KEY-2
               ADD  1             TO     STAFF-REPL
           END-IF.
           WRITE STFPRG-REC   FROM   STAFFACT-REC.
           PERFORM  980-READ-STAFFACT THRU 980-END.
       885-END.
           EXIT.
      *
       890-STAFFACT-BACK SECTION.
           WRITE STAFFACT-REC FROM   STFPRG-REC.
           PERFORM  985-READ-STFPRG THRU 985-END.
       890-END.
           EXIT.
      *
      *    dispute cases keep their finding and any coupon, so the
      *    ageing report's counts stand - the ID becomes the token
      *    and the player's own words, the complaint and the answer
      *    the case was about, go. the case file is keyed, so each
      *    row is rewritten where it sits.
       895-DISPUTE-PASS  SECTION.
           MOVE  SPACE        TO     CASES-END.
           OPEN  I-O  CASES.
           IF  CASES-STATUS   NOT =  "00"
               GO TO 895-END
           END-IF.
           MOVE  ZERO         TO     DC-CASE.
           START CASES  KEY  NOT <  DC-CASE
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-START.
           PERFORM  995-READ-CASE THRU 995-END.
           PERFORM  896-DISPUTE-ONE THRU 896-END
               UNTIL CASES-END = HIGH-VALUE.
           CLOSE CASES.
       895-END.
           EXIT.
      *
       896-DISPUTE-ONE   SECTION.
           IF  DC-PLAYER      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     DC-PLAYER
               MOVE  SPACES       TO     DC-COMPLAINT DC-MIS-INPUT
               REWRITE CASES-REC
                   INVALID KEY
                       DISPLAY "    could not rewrite case " DC-CASE
                   NOT INVALID KEY
                       ADD  1             TO     CASE-REPL
               END-REWRITE
           END-IF.
           PERFORM  995-READ-CASE THRU 995-END.
       896-END.
           EXIT.
      *
      *    a merge stays on the register so the counts it moved can
      *    still be explained - the player's ID becomes the token on
      *    whichever side of the merge they were, and on the record
      *    image that goes with it, whose PIN hash is cleared.
       897-MERGELOG-PASS SECTION.
           MOVE  SPACE        TO     MERGELOG-END.
           OPEN  INPUT  MERGELOG.
           IF  MERGELOG-STATUS NOT = "00"
               GO TO 897-END
           END-IF.
           OPEN  OUTPUT MRGPRG.
           PERFORM  996-READ-MERGELOG THRU 996-END.
           PERFORM  898-MERGELOG-ONE THRU 898-END
               UNTIL MERGELOG-END = HIGH-VALUE.
           CLOSE MERGELOG MRGPRG.
           MOVE  SPACE        TO     MRGPRG-END.
           OPEN  INPUT  MRGPRG.
           OPEN  OUTPUT MERGELOG.
           PERFORM  997-READ-MRGPRG THRU 997-END.
           PERFORM  899-MERGELOG-BACK THRU 899-END
               UNTIL MRGPRG-END = HIGH-VALUE.
           CLOSE MERGELOG MRGPRG.
       897-END.
           EXIT.
      *
       898-MERGELOG-ONE  SECTION.
           IF  MG-RETIRED     =      PURGE-ID
               MOVE  ANON-TOKEN   TO     MG-RETIRED
               ADD  1             TO     MERGE-REPL
           END-IF.
           IF  MG-SURVIVOR    =      PURGE-ID
               MOVE  ANON-TOKEN   TO     MG-SURVIVOR
               ADD  1             TO     MERGE-REPL
           END-IF.
           IF  MG-RET-ID      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     MG-RET-ID
               MOVE  SPACES       TO     MG-RET-PIN
           END-IF.
           IF  MG-SUR-ID      =      PURGE-ID
               MOVE  ANON-TOKEN   TO     MG-SUR-ID
               MOVE  SPACES       TO     MG-SUR-PIN
           END-IF.
           WRITE MRGPRG-REC   FROM   MERGELOG-REC.
           PERFORM  996-READ-MERGELOG THRU 996-END.
       898-END.
           EXIT.
      *
       899-MERGELOG-BACK SECTION.
           WRITE MERGELOG-REC FROM   MRGPRG-REC.
           PERFORM  997-READ-MRGPRG THRU 997-END.
       899-END.
           EXIT.
      *
       905-READ-REQ      SECTION.
           END-READ.
       910-END.
           EXIT.
      *
       912-READ-RCPTLOG  SECTION.
           READ RCPTLOG
           AT END
               MOVE HIGH-VALUE TO RCPTLOG-END
           END-READ.
       912-END.
           EXIT.
      *
       913-READ-RCPPRG   SECTION.
           READ RCPPRG
           AT END
               MOVE HIGH-VALUE TO RCPPRG-END
           END-READ.
       913-END.
           EXIT.
      *
       914-READ-FEEDBACK SECTION.
           READ FEEDBACK
           AT END
               MOVE HIGH-VALUE TO FEEDBACK-END
           END-READ.
       914-END.
           EXIT.
      *
       915-READ-RESPRG   SECTION.
           READ RESPRG
           END-READ.
       915-END.
           EXIT.
      *
       916-READ-FDBPRG   SECTION.
           READ FDBPRG
           AT END
               MOVE HIGH-VALUE TO FDBPRG-END
           END-READ.
       916-END.
           EXIT.
      *
       917-READ-ACCLOG   SECTION.
           READ ACCLOG
           AT END
               MOVE HIGH-VALUE TO ACCLOG-END
           END-READ.
       917-END.
           EXIT.
      *
       918-READ-ACCPRG   SECTION.
           READ ACCPRG
           AT END
               MOVE HIGH-VALUE TO ACCPRG-END
           END-READ.
       918-END.
           EXIT.
      *
       920-READ-SESSLOG  SECTION.
           READ SESSLOG
           END-READ.
       920-END.
           EXIT.
      *
       921-READ-WBLOG    SECTION.
           READ WBLOG
           AT END
               MOVE HIGH-VALUE TO WBLOG-END
           END-READ.
       921-END.
           EXIT.
      *
       922-READ-WBPRG    SECTION.
           READ WBPRG
           AT END
               MOVE HIGH-VALUE TO WBPRG-END
           END-READ.
       922-END.
           EXIT.
      *
       923-READ-SHADOW   SECTION.
           READ SHADOWLOG
           AT END
               MOVE HIGH-VALUE TO SHADOWLOG-END
           END-READ.
       923-END.
           EXIT.
      *
       924-READ-SHDPRG   SECTION.
           READ SHDPRG
           AT END
               MOVE HIGH-VALUE TO SHDPRG-END
           END-READ.
       924-END.
           EXIT.
      *
       925-READ-SESSPRG  SECTION.
           READ SESSPRG
           END-READ.
       925-END.
           EXIT.
      *
       926-READ-SALES    SECTION.
           READ SALES
           AT END
               MOVE HIGH-VALUE TO SALES-END
           END-READ.
       926-END.
           EXIT.
      *
       927-READ-SALPRG   SECTION.
           READ SALPRG
           AT END
               MOVE HIGH-VALUE TO SALPRG-END
           END-READ.
       927-END.
           EXIT.
      *
       928-READ-CREDLED  SECTION.
           READ CREDLED
           AT END
               MOVE HIGH-VALUE TO CREDLED-END
           END-READ.
       928-END.
           EXIT.
      *
       929-READ-CLDPRG   SECTION.
           READ CLDPRG
           AT END
               MOVE HIGH-VALUE TO CLDPRG-END
           END-READ.
       929-END.
           EXIT.
      *
       930-READ-HIST     SECTION.
           READ PLAYHIST
           END-READ.
       940-END.
           EXIT.
      *
       941-READ-QUEUELOG SECTION.
           READ QUEUELOG
           AT END
               MOVE HIGH-VALUE TO QUEUELOG-END
           END-READ.
       941-END.
           EXIT.
      *
       942-READ-QLGPRG   SECTION.
           READ QLGPRG
           AT END
               MOVE HIGH-VALUE TO QLGPRG-END
           END-READ.
       942-END.
           EXIT.
      *
       943-READ-QUEUE    SECTION.
           IF  QUEUE-END      =      HIGH-VALUE
               GO TO 943-END
           END-IF.
           READ  TICKETS  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-READ.
       943-END.
           EXIT.
      *
       945-READ-TCATPRG  SECTION.
           READ TCATPRG
           END-READ.
       965-END.
           EXIT.
      *
       970-READ-INCIDENT SECTION.
           READ INCIDENT
           AT END
               MOVE HIGH-VALUE TO INCIDENT-END
           END-READ.
       970-END.
           EXIT.
      *
       975-READ-INCPRG   SECTION.
           READ INCPRG
           AT END
               MOVE HIGH-VALUE TO INCPRG-END
           END-READ.
       975-END.
           EXIT.
      *
       980-READ-STAFFACT SECTION.
           READ STAFFACT
           AT END
               MOVE HIGH-VALUE TO STAFFACT-END
           END-READ.
       980-END.
           EXIT.
      *
       985-READ-STFPRG   SECTION.
           READ STFPRG
           AT END
               MOVE HIGH-VALUE TO STFPRG-END
           END-READ.
       985-END.
           EXIT.
      *
       990-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       990-END.
           EXIT.
      *
       995-READ-CASE     SECTION.
           IF  CASES-END      =      HIGH-VALUE
               GO TO 995-END
           END-IF.
           READ  CASES  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-READ.
       995-END.
           EXIT.
      *
       996-READ-MERGELOG SECTION.
           READ MERGELOG
           AT END
               MOVE HIGH-VALUE TO MERGELOG-END
           END-READ.
       996-END.
           EXIT.
      *
       997-READ-MRGPRG   SECTION.
           READ MRGPRG
           AT END
               MOVE HIGH-VALUE TO MRGPRG-END
           END-READ.
       997-END.
           EXIT.
