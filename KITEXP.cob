       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       KITEXP.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
      *    every file a kiosk keeps for itself, in the order they go
      *    into the kit - only one is ever open at a time, so they
      *    share the one status field. QUEUE.DAT and QUEUE_LOG.txt
      *    are shared with the counter and every other kiosk, and
      *    the story content files ship with the pack, so none of
      *    them is this terminal's to pack.
           SELECT  CONFIG  ASSIGN TO "CONFIG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  LANGCFG ASSIGN TO "LANG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  OVRTAB  ASSIGN TO "OVERRIDE.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CUTTAB  ASSIGN TO "CUTLINE.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  BLOCKTAB ASSIGN TO "BLOCKWD.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CHAPMAP ASSIGN TO "CHAPMAP.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PACKID  ASSIGN TO "PACKID.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PACKSCHD ASSIGN TO "PACKSCHD.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  ABTEST  ASSIGN TO "ABTEST.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  SHOPCAL ASSIGN TO "SHOPCAL.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PRICE   ASSIGN TO "PRICE.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  ANALVER ASSIGN TO "ANALVER.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  LOGSEQ  ASSIGN TO "LOGSEQ.DAT"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CHECKPT ASSIGN TO "CHECKPT.DAT"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  RESULTS ASSIGN TO "RESULTS.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  SESSLOG ASSIGN TO "SESSION_LOG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PERFLOG ASSIGN TO "PERF_LOG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  THINKLOG ASSIGN TO "THINK_LOG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  SHADOWLOG ASSIGN TO "SHADOW_LOG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  OPSLOG  ASSIGN TO "OPS_LOG.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PLAYHIST ASSIGN TO "PLAYHIST.DAT"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PLYJRNL ASSIGN TO "PLYJRNL.DAT"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CREDLED ASSIGN TO "CREDIT.LED"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  SALESLED ASSIGN TO "SALES.LED"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  INCIDENT ASSIGN TO "INCIDENT.DAT"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  RCPTLOG ASSIGN TO "RECEIPT.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  FEEDBACK ASSIGN TO "FEEDBACK.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  STAFFACT ASSIGN TO "STAFFACT.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  ANCLOG  ASSIGN TO "CHAINANC.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  MERGELOG ASSIGN TO "MERGE.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  ACCLOG  ASSIGN TO "ACCESS.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  WBLOG   ASSIGN TO "WINBACK.LOG"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  TRANSCAT ASSIGN TO "TRANSCAT.txt"
                   FILE STATUS IS  CUR-STATUS.
           SELECT  PLAYERS ASSIGN TO "PLAYERS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS PLY-ID
                   FILE STATUS IS  CUR-STATUS.
           SELECT  SAVES   ASSIGN TO "SAVES.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS SAV-ID
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CUR-STATUS.
           SELECT  STAFF   ASSIGN TO "STAFF.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS ST-ID
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CUR-STATUS.
           SELECT  ANLCACHE ASSIGN TO "ANALCACHE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS AC-KEY
                   FILE STATUS IS  CUR-STATUS.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CUR-STATUS.
           SELECT  TRANS   ASSIGN TO TRANS-NAME
                   FILE STATUS IS  TRANS-STATUS.
           SELECT  KIT     ASSIGN TO KIT-NAME
                   FILE STATUS IS  KIT-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONFIG.
       01  CONFIG-REC        PIC X(20).
      *
       FD  LANGCFG.
       01  LANGCFG-REC       PIC X(02).
      *
       FD  OVRTAB.
       01  OVRTAB-REC        PIC X(104).
      *
       FD  CUTTAB.
       01  CUTTAB-REC        PIC X(08).
      *
       FD  BLOCKTAB.
       01  BLOCKTAB-REC      PIC X(32).
      *
       FD  CHAPMAP.
       01  CHAPMAP-REC       PIC X(11).
      *
       FD  PACKID.
       01  PACKID-REC        PIC X(13).
      *
       FD  PACKSCHD.
       01  PACKSCHD-REC      PIC X(76).
      *
       FD  ABTEST.
       01  ABTEST-REC        PIC X(38).
      *
       FD  SHOPCAL.
       01  SHOPCAL-REC       PIC X(51).
      *
       FD  PRICE.
       01  PRICE-REC         PIC X(05).
      *
       FD  ANALVER.
       01  ANALVER-REC       PIC X(20).
      *
       FD  LOGSEQ.
       01  LOGSEQ-REC.
           03  SEQ-RES       PIC 9(06).
           03  FILLER        PIC X(01).
           03  SEQ-SESS      PIC 9(06).
           03  FILLER        PIC X(01).
           03  SEQ-PERF      PIC 9(06).
      *
       FD  CHECKPT.
       01  CHECKPT-REC       PIC X(27).
      *
       FD  RESULTS.
       01  RESULTS-REC       PIC X(84).
      *
       FD  REWARDS.
       01  REWARDS-REC       PIC X(56).
      *
       FD  SESSLOG.
       01  SESSLOG-REC       PIC X(168).
      *
       FD  PERFLOG.
       01  PERFLOG-REC       PIC X(32).
      *
       FD  THINKLOG.
       01  THINKLOG-REC      PIC X(25).
      *
       FD  SHADOWLOG.
       01  SHADOWLOG-REC     PIC X(206).
      *
       FD  OPSLOG.
       01  OPSLOG-REC.
           03  OP-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  OP-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  OP-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  OP-EVENT      PIC X(08).
           03  FILLER        PIC X(01).
           03  OP-DETAIL     PIC X(40).
      *
       FD  PLAYHIST.
       01  PLAYHIST-REC      PIC X(42).
      *
       FD  PLYJRNL.
       01  PLYJRNL-REC       PIC X(89).
      *
       FD  CREDLED.
       01  CREDLED-REC       PIC X(44).
      *
       FD  SALESLED.
       01  SALESLED-REC      PIC X(53).
      *
       FD  INCIDENT.
       01  INCIDENT-REC      PIC X(196).
      *
       FD  RCPTLOG.
       01  RCPTLOG-REC       PIC X(52).
      *
       FD  FEEDBACK.
       01  FEEDBACK-REC      PIC X(122).
      *
       FD  STAFFACT.
       01  STAFFACT-REC      PIC X(128).
      *
       FD  ANCLOG.
       01  ANCLOG-REC        PIC X(125).
      *
       FD  MERGELOG.
       01  MERGELOG-REC      PIC X(146).
      *
       FD  ACCLOG.
       01  ACCLOG-REC        PIC X(62).
      *
       FD  WBLOG.
       01  WBLOG-REC         PIC X(62).
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
       FD  PLAYERS.
       01  PLAYERS-REC.
           03  PLY-ID        PIC X(10).
           03  FILLER        PIC X(25).
      *
       FD  SAVES.
       01  SAVES-REC.
           03  SAV-ID        PIC X(10).
           03  FILLER        PIC X(14).
      *
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  FILLER        PIC X(13).
      *
       FD  STAFF.
       01  STAFF-REC.
           03  ST-ID         PIC X(10).
           03  FILLER        PIC X(60).
      *
       FD  CASES.
       01  CASES-REC.
           03  DC-CASE       PIC 9(06).
           03  FILLER        PIC X(303).
      *
       FD  ANLCACHE.
       01  ANLCACHE-REC.
           03  AC-KEY        PIC X(101).
           03  FILLER        PIC X(40).
      *
       FD  CONTACT.
       01  CONTACT-REC.
           03  CT-ID         PIC X(10).
           03  FILLER        PIC X(165).
      *
      *    the replacement kit - one file holding everything a kiosk
      *    keeps. an H row first (terminal, date and time packed),
      *    then a D row per record of every file, named in KT-FILE
      *    and carried whole in KT-DATA, then an M row per file with
      *    its record count ("P" packed, "A" not on this kiosk), an
      *    M row for the transcripts, and the E row last with the
      *    number of D rows and the LOGSEQ.DAT counters - a kit
      *    without its E row was cut short and is never unpacked.
       FD  KIT.
       01  KIT-REC.
           03  KT-KIND       PIC X(01).
           03  FILLER        PIC X(01).
           03  KT-FILE       PIC X(40).
           03  FILLER        PIC X(01).
           03  KT-DATA       PIC X(309).
           03  KT-HEAD   REDEFINES KT-DATA.
             05  KH-TERM     PIC X(04).
             05  FILLER      PIC X(01).
             05  KH-DATE     PIC 9(08).
             05  FILLER      PIC X(01).
             05  KH-TIME     PIC 9(06).
             05  FILLER      PIC X(289).
           03  KT-COUNT  REDEFINES KT-DATA.
             05  KM-STATE    PIC X(01).
             05  FILLER      PIC X(01).
             05  KM-ROWS     PIC 9(07).
             05  FILLER      PIC X(01).
             05  KM-FILES    PIC 9(05).
             05  FILLER      PIC X(01).
             05  KM-SEQ-RES  PIC 9(06).
             05  FILLER      PIC X(01).
             05  KM-SEQ-SESS PIC 9(06).
             05  FILLER      PIC X(01).
             05  KM-SEQ-PERF PIC 9(06).
             05  FILLER      PIC X(273).
      *
      *    one transcript at a time, named from the catalog.
       FD  TRANS.
       01  TRANS-REC         PIC X(120).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  CUR-STATUS      PIC X(02).
         03  CUR-END         PIC X(01).
         03  CUR-DATA        PIC X(309).
         03  CUR-ROWS        PIC 9(07).
         03  TRANS-STATUS    PIC X(02).
         03  TRANS-NAME      PIC X(40).
         03  TRANS-END       PIC X(01).
         03  LAST-TRANS      PIC X(40).
         03  KIT-STATUS      PIC X(02).
         03  KIT-NAME        PIC X(30).
         03  KIT-ROWS        PIC 9(07).
         03  KIT-TERM        PIC X(04).
         03  TODAY-DATE      PIC 9(08).
         03  TIME-NOW        PIC 9(08).
         03  FILE-IDX        PIC 9(02)  COMP.
         03  CONFIG-LINE     PIC 9(02)  COMP.
         03  TRANS-FILES     PIC 9(05).
         03  TRANS-ROWS      PIC 9(07).
         03  TRANS-MISSING   PIC 9(05).
         03  HOLD-SEQ-RES    PIC 9(06).
         03  HOLD-SEQ-SESS   PIC 9(06).
         03  HOLD-SEQ-PERF   PIC 9(06).
         03  SHOW-ROWS       PIC Z(6)9.
      *
      *    the files in kit order - FILE-IDX picks the file in every
      *    EVALUATE below, so the two lists must stay in step.
       01  FILE-NAMES.
         03  FILLER          PIC X(16)   VALUE  "CONFIG.txt".
         03  FILLER          PIC X(16)   VALUE  "LANG.txt".
         03  FILLER          PIC X(16)   VALUE  "OVERRIDE.txt".
         03  FILLER          PIC X(16)   VALUE  "CUTLINE.txt".
         03  FILLER          PIC X(16)   VALUE  "BLOCKWD.txt".
         03  FILLER          PIC X(16)   VALUE  "CHAPMAP.txt".
         03  FILLER          PIC X(16)   VALUE  "PACKID.txt".
         03  FILLER          PIC X(16)   VALUE  "PACKSCHD.txt".
         03  FILLER          PIC X(16)   VALUE  "ABTEST.txt".
         03  FILLER          PIC X(16)   VALUE  "SHOPCAL.txt".
         03  FILLER          PIC X(16)   VALUE  "PRICE.txt".
         03  FILLER          PIC X(16)   VALUE  "ANALVER.txt".
         03  FILLER          PIC X(16)   VALUE  "LOGSEQ.DAT".
         03  FILLER          PIC X(16)   VALUE  "CHECKPT.DAT".
         03  FILLER          PIC X(16)   VALUE  "RESULTS.LOG".
         03  FILLER          PIC X(16)   VALUE  "REWARDS.LED".
         03  FILLER          PIC X(16)   VALUE  "SESSION_LOG.txt".
         03  FILLER          PIC X(16)   VALUE  "PERF_LOG.txt".
         03  FILLER          PIC X(16)   VALUE  "THINK_LOG.txt".
         03  FILLER          PIC X(16)   VALUE  "SHADOW_LOG.txt".
         03  FILLER          PIC X(16)   VALUE  "OPS_LOG.txt".
         03  FILLER          PIC X(16)   VALUE  "PLAYHIST.DAT".
         03  FILLER          PIC X(16)   VALUE  "PLYJRNL.DAT".
         03  FILLER          PIC X(16)   VALUE  "CREDIT.LED".
         03  FILLER          PIC X(16)   VALUE  "SALES.LED".
         03  FILLER          PIC X(16)   VALUE  "INCIDENT.DAT".
         03  FILLER          PIC X(16)   VALUE  "RECEIPT.LOG".
         03  FILLER          PIC X(16)   VALUE  "FEEDBACK.LOG".
         03  FILLER          PIC X(16)   VALUE  "STAFFACT.LOG".
         03  FILLER          PIC X(16)   VALUE  "CHAINANC.LOG".
         03  FILLER          PIC X(16)   VALUE  "MERGE.LOG".
         03  FILLER          PIC X(16)   VALUE  "ACCESS.LOG".
         03  FILLER          PIC X(16)   VALUE  "WINBACK.LOG".
         03  FILLER          PIC X(16)   VALUE  "TRANSCAT.txt".
         03  FILLER          PIC X(16)   VALUE  "PLAYERS.DAT".
         03  FILLER          PIC X(16)   VALUE  "SAVES.DAT".
         03  FILLER          PIC X(16)   VALUE  "CREDITS.DAT".
         03  FILLER          PIC X(16)   VALUE  "STAFF.DAT".
         03  FILLER          PIC X(16)   VALUE  "DISPUTE.DAT".
         03  FILLER          PIC X(16)   VALUE  "ANALCACHE.DAT".
         03  FILLER          PIC X(16)   VALUE  "CONTACT.DAT".
       01  FILE-NAMES-R  REDEFINES  FILE-NAMES.
         03  FILE-NAME       PIC X(16)   OCCURS  41 TIMES.
      *
       01  MANIFEST-TABLE.
         03  MF-ENTRY        OCCURS  41 TIMES.
           05  MF-STATE      PIC X(01).
           05  MF-ROWS       PIC 9(07).
      *
       PROCEDURE         DIVISION.
      *
      *    the replacement kit for a kiosk PC - packs this terminal's
      *    whole state (players, saves, credits, staff, disputes,
      *    the analysis cache, every ledger and log, the control
      *    tables, CONFIG.txt with its terminal ID, LOGSEQ.DAT and
      *    the transcripts) into one dated file, KIT_<term>_<date>
      *    .DAT, with a manifest of what went in. KITIMP unpacks it
      *    onto the replacement machine. asks nothing, so it can run
      *    at close every night like PLYUNLD - the kit to copy off
      *    the machine is then never more than a day old when the
      *    PC dies.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-PACK-FILE THRU 200-END
               VARYING  FILE-IDX  FROM  1  BY  1
               UNTIL  FILE-IDX  >  41.
           PERFORM  300-TRANSCRIPTS THRU 300-END.
           PERFORM  400-MANIFEST THRU 400-END.
           CLOSE KIT.
           PERFORM  500-OPS-LOG THRU 500-END.
           MOVE  KIT-ROWS     TO     SHOW-ROWS.
           DISPLAY SHOW-ROWS " records packed into " KIT-NAME.
           STOP RUN.
       000-END.
           EXIT.
      *
      *    the terminal ID is CONFIG.txt line 16, the one MAIN stamps
      *    on every row - without it the kit could not say whose it
      *    is, so nothing is packed.
       100-INIT          SECTION.
           INITIALIZE WORK MANIFEST-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  SPACES       TO     KIT-TERM.
           OPEN  INPUT  CONFIG.
           IF  CUR-STATUS     =      "00"
               MOVE  SPACE        TO     CUR-END
               PERFORM  110-CONFIG-LINE THRU 110-END
                   VARYING  CONFIG-LINE  FROM  1  BY  1
                   UNTIL  CONFIG-LINE  >  16
                      OR  CUR-END  =  HIGH-VALUE
               CLOSE CONFIG
           END-IF.
           IF  KIT-TERM       =      SPACES
               DISPLAY "no terminal ID on CONFIG.txt line 16 - "
                   "nothing packed"
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  120-SEQ-LOAD THRU 120-END.
           MOVE  SPACES       TO     KIT-NAME.
           STRING  "KIT_"             DELIMITED BY SIZE
                   KIT-TERM           DELIMITED BY SPACE
                   "_"                DELIMITED BY SIZE
                   TODAY-DATE         DELIMITED BY SIZE
                   ".DAT"             DELIMITED BY SIZE
               INTO  KIT-NAME.
           OPEN  OUTPUT KIT.
           IF  KIT-STATUS     NOT =  "00"
               DISPLAY "unable to create " KIT-NAME " - status "
                   KIT-STATUS
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "===== REPLACEMENT KIT - TERMINAL " KIT-TERM
               " (" TODAY-DATE ") =====".
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "H"          TO     KT-KIND.
           MOVE  "KIT"        TO     KT-FILE.
           MOVE  KIT-TERM     TO     KH-TERM.
           MOVE  TODAY-DATE   TO     KH-DATE.
           MOVE  TIME-NOW(1:6) TO    KH-TIME.
           WRITE KIT-REC.
       100-END.
           EXIT.
      *
       110-CONFIG-LINE   SECTION.
           READ  CONFIG
               AT END
                   MOVE  HIGH-VALUE   TO     CUR-END
               NOT AT END
                   IF  CONFIG-LINE    =      16
                       MOVE  CONFIG-REC(1:4)  TO  KIT-TERM
                   END-IF
           END-READ.
       110-END.
           EXIT.
      *
      *    the counters as they stand - the replacement carries on
      *    numbering from here, so LOGMERGE sees no restart.
       120-SEQ-LOAD      SECTION.
           MOVE  ZERO         TO     HOLD-SEQ-RES HOLD-SEQ-SESS
                                     HOLD-SEQ-PERF.
           OPEN  INPUT  LOGSEQ.
           IF  CUR-STATUS     NOT =  "00"
               GO TO 120-END
           END-IF.
           READ  LOGSEQ
               NOT AT END
                   IF  SEQ-RES        NUMERIC
                       MOVE  SEQ-RES      TO     HOLD-SEQ-RES
                   END-IF
                   IF  SEQ-SESS       NUMERIC
                       MOVE  SEQ-SESS     TO     HOLD-SEQ-SESS
                   END-IF
                   IF  SEQ-PERF       NUMERIC
                       MOVE  SEQ-PERF     TO     HOLD-SEQ-PERF
                   END-IF
           END-READ.
           CLOSE LOGSEQ.
       120-END.
           EXIT.
      *
      *    a file this kiosk does not have is marked absent, not
      *    packed empty - KITIMP then leaves that file alone.
       200-PACK-FILE     SECTION.
           MOVE  ZERO         TO     CUR-ROWS.
           MOVE  "A"          TO     MF-STATE(FILE-IDX).
           MOVE  ZERO         TO     MF-ROWS(FILE-IDX).
           PERFORM  810-OPEN-INPUT THRU 810-END.
           IF  CUR-STATUS     NOT =  "00"
               GO TO 200-END
           END-IF.
           MOVE  "P"          TO     MF-STATE(FILE-IDX).
           MOVE  SPACE        TO     CUR-END.
           PERFORM  820-READ-FILE THRU 820-END.
           PERFORM  210-PACK-ROW THRU 210-END
               UNTIL CUR-END = HIGH-VALUE.
           PERFORM  830-CLOSE-FILE THRU 830-END.
           MOVE  CUR-ROWS     TO     MF-ROWS(FILE-IDX).
       200-END.
           EXIT.
      *
       210-PACK-ROW      SECTION.
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "D"          TO     KT-KIND.
           MOVE  FILE-NAME(FILE-IDX)  TO  KT-FILE.
           MOVE  CUR-DATA     TO     KT-DATA.
           WRITE KIT-REC.
           ADD  1             TO     CUR-ROWS KIT-ROWS.
           PERFORM  820-READ-FILE THRU 820-END.
       210-END.
           EXIT.
      *
      *    the transcripts are whatever the catalog names - each one
      *    catalogued goes in under its own name. one the catalog
      *    still names but that is gone from the disk is reported,
      *    not packed.
       300-TRANSCRIPTS   SECTION.
           MOVE  ZERO         TO     TRANS-FILES TRANS-ROWS
                                     TRANS-MISSING.
           MOVE  SPACES       TO     LAST-TRANS.
           OPEN  INPUT  TRANSCAT.
           IF  CUR-STATUS     NOT =  "00"
               GO TO 300-END
           END-IF.
           MOVE  SPACE        TO     CUR-END.
           PERFORM  910-READ-TRANSCAT THRU 910-END.
           PERFORM  310-TRANS-ONE THRU 310-END
               UNTIL CUR-END = HIGH-VALUE.
           CLOSE TRANSCAT.
       300-END.
           EXIT.
      *
       310-TRANS-ONE     SECTION.
           IF  TC-NAME        =      SPACES
            OR TC-NAME        =      LAST-TRANS
               GO TO 310-NEXT
           END-IF.
           MOVE  TC-NAME      TO     TRANS-NAME LAST-TRANS.
           OPEN  INPUT  TRANS.
           IF  TRANS-STATUS   NOT =  "00"
               DISPLAY "transcript " TRANS-NAME " is catalogued "
                   "but missing - not packed"
               ADD  1             TO     TRANS-MISSING
               GO TO 310-NEXT
           END-IF.
           ADD  1             TO     TRANS-FILES.
           MOVE  SPACE        TO     TRANS-END.
           PERFORM  920-READ-TRANS THRU 920-END.
           PERFORM  320-TRANS-ROW THRU 320-END
               UNTIL TRANS-END = HIGH-VALUE.
           CLOSE TRANS.
       310-NEXT.
           PERFORM  910-READ-TRANSCAT THRU 910-END.
       310-END.
           EXIT.
      *
       320-TRANS-ROW     SECTION.
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "D"          TO     KT-KIND.
           MOVE  TRANS-NAME   TO     KT-FILE.
           MOVE  TRANS-REC    TO     KT-DATA.
           WRITE KIT-REC.
           ADD  1             TO     TRANS-ROWS KIT-ROWS.
           PERFORM  920-READ-TRANS THRU 920-END.
       320-END.
           EXIT.
      *
       400-MANIFEST      SECTION.
           DISPLAY "----- manifest -----".
           PERFORM  410-MANIFEST-ONE THRU 410-END
               VARYING  FILE-IDX  FROM  1  BY  1
               UNTIL  FILE-IDX  >  41.
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "M"          TO     KT-KIND.
           MOVE  "TRANSCRIPTS" TO    KT-FILE.
           MOVE  "P"          TO     KM-STATE.
           MOVE  TRANS-ROWS   TO     KM-ROWS.
           MOVE  TRANS-FILES  TO     KM-FILES.
           WRITE KIT-REC.
           DISPLAY "transcripts      files " TRANS-FILES
               " records " TRANS-ROWS.
           IF  TRANS-MISSING  >      0
               DISPLAY "  catalogued but missing : " TRANS-MISSING
           END-IF.
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "E"          TO     KT-KIND.
           MOVE  "END"        TO     KT-FILE.
           MOVE  KIT-ROWS     TO     KM-ROWS.
           MOVE  HOLD-SEQ-RES TO     KM-SEQ-RES.
           MOVE  HOLD-SEQ-SESS TO    KM-SEQ-SESS.
           MOVE  HOLD-SEQ-PERF TO    KM-SEQ-PERF.
           WRITE KIT-REC.
           DISPLAY "LOGSEQ.DAT       outcome " HOLD-SEQ-RES
               " audit " HOLD-SEQ-SESS " timing " HOLD-SEQ-PERF.
       400-END.
           EXIT.
      *
       410-MANIFEST-ONE  SECTION.
           MOVE  SPACES       TO     KIT-REC.
           MOVE  "M"          TO     KT-KIND.
           MOVE  FILE-NAME(FILE-IDX)  TO  KT-FILE.
           MOVE  MF-STATE(FILE-IDX)   TO  KM-STATE.
           MOVE  MF-ROWS(FILE-IDX)    TO  KM-ROWS.
           WRITE KIT-REC.
           IF  MF-STATE(FILE-IDX) =  "P"
               DISPLAY FILE-NAME(FILE-IDX) " records "
                   MF-ROWS(FILE-IDX)
           ELSE
               DISPLAY FILE-NAME(FILE-IDX) " not on this kiosk"
           END-IF.
       410-END.
           EXIT.
      *
      *    the kit goes on the operations log so FLEETRPT can say
      *    how old the newest kit is - best effort, like MAIN's.
       500-OPS-LOG       SECTION.
           OPEN  EXTEND  OPSLOG.
           IF  CUR-STATUS     =      "35"
               OPEN  OUTPUT  OPSLOG
           END-IF.
           IF  CUR-STATUS     NOT =  "00"
               GO TO 500-END
           END-IF.
           MOVE  SPACES       TO     OPSLOG-REC.
           ACCEPT  OP-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    OP-TIME.
           MOVE  KIT-TERM     TO     OP-TERM.
           MOVE  "KITEXP"     TO     OP-EVENT.
           MOVE  KIT-NAME     TO     OP-DETAIL(1:30).
           MOVE  KIT-ROWS     TO     OP-DETAIL(32:7).
           WRITE OPSLOG-REC.
           CLOSE OPSLOG.
       500-END.
           EXIT.
      *
       810-OPEN-INPUT    SECTION.
           EVALUATE  FILE-IDX
               WHEN 1
                   OPEN  INPUT  CONFIG
               WHEN 2
                   OPEN  INPUT  LANGCFG
               WHEN 3
                   OPEN  INPUT  OVRTAB
               WHEN 4
                   OPEN  INPUT  CUTTAB
               WHEN 5
                   OPEN  INPUT  BLOCKTAB
               WHEN 6
                   OPEN  INPUT  CHAPMAP
               WHEN 7
                   OPEN  INPUT  PACKID
               WHEN 8
                   OPEN  INPUT  PACKSCHD
               WHEN 9
                   OPEN  INPUT  ABTEST
               WHEN 10
                   OPEN  INPUT  SHOPCAL
               WHEN 11
                   OPEN  INPUT  PRICE
               WHEN 12
                   OPEN  INPUT  ANALVER
               WHEN 13
                   OPEN  INPUT  LOGSEQ
               WHEN 14
                   OPEN  INPUT  CHECKPT
               WHEN 15
                   OPEN  INPUT  RESULTS
               WHEN 16
                   OPEN  INPUT  REWARDS
               WHEN 17
                   OPEN  INPUT  SESSLOG
               WHEN 18
                   OPEN  INPUT  PERFLOG
               WHEN 19
                   OPEN  INPUT  THINKLOG
               WHEN 20
                   OPEN  INPUT  SHADOWLOG
               WHEN 21
                   OPEN  INPUT  OPSLOG
               WHEN 22
                   OPEN  INPUT  PLAYHIST
               WHEN 23
                   OPEN  INPUT  PLYJRNL
               WHEN 24
                   OPEN  INPUT  CREDLED
               WHEN 25
                   OPEN  INPUT  SALESLED
               WHEN 26
                   OPEN  INPUT  INCIDENT
               WHEN 27
                   OPEN  INPUT  RCPTLOG
               WHEN 28
                   OPEN  INPUT  FEEDBACK
               WHEN 29
                   OPEN  INPUT  STAFFACT
               WHEN 30
                   OPEN  INPUT  ANCLOG
               WHEN 31
                   OPEN  INPUT  MERGELOG
               WHEN 32
                   OPEN  INPUT  ACCLOG
               WHEN 33
                   OPEN  INPUT  WBLOG
               WHEN 34
                   OPEN  INPUT  TRANSCAT
               WHEN 35
                   OPEN  INPUT  PLAYERS
               WHEN 36
                   OPEN  INPUT  SAVES
               WHEN 37
                   OPEN  INPUT  CREDITS
               WHEN 38
                   OPEN  INPUT  STAFF
               WHEN 39
                   OPEN  INPUT  CASES
               WHEN 40
                   OPEN  INPUT  ANLCACHE
               WHEN 41
                   OPEN  INPUT  CONTACT
           END-EVALUATE.
       810-END.
           EXIT.
      *
      *    any status other than a good read ends the file - a keyed
      *    file is read in key order from the top.
       820-READ-FILE     SECTION.
           EVALUATE  FILE-IDX
               WHEN 1
                   READ  CONFIG  INTO  CUR-DATA
               WHEN 2
                   READ  LANGCFG  INTO  CUR-DATA
               WHEN 3
                   READ  OVRTAB  INTO  CUR-DATA
               WHEN 4
                   READ  CUTTAB  INTO  CUR-DATA
               WHEN 5
                   READ  BLOCKTAB  INTO  CUR-DATA
               WHEN 6
                   READ  CHAPMAP  INTO  CUR-DATA
               WHEN 7
                   READ  PACKID  INTO  CUR-DATA
               WHEN 8
                   READ  PACKSCHD  INTO  CUR-DATA
               WHEN 9
                   READ  ABTEST  INTO  CUR-DATA
               WHEN 10
                   READ  SHOPCAL  INTO  CUR-DATA
               WHEN 11
                   READ  PRICE  INTO  CUR-DATA
               WHEN 12
                   READ  ANALVER  INTO  CUR-DATA
               WHEN 13
                   READ  LOGSEQ  INTO  CUR-DATA
               WHEN 14
                   READ  CHECKPT  INTO  CUR-DATA
               WHEN 15
                   READ  RESULTS  INTO  CUR-DATA
               WHEN 16
                   READ  REWARDS  INTO  CUR-DATA
               WHEN 17
                   READ  SESSLOG  INTO  CUR-DATA
               WHEN 18
                   READ  PERFLOG  INTO  CUR-DATA
               WHEN 19
                   READ  THINKLOG  INTO  CUR-DATA
               WHEN 20
                   READ  SHADOWLOG  INTO  CUR-DATA
               WHEN 21
                   READ  OPSLOG  INTO  CUR-DATA
               WHEN 22
                   READ  PLAYHIST  INTO  CUR-DATA
               WHEN 23
                   READ  PLYJRNL  INTO  CUR-DATA
               WHEN 24
                   READ  CREDLED  INTO  CUR-DATA
               WHEN 25
                   READ  SALESLED  INTO  CUR-DATA
               WHEN 26
                   READ  INCIDENT  INTO  CUR-DATA
               WHEN 27
                   READ  RCPTLOG  INTO  CUR-DATA
               WHEN 28
                   READ  FEEDBACK  INTO  CUR-DATA
               WHEN 29
                   READ  STAFFACT  INTO  CUR-DATA
               WHEN 30
                   READ  ANCLOG  INTO  CUR-DATA
               WHEN 31
                   READ  MERGELOG  INTO  CUR-DATA
               WHEN 32
                   READ  ACCLOG  INTO  CUR-DATA
               WHEN 33
                   READ  WBLOG  INTO  CUR-DATA
               WHEN 34
                   READ  TRANSCAT  INTO  CUR-DATA
               WHEN 35
                   READ  PLAYERS  NEXT RECORD  INTO  CUR-DATA
               WHEN 36
                   READ  SAVES  NEXT RECORD  INTO  CUR-DATA
               WHEN 37
                   READ  CREDITS  NEXT RECORD  INTO  CUR-DATA
               WHEN 38
                   READ  STAFF  NEXT RECORD  INTO  CUR-DATA
               WHEN 39
                   READ  CASES  NEXT RECORD  INTO  CUR-DATA
               WHEN 40
                   READ  ANLCACHE  NEXT RECORD  INTO  CUR-DATA
               WHEN 41
                   READ  CONTACT  NEXT RECORD  INTO  CUR-DATA
           END-EVALUATE.
           IF  CUR-STATUS(1:1) NOT = "0"
               MOVE  HIGH-VALUE   TO     CUR-END
           END-IF.
       820-END.
           EXIT.
      *
       830-CLOSE-FILE    SECTION.
           EVALUATE  FILE-IDX
               WHEN 1
                   CLOSE CONFIG
               WHEN 2
                   CLOSE LANGCFG
               WHEN 3
                   CLOSE OVRTAB
               WHEN 4
                   CLOSE CUTTAB
               WHEN 5
                   CLOSE BLOCKTAB
               WHEN 6
                   CLOSE CHAPMAP
               WHEN 7
                   CLOSE PACKID
               WHEN 8
                   CLOSE PACKSCHD
               WHEN 9
                   CLOSE ABTEST
               WHEN 10
                   CLOSE SHOPCAL
               WHEN 11
                   CLOSE PRICE
               WHEN 12
                   CLOSE ANALVER
               WHEN 13
                   CLOSE LOGSEQ
               WHEN 14
                   CLOSE CHECKPT
               WHEN 15
                   CLOSE RESULTS
               WHEN 16
                   CLOSE REWARDS
               WHEN 17
                   CLOSE SESSLOG
               WHEN 18
                   CLOSE PERFLOG
               WHEN 19
                   CLOSE THINKLOG
               WHEN 20
                   CLOSE SHADOWLOG
               WHEN 21
                   CLOSE OPSLOG
               WHEN 22
                   CLOSE PLAYHIST
               WHEN 23
                   CLOSE PLYJRNL
               WHEN 24
                   CLOSE CREDLED
               WHEN 25
                   CLOSE SALESLED
               WHEN 26
                   CLOSE INCIDENT
               WHEN 27
                   CLOSE RCPTLOG
               WHEN 28
                   CLOSE FEEDBACK
               WHEN 29
                   CLOSE STAFFACT
               WHEN 30
                   CLOSE ANCLOG
               WHEN 31
                   CLOSE MERGELOG
               WHEN 32
                   CLOSE ACCLOG
               WHEN 33
                   CLOSE WBLOG
               WHEN 34
                   CLOSE TRANSCAT
               WHEN 35
                   CLOSE PLAYERS
               WHEN 36
                   CLOSE SAVES
               WHEN 37
                   CLOSE CREDITS
               WHEN 38
                   CLOSE STAFF
               WHEN 39
                   CLOSE CASES
               WHEN 40
                   CLOSE ANLCACHE
               WHEN 41
                   CLOSE CONTACT
           END-EVALUATE.
       830-END.
           EXIT.
      *
       910-READ-TRANSCAT SECTION.
           READ TRANSCAT
           AT END
               MOVE HIGH-VALUE TO CUR-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-TRANS    SECTION.
           READ TRANS
           AT END
               MOVE HIGH-VALUE TO TRANS-END
           END-READ.
       920-END.
           EXIT.
