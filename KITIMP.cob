       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       KITIMP.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
      *    every file a kiosk keeps for itself, in the order KITEXP
      *    packs them - only one is ever open at a time, so they
      *    share the one status field.
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
         03  CUR-FILE        PIC X(40).
         03  OUT-KIND        PIC X(01).
         03  TRANS-STATUS    PIC X(02).
         03  TRANS-NAME      PIC X(40).
         03  TRANS-END       PIC X(01).
         03  LAST-TRANS      PIC X(40).
         03  KIT-STATUS      PIC X(02).
         03  KIT-NAME        PIC X(30).
         03  KIT-END         PIC X(01).
         03  KIT-ROWS        PIC 9(07).
         03  KIT-TERM        PIC X(04).
         03  KIT-DATE        PIC 9(08).
         03  END-SEEN        PIC X(01).
         03  END-ROWS        PIC 9(07).
         03  END-SEQ-RES     PIC 9(06).
         03  END-SEQ-SESS    PIC 9(06).
         03  END-SEQ-PERF    PIC 9(06).
         03  TODAY-DATE      PIC 9(08).
         03  TIME-NOW        PIC 9(08).
         03  ANSWER          PIC X(30).
         03  FILE-IDX        PIC 9(02)  COMP.
         03  OUT-IDX         PIC 9(02)  COMP.
         03  FIND-IDX        PIC 9(02)  COMP.
         03  CONFIG-LINE     PIC 9(02)  COMP.
         03  ON-DISK         PIC 9(02).
         03  WRITE-ROWS      PIC 9(07).
         03  REJECT-ROWS     PIC 9(07).
         03  MISMATCH        PIC 9(03).
         03  TR-WANT-FILES   PIC 9(05).
         03  TR-WANT-ROWS    PIC 9(07).
         03  TR-HAVE-FILES   PIC 9(05).
         03  TR-HAVE-ROWS    PIC 9(07).
         03  SHOW-ROWS       PIC Z(6)9.
      *
      *    the files in kit order - FILE-IDX picks the file in every
      *    EVALUATE below, so the two lists must stay in step with
      *    each other and with KITEXP.
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
      *    what the kit's manifest says each file held, and what was
      *    counted back off the disk once it was unpacked.
       01  MANIFEST-TABLE.
         03  MF-ENTRY        OCCURS  41 TIMES.
           05  MF-STATE      PIC X(01).
           05  MF-ROWS       PIC 9(07).
           05  MF-HAVE       PIC 9(07).
      *
      *    who is signed on, handed back by STAFFON - only a
      *    supervisor puts a kit onto a machine.
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
      *    puts a dead kiosk's replacement kit (see KITEXP) onto the
      *    new PC - run in the directory the kiosk will run from.
      *    the whole kit is read once before anything is touched: a
      *    kit with no end row, or fewer rows than the end row says,
      *    was cut short and nothing is restored. then every file in
      *    the kit is written out afresh (the keyed files rebuilt
      *    from their rows, in key order), every transcript with it,
      *    and every file is counted back against the manifest.
      *    CONFIG.txt comes over with its terminal ID and LOGSEQ.DAT
      *    with its counters, so the new machine carries on as the
      *    old one - same stamp on every row, no gap and no restart
      *    in the sequence numbers. the swap goes on OPS_LOG.txt for
      *    FLEETRPT. a file the old kiosk did not have is left as it
      *    is on this one.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-SCAN  THRU  200-END.
           PERFORM  300-CONFIRM THRU 300-END.
           PERFORM  400-UNPACK THRU 400-END.
           PERFORM  500-VERIFY THRU 500-END.
           PERFORM  600-LOG   THRU  600-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK MANIFEST-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "KITIMP"     TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           IF  STAFF-ROLE     NOT =  "V"
               DISPLAY "not allowed for your role - a kiosk is "
                   "replaced by a supervisor"
               MOVE  "REFUSED"    TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
               STOP RUN
           END-IF.
           DISPLAY "replacement kit to load (KIT_<term>_<date>.DAT):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER       TO     KIT-NAME.
           IF  KIT-NAME       =      SPACES
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
      *    the first pass only reads - the manifest rows are kept,
      *    the data rows are counted against the end row.
       200-SCAN          SECTION.
           OPEN  INPUT  KIT.
           IF  KIT-STATUS     NOT =  "00"
               DISPLAY "unable to open " KIT-NAME " - status "
                   KIT-STATUS
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  SPACE        TO     KIT-END.
           PERFORM  930-READ-KIT THRU 930-END.
           IF  KIT-END        =      HIGH-VALUE
            OR KT-KIND        NOT =  "H"
            OR KH-TERM        =      SPACES
               DISPLAY KIT-NAME " is not a replacement kit"
               CLOSE KIT
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  KH-TERM      TO     KIT-TERM.
           MOVE  KH-DATE      TO     KIT-DATE.
           MOVE  "N"          TO     END-SEEN.
           PERFORM  930-READ-KIT THRU 930-END.
           PERFORM  210-SCAN-ROW THRU 210-END
               UNTIL KIT-END = HIGH-VALUE.
           CLOSE KIT.
           IF  END-SEEN       NOT =  "Y"
            OR END-ROWS       NOT =  KIT-ROWS
               MOVE  KIT-ROWS     TO     SHOW-ROWS
               DISPLAY KIT-NAME " is incomplete - " SHOW-ROWS
                   " records, end row " END-SEEN " " END-ROWS
               DISPLAY "nothing restored - take a fresh kit or the "
                   "one before it"
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  KIT-ROWS     TO     SHOW-ROWS.
           DISPLAY "kit for terminal " KIT-TERM " taken " KIT-DATE
               " - " SHOW-ROWS " records, complete".
       200-END.
           EXIT.
      *
       210-SCAN-ROW      SECTION.
           EVALUATE  KT-KIND
               WHEN "D"
                   ADD  1             TO     KIT-ROWS
               WHEN "M"
                   IF  KT-FILE        =      "TRANSCRIPTS"
                       MOVE  KM-ROWS      TO     TR-WANT-ROWS
                       MOVE  KM-FILES     TO     TR-WANT-FILES
                   ELSE
                       PERFORM  810-FIND-FILE THRU 810-END
                       IF  FIND-IDX       >      0
                           MOVE  KM-STATE     TO  MF-STATE(FIND-IDX)
                           MOVE  KM-ROWS      TO  MF-ROWS(FIND-IDX)
                       END-IF
                   END-IF
               WHEN "E"
                   MOVE  "Y"          TO     END-SEEN
                   MOVE  KM-ROWS      TO     END-ROWS
                   MOVE  KM-SEQ-RES   TO     END-SEQ-RES
                   MOVE  KM-SEQ-SESS  TO     END-SEQ-SESS
                   MOVE  KM-SEQ-PERF  TO     END-SEQ-PERF
           END-EVALUATE.
           PERFORM  930-READ-KIT THRU 930-END.
       210-END.
           EXIT.
      *
      *    a machine that already holds kiosk files is either the
      *    wrong one or has been run on - the supervisor is told
      *    before they are overwritten, and keys the terminal ID
      *    back to say this is the right kit for this machine.
       300-CONFIRM       SECTION.
           MOVE  ZERO         TO     ON-DISK.
           PERFORM  310-ON-DISK THRU 310-END
               VARYING  FILE-IDX  FROM  13  BY  1
               UNTIL  FILE-IDX  >  41.
           IF  ON-DISK        >      0
               DISPLAY "this machine already holds " ON-DISK
                   " kiosk files - the kit's copies replace them"
           END-IF.
           DISPLAY "type the terminal ID " KIT-TERM
               " to load the kit, anything else to stop:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:4)    NOT =  KIT-TERM
            OR ANSWER(5:)     NOT =  SPACES
               DISPLAY "nothing restored"
               STOP RUN
           END-IF.
       300-END.
           EXIT.
      *
      *    from LOGSEQ.DAT on - the control tables are expected on a
      *    new machine, the logs and masters are not.
       310-ON-DISK       SECTION.
           PERFORM  820-OPEN-INPUT THRU 820-END.
           IF  CUR-STATUS     =      "00"
               ADD  1             TO     ON-DISK
               PERFORM  840-CLOSE-FILE THRU 840-END
           END-IF.
       310-END.
           EXIT.
      *
      *    the second pass writes - a new file name in the data rows
      *    closes the one before and opens the next from empty. a
      *    manifest row for a file packed with no records leaves it
      *    empty on this machine too.
       400-UNPACK        SECTION.
           MOVE  SPACES       TO     CUR-FILE.
           MOVE  SPACE        TO     OUT-KIND.
           MOVE  ZERO         TO     WRITE-ROWS REJECT-ROWS.
           OPEN  INPUT  KIT.
           MOVE  SPACE        TO     KIT-END.
           PERFORM  930-READ-KIT THRU 930-END.
           PERFORM  410-UNPACK-ROW THRU 410-END
               UNTIL KIT-END = HIGH-VALUE.
           PERFORM  420-CLOSE-OUT THRU 420-END.
           CLOSE KIT.
           MOVE  WRITE-ROWS   TO     SHOW-ROWS.
           DISPLAY SHOW-ROWS " records written".
           IF  REJECT-ROWS    >      0
               DISPLAY "  records refused : " REJECT-ROWS
           END-IF.
       400-END.
           EXIT.
      *
       410-UNPACK-ROW    SECTION.
           IF  KT-KIND        =      "M"
           AND KM-STATE       =      "P"
           AND KM-ROWS        =      0
           AND KT-FILE        NOT =  "TRANSCRIPTS"
               PERFORM  420-CLOSE-OUT THRU 420-END
               PERFORM  430-OPEN-OUT THRU 430-END
               PERFORM  420-CLOSE-OUT THRU 420-END
               GO TO 410-NEXT
           END-IF.
           IF  KT-KIND        NOT =  "D"
               GO TO 410-NEXT
           END-IF.
           IF  KT-FILE        NOT =  CUR-FILE
               PERFORM  420-CLOSE-OUT THRU 420-END
               PERFORM  430-OPEN-OUT THRU 430-END
           END-IF.
           EVALUATE  OUT-KIND
               WHEN "F"
                   MOVE  OUT-IDX      TO     FILE-IDX
                   PERFORM  850-WRITE-FILE THRU 850-END
                   IF  CUR-STATUS(1:1) =     "0"
                       ADD  1             TO     WRITE-ROWS
                   ELSE
                       ADD  1             TO     REJECT-ROWS
                   END-IF
               WHEN "T"
                   WRITE TRANS-REC    FROM   KT-DATA
                   IF  TRANS-STATUS(1:1) =   "0"
                       ADD  1             TO     WRITE-ROWS
                   ELSE
                       ADD  1             TO     REJECT-ROWS
                   END-IF
               WHEN OTHER
                   ADD  1             TO     REJECT-ROWS
           END-EVALUATE.
       410-NEXT.
           PERFORM  930-READ-KIT THRU 930-END.
       410-END.
           EXIT.
      *
       420-CLOSE-OUT     SECTION.
           EVALUATE  OUT-KIND
               WHEN "F"
                   MOVE  OUT-IDX      TO     FILE-IDX
                   PERFORM  840-CLOSE-FILE THRU 840-END
               WHEN "T"
                   CLOSE TRANS
           END-EVALUATE.
           MOVE  SPACE        TO     OUT-KIND.
           MOVE  SPACES       TO     CUR-FILE.
       420-END.
           EXIT.
      *
      *    one of the kiosk's own files, or a transcript - a name
      *    that is neither is not this kit's to write, and its rows
      *    are refused.
       430-OPEN-OUT      SECTION.
           MOVE  KT-FILE      TO     CUR-FILE.
           MOVE  "X"          TO     OUT-KIND.
           PERFORM  810-FIND-FILE THRU 810-END.
           IF  FIND-IDX       >      0
               MOVE  FIND-IDX     TO     OUT-IDX FILE-IDX
               PERFORM  830-OPEN-OUTPUT THRU 830-END
               IF  CUR-STATUS     =      "00"
                   MOVE  "F"          TO     OUT-KIND
               ELSE
                   DISPLAY "unable to create " KT-FILE " - status "
                       CUR-STATUS
               END-IF
               GO TO 430-END
           END-IF.
           IF  KT-FILE(1:6)   NOT =  "TRANS_"
               DISPLAY "not a kiosk file - " KT-FILE
               GO TO 430-END
           END-IF.
           MOVE  KT-FILE      TO     TRANS-NAME.
           OPEN  OUTPUT TRANS.
           IF  TRANS-STATUS   =      "00"
               MOVE  "T"          TO     OUT-KIND
           ELSE
               DISPLAY "unable to create " KT-FILE " - status "
                   TRANS-STATUS
           END-IF.
       430-END.
           EXIT.
      *
      *    every file back off the disk against the manifest, the
      *    transcripts against the catalog that came with them, the
      *    counters against the end row and the terminal ID against
      *    the header.
       500-VERIFY        SECTION.
           MOVE  ZERO         TO     MISMATCH.
           DISPLAY "----- check against the manifest -----".
           PERFORM  510-COUNT-FILE THRU 510-END
               VARYING  FILE-IDX  FROM  1  BY  1
               UNTIL  FILE-IDX  >  41.
           PERFORM  520-TRANSCRIPTS THRU 520-END.
           PERFORM  540-SEQ-CHECK THRU 540-END.
           PERFORM  550-TERM-CHECK THRU 550-END.
           IF  MISMATCH       >      0
               DISPLAY "MISMATCH on " MISMATCH " checks - do not "
                   "open the kiosk until this is put right"
               MOVE  8            TO     RETURN-CODE
           ELSE
               DISPLAY "every count matches the manifest - terminal "
                   KIT-TERM " is ready"
           END-IF.
           DISPLAY "run PLYUNLD before opening so tonight's player "
               "backup is this machine's own".
       500-END.
           EXIT.
      *
       510-COUNT-FILE    SECTION.
           IF  MF-STATE(FILE-IDX) NOT = "P"
               GO TO 510-END
           END-IF.
           MOVE  ZERO         TO     CUR-ROWS.
           PERFORM  820-OPEN-INPUT THRU 820-END.
           IF  CUR-STATUS     =      "00"
               MOVE  SPACE        TO     CUR-END
               PERFORM  860-READ-FILE THRU 860-END
               PERFORM  511-COUNT-ROW THRU 511-END
                   UNTIL CUR-END = HIGH-VALUE
               PERFORM  840-CLOSE-FILE THRU 840-END
           END-IF.
           MOVE  CUR-ROWS     TO     MF-HAVE(FILE-IDX).
           IF  MF-HAVE(FILE-IDX) =   MF-ROWS(FILE-IDX)
               DISPLAY FILE-NAME(FILE-IDX) " records "
                   MF-HAVE(FILE-IDX) " ok"
           ELSE
               ADD  1             TO     MISMATCH
               DISPLAY FILE-NAME(FILE-IDX) " records "
                   MF-HAVE(FILE-IDX) " manifest " MF-ROWS(FILE-IDX)
                   " MISMATCH"
           END-IF.
       510-END.
           EXIT.
      *
       511-COUNT-ROW     SECTION.
           ADD  1             TO     CUR-ROWS.
           PERFORM  860-READ-FILE THRU 860-END.
       511-END.
           EXIT.
      *
      *    the catalog is walked the way KITEXP walked it, so the
      *    same transcripts are counted the same way.
       520-TRANSCRIPTS   SECTION.
           MOVE  ZERO         TO     TR-HAVE-FILES TR-HAVE-ROWS.
           MOVE  SPACES       TO     LAST-TRANS.
           MOVE  34           TO     FILE-IDX.
           IF  MF-STATE(FILE-IDX) =  "P"
               OPEN  INPUT  TRANSCAT
               IF  CUR-STATUS     =      "00"
                   MOVE  SPACE        TO     CUR-END
                   PERFORM  910-READ-TRANSCAT THRU 910-END
                   PERFORM  530-TRANS-ONE THRU 530-END
                       UNTIL CUR-END = HIGH-VALUE
                   CLOSE TRANSCAT
               END-IF
           END-IF.
           IF  TR-HAVE-FILES  =      TR-WANT-FILES
           AND TR-HAVE-ROWS   =      TR-WANT-ROWS
               DISPLAY "transcripts      files " TR-HAVE-FILES
                   " records " TR-HAVE-ROWS " ok"
           ELSE
               ADD  1             TO     MISMATCH
               DISPLAY "transcripts      files " TR-HAVE-FILES
                   " records " TR-HAVE-ROWS " manifest "
                   TR-WANT-FILES " / " TR-WANT-ROWS " MISMATCH"
           END-IF.
       520-END.
           EXIT.
      *
       530-TRANS-ONE     SECTION.
           IF  TC-NAME        =      SPACES
            OR TC-NAME        =      LAST-TRANS
               GO TO 530-NEXT
           END-IF.
           MOVE  TC-NAME      TO     TRANS-NAME LAST-TRANS.
           OPEN  INPUT  TRANS.
           IF  TRANS-STATUS   NOT =  "00"
               GO TO 530-NEXT
           END-IF.
           ADD  1             TO     TR-HAVE-FILES.
           MOVE  SPACE        TO     TRANS-END.
           PERFORM  920-READ-TRANS THRU 920-END.
           PERFORM  531-TRANS-ROW THRU 531-END
               UNTIL TRANS-END = HIGH-VALUE.
           CLOSE TRANS.
       530-NEXT.
           PERFORM  910-READ-TRANSCAT THRU 910-END.
       530-END.
           EXIT.
      *
       531-TRANS-ROW     SECTION.
           ADD  1             TO     TR-HAVE-ROWS.
           PERFORM  920-READ-TRANS THRU 920-END.
       531-END.
           EXIT.
      *
      *    the counters must be the old kiosk's last values, or the
      *    next row written here would leave a gap or repeat one.
       540-SEQ-CHECK     SECTION.
           IF  MF-STATE(13)   NOT =  "P"
               DISPLAY "LOGSEQ.DAT       not in the kit - the "
                   "sequence numbers restart"
               GO TO 540-END
           END-IF.
           OPEN  INPUT  LOGSEQ.
           IF  CUR-STATUS     NOT =  "00"
               ADD  1             TO     MISMATCH
               DISPLAY "LOGSEQ.DAT       missing MISMATCH"
               GO TO 540-END
           END-IF.
           READ  LOGSEQ
               AT END
                   MOVE  SPACES       TO     LOGSEQ-REC
           END-READ.
           CLOSE LOGSEQ.
           IF  SEQ-RES        =      END-SEQ-RES
           AND SEQ-SESS       =      END-SEQ-SESS
           AND SEQ-PERF       =      END-SEQ-PERF
               DISPLAY "LOGSEQ.DAT       outcome " SEQ-RES
                   " audit " SEQ-SESS " timing " SEQ-PERF " ok"
           ELSE
               ADD  1             TO     MISMATCH
               DISPLAY "LOGSEQ.DAT       " LOGSEQ-REC " manifest "
                   END-SEQ-RES " " END-SEQ-SESS " " END-SEQ-PERF
                   " MISMATCH"
           END-IF.
       540-END.
           EXIT.
      *
      *    CONFIG.txt line 16 is the stamp MAIN puts on every row.
       550-TERM-CHECK    SECTION.
           MOVE  SPACES       TO     ANSWER.
           OPEN  INPUT  CONFIG.
           IF  CUR-STATUS     =      "00"
               MOVE  SPACE        TO     CUR-END
               PERFORM  551-CONFIG-LINE THRU 551-END
                   VARYING  CONFIG-LINE  FROM  1  BY  1
                   UNTIL  CONFIG-LINE  >  16
                      OR  CUR-END  =  HIGH-VALUE
               CLOSE CONFIG
           END-IF.
           IF  ANSWER(1:4)    =      KIT-TERM
               DISPLAY "terminal ID      " KIT-TERM " ok"
           ELSE
               ADD  1             TO     MISMATCH
               DISPLAY "terminal ID      " ANSWER(1:4) " kit "
                   KIT-TERM " MISMATCH"
           END-IF.
       550-END.
           EXIT.
      *
       551-CONFIG-LINE   SECTION.
           READ  CONFIG
               AT END
                   MOVE  HIGH-VALUE   TO     CUR-END
               NOT AT END
                   IF  CONFIG-LINE    =      16
                       MOVE  CONFIG-REC(1:4)  TO  ANSWER
                   END-IF
           END-READ.
       551-END.
           EXIT.
      *
      *    the swap goes on the operations log under the restored
      *    terminal ID, so FLEETRPT shows it against that kiosk, and
      *    on the staff log against whoever loaded it.
       600-LOG           SECTION.
           OPEN  EXTEND  OPSLOG.
           IF  CUR-STATUS     =      "35"
               OPEN  OUTPUT  OPSLOG
           END-IF.
           IF  CUR-STATUS     =      "00"
               MOVE  SPACES       TO     OPSLOG-REC
               ACCEPT  OP-DATE    FROM   DATE YYYYMMDD
               ACCEPT  TIME-NOW   FROM   TIME
               MOVE  TIME-NOW(1:6) TO    OP-TIME
               MOVE  KIT-TERM     TO     OP-TERM
               MOVE  "KITLOAD"    TO     OP-EVENT
               MOVE  KIT-NAME     TO     OP-DETAIL(1:30)
               IF  MISMATCH       >      0
                   MOVE  "MISMATCH"   TO     OP-DETAIL(32:8)
               ELSE
                   MOVE  "OK"         TO     OP-DETAIL(32:8)
               END-IF
               WRITE OPSLOG-REC
               CLOSE OPSLOG
           END-IF.
           MOVE  "KITLOAD"    TO     STAFF-ACTION.
           MOVE  KIT-NAME     TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "terminal "        DELIMITED BY SIZE
                   KIT-TERM           DELIMITED BY SIZE
                   " kit of "         DELIMITED BY SIZE
                   KIT-DATE           DELIMITED BY SIZE
                   " mismatches "     DELIMITED BY SIZE
                   MISMATCH           DELIMITED BY SIZE
               INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       600-END.
           EXIT.
      *
      *    the kit's name for a file, looked up in kit order - zero
      *    when it is not one of the kiosk's own.
       810-FIND-FILE     SECTION.
           MOVE  ZERO         TO     FIND-IDX.
           PERFORM  811-FIND-ONE THRU 811-END
               VARYING  FILE-IDX  FROM  1  BY  1
               UNTIL  FILE-IDX  >  41
                  OR  FIND-IDX  >  0.
       810-END.
           EXIT.
      *
       811-FIND-ONE      SECTION.
           IF  KT-FILE        =      FILE-NAME(FILE-IDX)
               MOVE  FILE-IDX     TO     FIND-IDX
           END-IF.
       811-END.
           EXIT.
      *
       820-OPEN-INPUT    SECTION.
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
       820-END.
           EXIT.
      *
       830-OPEN-OUTPUT   SECTION.
           EVALUATE  FILE-IDX
               WHEN 1
                   OPEN  OUTPUT CONFIG
               WHEN 2
                   OPEN  OUTPUT LANGCFG
               WHEN 3
                   OPEN  OUTPUT OVRTAB
               WHEN 4
                   OPEN  OUTPUT CUTTAB
               WHEN 5
                   OPEN  OUTPUT BLOCKTAB
               WHEN 6
                   OPEN  OUTPUT CHAPMAP
               WHEN 7
                   OPEN  OUTPUT PACKID
               WHEN 8
                   OPEN  OUTPUT PACKSCHD
               WHEN 9
                   OPEN  OUTPUT ABTEST
               WHEN 10
                   OPEN  OUTPUT SHOPCAL
               WHEN 11
                   OPEN  OUTPUT PRICE
               WHEN 12
                   OPEN  OUTPUT ANALVER
               WHEN 13
                   OPEN  OUTPUT LOGSEQ
               WHEN 14
                   OPEN  OUTPUT CHECKPT
               WHEN 15
                   OPEN  OUTPUT RESULTS
               WHEN 16
                   OPEN  OUTPUT REWARDS
               WHEN 17
                   OPEN  OUTPUT SESSLOG
               WHEN 18
                   OPEN  OUTPUT PERFLOG
               WHEN 19
                   OPEN  OUTPUT THINKLOG
               WHEN 20
                   OPEN  OUTPUT SHADOWLOG
               WHEN 21
                   OPEN  OUTPUT OPSLOG
               WHEN 22
                   OPEN  OUTPUT PLAYHIST
               WHEN 23
                   OPEN  OUTPUT PLYJRNL
               WHEN 24
                   OPEN  OUTPUT CREDLED
               WHEN 25
                   OPEN  OUTPUT SALESLED
               WHEN 26
                   OPEN  OUTPUT INCIDENT
               WHEN 27
                   OPEN  OUTPUT RCPTLOG
               WHEN 28
                   OPEN  OUTPUT FEEDBACK
               WHEN 29
                   OPEN  OUTPUT STAFFACT
               WHEN 30
                   OPEN  OUTPUT ANCLOG
               WHEN 31
                   OPEN  OUTPUT MERGELOG
               WHEN 32
                   OPEN  OUTPUT ACCLOG
               WHEN 33
                   OPEN  OUTPUT WBLOG
               WHEN 34
                   OPEN  OUTPUT TRANSCAT
               WHEN 35
                   OPEN  OUTPUT PLAYERS
               WHEN 36
                   OPEN  OUTPUT SAVES
               WHEN 37
                   OPEN  OUTPUT CREDITS
               WHEN 38
                   OPEN  OUTPUT STAFF
               WHEN 39
                   OPEN  OUTPUT CASES
               WHEN 40
                   OPEN  OUTPUT ANLCACHE
               WHEN 41
                   OPEN  OUTPUT CONTACT
           END-EVALUATE.
       830-END.
           EXIT.
      *
       840-CLOSE-FILE    SECTION.
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
       840-END.
           EXIT.
      *
      *    the keyed files are written in the key order KITEXP read
      *    them in, so a plain WRITE builds each one up from empty.
       850-WRITE-FILE    SECTION.
           EVALUATE  FILE-IDX
               WHEN 1
                   WRITE CONFIG-REC  FROM  KT-DATA
               WHEN 2
                   WRITE LANGCFG-REC  FROM  KT-DATA
               WHEN 3
                   WRITE OVRTAB-REC  FROM  KT-DATA
               WHEN 4
                   WRITE CUTTAB-REC  FROM  KT-DATA
               WHEN 5
                   WRITE BLOCKTAB-REC  FROM  KT-DATA
               WHEN 6
                   WRITE CHAPMAP-REC  FROM  KT-DATA
               WHEN 7
                   WRITE PACKID-REC  FROM  KT-DATA
               WHEN 8
                   WRITE PACKSCHD-REC  FROM  KT-DATA
               WHEN 9
                   WRITE ABTEST-REC  FROM  KT-DATA
               WHEN 10
                   WRITE SHOPCAL-REC  FROM  KT-DATA
               WHEN 11
                   WRITE PRICE-REC  FROM  KT-DATA
               WHEN 12
                   WRITE ANALVER-REC  FROM  KT-DATA
               WHEN 13
                   WRITE LOGSEQ-REC  FROM  KT-DATA
               WHEN 14
                   WRITE CHECKPT-REC  FROM  KT-DATA
               WHEN 15
                   WRITE RESULTS-REC  FROM  KT-DATA
               WHEN 16
                   WRITE REWARDS-REC  FROM  KT-DATA
               WHEN 17
                   WRITE SESSLOG-REC  FROM  KT-DATA
               WHEN 18
                   WRITE PERFLOG-REC  FROM  KT-DATA
               WHEN 19
                   WRITE THINKLOG-REC  FROM  KT-DATA
               WHEN 20
                   WRITE SHADOWLOG-REC  FROM  KT-DATA
               WHEN 21
                   WRITE OPSLOG-REC  FROM  KT-DATA
               WHEN 22
                   WRITE PLAYHIST-REC  FROM  KT-DATA
               WHEN 23
                   WRITE PLYJRNL-REC  FROM  KT-DATA
               WHEN 24
                   WRITE CREDLED-REC  FROM  KT-DATA
               WHEN 25
                   WRITE SALESLED-REC  FROM  KT-DATA
               WHEN 26
                   WRITE INCIDENT-REC  FROM  KT-DATA
               WHEN 27
                   WRITE RCPTLOG-REC  FROM  KT-DATA
               WHEN 28
                   WRITE FEEDBACK-REC  FROM  KT-DATA
               WHEN 29
                   WRITE STAFFACT-REC  FROM  KT-DATA
               WHEN 30
                   WRITE ANCLOG-REC  FROM  KT-DATA
               WHEN 31
                   WRITE MERGELOG-REC  FROM  KT-DATA
               WHEN 32
                   WRITE ACCLOG-REC  FROM  KT-DATA
               WHEN 33
                   WRITE WBLOG-REC  FROM  KT-DATA
               WHEN 34
                   WRITE TRANSCAT-REC  FROM  KT-DATA
               WHEN 35
                   WRITE PLAYERS-REC  FROM  KT-DATA
               WHEN 36
                   WRITE SAVES-REC  FROM  KT-DATA
               WHEN 37
                   WRITE CREDITS-REC  FROM  KT-DATA
               WHEN 38
                   WRITE STAFF-REC  FROM  KT-DATA
               WHEN 39
                   WRITE CASES-REC  FROM  KT-DATA
               WHEN 40
                   WRITE ANLCACHE-REC  FROM  KT-DATA
               WHEN 41
                   WRITE CONTACT-REC  FROM  KT-DATA
           END-EVALUATE.
       850-END.
           EXIT.
      *
       860-READ-FILE     SECTION.
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
       860-END.
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
      *
       930-READ-KIT      SECTION.
           READ KIT
           AT END
               MOVE HIGH-VALUE TO KIT-END
           END-READ.
       930-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
