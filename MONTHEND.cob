                   FILE STATUS IS  SESSARC-STATUS.
           SELECT  MARKER  ASSIGN TO "MONTHEND.CMT"
                   FILE STATUS IS  MARKER-STATUS.
           SELECT  ANCLOG  ASSIGN TO "CHAINANC.LOG"
                   FILE STATUS IS  ANCLOG-STATUS.
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
      *    the running check value - see CHAINSUM. the rows kept
      *    in the live log are re-folded from the new carry-forward
      *    row; archived rows go out with the value they had.
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC 9(06).
      *
       FD  RESNEW.
       01  RESNEW-REC        PIC X(84).
      *
       FD  RESARC.
       01  RESARC-REC        PIC X(84).
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
       FD  SESSNEW.
       01  SESSNEW-REC       PIC X(168).
      *
       FD  SESSARC.
       01  SESSARC-REC       PIC X(168).
      *
       FD  MARKER.
       01  MARKER-REC        PIC X(08).
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
         03  OLD-SESS-COUNT  PIC 9(07).
         03  CFWD-HAPPY      PIC 9(05).
         03  CFWD-BAD        PIC 9(05).
         03  ANCLOG-STATUS   PIC X(02).
         03  CHAIN-ROWS      PIC 9(07).
         03  CHAIN-BROKEN    PIC 9(07).
         03  OLD-CHECK       PIC 9(09).
         03  NEW-CHECK       PIC 9(09).
         03  TIME-NOW        PIC 9(08).
      *
      *    handed to CHAINSUM for each outcome row - the check on the
      *    row before goes in, the row's own check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
       000-START         SECTION.
           PERFORM  100-INIT    THRU  100-END.
           PERFORM  200-SCAN    THRU  200-END.
      *    the rollover folds the kept rows' checks afresh, which
      *    would paper over a break - a log that already fails is
      *    left exactly as it is and the night stops here.
           IF  CHAIN-BROKEN   >      0
               DISPLAY "RESULTS.LOG fails its check value at row "
                   CHAIN-BROKEN " - nothing archived"
               DISPLAY "run CHAINVFY for the row; once it is "
                   "accounted for a supervisor re-anchors the log "
                   "with CHAINANC"
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           IF  OLD-RES-COUNT  =      0
           AND OLD-SESS-COUNT =      0
               DISPLAY "no rows older than " CURR-MONTH
           PERFORM  700-COMMIT        THRU 700-END.
           PERFORM  610-MARK-CLEAR    THRU 610-END.
           PERFORM  730-STAGE-CLEAR   THRU 730-END.
           PERFORM  750-ANCHOR-LOG    THRU 750-END.
           DISPLAY "archived results rows : " OLD-RES-COUNT.
           DISPLAY "archived session rows : " OLD-SESS-COUNT.
           DISPLAY "carry-forward happy=" CFWD-HAPPY
           EXIT.
      *
       210-SCAN-ONE      SECTION.
           ADD  1             TO     CHAIN-ROWS.
           PERFORM  230-PROVE-ROW THRU 230-END.
           IF  RES-ENDING     =      "CFWD"
               ADD  CF-HAPPY   TO     CFWD-HAPPY
               ADD  CF-BAD     TO     CFWD-BAD
       220-END.
           EXIT.
      *
      *    does the row as read match its check, folded from the
      *    check stored on the row before it. the first failure is
      *    the one reported.
       230-PROVE-ROW     SECTION.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RESULTS-REC(1:67)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           IF  RES-CHECK      NOT NUMERIC
            OR RES-CHECK      NOT =  CHAIN-CHECK
               IF  CHAIN-BROKEN   =      0
                   MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
               END-IF
           END-IF.
           IF  RES-CHECK      NUMERIC
               MOVE  RES-CHECK    TO     OLD-CHECK
           ELSE
               MOVE  ZERO         TO     OLD-CHECK
           END-IF.
       230-END.
           EXIT.
      *
      *    second pass - stream the live log into per-month archive
      *    files and the staged replacement. the log is appended in
      *    chronological order, so one archive file is open at a time
           MOVE  "00000000 CFWD  00"  TO  RESNEW-REC(1:17).
           MOVE  CFWD-HAPPY   TO     RESNEW-REC(19:5).
           MOVE  CFWD-BAD     TO     RESNEW-REC(24:5).
      *    the carry-forward row anchors the new chain from zero.
           MOVE  ZERO         TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RESNEW-REC(1:67)   TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RESNEW-REC(69:9).
           MOVE  CHAIN-CHECK  TO     NEW-CHECK.
           WRITE RESNEW-REC.
           IF  RESULTS-END    NOT =  HIGH-VALUE
               PERFORM  910-READ-RESULTS THRU 910-END
                   END-IF
                   WRITE RESARC-REC   FROM   RESULTS-REC
               ELSE
                   PERFORM  320-RECHAIN THRU 320-END
                   WRITE RESNEW-REC   FROM   RESULTS-REC
               END-IF
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
       310-END.
           EXIT.
      *
       320-RECHAIN       SECTION.
           MOVE  NEW-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RESULTS-REC(1:67)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RES-CHECK.
           MOVE  CHAIN-CHECK  TO     NEW-CHECK.
       320-END.
           EXIT.
      *
       400-SPLIT-SESSLOG SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           CLOSE SESSNEW.
       730-END.
           EXIT.
      *
       750-ANCHOR-LOG    SECTION.
           OPEN  EXTEND  ANCLOG.
           IF  ANCLOG-STATUS  =      "35"
               OPEN  OUTPUT  ANCLOG
           END-IF.
           IF  ANCLOG-STATUS  NOT =  "00"
               DISPLAY "unable to write CHAINANC.LOG - status "
                   ANCLOG-STATUS
               GO TO 750-END
           END-IF.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  SPACES       TO     ANCLOG-REC.
           MOVE  TODAY-DATE   TO     AN-DATE.
           MOVE  TIME-NOW(1:6)  TO   AN-TIME.
           MOVE  "MONTHEND"   TO     AN-PROGRAM.
           MOVE  "RESULTS.LOG" TO    AN-FILE.
           MOVE  CHAIN-ROWS   TO     AN-ROWS.
           MOVE  CHAIN-BROKEN TO     AN-BROKEN.
           MOVE  OLD-CHECK    TO     AN-OLD-LAST.
           MOVE  NEW-CHECK    TO     AN-NEW-LAST.
           MOVE  "month-end rollover" TO AN-REASON.
           WRITE ANCLOG-REC.
           CLOSE ANCLOG.
       750-END.
           EXIT.
      *
       710-COPY-RES      SECTION.
           WRITE RESULTS-REC  FROM   RESNEW-REC.
