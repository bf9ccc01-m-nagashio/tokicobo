       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CHAINANC.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  RESULTS ASSIGN TO "RESULTS.LOG"
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  RESANC  ASSIGN TO "RESULTS_ANC.LOG"
                   FILE STATUS IS  RESANC-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
           SELECT  RWDANC  ASSIGN TO "REWARDS_ANC.LED"
                   FILE STATUS IS  RWDANC-STATUS.
           SELECT  ANCLOG  ASSIGN TO "CHAINANC.LOG"
                   FILE STATUS IS  ANCLOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    only the row body and its check matter here - the body is
      *    folded whole, whatever its columns mean.
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-BODY      PIC X(67).
           03  RES-SEP       PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(07).
      *
       FD  RESANC.
       01  RESANC-REC        PIC X(84).
      *
       FD  REWARDS.
       01  REWARDS-REC.
           03  RW-BODY       PIC X(46).
           03  RW-SEP        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       FD  RWDANC.
       01  RWDANC-REC        PIC X(56).
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
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-END     PIC X(01).
         03  RESANC-STATUS   PIC X(02).
         03  RESANC-END      PIC X(01).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  RWDANC-STATUS   PIC X(02).
         03  RWDANC-END      PIC X(01).
         03  ANCLOG-STATUS   PIC X(02).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(40).
         03  REASON          PIC X(40).
         03  TODAY-DATE      PIC 9(08).
         03  TIME-NOW        PIC 9(08).
         03  ANC-FILE        PIC X(12).
         03  CHAIN-ROWS      PIC 9(07).
         03  CHAIN-BROKEN    PIC 9(07).
         03  OLD-CHECK       PIC 9(09).
         03  NEW-CHECK       PIC 9(09).
         03  GO-AHEAD        PIC X(01).
      *
      *    handed to CHAINSUM for each row - the check on the row
      *    before goes in, the row's own check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
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
      *    the controlled way past a broken check value chain. once
      *    CHAINVFY has stopped the night and the row it printed
      *    has been accounted for, a supervisor re-anchors the file
      *    here - every row's check is folded afresh from zero, and
      *    the rewrite goes on CHAINANC.LOG with the row that broke,
      *    the old and new last checks, who did it and why, and on
      *    the staff activity log. the rows themselves are never
      *    changed. a chain that is intact is left alone. also how
      *    a kiosk's files get their first check values.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-MENU  THRU  200-END
               UNTIL MENU-PICK = "Q".
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "CHAINANC"   TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           IF  STAFF-ROLE     NOT =  "V"
               DISPLAY "not allowed for your role - a chain is "
                   "re-anchored by a supervisor"
               MOVE  "REFUSED"    TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
       200-MENU          SECTION.
           DISPLAY "===== CHECK VALUE RE-ANCHOR =====".
           DISPLAY "R - re-anchor RESULTS.LOG".
           DISPLAY "W - re-anchor REWARDS.LED".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "R"
               WHEN "r"
                   MOVE  "R"          TO     MENU-PICK
                   MOVE  "RESULTS.LOG" TO    ANC-FILE
                   PERFORM  300-RESULTS THRU 300-END
               WHEN "W"
               WHEN "w"
                   MOVE  "W"          TO     MENU-PICK
                   MOVE  "REWARDS.LED" TO    ANC-FILE
                   PERFORM  400-REWARDS THRU 400-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       200-END.
           EXIT.
      *
      *    prove the log first - an intact chain needs nothing. a
      *    broken one is staged through RESULTS_ANC.LOG with fresh
      *    checks and copied back, the way REDEEM rewrites the
      *    ledger.
       300-RESULTS       SECTION.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               DISPLAY "RESULTS.LOG not present - nothing to anchor"
               GO TO 300-END
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  310-PROVE-ONE THRU 310-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
           PERFORM  800-CONFIRM THRU 800-END.
           IF  GO-AHEAD       NOT =  "Y"
               GO TO 300-END
           END-IF.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           OPEN  OUTPUT RESANC.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  320-ANCHOR-ONE THRU 320-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS RESANC.
           MOVE  SPACE        TO     RESANC-END.
           OPEN  INPUT  RESANC.
           OPEN  OUTPUT RESULTS.
           PERFORM  915-READ-RESANC THRU 915-END.
           PERFORM  330-COPY-BACK THRU 330-END
               UNTIL RESANC-END = HIGH-VALUE.
           CLOSE RESULTS RESANC.
           OPEN  OUTPUT RESANC.
           CLOSE RESANC.
           PERFORM  850-LOG-ANCHOR THRU 850-END.
       300-END.
           EXIT.
      *
       310-PROVE-ONE     SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RES-BODY     TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           IF  RES-CHECK      NOT NUMERIC
            OR RES-CHECK      NOT =  CHAIN-CHECK
               IF  CHAIN-BROKEN   =      0
                   MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
                   DISPLAY "first failing row " CHAIN-ROWS ":"
                   DISPLAY "  " RESULTS-REC
               END-IF
           END-IF.
           IF  RES-CHECK      NUMERIC
               MOVE  RES-CHECK    TO     OLD-CHECK
           ELSE
               MOVE  ZERO         TO     OLD-CHECK
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
       310-END.
           EXIT.
      *
       320-ANCHOR-ONE    SECTION.
           MOVE  NEW-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RES-BODY     TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  SPACE        TO     RES-SEP.
           MOVE  CHAIN-CHECK  TO     RES-CHECK.
           MOVE  CHAIN-CHECK  TO     NEW-CHECK.
           WRITE RESANC-REC   FROM   RESULTS-REC.
           PERFORM  910-READ-RESULTS THRU 910-END.
       320-END.
           EXIT.
      *
       330-COPY-BACK     SECTION.
           WRITE RESULTS-REC  FROM   RESANC-REC.
           PERFORM  915-READ-RESANC THRU 915-END.
       330-END.
           EXIT.
      *
      *    the same for the coupon ledger, staged through
      *    REWARDS_ANC.LED.
       400-REWARDS       SECTION.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "REWARDS.LED not present - nothing to anchor"
               GO TO 400-END
           END-IF.
           PERFORM  920-READ-REWARDS THRU 920-END.
           PERFORM  410-PROVE-ONE THRU 410-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS.
           PERFORM  800-CONFIRM THRU 800-END.
           IF  GO-AHEAD       NOT =  "Y"
               GO TO 400-END
           END-IF.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           OPEN  OUTPUT RWDANC.
           PERFORM  920-READ-REWARDS THRU 920-END.
           PERFORM  420-ANCHOR-ONE THRU 420-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS RWDANC.
           MOVE  SPACE        TO     RWDANC-END.
           OPEN  INPUT  RWDANC.
           OPEN  OUTPUT REWARDS.
           PERFORM  925-READ-RWDANC THRU 925-END.
           PERFORM  430-COPY-BACK THRU 430-END
               UNTIL RWDANC-END = HIGH-VALUE.
           CLOSE REWARDS RWDANC.
           OPEN  OUTPUT RWDANC.
           CLOSE RWDANC.
           PERFORM  850-LOG-ANCHOR THRU 850-END.
       400-END.
           EXIT.
      *
       410-PROVE-ONE     SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  RW-BODY      TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           IF  RW-CHECK       NOT NUMERIC
            OR RW-CHECK       NOT =  CHAIN-CHECK
               IF  CHAIN-BROKEN   =      0
                   MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
                   DISPLAY "first failing row " CHAIN-ROWS ":"
                   DISPLAY "  " REWARDS-REC
               END-IF
           END-IF.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     OLD-CHECK
           ELSE
               MOVE  ZERO         TO     OLD-CHECK
           END-IF.
           PERFORM  920-READ-REWARDS THRU 920-END.
       410-END.
           EXIT.
      *
       420-ANCHOR-ONE    SECTION.
           MOVE  NEW-CHECK    TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  RW-BODY      TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  SPACE        TO     RW-SEP.
           MOVE  CHAIN-CHECK  TO     RW-CHECK.
           MOVE  CHAIN-CHECK  TO     NEW-CHECK.
           WRITE RWDANC-REC   FROM   REWARDS-REC.
           PERFORM  920-READ-REWARDS THRU 920-END.
       420-END.
           EXIT.
      *
       430-COPY-BACK     SECTION.
           WRITE REWARDS-REC  FROM   RWDANC-REC.
           PERFORM  925-READ-RWDANC THRU 925-END.
       430-END.
           EXIT.
      *
      *    an intact chain is left as it is. a broken one is only
      *    re-anchored with a reason on record and a plain Y.
       800-CONFIRM       SECTION.
           MOVE  "N"          TO     GO-AHEAD.
           IF  CHAIN-BROKEN   =      0
               DISPLAY ANC-FILE " rows " CHAIN-ROWS
                   " - chain intact, nothing to re-anchor"
               GO TO 800-END
           END-IF.
           DISPLAY ANC-FILE " rows " CHAIN-ROWS
               " - chain fails from row " CHAIN-BROKEN.
           DISPLAY "reason for re-anchoring (blank = leave it):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
               DISPLAY "left as it is"
               GO TO 800-END
           END-IF.
           MOVE  ANSWER       TO     REASON.
           DISPLAY "fold every check in " ANC-FILE
               " afresh? (Y to confirm):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    =      "Y"
            OR ANSWER(1:1)    =      "y"
               MOVE  "Y"          TO     GO-AHEAD
           ELSE
               DISPLAY "left as it is"
           END-IF.
       800-END.
           EXIT.
      *
       850-LOG-ANCHOR    SECTION.
           OPEN  EXTEND  ANCLOG.
           IF  ANCLOG-STATUS  =      "35"
               OPEN  OUTPUT  ANCLOG
           END-IF.
           IF  ANCLOG-STATUS  NOT =  "00"
               DISPLAY "unable to write CHAINANC.LOG - status "
                   ANCLOG-STATUS
           ELSE
               ACCEPT  TIME-NOW   FROM   TIME
               MOVE  SPACES       TO     ANCLOG-REC
               MOVE  TODAY-DATE   TO     AN-DATE
               MOVE  TIME-NOW(1:6)  TO   AN-TIME
               MOVE  "CHAINANC"   TO     AN-PROGRAM
               MOVE  ANC-FILE     TO     AN-FILE
               MOVE  CHAIN-ROWS   TO     AN-ROWS
               MOVE  CHAIN-BROKEN TO     AN-BROKEN
               MOVE  OLD-CHECK    TO     AN-OLD-LAST
               MOVE  NEW-CHECK    TO     AN-NEW-LAST
               MOVE  STAFF-ID     TO     AN-STAFF
               MOVE  REASON       TO     AN-REASON
               WRITE ANCLOG-REC
               CLOSE ANCLOG
           END-IF.
           DISPLAY ANC-FILE " re-anchored - " CHAIN-ROWS " rows".
           MOVE  "ANCHOR"     TO     STAFF-ACTION.
           MOVE  ANC-FILE     TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "broken at row " CHAIN-BROKEN " - " REASON
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       850-END.
           EXIT.
      *
       910-READ-RESULTS  SECTION.
           READ RESULTS
           AT END
               MOVE HIGH-VALUE TO RESULTS-END
           END-READ.
       910-END.
           EXIT.
      *
       915-READ-RESANC   SECTION.
           READ RESANC
           AT END
               MOVE HIGH-VALUE TO RESANC-END
           END-READ.
       915-END.
           EXIT.
      *
       920-READ-REWARDS  SECTION.
           READ REWARDS
           AT END
               MOVE HIGH-VALUE TO REWARDS-END
           END-READ.
       920-END.
           EXIT.
      *
       925-READ-RWDANC   SECTION.
           READ RWDANC
           AT END
               MOVE HIGH-VALUE TO RWDANC-END
           END-READ.
       925-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
