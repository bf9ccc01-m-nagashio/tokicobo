       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       DISPUTE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CASES-STATUS.
           SELECT  TRANSCAT ASSIGN TO "TRANSCAT.txt"
                   FILE STATUS IS  TRANSCAT-STATUS.
           SELECT  TRANS   ASSIGN TO TRANS-NAME
                   FILE STATUS IS  TRANS-STATUS.
           SELECT  SESSLOG ASSIGN TO SESSLOG-NAME
                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    one row per complaint. the case is opened against a player
      *    ID and the date of the session complained about, and
      *    closed with a finding, a resolution and - when granted -
      *    the coupon code issued as compensation. a confirmed
      *    misroute names the audit row and the class it should have
      *    had, which TESTHARV picks up as a regression candidate.
       FD  CASES.
       01  CASES-REC.
           03  DC-CASE       PIC 9(06).
      *    O open, C closed.
           03  DC-STATUS     PIC X(01).
           03  DC-PLAYER     PIC X(10).
           03  DC-SESS-DATE  PIC 9(08).
           03  DC-OPENED     PIC 9(08).
           03  DC-OPEN-BY    PIC X(10).
           03  DC-COMPLAINT  PIC X(60).
      *    M misroute confirmed, N no fault found, X other.
           03  DC-FINDING    PIC X(01).
           03  DC-MIS-TERM   PIC X(04).
           03  DC-MIS-SEQ    PIC 9(06).
           03  DC-MIS-STORY  PIC 9(02).
           03  DC-MIS-BRANCH PIC X(07).
      *    the class the answer should have had - P, N or G, the
      *    same letters ANALYSIS_TESTS.txt uses.
           03  DC-MIS-EXPECT PIC X(01).
           03  DC-MIS-INPUT  PIC X(99).
           03  DC-RESOLUTION PIC X(60).
           03  DC-CLOSED     PIC 9(08).
           03  DC-CLOSE-BY   PIC X(10).
           03  DC-COUPON     PIC X(08).
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
         03  CASES-STATUS    PIC X(02).
         03  CASES-END       PIC X(01).
         03  TRANSCAT-STATUS PIC X(02).
         03  TRANSCAT-END    PIC X(01).
         03  TRANS-STATUS    PIC X(02).
         03  TRANS-END       PIC X(01).
         03  TRANS-NAME      PIC X(40).
         03  SESSLOG-STATUS  PIC X(02).
         03  SESSLOG-END     PIC X(01).
         03  SESSLOG-NAME    PIC X(20).
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-END     PIC X(01).
         03  RESULTS-NAME    PIC X(20).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(99).
         03  TODAY-DATE      PIC 9(08).
         03  NEXT-CASE       PIC 9(06).
         03  PICK-CASE       PIC 9(06).
         03  PICK-NUM        PIC 9(06).
         03  CASE-FOUND      PIC X(01).
         03  ROW-COUNT       PIC 9(05).
         03  LIST-COUNT      PIC 9(05).
         03  PICK-SEQ        PIC 9(06).
         03  SEQ-FOUND       PIC X(01).
         03  LEDGER-ROWS     PIC 9(06).
         03  LEDGER-CHECK    PIC 9(09).
         03  NEW-CODE        PIC X(08).
         03  AGE-DAYS        PIC 9(05).
         03  HOLD-REC        PIC X(309).
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
      *    handed to CHAINSUM for the coupon row - the check on the
      *    ledger's last row goes in, the new row's check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
      *    the dispute case file - "it said I was negative but I was
      *    being nice". a case is opened against the player ID and
      *    session date, and the case view puts the session's
      *    transcript, its audit rows and its outcome row on one
      *    screen instead of TRANSINQ, an editor and a memory. a
      *    supervisor closes it with a finding and a resolution; any
      *    compensation is a coupon in REWARDS.LED under the DISPUTE
      *    milestone, so REDEEM pays it like any other, and a
      *    confirmed misroute goes on to TESTHARV. DISPAGE lists the
      *    cases still open, oldest first.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-MENU  THRU  200-END
               UNTIL MENU-PICK = "Q".
           CLOSE CASES.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "DISPUTE"    TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           OPEN  I-O  CASES.
           IF  CASES-STATUS   =      "35"
               OPEN  OUTPUT  CASES
               CLOSE CASES
               OPEN  I-O  CASES
           END-IF.
           IF  CASES-STATUS   NOT =  "00"
               DISPLAY "unable to open DISPUTE.DAT - status "
                   CASES-STATUS
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
       200-MENU          SECTION.
           DISPLAY "===== DISPUTE CASES =====".
           DISPLAY "O - open a case".
           DISPLAY "V - view a case".
           DISPLAY "F - record the finding and close a case".
           DISPLAY "L - list open cases".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "O"
               WHEN "o"
                   MOVE  "O"          TO     MENU-PICK
                   PERFORM  300-OPEN  THRU  300-END
               WHEN "V"
               WHEN "v"
                   MOVE  "V"          TO     MENU-PICK
                   PERFORM  350-FIND  THRU  350-END
                   IF  CASE-FOUND     =      "Y"
                       PERFORM  400-VIEW  THRU  400-END
                   END-IF
      *        the finding decides whether the shop pays out - a
      *        supervisor's call, like a refund at the till.
               WHEN "F"
               WHEN "f"
                   MOVE  "F"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  500-CLOSE THRU  500-END
                   ELSE
                       PERFORM  970-REFUSE THRU 970-END
                   END-IF
               WHEN "L"
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  600-LIST  THRU  600-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       200-END.
           EXIT.
      *
       300-OPEN          SECTION.
           DISPLAY "player ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
               DISPLAY "no player ID - no case opened"
               GO TO 300-END
           END-IF.
           MOVE  SPACES       TO     CASES-REC.
           MOVE  ANSWER(1:10) TO     DC-PLAYER.
           DISPLAY "session date (YYYYMMDD, blank = today):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
               MOVE  TODAY-DATE   TO     DC-SESS-DATE
           ELSE
               IF  ANSWER(1:8)    NUMERIC
               AND ANSWER(9:1)    =      SPACE
                   MOVE  ANSWER(1:8)  TO     DC-SESS-DATE
               ELSE
                   DISPLAY "not a date - no case opened"
                   GO TO 300-END
               END-IF
           END-IF.
           DISPLAY "the complaint, in a line:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER       TO     DC-COMPLAINT.
           MOVE  "O"          TO     DC-STATUS.
           MOVE  TODAY-DATE   TO     DC-OPENED.
           MOVE  STAFF-ID     TO     DC-OPEN-BY.
           MOVE  SPACE        TO     DC-FINDING DC-MIS-EXPECT.
           MOVE  ZERO         TO     DC-MIS-SEQ DC-MIS-STORY
                                     DC-CLOSED.
           PERFORM  310-NEXT-CASE THRU 310-END.
           MOVE  NEXT-CASE    TO     DC-CASE.
           WRITE CASES-REC
               INVALID KEY
                   DISPLAY "case " DC-CASE " already on file - try "
                       "again"
                   GO TO 300-END
           END-WRITE.
           DISPLAY "case " DC-CASE " opened".
           MOVE  "CASEOPEN"   TO     STAFF-ACTION.
           MOVE  DC-PLAYER    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "case " DC-CASE " session " DC-SESS-DATE
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
           PERFORM  400-VIEW  THRU  400-END.
       300-END.
           EXIT.
      *
      *    the next case number is one past the highest on file -
      *    the file is keyed by it, so the last row read is the top.
       310-NEXT-CASE     SECTION.
           MOVE  ZERO         TO     NEXT-CASE.
           MOVE  SPACE        TO     CASES-END.
           MOVE  CASES-REC    TO     HOLD-REC.
           MOVE  ZERO         TO     DC-CASE.
           START CASES  KEY  NOT <  DC-CASE
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-START.
           PERFORM  900-READ-NEXT THRU 900-END.
           PERFORM  315-NEXT-ONE  THRU 315-END
               UNTIL CASES-END = HIGH-VALUE.
           ADD  1             TO     NEXT-CASE.
           MOVE  HOLD-REC     TO     CASES-REC.
       310-END.
           EXIT.
      *
       315-NEXT-ONE      SECTION.
           MOVE  DC-CASE      TO     NEXT-CASE.
           PERFORM  900-READ-NEXT THRU 900-END.
       315-END.
           EXIT.
      *
       350-FIND          SECTION.
           MOVE  "N"          TO     CASE-FOUND.
           DISPLAY "case number:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           PERFORM  355-SHORT-NUM THRU 355-END.
           MOVE  PICK-NUM     TO     PICK-CASE.
           IF  PICK-CASE      =      0
               DISPLAY "not a case number"
               GO TO 350-END
           END-IF.
           MOVE  PICK-CASE    TO     DC-CASE.
           READ  CASES
               KEY IS DC-CASE
               INVALID KEY
                   DISPLAY "no case " PICK-CASE
                   GO TO 350-END
           END-READ.
           MOVE  "Y"          TO     CASE-FOUND.
       350-END.
           EXIT.
      *
      *    staff read numbers off the screen as "12", not "000012"
      *    - take however many digits were typed.
       355-SHORT-NUM     SECTION.
           MOVE  ZERO         TO     PICK-NUM.
           MOVE  ZERO         TO     ROW-COUNT.
           INSPECT ANSWER TALLYING ROW-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  ROW-COUNT      >      0
           AND ROW-COUNT      <      7
               IF  ANSWER(1:ROW-COUNT) NUMERIC
                   MOVE  ANSWER(1:ROW-COUNT) TO PICK-NUM
               END-IF
           END-IF.
       355-END.
           EXIT.
      *
      *    the case view - the case itself, then everything the
      *    shop's files hold on that player's sessions that day.
       400-VIEW          SECTION.
           DISPLAY "===== CASE " DC-CASE " =====".
           DISPLAY "player     : " DC-PLAYER "   session date: "
               DC-SESS-DATE.
           DISPLAY "opened     : " DC-OPENED " by " DC-OPEN-BY.
           DISPLAY "complaint  : " DC-COMPLAINT.
           IF  DC-STATUS      =      "C"
               DISPLAY "closed     : " DC-CLOSED " by " DC-CLOSE-BY
                   "   finding " DC-FINDING
               DISPLAY "resolution : " DC-RESOLUTION
               IF  DC-FINDING     =      "M"
                   DISPLAY "misroute   : kiosk " DC-MIS-TERM " seq "
                       DC-MIS-SEQ " chapter " DC-MIS-STORY " went "
                       DC-MIS-BRANCH " should be " DC-MIS-EXPECT
               END-IF
               IF  DC-COUPON      NOT =  SPACES
                   DISPLAY "coupon     : " DC-COUPON
               END-IF
           ELSE
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(DC-OPENED)
               DISPLAY "open for   : " AGE-DAYS " days"
           END-IF.
           PERFORM  410-TRANSCRIPT THRU 410-END.
           PERFORM  420-AUDIT THRU 420-END.
           PERFORM  430-OUTCOME THRU 430-END.
           DISPLAY "===== end of case " DC-CASE " =====".
       400-END.
           EXIT.
      *
      *    every transcript the catalog holds for the player on the
      *    session date - more than one if they played twice.
       410-TRANSCRIPT    SECTION.
           MOVE  ZERO         TO     ROW-COUNT.
           MOVE  SPACE        TO     TRANSCAT-END.
           OPEN  INPUT  TRANSCAT.
           IF  TRANSCAT-STATUS NOT = "00"
               DISPLAY "----- no transcript catalog -----"
               GO TO 410-END
           END-IF.
           PERFORM  930-READ-CAT THRU 930-END.
           PERFORM  415-CAT-ROW THRU 415-END
               UNTIL TRANSCAT-END = HIGH-VALUE.
           CLOSE TRANSCAT.
           IF  ROW-COUNT      =      0
               DISPLAY "----- no transcript cataloged for that "
                   "session -----"
           END-IF.
       410-END.
           EXIT.
      *
       415-CAT-ROW       SECTION.
           IF  TC-PLAYER      =      DC-PLAYER
           AND TC-DATE        =      DC-SESS-DATE
               ADD  1             TO     ROW-COUNT
               MOVE  TC-NAME      TO     TRANS-NAME
               PERFORM  417-SHOW-TRANS THRU 417-END
           END-IF.
           PERFORM  930-READ-CAT THRU 930-END.
       415-END.
           EXIT.
      *
       417-SHOW-TRANS    SECTION.
           MOVE  SPACE        TO     TRANS-END.
           OPEN  INPUT  TRANS.
           IF  TRANS-STATUS   NOT =  "00"
               DISPLAY "----- cataloged but missing on disk: "
                   TRANS-NAME
               GO TO 417-END
           END-IF.
           DISPLAY "----- transcript " TRANS-NAME " kiosk=" TC-TERM.
           PERFORM  940-READ-TRANS THRU 940-END.
           PERFORM  418-TRANS-LINE THRU 418-END
               UNTIL TRANS-END = HIGH-VALUE.
           CLOSE TRANS.
       417-END.
           EXIT.
      *
       418-TRANS-LINE    SECTION.
           DISPLAY  TRANS-REC.
           PERFORM  940-READ-TRANS THRU 940-END.
       418-END.
           EXIT.
      *
      *    the graded answers - the merged trail first, the local one
      *    when the merge has not picked the session up yet.
       420-AUDIT         SECTION.
           DISPLAY "----- audit rows -----".
           DISPLAY "time   kiosk seq    ch branch  score answer".
           MOVE  ZERO         TO     ROW-COUNT.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           PERFORM  425-AUDIT-PASS THRU 425-END.
           IF  ROW-COUNT      =      0
               MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME
               PERFORM  425-AUDIT-PASS THRU 425-END
           END-IF.
           IF  ROW-COUNT      =      0
               DISPLAY "no audit rows for that session"
           END-IF.
       420-END.
           EXIT.
      *
       425-AUDIT-PASS    SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               GO TO 425-END
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
           PERFORM  427-AUDIT-ROW THRU 427-END
               UNTIL SESSLOG-END = HIGH-VALUE.
           CLOSE SESSLOG.
       425-END.
           EXIT.
      *
       427-AUDIT-ROW     SECTION.
           IF  SL-PLAYER      =      DC-PLAYER
           AND SL-DATE        =      DC-SESS-DATE
               ADD  1             TO     ROW-COUNT
               DISPLAY  SL-TIME " " SL-TERM "  " SL-SEQ " " SL-STORY
                   " " SL-BRANCH " " SL-OUTPUT "     "
                   SL-INPUT(1:40)
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
       427-END.
           EXIT.
      *
      *    the ending the session reached, from the outcome log.
       430-OUTCOME       SECTION.
           DISPLAY "----- outcome -----".
           MOVE  ZERO         TO     ROW-COUNT.
           MOVE  "RESULTS_ALL.LOG"   TO     RESULTS-NAME.
           PERFORM  435-OUTCOME-PASS THRU 435-END.
           IF  ROW-COUNT      =      0
               MOVE  "RESULTS.LOG"       TO     RESULTS-NAME
               PERFORM  435-OUTCOME-PASS THRU 435-END
           END-IF.
           IF  ROW-COUNT      =      0
               DISPLAY "no outcome row for that session"
           END-IF.
       430-END.
           EXIT.
      *
       435-OUTCOME-PASS  SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               GO TO 435-END
           END-IF.
           PERFORM  920-READ-RESULTS THRU 920-END.
           PERFORM  437-OUTCOME-ROW THRU 437-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
       435-END.
           EXIT.
      *
       437-OUTCOME-ROW   SECTION.
           IF  RES-PLAYER     =      DC-PLAYER
           AND RES-DATE       =      DC-SESS-DATE
               ADD  1             TO     ROW-COUNT
               DISPLAY  RES-TIME " kiosk=" RES-TERM " seq=" RES-SEQ
                   " ending=" RES-ENDING " chapter=" RES-STORY
                   " affection=" RES-AFFECTION
           END-IF.
           PERFORM  920-READ-RESULTS THRU 920-END.
       437-END.
           EXIT.
      *
      *    the finding. nothing is written until every answer is in,
      *    so a case abandoned half way stays open as it was.
       500-CLOSE         SECTION.
           PERFORM  350-FIND  THRU  350-END.
           IF  CASE-FOUND     NOT =  "Y"
               GO TO 500-END
           END-IF.
           IF  DC-STATUS      =      "C"
               DISPLAY "case " DC-CASE " was closed on " DC-CLOSED
                   " by " DC-CLOSE-BY
               GO TO 500-END
           END-IF.
           PERFORM  400-VIEW  THRU  400-END.
           DISPLAY "finding - M misroute confirmed, N no fault found,"
               " X other:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "M"
               WHEN "m"
                   MOVE  "M"          TO     DC-FINDING
               WHEN "N"
               WHEN "n"
                   MOVE  "N"          TO     DC-FINDING
               WHEN "X"
               WHEN "x"
                   MOVE  "X"          TO     DC-FINDING
               WHEN OTHER
                   DISPLAY "no finding - case left open"
                   GO TO 500-END
           END-EVALUATE.
           IF  DC-FINDING     =      "M"
               PERFORM  510-MISROUTE THRU 510-END
               IF  SEQ-FOUND      NOT =  "Y"
                   DISPLAY "case left open"
                   GO TO 500-END
               END-IF
           END-IF.
           DISPLAY "resolution, in a line:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
               DISPLAY "no resolution - case left open"
               GO TO 500-END
           END-IF.
           MOVE  ANSWER       TO     DC-RESOLUTION.
           MOVE  SPACES       TO     DC-COUPON.
           DISPLAY "compensate with a coupon? (Y/N)".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    =      "Y"   OR   "y"
               PERFORM  530-COUPON THRU 530-END
               IF  DC-COUPON      =      SPACES
                   DISPLAY "case left open"
                   GO TO 500-END
               END-IF
           END-IF.
           MOVE  "C"          TO     DC-STATUS.
           MOVE  TODAY-DATE   TO     DC-CLOSED.
           MOVE  STAFF-ID     TO     DC-CLOSE-BY.
           REWRITE CASES-REC
               INVALID KEY
                   DISPLAY "case " DC-CASE " vanished before it "
                       "could be closed"
                   GO TO 500-END
           END-REWRITE.
           DISPLAY "case " DC-CASE " closed".
           MOVE  "CASECLOS"   TO     STAFF-ACTION.
           MOVE  DC-PLAYER    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "case " DC-CASE " finding " DC-FINDING
               " coupon " DC-COUPON
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       500-END.
           EXIT.
      *
      *    a confirmed misroute names the audit row it is about - the
      *    kiosk and the audit sequence from the case view - and the
      *    class the answer should have had.
       510-MISROUTE      SECTION.
           MOVE  "N"          TO     SEQ-FOUND.
           DISPLAY "kiosk of the misrouted answer:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER(1:4)  TO     DC-MIS-TERM.
           DISPLAY "audit seq of the misrouted answer:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           PERFORM  355-SHORT-NUM THRU 355-END.
           MOVE  PICK-NUM     TO     PICK-SEQ.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           PERFORM  515-SEQ-PASS THRU 515-END.
           IF  SEQ-FOUND      NOT =  "Y"
               MOVE  "SESSION_LOG.txt"   TO     SESSLOG-NAME
               PERFORM  515-SEQ-PASS THRU 515-END
           END-IF.
           IF  SEQ-FOUND      NOT =  "Y"
               DISPLAY "no audit row for kiosk " DC-MIS-TERM " seq "
                   PICK-SEQ " in that session"
               GO TO 510-END
           END-IF.
           DISPLAY "answer     : " DC-MIS-INPUT(1:60).
           DISPLAY "went       : " DC-MIS-BRANCH.
           DISPLAY "should have been - P positive, N neutral, "
               "G negative:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "P"
               WHEN "p"
                   MOVE  "P"          TO     DC-MIS-EXPECT
               WHEN "N"
               WHEN "n"
                   MOVE  "N"          TO     DC-MIS-EXPECT
               WHEN "G"
               WHEN "g"
                   MOVE  "G"          TO     DC-MIS-EXPECT
               WHEN OTHER
                   DISPLAY "no class given"
                   MOVE  "N"          TO     SEQ-FOUND
           END-EVALUATE.
       510-END.
           EXIT.
      *
       515-SEQ-PASS      SECTION.
           MOVE  SPACE        TO     SESSLOG-END.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
               GO TO 515-END
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
           PERFORM  517-SEQ-ROW THRU 517-END
               UNTIL SESSLOG-END = HIGH-VALUE
                  OR SEQ-FOUND   = "Y".
           CLOSE SESSLOG.
       515-END.
           EXIT.
      *
       517-SEQ-ROW       SECTION.
           IF  SL-PLAYER      =      DC-PLAYER
           AND SL-DATE        =      DC-SESS-DATE
           AND SL-TERM        =      DC-MIS-TERM
           AND SL-SEQ         =      PICK-SEQ
               MOVE  "Y"          TO     SEQ-FOUND
               MOVE  SL-SEQ       TO     DC-MIS-SEQ
               MOVE  SL-STORY     TO     DC-MIS-STORY
               MOVE  SL-BRANCH    TO     DC-MIS-BRANCH
               MOVE  SL-INPUT     TO     DC-MIS-INPUT
               GO TO 517-END
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
       517-END.
           EXIT.
      *
      *    compensation is an ordinary coupon under the DISPUTE
      *    milestone, numbered the way the kiosk numbers its own -
      *    the ledger's row count - so REDEEM pays it at the counter
      *    with no special case.
       530-COUPON        SECTION.
           MOVE  ZERO         TO     LEDGER-ROWS LEDGER-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS =      "00"
               PERFORM  960-READ-REWARDS THRU 960-END
               PERFORM  535-LEDGER-ONE THRU 535-END
                   UNTIL REWARDS-END = HIGH-VALUE
               CLOSE REWARDS
           END-IF.
           MOVE  SPACES       TO     NEW-CODE.
           COMPUTE LEDGER-ROWS = LEDGER-ROWS + 1.
           STRING  "RW"  LEDGER-ROWS  DELIMITED BY SIZE
               INTO  NEW-CODE.
           OPEN  EXTEND  REWARDS.
           IF  REWARDS-STATUS =      "35"
               OPEN  OUTPUT  REWARDS
           END-IF.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "unable to open REWARDS.LED - coupon not "
                   "issued"
               GO TO 530-END
           END-IF.
           MOVE  SPACES       TO     REWARDS-REC.
           MOVE  DC-PLAYER    TO     RW-PLAYER.
           MOVE  TODAY-DATE   TO     RW-DATE.
           MOVE  "DISPUTE"    TO     RW-MILESTONE.
           MOVE  NEW-CODE     TO     RW-CODE.
           MOVE  "ISSUED"     TO     RW-STATUS.
           MOVE  LEDGER-CHECK TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RW-CHECK.
           WRITE REWARDS-REC.
           CLOSE REWARDS.
           MOVE  NEW-CODE     TO     DC-COUPON.
           DISPLAY "coupon " NEW-CODE " issued - give the code to "
               "the player".
           MOVE  "COUPON"     TO     STAFF-ACTION.
           MOVE  DC-PLAYER    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "case " DC-CASE " code " NEW-CODE
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       530-END.
           EXIT.
      *
       535-LEDGER-ONE    SECTION.
           ADD  1             TO     LEDGER-ROWS.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     LEDGER-CHECK
           ELSE
               MOVE  ZERO         TO     LEDGER-CHECK
           END-IF.
           PERFORM  960-READ-REWARDS THRU 960-END.
       535-END.
           EXIT.
      *
       600-LIST          SECTION.
           DISPLAY "case   opened   player     session  days".
           MOVE  ZERO         TO     LIST-COUNT.
           MOVE  SPACE        TO     CASES-END.
           MOVE  ZERO         TO     DC-CASE.
           START CASES  KEY  NOT <  DC-CASE
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-START.
           PERFORM  900-READ-NEXT THRU 900-END.
           PERFORM  610-LIST-ONE THRU 610-END
               UNTIL CASES-END = HIGH-VALUE.
           DISPLAY "open cases: " LIST-COUNT.
       600-END.
           EXIT.
      *
       610-LIST-ONE      SECTION.
           IF  DC-STATUS      =      "O"
               ADD  1             TO     LIST-COUNT
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(DC-OPENED)
               DISPLAY  DC-CASE " " DC-OPENED " " DC-PLAYER " "
                   DC-SESS-DATE " " AGE-DAYS
           END-IF.
           PERFORM  900-READ-NEXT THRU 900-END.
       610-END.
           EXIT.
      *
       900-READ-NEXT     SECTION.
           IF  CASES-END      =      HIGH-VALUE
               GO TO 900-END
           END-IF.
           READ  CASES  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-READ.
       900-END.
           EXIT.
      *
       910-READ-SESSLOG  SECTION.
           READ SESSLOG
           AT END
               MOVE HIGH-VALUE TO SESSLOG-END
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
       930-READ-CAT      SECTION.
           READ TRANSCAT
           AT END
               MOVE HIGH-VALUE TO TRANSCAT-END
           END-READ.
       930-END.
           EXIT.
      *
       940-READ-TRANS    SECTION.
           READ TRANS
           AT END
               MOVE HIGH-VALUE TO TRANS-END
           END-READ.
       940-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
      *
       960-READ-REWARDS  SECTION.
           READ  REWARDS
               AT END
                   MOVE  HIGH-VALUE   TO     REWARDS-END
           END-READ.
       960-END.
           EXIT.
      *
      *    a function the signed-on role may not run - refused, and
      *    the attempt goes on the activity log with the menu letter.
       970-REFUSE        SECTION.
           DISPLAY "not allowed for your role - ask a supervisor".
           MOVE  "REFUSED"    TO     STAFF-ACTION.
           MOVE  MENU-PICK    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       970-END.
           EXIT.
