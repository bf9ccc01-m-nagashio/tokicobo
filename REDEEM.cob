           03  RW-CODE       PIC X(08).
           03  FILLER        PIC X(01).
           03  RW-STATUS     PIC X(08).
           03  FILLER        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       FD  LEDNEW.
       01  LEDNEW-REC        PIC X(56).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SHOW-PLAYER     PIC X(10).
         03  SHOW-DATE       PIC 9(08).
         03  SHOW-MILESTONE  PIC X(08).
         03  LEDGER-ROW      PIC 9(06).
         03  CODE-ROW        PIC 9(06).
         03  ROW-CHAINED     PIC X(01).
         03  CODE-CHAINED    PIC X(01).
         03  OLD-CHECK       PIC 9(09).
         03  NEW-CHECK       PIC 9(09).
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
      *    handed to CHAINSUM for each ledger row - the check on the
      *    row before goes in, the row's own check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
      *    whoever pays a coupon out signs on first, so the log can
      *    say who redeemed which code.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "REDEEM"     TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
      *    the ledger is a plain sequential file, so the one row
      *    that flips to REDEEMED is rewritten by staging the whole
      *    file through a copy - the same shape PLAYERMNT uses to
      *    re-key the history file. each row's check value is proved
      *    against the row before it on the way through; the staged
      *    copy re-folds the check on the flipped row and every one
      *    after it, except that a row already failing keeps its bad
      *    value, so a break elsewhere in the ledger survives the
      *    rewrite for CHAINVFY to report.
       300-REDEEM        SECTION.
           DISPLAY "code to redeem:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER(1:8)  TO     ASK-CODE.
           MOVE  "N"          TO     CODE-FOUND.
           MOVE  "N"          TO     ALREADY-USED.
           MOVE  "Y"          TO     CODE-CHAINED.
           MOVE  ZERO         TO     LEDGER-ROW CODE-ROW.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
           PERFORM  310-COPY-ONE THRU 310-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS LEDNEW.
           MOVE  ASK-CODE     TO     STAFF-KEY.
           MOVE  "REDEEMNO"   TO     STAFF-ACTION.
           IF  CODE-FOUND     NOT =  "Y"
               DISPLAY "unknown code " ASK-CODE " - nothing paid out"
               MOVE  "unknown code" TO STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
               GO TO 300-END
           END-IF.
           IF  ALREADY-USED   =      "Y"
               DISPLAY "code " ASK-CODE " was ALREADY REDEEMED - "
                   "nothing paid out"
               MOVE  "already redeemed" TO STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
               GO TO 300-END
           END-IF.
      *    a coupon row that fails its check was written or altered
      *    outside the programs - nothing is paid on it until a
      *    supervisor has looked.
           IF  CODE-CHAINED   NOT =  "Y"
               DISPLAY "code " ASK-CODE " FAILS the ledger check at "
                   "row " CODE-ROW " - nothing paid out, call a "
                   "supervisor"
               MOVE  "REDEEMNO"   TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-DETAIL
               STRING  "ledger check failed at row " CODE-ROW
                   DELIMITED BY SIZE INTO  STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
               GO TO 300-END
           END-IF.
      *    only a clean first redemption copies the staged ledger
           CLOSE REWARDS LEDNEW.
           DISPLAY "code " ASK-CODE " REDEEMED - " SHOW-PLAYER
               " earned " SHOW-MILESTONE " on " SHOW-DATE.
           MOVE  "REDEEM"     TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  SHOW-MILESTONE " earned " SHOW-DATE
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       300-END.
           EXIT.
      *
       310-COPY-ONE      SECTION.
           ADD  1             TO     LEDGER-ROW.
           PERFORM  330-PROVE-ROW THRU 330-END.
           IF  RW-CODE        =      ASK-CODE
               MOVE  "Y"          TO     CODE-FOUND
               MOVE  LEDGER-ROW   TO     CODE-ROW
               MOVE  ROW-CHAINED  TO     CODE-CHAINED
               MOVE  RW-PLAYER    TO     SHOW-PLAYER
               MOVE  RW-DATE      TO     SHOW-DATE
               MOVE  RW-MILESTONE TO     SHOW-MILESTONE
                   MOVE  "Y"          TO     ALREADY-USED
               END-IF
           END-IF.
           IF  ROW-CHAINED    =      "Y"
               MOVE  NEW-CHECK    TO     CHAIN-PREV
               MOVE  46           TO     CHAIN-LEN
               MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW
               CALL  "CHAINSUM"   USING  CHAIN-PARA
               MOVE  CHAIN-CHECK  TO     RW-CHECK
           END-IF.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     NEW-CHECK
           ELSE
               MOVE  ZERO         TO     NEW-CHECK
           END-IF.
           WRITE LEDNEW-REC   FROM   REWARDS-REC.
           PERFORM  910-READ-LEDGER THRU 910-END.
       310-END.
           EXIT.
      *
      *    does the row as read match its check, folded from the
      *    check stored on the row before it in the live ledger.
       330-PROVE-ROW     SECTION.
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
       330-END.
           EXIT.
      *
       320-COPY-BACK     SECTION.
           WRITE REWARDS-REC  FROM   LEDNEW-REC.
           END-READ.
       920-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
