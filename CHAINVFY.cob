       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CHAINVFY.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  RESULTS ASSIGN TO "RESULTS.LOG"
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    only the row body and its check matter here - the body is
      *    folded whole, whatever its columns mean.
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-BODY      PIC X(67).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(07).
      *
       FD  REWARDS.
       01  REWARDS-REC.
           03  RW-BODY       PIC X(46).
           03  FILLER        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-END     PIC X(01).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  CHAIN-ROWS      PIC 9(07).
         03  CHAIN-BROKEN    PIC 9(07).
         03  OLD-CHECK       PIC 9(09).
         03  BREAK-COUNT     PIC 9(01).
      *
      *    handed to CHAINSUM for each row - the check on the row
      *    before goes in, the row's own check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
      *    the night's proof that the outcome log and the coupon
      *    ledger hold only what the programs wrote - walks this
      *    kiosk's RESULTS.LOG and REWARDS.LED from the top, folding
      *    each row's check value from the check on the row before
      *    it, and stops each walk at the first row that does not
      *    match, printing the row. any break fails the night batch
      *    so nothing is rolled over or reported on top of it. the
      *    merged _ALL files are not walked - each kiosk's chain is
      *    its own. asks nothing, so NIGHTRUN can run it.
       000-START         SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           DISPLAY "===== CHECK VALUE CHAIN (" TODAY-DATE ") =====".
           PERFORM  100-RESULTS THRU 100-END.
           PERFORM  200-REWARDS THRU 200-END.
           IF  BREAK-COUNT    >      0
               DISPLAY "chain BROKEN - a row above was changed, "
                   "removed or added outside the programs"
               DISPLAY "nothing is re-anchored until a supervisor "
                   "has accounted for it - see CHAINANC"
               MOVE  8            TO     RETURN-CODE
           ELSE
               DISPLAY "both chains intact"
           END-IF.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-RESULTS       SECTION.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN OLD-CHECK.
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               DISPLAY "RESULTS.LOG  not present - nothing to check"
               GO TO 100-END
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
           PERFORM  110-RESULTS-ONE THRU 110-END
               UNTIL RESULTS-END = HIGH-VALUE.
           CLOSE RESULTS.
           IF  CHAIN-BROKEN   =      0
               DISPLAY "RESULTS.LOG  rows " CHAIN-ROWS " - intact"
           END-IF.
       100-END.
           EXIT.
      *
       110-RESULTS-ONE   SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  67           TO     CHAIN-LEN.
           MOVE  RES-BODY     TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           IF  RES-CHECK      NOT NUMERIC
            OR RES-CHECK      NOT =  CHAIN-CHECK
               MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
               ADD  1             TO     BREAK-COUNT
               DISPLAY "RESULTS.LOG  BROKEN at row " CHAIN-ROWS
               DISPLAY "  " RESULTS-REC
               MOVE  HIGH-VALUE   TO     RESULTS-END
               GO TO 110-END
           END-IF.
           MOVE  RES-CHECK    TO     OLD-CHECK.
           PERFORM  910-READ-RESULTS THRU 910-END.
       110-END.
           EXIT.
      *
       200-REWARDS       SECTION.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN OLD-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "REWARDS.LED  not present - nothing to check"
               GO TO 200-END
           END-IF.
           PERFORM  920-READ-REWARDS THRU 920-END.
           PERFORM  210-REWARDS-ONE THRU 210-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS.
           IF  CHAIN-BROKEN   =      0
               DISPLAY "REWARDS.LED  rows " CHAIN-ROWS " - intact"
           END-IF.
       200-END.
           EXIT.
      *
       210-REWARDS-ONE   SECTION.
           ADD  1             TO     CHAIN-ROWS.
           MOVE  OLD-CHECK    TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  RW-BODY      TO     CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           IF  RW-CHECK       NOT NUMERIC
            OR RW-CHECK       NOT =  CHAIN-CHECK
               MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
               ADD  1             TO     BREAK-COUNT
               DISPLAY "REWARDS.LED  BROKEN at row " CHAIN-ROWS
               DISPLAY "  " REWARDS-REC
               MOVE  HIGH-VALUE   TO     REWARDS-END
               GO TO 210-END
           END-IF.
           MOVE  RW-CHECK     TO     OLD-CHECK.
           PERFORM  920-READ-REWARDS THRU 920-END.
       210-END.
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
       920-READ-REWARDS  SECTION.
           READ REWARDS
           AT END
               MOVE HIGH-VALUE TO REWARDS-END
           END-READ.
       920-END.
           EXIT.
