       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CASHUP.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  SALES   ASSIGN TO "SALES.LED"
                   FILE STATUS IS  SALES-STATUS.
           SELECT  CREDLED ASSIGN TO "CREDIT.LED"
                   FILE STATUS IS  CREDLED-STATUS.
           SELECT  RESULTS ASSIGN TO RESULTS-NAME
                   FILE STATUS IS  RESULTS-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
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
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SALES-STATUS    PIC X(02).
         03  SALES-END       PIC X(01).
         03  CREDLED-STATUS  PIC X(02).
         03  CREDLED-END     PIC X(01).
         03  RESULTS-STATUS  PIC X(02).
         03  RESULTS-NAME    PIC X(20).
         03  RESULTS-END     PIC X(01).
         03  CREDITS-STATUS  PIC X(02).
         03  CREDITS-END     PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  SOLD-CREDITS    PIC 9(07).
         03  SOLD-COUNT      PIC 9(05).
         03  BACK-CREDITS    PIC 9(07).
         03  BACK-COUNT      PIC 9(05).
         03  CASH-IN         PIC 9(09).
         03  CARD-IN         PIC 9(09).
         03  CASH-OUT        PIC 9(09).
         03  CARD-OUT        PIC 9(09).
         03  CASH-NET        PIC S9(09).
         03  CARD-NET        PIC S9(09).
         03  USE-COUNT       PIC 9(07).
         03  REFERR-COUNT    PIC 9(07).
         03  REFFTL-COUNT    PIC 9(07).
         03  SAVED-COUNT     PIC 9(07).
         03  RESUME-COUNT    PIC 9(07).
         03  CONSUMED        PIC S9(07).
         03  EXPECT-ROWS     PIC S9(07).
         03  FILED-ROWS      PIC 9(07).
         03  ALL-SOLD        PIC S9(09).
         03  ALL-SPENT       PIC S9(09).
         03  LEDGER-BALANCE  PIC S9(09).
         03  FILE-BALANCE    PIC 9(09).
         03  MISMATCH-COUNT  PIC 9(05).
         03  PLY-IDX         PIC 9(03)  COMP.
         03  PLY-HIT         PIC 9(03)  COMP.
         03  LOOK-ID         PIC X(10).
         03  TERM-IDX        PIC 9(03)  COMP.
         03  TERM-HIT        PIC 9(03)  COMP.
         03  LOOK-TERM       PIC X(04).
         03  PLY-OVERFLOW    PIC X(01).
         03  SHOW-YEN        PIC -,---,---,--9.
         03  SHOW-COUNT      PIC -(6)9.
         03  SHOW-COUNT-2    PIC -(6)9.
      *
      *    today's expected and filed outcome rows player by player,
      *    so a mismatch names whose session went astray.
       01  PLY-TABLE.
         03  PLY-COUNT       PIC 9(03)  COMP  VALUE  0.
         03  PLY-ENTRY       OCCURS  999 TIMES.
           05  PT-ID         PIC X(10).
           05  PT-EXPECT     PIC S9(05).
           05  PT-FILED      PIC 9(05).
      *
      *    the terminals whose credit movements CREDIT.LED holds -
      *    only their outcome rows are this ledger's to account for.
       01  TERM-TABLE.
         03  TERM-COUNT      PIC 9(03)  COMP  VALUE  0.
         03  TERM-ENTRY      OCCURS  99 TIMES.
           05  TT-TERM       PIC X(04).
      *
       PROCEDURE         DIVISION.
      *
      *    the till cash-up for prepaid play credits. three sets of
      *    books have to agree: the credits the counter sold
      *    (SALES.LED), the credits the kiosks spent (CREDIT.LED),
      *    and the outcome rows the games filed (RESULTS.LOG, or the
      *    shop-wide master LOGMERGE builds). every session that
      *    spent a credit should have filed one outcome row per
      *    player unless it was refunded for a dead stop or parked
      *    in a save slot, and a resumed save files one it did not
      *    pay for today. the credit balances on file must also
      *    equal everything ever sold less everything ever spent.
      *    each disagreement is printed as a MISMATCH line; the
      *    return code stays clean so the rest of the night runs.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-SALES-SCAN THRU 200-END.
           PERFORM  300-LEDGER-SCAN THRU 300-END.
           PERFORM  400-RESULTS-SCAN THRU 400-END.
           PERFORM  500-BALANCE-SCAN THRU 500-END.
           PERFORM  600-REPORT THRU 600-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK PLY-TABLE TERM-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
      *    no credits file means the shop has not gone prepaid -
      *    nothing to reconcile, and no reason to stop the night.
           OPEN  INPUT  CREDITS.
           IF  CREDITS-STATUS =      "35"
               DISPLAY "no CREDITS.DAT - kiosks are on free play, "
                   "no cash-up to do"
               STOP RUN
           END-IF.
           IF  CREDITS-STATUS NOT =  "00"
               DISPLAY "CREDITS.DAT will not open (status "
                   CREDITS-STATUS ") - cash-up not done"
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CREDITS.
           DISPLAY "===== TILL CASH-UP (" TODAY-DATE ") =====".
       100-END.
           EXIT.
      *
       200-SALES-SCAN    SECTION.
           MOVE  SPACE        TO     SALES-END.
           OPEN  INPUT  SALES.
           IF  SALES-STATUS   NOT =  "00"
               MOVE  HIGH-VALUE   TO     SALES-END
           ELSE
               PERFORM  910-READ-SALES THRU 910-END
           END-IF.
           PERFORM  210-SALES-ROW THRU 210-END
               UNTIL SALES-END = HIGH-VALUE.
           IF  SALES-STATUS   =      "00"
            OR SALES-STATUS   =      "10"
               CLOSE SALES
           END-IF.
       200-END.
           EXIT.
      *
      *    every sale ever made counts toward the balance proof;
      *    only today's go in the till figures.
       210-SALES-ROW     SECTION.
           IF  SA-CREDITS     NOT NUMERIC
            OR SA-AMOUNT      NOT NUMERIC
               GO TO 210-NEXT
           END-IF.
           IF  SA-TYPE        =      "SALE"
               ADD  SA-CREDITS    TO     ALL-SOLD
           ELSE
               SUBTRACT  SA-CREDITS FROM  ALL-SOLD
           END-IF.
           IF  SA-DATE        NOT =  TODAY-DATE
               GO TO 210-NEXT
           END-IF.
           IF  SA-TYPE        =      "SALE"
               ADD  1             TO     SOLD-COUNT
               ADD  SA-CREDITS    TO     SOLD-CREDITS
               IF  SA-TENDER      =      "C"
                   ADD  SA-AMOUNT     TO     CASH-IN
               ELSE
                   ADD  SA-AMOUNT     TO     CARD-IN
               END-IF
           ELSE
               ADD  1             TO     BACK-COUNT
               ADD  SA-CREDITS    TO     BACK-CREDITS
               IF  SA-TENDER      =      "C"
                   ADD  SA-AMOUNT     TO     CASH-OUT
               ELSE
                   ADD  SA-AMOUNT     TO     CARD-OUT
               END-IF
           END-IF.
       210-NEXT.
           PERFORM  910-READ-SALES THRU 910-END.
       210-END.
           EXIT.
      *
       300-LEDGER-SCAN   SECTION.
           MOVE  SPACE        TO     CREDLED-END.
           OPEN  INPUT  CREDLED.
           IF  CREDLED-STATUS NOT =  "00"
               MOVE  HIGH-VALUE   TO     CREDLED-END
           ELSE
               PERFORM  920-READ-LEDGER THRU 920-END
           END-IF.
           PERFORM  310-LEDGER-ROW THRU 310-END
               UNTIL CREDLED-END = HIGH-VALUE.
           IF  CREDLED-STATUS =      "00"
            OR CREDLED-STATUS =      "10"
               CLOSE CREDLED
           END-IF.
       300-END.
           EXIT.
      *
       310-LEDGER-ROW    SECTION.
           MOVE  CL-TERM      TO     LOOK-TERM.
           PERFORM  720-TERM-FIND THRU 720-END.
           IF  TERM-HIT       =      0
           AND TERM-COUNT     <      99
               ADD  1             TO     TERM-COUNT
               MOVE  CL-TERM      TO     TT-TERM(TERM-COUNT)
           END-IF.
           EVALUATE  CL-EVENT
               WHEN "USE"
                   ADD  1             TO     ALL-SPENT
               WHEN "REFERR"
               WHEN "REFFTL"
                   SUBTRACT  1        FROM   ALL-SPENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  CL-DATE        NOT =  TODAY-DATE
               GO TO 310-NEXT
           END-IF.
           MOVE  CL-PLAYER    TO     LOOK-ID.
           PERFORM  700-PLY-FIND THRU 700-END.
           EVALUATE  CL-EVENT
               WHEN "USE"
                   ADD  1             TO     USE-COUNT
                   PERFORM  320-EXPECT-UP THRU 320-END
               WHEN "REFERR"
                   ADD  1             TO     REFERR-COUNT
               WHEN "REFFTL"
                   ADD  1             TO     REFFTL-COUNT
                   PERFORM  330-EXPECT-DOWN THRU 330-END
               WHEN "SAVED"
                   ADD  1             TO     SAVED-COUNT
                   PERFORM  330-EXPECT-DOWN THRU 330-END
               WHEN "RESUME"
                   ADD  1             TO     RESUME-COUNT
                   PERFORM  320-EXPECT-UP THRU 320-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       310-NEXT.
           PERFORM  920-READ-LEDGER THRU 920-END.
       310-END.
           EXIT.
      *
       320-EXPECT-UP     SECTION.
           IF  PLY-HIT        >      0
               ADD  1             TO     PT-EXPECT(PLY-HIT)
           END-IF.
       320-END.
           EXIT.
      *
       330-EXPECT-DOWN   SECTION.
           IF  PLY-HIT        >      0
               SUBTRACT  1        FROM   PT-EXPECT(PLY-HIT)
           END-IF.
       330-END.
           EXIT.
      *
      *    prefer the shop-wide master LOGMERGE builds nightly, and
      *    fall back to this machine's own log without one. the
      *    master carries every kiosk's rows but CREDIT.LED only
      *    this one's, so 410-RESULTS-ROW counts just the rows from
      *    terminals the ledger has seen.
       400-RESULTS-SCAN  SECTION.
           MOVE  SPACE        TO     RESULTS-END.
           MOVE  "RESULTS_ALL.LOG"   TO     RESULTS-NAME.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS NOT =  "00"
               MOVE  "RESULTS.LOG"       TO     RESULTS-NAME
               OPEN  INPUT  RESULTS
           END-IF.
           IF  RESULTS-STATUS NOT =  "00"
               MOVE  HIGH-VALUE   TO     RESULTS-END
           ELSE
               PERFORM  930-READ-RESULTS THRU 930-END
           END-IF.
           PERFORM  410-RESULTS-ROW THRU 410-END
               UNTIL RESULTS-END = HIGH-VALUE.
           IF  RESULTS-STATUS =      "00"
            OR RESULTS-STATUS =      "10"
               CLOSE RESULTS
           END-IF.
       400-END.
           EXIT.
      *
       410-RESULTS-ROW   SECTION.
           MOVE  RES-TERM     TO     LOOK-TERM.
           PERFORM  720-TERM-FIND THRU 720-END.
           IF  RES-ENDING     NOT =  "CFWD"
           AND RES-DATE       =      TODAY-DATE
           AND TERM-HIT       >      0
               ADD  1             TO     FILED-ROWS
               MOVE  RES-PLAYER   TO     LOOK-ID
               PERFORM  700-PLY-FIND THRU 700-END
               IF  PLY-HIT        >      0
                   ADD  1             TO     PT-FILED(PLY-HIT)
               END-IF
           END-IF.
           PERFORM  930-READ-RESULTS THRU 930-END.
       410-END.
           EXIT.
      *
       500-BALANCE-SCAN  SECTION.
           MOVE  SPACE        TO     CREDITS-END.
           OPEN  INPUT  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 500-END
           END-IF.
           MOVE  LOW-VALUES   TO     CR-ID.
           START CREDITS  KEY  NOT <  CR-ID
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CREDITS-END
           END-START.
           PERFORM  940-READ-CREDITS THRU 940-END.
           PERFORM  510-BALANCE-ROW THRU 510-END
               UNTIL CREDITS-END = HIGH-VALUE.
           CLOSE CREDITS.
       500-END.
           EXIT.
      *
       510-BALANCE-ROW   SECTION.
           ADD  CR-BALANCE    TO     FILE-BALANCE.
           PERFORM  940-READ-CREDITS THRU 940-END.
       510-END.
           EXIT.
      *
       600-REPORT        SECTION.
           DISPLAY "----- till -----".
           DISPLAY "sales           : " SOLD-COUNT "  credits "
               SOLD-CREDITS.
           DISPLAY "money-back      : " BACK-COUNT "  credits "
               BACK-CREDITS.
           MOVE  CASH-IN      TO     SHOW-YEN.
           DISPLAY "cash taken      : " SHOW-YEN " yen".
           MOVE  CASH-OUT     TO     SHOW-YEN.
           DISPLAY "cash paid out   : " SHOW-YEN " yen".
           COMPUTE CASH-NET = CASH-IN - CASH-OUT.
           MOVE  CASH-NET     TO     SHOW-YEN.
           DISPLAY "CASH IN DRAWER  : " SHOW-YEN " yen (over float)".
           MOVE  CARD-IN      TO     SHOW-YEN.
           DISPLAY "card taken      : " SHOW-YEN " yen".
           MOVE  CARD-OUT     TO     SHOW-YEN.
           DISPLAY "card refunded   : " SHOW-YEN " yen".
           COMPUTE CARD-NET = CARD-IN - CARD-OUT.
           MOVE  CARD-NET     TO     SHOW-YEN.
           DISPLAY "CARD NET        : " SHOW-YEN " yen".
           DISPLAY "----- credits -----".
           DISPLAY "spent at kiosks            : " USE-COUNT.
           DISPLAY "refunded - analysis fault  : " REFERR-COUNT.
           DISPLAY "refunded - kiosk stopped   : " REFFTL-COUNT.
           DISPLAY "parked in save slots       : " SAVED-COUNT.
           DISPLAY "resumed from save slots    : " RESUME-COUNT.
           COMPUTE CONSUMED = USE-COUNT - REFERR-COUNT - REFFTL-COUNT.
           MOVE  CONSUMED     TO     SHOW-COUNT.
           DISPLAY "CREDITS CONSUMED           : " SHOW-COUNT.
           COMPUTE EXPECT-ROWS = USE-COUNT - REFFTL-COUNT
               - SAVED-COUNT + RESUME-COUNT.
           MOVE  EXPECT-ROWS  TO     SHOW-COUNT.
           DISPLAY "outcome rows expected      : " SHOW-COUNT.
           DISPLAY "outcome rows filed         : " FILED-ROWS
               "  (" RESULTS-NAME ")".
           DISPLAY "----- checks -----".
           IF  EXPECT-ROWS    NOT =  FILED-ROWS
               ADD  1             TO     MISMATCH-COUNT
               DISPLAY "MISMATCH: " SHOW-COUNT " outcome rows "
                   "paid for, " FILED-ROWS " filed"
           END-IF.
           PERFORM  610-PLAYER-CHECK THRU 610-END
               VARYING  PLY-IDX  FROM  1  BY  1
               UNTIL  PLY-IDX  >  PLY-COUNT.
           COMPUTE LEDGER-BALANCE = ALL-SOLD - ALL-SPENT.
           IF  LEDGER-BALANCE NOT =  FILE-BALANCE
               ADD  1             TO     MISMATCH-COUNT
               MOVE  LEDGER-BALANCE  TO  SHOW-YEN
               DISPLAY "MISMATCH: credit balances on file total "
                   FILE-BALANCE
               DISPLAY "          ledgers say sold less spent = "
                   SHOW-YEN
           END-IF.
           IF  PLY-OVERFLOW   =      "Y"
               DISPLAY "warning: over 999 players today - the "
                   "player checks are incomplete"
           END-IF.
           IF  MISMATCH-COUNT =      0
               DISPLAY "all three sets of books agree"
           ELSE
               DISPLAY "*** " MISMATCH-COUNT " MISMATCH(ES) - check "
                   "the rows above before banking ***"
           END-IF.
       600-END.
           EXIT.
      *
      *    a player whose paid sessions and filed outcomes disagree -
      *    a session that died without its refund, or an outcome
      *    filed for nobody's money.
       610-PLAYER-CHECK  SECTION.
           IF  PT-EXPECT(PLY-IDX) NOT =  PT-FILED(PLY-IDX)
               ADD  1             TO     MISMATCH-COUNT
               MOVE  PT-EXPECT(PLY-IDX)  TO  SHOW-COUNT
               MOVE  PT-FILED(PLY-IDX)   TO  SHOW-COUNT-2
               DISPLAY "MISMATCH: " PT-ID(PLY-IDX) " paid for "
                   SHOW-COUNT " filed " SHOW-COUNT-2
           END-IF.
       610-END.
           EXIT.
      *
       700-PLY-FIND      SECTION.
           MOVE  0            TO     PLY-HIT.
           PERFORM  710-PLY-ONE THRU 710-END
               VARYING  PLY-IDX  FROM  1  BY  1
               UNTIL  PLY-IDX  >  PLY-COUNT
                  OR  PLY-HIT  >  0.
           IF  PLY-HIT        =      0
               IF  PLY-COUNT      <      999
                   ADD  1             TO     PLY-COUNT
                   MOVE  PLY-COUNT    TO     PLY-HIT
                   MOVE  LOOK-ID      TO     PT-ID(PLY-HIT)
                   MOVE  ZERO         TO     PT-EXPECT(PLY-HIT)
                                             PT-FILED(PLY-HIT)
               ELSE
                   MOVE  "Y"          TO     PLY-OVERFLOW
               END-IF
           END-IF.
       700-END.
           EXIT.
      *
       710-PLY-ONE       SECTION.
           IF  PT-ID(PLY-IDX) =      LOOK-ID
               MOVE  PLY-IDX      TO     PLY-HIT
           END-IF.
       710-END.
           EXIT.
      *
       720-TERM-FIND     SECTION.
           MOVE  0            TO     TERM-HIT.
           PERFORM  730-TERM-ONE THRU 730-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT
                  OR  TERM-HIT  >  0.
       720-END.
           EXIT.
      *
       730-TERM-ONE      SECTION.
           IF  TT-TERM(TERM-IDX) =   LOOK-TERM
               MOVE  TERM-IDX     TO     TERM-HIT
           END-IF.
       730-END.
           EXIT.
      *
       910-READ-SALES    SECTION.
           READ SALES
           AT END
               MOVE HIGH-VALUE TO SALES-END
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-LEDGER   SECTION.
           READ CREDLED
           AT END
               MOVE HIGH-VALUE TO CREDLED-END
           END-READ.
       920-END.
           EXIT.
      *
       930-READ-RESULTS  SECTION.
           READ RESULTS
           AT END
               MOVE HIGH-VALUE TO RESULTS-END
           END-READ.
       930-END.
           EXIT.
      *
       940-READ-CREDITS  SECTION.
           IF  CREDITS-END    NOT =  HIGH-VALUE
               READ  CREDITS  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     CREDITS-END
               END-READ
           END-IF.
       940-END.
           EXIT.
