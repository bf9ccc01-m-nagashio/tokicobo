       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CREDSALE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
           SELECT  SALES   ASSIGN TO "SALES.LED"
                   FILE STATUS IS  SALES-STATUS.
           SELECT  PRICE   ASSIGN TO "PRICE.txt"
                   FILE STATUS IS  PRICE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
      *    the till's side of the credit scheme - one row per sale or
      *    money-back refund, with the yen taken or paid out and how
      *    (C cash, K card). CASHUP totals it into the day's cash-up.
       FD  SALES.
       01  SALES-REC.
           03  SA-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-TYPE       PIC X(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-CREDITS    PIC 9(03).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-AMOUNT     PIC 9(07).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-TENDER     PIC X(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  SA-BALANCE    PIC 9(05).
      *
      *    the price of one credit in whole yen, five digits.
       FD  PRICE.
       01  PRICE-REC.
           03  PR-PRICE      PIC 9(05).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  CREDITS-STATUS  PIC X(02).
         03  SALES-STATUS    PIC X(02).
         03  PRICE-STATUS    PIC X(02).
         03  CREDIT-FOUND    PIC X(01).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(20).
         03  TODAY-DATE      PIC 9(08).
         03  TIME-NOW        PIC 9(08).
         03  UNIT-PRICE      PIC 9(05).
         03  DIGIT-COUNT     PIC 9(02)  COMP.
         03  NUM-OK          PIC X(01).
         03  NUM-VALUE       PIC 9(07).
         03  SALE-ID         PIC X(10).
         03  SALE-CREDITS    PIC 9(03).
         03  SALE-AMOUNT     PIC 9(07).
         03  SALE-TENDER     PIC X(01).
         03  SALE-TYPE       PIC X(06).
         03  SHOW-YEN        PIC Z,ZZZ,ZZ9.
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
      *    the counter till for prepaid play credits - sell a bundle
      *    of credits onto a player ID (a first sale opens the
      *    balance), pay unused credits back out, answer "how many
      *    have I got left", and set the price of one credit. every
      *    sale and refund goes to SALES.LED with the yen and the
      *    tender, so the night's CASHUP can put a figure on the till
      *    instead of the old paper tally.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  300-MENU  THRU  300-END
               UNTIL MENU-PICK = "Q".
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
      *    the same staff sign-on ADMIN uses. any of the counter
      *    staff may sell and answer a balance; money back and the
      *    price are a supervisor's.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "CREDSALE"   TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           PERFORM  110-LOAD-PRICE THRU 110-END.
       100-END.
           EXIT.
      *
      *    no price file yet means the opening price of 200 yen.
       110-LOAD-PRICE    SECTION.
           MOVE  200          TO     UNIT-PRICE.
           OPEN  INPUT  PRICE.
           IF  PRICE-STATUS   NOT =  "00"
               GO TO 110-END
           END-IF.
           READ  PRICE
               AT END
                   CONTINUE
               NOT AT END
                   IF  PR-PRICE       NUMERIC
                   AND PR-PRICE       >      0
                       MOVE  PR-PRICE     TO     UNIT-PRICE
                   END-IF
           END-READ.
           CLOSE PRICE.
       110-END.
           EXIT.
      *
       300-MENU          SECTION.
           MOVE  UNIT-PRICE   TO     SHOW-YEN.
           DISPLAY "===== PLAY CREDITS (1 credit = " SHOW-YEN
               " yen) =====".
           DISPLAY "S - sell credits".
           DISPLAY "R - refund unused credits".
           DISPLAY "B - balance enquiry".
           DISPLAY "P - set the price of one credit".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "S"
               WHEN "s"
                   MOVE  "S"          TO     MENU-PICK
                   MOVE  "SALE"       TO     SALE-TYPE
                   PERFORM  400-SALE  THRU  400-END
               WHEN "R"
               WHEN "r"
                   MOVE  "R"          TO     MENU-PICK
                   MOVE  "REFUND"     TO     SALE-TYPE
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  400-SALE  THRU  400-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "B"
               WHEN "b"
                   MOVE  "B"          TO     MENU-PICK
                   PERFORM  500-BALANCE THRU 500-END
               WHEN "P"
               WHEN "p"
                   MOVE  "P"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  600-PRICE THRU  600-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       300-END.
           EXIT.
      *
      *    the leading digits of ANSWER as a number in NUM-VALUE -
      *    staff type "3", not "003". NUM-OK says whether there was
      *    a clean run of one to seven digits.
       320-NUMBER        SECTION.
           MOVE  "N"          TO     NUM-OK.
           MOVE  ZERO         TO     NUM-VALUE DIGIT-COUNT.
           INSPECT ANSWER TALLYING DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  DIGIT-COUNT    =      0
            OR DIGIT-COUNT    >      7
               GO TO 320-END
           END-IF.
           IF  ANSWER(1:DIGIT-COUNT) NUMERIC
               MOVE  ANSWER(1:DIGIT-COUNT) TO NUM-VALUE
               MOVE  "Y"          TO     NUM-OK
           END-IF.
       320-END.
           EXIT.
      *
      *    one sale (S) or money-back refund (R). the yen default to
      *    credits times the price, and staff can key a different
      *    figure for a bundle deal or a part refund - what goes in
      *    SALES.LED is what actually crossed the counter.
       400-SALE          SECTION.
           DISPLAY "player ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
               DISPLAY "no player ID - nothing done"
               GO TO 400-END
           END-IF.
           MOVE  ANSWER(1:10) TO     SALE-ID.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS =      "35"
           AND MENU-PICK      =      "S"
               OPEN  OUTPUT  CREDITS
               CLOSE CREDITS
               OPEN  I-O  CREDITS
           END-IF.
           IF  CREDITS-STATUS NOT =  "00"
               DISPLAY "CREDITS.DAT will not open (status "
                   CREDITS-STATUS ") - nothing done"
               GO TO 400-END
           END-IF.
           MOVE  SALE-ID      TO     CR-ID.
           MOVE  "Y"          TO     CREDIT-FOUND.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   MOVE  "N"          TO     CREDIT-FOUND
           END-READ.
           IF  CREDIT-FOUND   NOT =  "Y"
               IF  MENU-PICK      =      "R"
                   DISPLAY "no credits on file for " SALE-ID
                   CLOSE CREDITS
                   GO TO 400-END
               END-IF
               DISPLAY "new credit balance opened for " SALE-ID
               MOVE  SALE-ID      TO     CR-ID
               MOVE  ZERO         TO     CR-BALANCE
           ELSE
               DISPLAY SALE-ID " has " CR-BALANCE " credit(s)"
           END-IF.
           IF  MENU-PICK      =      "S"
               DISPLAY "credits to sell:"
           ELSE
               DISPLAY "credits to refund:"
           END-IF.
           ACCEPT  ANSWER     FROM   CONSOLE.
           PERFORM  320-NUMBER THRU 320-END.
           IF  NUM-OK         NOT =  "Y"
            OR NUM-VALUE      =      0
            OR NUM-VALUE      >      999
               DISPLAY "credits run 1-999 - nothing done"
               CLOSE CREDITS
               GO TO 400-END
           END-IF.
           MOVE  NUM-VALUE    TO     SALE-CREDITS.
           IF  MENU-PICK      =      "R"
           AND SALE-CREDITS   >      CR-BALANCE
               DISPLAY "only " CR-BALANCE " credit(s) to refund - "
                   "nothing done"
               CLOSE CREDITS
               GO TO 400-END
           END-IF.
           IF  MENU-PICK      =      "S"
           AND CR-BALANCE + SALE-CREDITS > 99999
               DISPLAY "balance would pass 99999 - nothing done"
               CLOSE CREDITS
               GO TO 400-END
           END-IF.
           COMPUTE SALE-AMOUNT = SALE-CREDITS * UNIT-PRICE.
           MOVE  SALE-AMOUNT  TO     SHOW-YEN.
           DISPLAY "yen (blank = " SHOW-YEN "):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         NOT =  SPACES
               PERFORM  320-NUMBER THRU 320-END
               IF  NUM-OK         NOT =  "Y"
                   DISPLAY "yen must be whole digits - nothing done"
                   CLOSE CREDITS
                   GO TO 400-END
               END-IF
               MOVE  NUM-VALUE    TO     SALE-AMOUNT
           END-IF.
           DISPLAY "paid by (C = cash, K = card):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "C"
               WHEN "c"
                   MOVE  "C"          TO     SALE-TENDER
               WHEN "K"
               WHEN "k"
                   MOVE  "K"          TO     SALE-TENDER
               WHEN OTHER
                   DISPLAY "tender is C or K - nothing done"
                   CLOSE CREDITS
                   GO TO 400-END
           END-EVALUATE.
           IF  MENU-PICK      =      "S"
               ADD  SALE-CREDITS  TO     CR-BALANCE
           ELSE
               SUBTRACT  SALE-CREDITS FROM  CR-BALANCE
           END-IF.
           MOVE  TODAY-DATE   TO     CR-LAST-DATE.
           IF  CREDIT-FOUND   =      "Y"
               REWRITE CREDITS-REC
           ELSE
               WRITE CREDITS-REC
           END-IF.
           IF  CREDITS-STATUS NOT =  "00"
               DISPLAY "CREDITS.DAT not updated (status "
                   CREDITS-STATUS ") - take no money"
               CLOSE CREDITS
               GO TO 400-END
           END-IF.
           CLOSE CREDITS.
           PERFORM  450-SALES-LOG THRU 450-END.
           MOVE  SALE-AMOUNT  TO     SHOW-YEN.
           IF  MENU-PICK      =      "S"
               DISPLAY SALE-CREDITS " credit(s) sold for " SHOW-YEN
                   " yen - " SALE-ID " now has " CR-BALANCE
           ELSE
               DISPLAY SALE-CREDITS " credit(s) refunded, pay out "
                   SHOW-YEN " yen - " SALE-ID " now has " CR-BALANCE
           END-IF.
           MOVE  SALE-TYPE    TO     STAFF-ACTION.
           MOVE  SALE-ID      TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  SALE-CREDITS " credit(s) " SALE-AMOUNT " yen tender "
               SALE-TENDER DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       400-END.
           EXIT.
      *
       450-SALES-LOG     SECTION.
           OPEN  EXTEND  SALES.
           IF  SALES-STATUS   =      "35"
               OPEN  OUTPUT  SALES
           END-IF.
           IF  SALES-STATUS   NOT =  "00"
               DISPLAY "unable to open SALES.LED - write this one "
                   "on the paper tally"
               GO TO 450-END
           END-IF.
           MOVE  TODAY-DATE   TO     SA-DATE.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    SA-TIME.
           MOVE  SALE-ID      TO     SA-PLAYER.
           MOVE  SALE-TYPE    TO     SA-TYPE.
           MOVE  SALE-CREDITS TO     SA-CREDITS.
           MOVE  SALE-AMOUNT  TO     SA-AMOUNT.
           MOVE  SALE-TENDER  TO     SA-TENDER.
           MOVE  CR-BALANCE   TO     SA-BALANCE.
           WRITE SALES-REC.
           CLOSE SALES.
       450-END.
           EXIT.
      *
       500-BALANCE       SECTION.
           DISPLAY "player ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           OPEN  INPUT  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               DISPLAY "no credits sold yet"
               GO TO 500-END
           END-IF.
           MOVE  ANSWER(1:10) TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   DISPLAY "no credits on file for " ANSWER(1:10)
               NOT INVALID KEY
                   DISPLAY CR-ID " has " CR-BALANCE " credit(s), "
                       "last used or bought " CR-LAST-DATE
           END-READ.
           CLOSE CREDITS.
       500-END.
           EXIT.
      *
       600-PRICE         SECTION.
           MOVE  UNIT-PRICE   TO     SHOW-YEN.
           DISPLAY "one credit is " SHOW-YEN " yen - new price:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           PERFORM  320-NUMBER THRU 320-END.
           IF  NUM-OK         NOT =  "Y"
            OR NUM-VALUE      =      0
            OR NUM-VALUE      >      99999
               DISPLAY "price is 1-99999 yen - unchanged"
               GO TO 600-END
           END-IF.
           OPEN  OUTPUT PRICE.
           IF  PRICE-STATUS   NOT =  "00"
               DISPLAY "unable to rewrite PRICE.txt - status "
                   PRICE-STATUS
               GO TO 600-END
           END-IF.
           MOVE  NUM-VALUE    TO     PR-PRICE.
           WRITE PRICE-REC.
           CLOSE PRICE.
           MOVE  "PRICE"      TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  UNIT-PRICE " yen to " PR-PRICE " yen"
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           MOVE  NUM-VALUE    TO     UNIT-PRICE.
           DISPLAY "price set".
           PERFORM  950-STAFF-LOG THRU 950-END.
       600-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
      *
      *    a function the signed-on role may not run - refused, and
      *    the attempt goes on the activity log with the menu letter.
       960-REFUSE        SECTION.
           DISPLAY "not allowed for your role - ask a supervisor".
           MOVE  "REFUSED"    TO     STAFF-ACTION.
           MOVE  MENU-PICK    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       960-END.
           EXIT.
