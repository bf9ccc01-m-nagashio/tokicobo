       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       WINBACK.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CONTACT-STATUS.
           SELECT  PLAYERS ASSIGN TO "PLAYERS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS PLY-ID
                   FILE STATUS IS  PLAYERS-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
           SELECT  MAILING ASSIGN TO MAILING-NAME
                   FILE STATUS IS  MAILING-STATUS.
           SELECT  WBLOG   ASSIGN TO "WINBACK.LOG"
                   FILE STATUS IS  WBLOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONTACT.
       01  CONTACT-REC.
           03  CT-ID         PIC X(10).
           03  CT-NAME       PIC X(30).
           03  CT-EMAIL      PIC X(50).
           03  CT-POSTAL     PIC X(60).
           03  CT-OPTIN      PIC X(01).
           03  CT-OPTIN-DATE PIC 9(08).
           03  CT-WINBACK    PIC 9(08).
           03  CT-UPDATED    PIC 9(08).
      *
       FD  PLAYERS.
       01  PLAYERS-REC.
           03  PLY-ID         PIC X(10).
           03  PLY-VISITS     PIC 9(05).
           03  PLY-LAST-DATE  PIC 9(08).
           03  PLY-SEEN-INTRO PIC X(01).
           03  PLY-LAST-STORY PIC 9(02).
           03  PLY-LAST-ENDING PIC X(05).
           03  PLY-PIN        PIC X(04).
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
      *    what goes to the mail house - the coupon code to print,
      *    how to send it and where. no player ID: the code is all
      *    the kiosk needs back.
       FD  MAILING.
       01  MAILING-REC.
           03  MX-CODE       PIC X(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MX-CHANNEL    PIC X(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MX-NAME       PIC X(30).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MX-ADDRESS    PIC X(60).
      *
      *    one row per letter sent - WINRPT sets these against later
      *    visits and redemptions to see whether a run paid off.
      *    the last visit is the one the letter was written against.
       FD  WBLOG.
       01  WBLOG-REC.
           03  WB-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-STAFF      PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-PLAYER     PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-CODE       PIC X(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-LAST-DATE  PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  WB-IDLE       PIC 9(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
      *    E by email, P by post.
           03  WB-CHANNEL    PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  CONTACT-STATUS  PIC X(02).
         03  CONTACT-END     PIC X(01).
         03  PLAYERS-STATUS  PIC X(02).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  MAILING-STATUS  PIC X(02).
         03  WBLOG-STATUS    PIC X(02).
         03  MAILING-NAME    PIC X(20).
         03  TODAY-DATE      PIC 9(08).
         03  TODAY-JULIAN    PIC 9(07).
         03  CUTOFF-JULIAN   PIC 9(07).
         03  LAST-JULIAN     PIC 9(07).
         03  TIME-NOW        PIC 9(08).
         03  IDLE-ANSWER     PIC X(03).
         03  IDLE-DAYS       PIC 9(04).
         03  IDLE-SINCE      PIC 9(04).
         03  LEDGER-ROWS     PIC 9(06).
         03  LEDGER-CHECK    PIC 9(09).
         03  NEW-CODE        PIC X(08).
         03  CONTACT-COUNT   PIC 9(05).
         03  NO-OPTIN        PIC 9(05).
         03  NO-PLAYER       PIC 9(05).
         03  NOT-IDLE        PIC 9(05).
         03  ALREADY-SENT    PIC 9(05).
         03  NO-ADDRESS      PIC 9(05).
         03  SENT-EMAIL      PIC 9(05).
         03  SENT-POST       PIC 9(05).
         03  SENT-COUNT      PIC 9(05).
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
      *    handed to CHAINSUM for each coupon written - the check on
      *    the row before goes in, the row's own check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE         DIVISION.
      *
      *    the monthly win-back letter run - every player who left
      *    contact details and said yes to offers, and has not been
      *    in for the number of days asked, is issued a WINBACK
      *    coupon on REWARDS.LED and goes on MAILING_yyyymmdd.txt
      *    for the mail house, email where there is one and post
      *    otherwise. CONTACT.DAT is stamped with the day so a
      *    player is written to once per lapse: a second run before
      *    they come back passes them over. each letter is filed on
      *    WINBACK.LOG for WINRPT. a supervisor runs it.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-CONTACT-ONE THRU 200-END
               UNTIL CONTACT-END = HIGH-VALUE.
           CLOSE CONTACT PLAYERS REWARDS MAILING WBLOG.
           PERFORM  800-SUMMARY THRU 800-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "WINBACK"    TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           IF  STAFF-ROLE     NOT =  "V"
               DISPLAY "not allowed for your role - the win-back run "
                   "is started by a supervisor"
               MOVE  "REFUSED"    TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL
               PERFORM  990-STAFF-LOG THRU 990-END
               STOP RUN
           END-IF.
           DISPLAY "days since the last visit before a player is "
               "written to (3 digits, blank = 090):".
           ACCEPT  IDLE-ANSWER FROM  CONSOLE.
           IF  IDLE-ANSWER    NUMERIC
           AND IDLE-ANSWER    >      "000"
               MOVE  IDLE-ANSWER  TO     IDLE-DAYS
           ELSE
               MOVE  90           TO     IDLE-DAYS
           END-IF.
           COMPUTE TODAY-JULIAN = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE CUTOFF-JULIAN = TODAY-JULIAN - IDLE-DAYS.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               DISPLAY "no CONTACT.DAT present - nobody to write to"
               STOP RUN
           END-IF.
           OPEN  INPUT  PLAYERS.
           IF  PLAYERS-STATUS NOT =  "00"
               DISPLAY "unable to open PLAYERS.DAT - status "
                   PLAYERS-STATUS
               CLOSE CONTACT
               STOP RUN
           END-IF.
           PERFORM  110-LEDGER THRU 110-END.
           OPEN  EXTEND  REWARDS.
           IF  REWARDS-STATUS =      "35"
               OPEN  OUTPUT  REWARDS
           END-IF.
           IF  REWARDS-STATUS NOT =  "00"
               DISPLAY "unable to open REWARDS.LED - no coupons "
                   "issued, nothing sent"
               CLOSE CONTACT PLAYERS
               STOP RUN
           END-IF.
           MOVE  SPACES       TO     MAILING-NAME.
           STRING  "MAILING_"  TODAY-DATE  ".txt"
               DELIMITED BY SIZE INTO  MAILING-NAME.
      *    a second run the same day adds to the day's extract
      *    rather than losing letters not yet handed over.
           OPEN  EXTEND  MAILING.
           IF  MAILING-STATUS =      "35"
               OPEN  OUTPUT  MAILING
           END-IF.
           IF  MAILING-STATUS NOT =  "00"
               DISPLAY "unable to open " MAILING-NAME " - nothing "
                   "sent"
               CLOSE CONTACT PLAYERS REWARDS
               STOP RUN
           END-IF.
           OPEN  EXTEND  WBLOG.
           IF  WBLOG-STATUS   =      "35"
               OPEN  OUTPUT  WBLOG
           END-IF.
           IF  WBLOG-STATUS   NOT =  "00"
               DISPLAY "unable to open WINBACK.LOG - nothing sent"
               CLOSE CONTACT PLAYERS REWARDS MAILING
               STOP RUN
           END-IF.
           DISPLAY "===== WIN-BACK LETTER RUN (" TODAY-DATE ") =====".
           DISPLAY "players not seen for " IDLE-DAYS " days or more".
           MOVE  SPACE        TO     CONTACT-END.
           MOVE  LOW-VALUES   TO     CT-ID.
           START CONTACT  KEY  NOT < CT-ID
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CONTACT-END
           END-START.
           PERFORM  910-READ-CONTACT THRU 910-END.
       100-END.
           EXIT.
      *
      *    the coupon code runs on from the ledger's row count and
      *    each row's check folds from the one before, so the
      *    ledger is read once through for both before the run.
       110-LEDGER        SECTION.
           MOVE  ZERO         TO     LEDGER-ROWS LEDGER-CHECK.
           MOVE  SPACE        TO     REWARDS-END.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               GO TO 110-END
           END-IF.
           PERFORM  920-READ-REWARDS THRU 920-END.
           PERFORM  115-LEDGER-ONE THRU 115-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS.
       110-END.
           EXIT.
      *
       115-LEDGER-ONE    SECTION.
           ADD  1             TO     LEDGER-ROWS.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     LEDGER-CHECK
           ELSE
               MOVE  ZERO         TO     LEDGER-CHECK
           END-IF.
           PERFORM  920-READ-REWARDS THRU 920-END.
       115-END.
           EXIT.
      *
       200-CONTACT-ONE   SECTION.
           ADD  1             TO     CONTACT-COUNT.
           IF  CT-OPTIN       NOT =  "Y"
               ADD  1             TO     NO-OPTIN
               GO TO 200-NEXT
           END-IF.
           MOVE  CT-ID        TO     PLY-ID.
           READ  PLAYERS
               KEY IS PLY-ID
               INVALID KEY
                   ADD  1             TO     NO-PLAYER
                   GO TO 200-NEXT
           END-READ.
           IF  PLY-LAST-DATE  NOT NUMERIC
            OR PLY-LAST-DATE  =      ZERO
               ADD  1             TO     NOT-IDLE
               GO TO 200-NEXT
           END-IF.
           COMPUTE LAST-JULIAN =
               FUNCTION INTEGER-OF-DATE(PLY-LAST-DATE).
           IF  LAST-JULIAN    >      CUTOFF-JULIAN
               ADD  1             TO     NOT-IDLE
               GO TO 200-NEXT
           END-IF.
      *    written to already since the last visit - one letter per
      *    lapse, however many runs go by.
           IF  CT-WINBACK     NUMERIC
           AND CT-WINBACK     >=     PLY-LAST-DATE
               ADD  1             TO     ALREADY-SENT
               GO TO 200-NEXT
           END-IF.
           IF  CT-EMAIL       =      SPACES
           AND CT-POSTAL      =      SPACES
               ADD  1             TO     NO-ADDRESS
               GO TO 200-NEXT
           END-IF.
           PERFORM  300-COUPON THRU 300-END.
           PERFORM  400-MAIL-ROW THRU 400-END.
           PERFORM  500-REGISTER THRU 500-END.
           MOVE  TODAY-DATE   TO     CT-WINBACK.
           REWRITE CONTACT-REC.
           ADD  1             TO     SENT-COUNT.
       200-NEXT.
           PERFORM  910-READ-CONTACT THRU 910-END.
       200-END.
           EXIT.
      *
       300-COUPON        SECTION.
           ADD  1             TO     LEDGER-ROWS.
           MOVE  SPACES       TO     NEW-CODE.
           STRING  "RW"  LEDGER-ROWS  DELIMITED BY SIZE
               INTO  NEW-CODE.
           MOVE  SPACES       TO     REWARDS-REC.
           MOVE  CT-ID        TO     RW-PLAYER.
           MOVE  TODAY-DATE   TO     RW-DATE.
           MOVE  "WINBACK"    TO     RW-MILESTONE.
           MOVE  NEW-CODE     TO     RW-CODE.
           MOVE  "ISSUED"     TO     RW-STATUS.
           MOVE  LEDGER-CHECK TO     CHAIN-PREV.
           MOVE  46           TO     CHAIN-LEN.
           MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW.
           CALL  "CHAINSUM"   USING  CHAIN-PARA.
           MOVE  CHAIN-CHECK  TO     RW-CHECK.
           WRITE REWARDS-REC.
           MOVE  RW-CHECK     TO     LEDGER-CHECK.
       300-END.
           EXIT.
      *
       400-MAIL-ROW      SECTION.
           MOVE  SPACES       TO     MAILING-REC.
           MOVE  NEW-CODE     TO     MX-CODE.
           MOVE  CT-NAME      TO     MX-NAME.
           IF  CT-EMAIL       NOT =  SPACES
               MOVE  "EMAIL"      TO     MX-CHANNEL
               MOVE  CT-EMAIL     TO     MX-ADDRESS
               ADD  1             TO     SENT-EMAIL
           ELSE
               MOVE  "POST"       TO     MX-CHANNEL
               MOVE  CT-POSTAL    TO     MX-ADDRESS
               ADD  1             TO     SENT-POST
           END-IF.
           WRITE MAILING-REC.
       400-END.
           EXIT.
      *
       500-REGISTER      SECTION.
           MOVE  SPACES       TO     WBLOG-REC.
           MOVE  TODAY-DATE   TO     WB-DATE.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    WB-TIME.
           MOVE  STAFF-ID     TO     WB-STAFF.
           MOVE  CT-ID        TO     WB-PLAYER.
           MOVE  NEW-CODE     TO     WB-CODE.
           MOVE  PLY-LAST-DATE TO    WB-LAST-DATE.
           COMPUTE IDLE-SINCE = TODAY-JULIAN - LAST-JULIAN.
           MOVE  IDLE-SINCE   TO     WB-IDLE.
           MOVE  MX-CHANNEL(1:1) TO  WB-CHANNEL.
           WRITE WBLOG-REC.
           DISPLAY "  " CT-ID " last in " PLY-LAST-DATE " - coupon "
               NEW-CODE " by " MX-CHANNEL.
       500-END.
           EXIT.
      *
       800-SUMMARY       SECTION.
           DISPLAY "contact records read      : " CONTACT-COUNT.
           DISPLAY "  no to offers            : " NO-OPTIN.
           DISPLAY "  no player record        : " NO-PLAYER.
           DISPLAY "  seen too recently       : " NOT-IDLE.
           DISPLAY "  written to already      : " ALREADY-SENT.
           DISPLAY "  no address on file      : " NO-ADDRESS.
           DISPLAY "letters to send           : " SENT-COUNT.
           DISPLAY "  by email                : " SENT-EMAIL.
           DISPLAY "  by post                 : " SENT-POST.
           IF  SENT-COUNT     >      0
               DISPLAY "hand " MAILING-NAME " to the mail house"
           END-IF.
           MOVE  "WINBACK"    TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "letters " SENT-COUNT " idle days " IDLE-DAYS
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  990-STAFF-LOG THRU 990-END.
       800-END.
           EXIT.
      *
       910-READ-CONTACT  SECTION.
           IF  CONTACT-END    NOT =  HIGH-VALUE
               READ  CONTACT  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     CONTACT-END
               END-READ
           END-IF.
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
      *
       990-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       990-END.
           EXIT.
