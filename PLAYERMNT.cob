                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS SAV-ID
                   FILE STATUS IS  SAVES-STATUS.
           SELECT  TRANSCAT ASSIGN TO "TRANSCAT.txt"
                   FILE STATUS IS  TRANSCAT-STATUS.
           SELECT  CATNEW  ASSIGN TO "TRANSCAT_MRG.txt"
                   FILE STATUS IS  CATNEW-STATUS.
           SELECT  REWARDS ASSIGN TO "REWARDS.LED"
                   FILE STATUS IS  REWARDS-STATUS.
           SELECT  RWDNEW  ASSIGN TO "REWARDS_MRG.LED"
                   FILE STATUS IS  RWDNEW-STATUS.
           SELECT  ANCLOG  ASSIGN TO "CHAINANC.LOG"
                   FILE STATUS IS  ANCLOG-STATUS.
           SELECT  CREDITS ASSIGN TO "CREDITS.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CR-ID
                   FILE STATUS IS  CREDITS-STATUS.
           SELECT  MERGELOG ASSIGN TO "MERGE.LOG"
                   FILE STATUS IS  MERGELOG-STATUS.
           SELECT  CONTACT ASSIGN TO "CONTACT.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS CT-ID
                   FILE STATUS IS  CONTACT-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PLAYHIST.
       01  PLAYHIST-REC.
           03  PH-ID         PIC X(10).
           03  PH-REST       PIC X(32).
      *
       FD  HISTNEW.
       01  HISTNEW-REC       PIC X(42).
      *
       FD  PLYJRNL.
       01  PLYJRNL-REC.
       FD  SAVES.
       01  SAVES-REC.
           03  SAV-ID        PIC X(10).
           03  SAV-REST      PIC X(06).
           03  SAV-DATE      PIC 9(08).
      *
       FD  TRANSCAT.
       01  TRANSCAT-REC.
           03  TC-PLAYER     PIC X(10).
           03  TC-REST       PIC X(55).
      *
       FD  CATNEW.
       01  CATNEW-REC        PIC X(65).
      *
       FD  REWARDS.
       01  REWARDS-REC.
           03  RW-PLAYER     PIC X(10).
           03  RW-REST       PIC X(36).
           03  FILLER        PIC X(01).
           03  RW-CHECK      PIC 9(09).
      *
       FD  RWDNEW.
       01  RWDNEW-REC        PIC X(56).
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
       FD  CREDITS.
       01  CREDITS-REC.
           03  CR-ID         PIC X(10).
           03  CR-BALANCE    PIC 9(05).
           03  CR-LAST-DATE  PIC 9(08).
      *
      *    the merge register - one row per merge: who ran it and
      *    when, the retired and surviving IDs, what was carried
      *    across (history rows, catalog rows, coupons, credits, and
      *    the save slot - M moved over, K survivor's own kept, N
      *    none), and both player records as they stood before, so
      *    a merge done by mistake can be explained and undone by hand.
       FD  MERGELOG.
       01  MERGELOG-REC.
           03  MG-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-STAFF      PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-RETIRED    PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-SURVIVOR   PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-HIST       PIC 9(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-CATALOG    PIC 9(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-COUPONS    PIC 9(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-CREDITS    PIC 9(05).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-SLOT       PIC X(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-RET-IMAGE  PIC X(35).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  MG-SUR-IMAGE  PIC X(35).
      *
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
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  HISTNEW-STATUS  PIC X(02).
         03  HISTNEW-END     PIC X(01).
         03  SAVES-STATUS    PIC X(02).
         03  TRANSCAT-STATUS PIC X(02).
         03  TRANSCAT-END    PIC X(01).
         03  CATNEW-STATUS   PIC X(02).
         03  CATNEW-END      PIC X(01).
         03  REWARDS-STATUS  PIC X(02).
         03  REWARDS-END     PIC X(01).
         03  RWDNEW-STATUS   PIC X(02).
         03  RWDNEW-END      PIC X(01).
         03  ANCLOG-STATUS   PIC X(02).
         03  CREDITS-STATUS  PIC X(02).
         03  MERGELOG-STATUS PIC X(02).
         03  CAT-COUNT       PIC 9(05).
         03  RWD-COUNT       PIC 9(05).
         03  CREDIT-MOVED    PIC 9(05).
         03  SLOT-ACTION     PIC X(01).
         03  SURV-IMAGE      PIC X(35).
         03  CHAIN-ROWS      PIC 9(07).
         03  CHAIN-BROKEN    PIC 9(07).
         03  ROW-CHAINED     PIC X(01).
         03  OLD-CHECK       PIC 9(09).
         03  NEW-CHECK       PIC 9(09).
         03  PLYJRNL-STATUS  PIC X(02).
         03  JRNL-ACTION     PIC X(01).
         03  JRNL-BEFORE     PIC X(35).
           05  HOLD-LAST-STORY PIC 9(02).
           05  HOLD-LAST-ENDING PIC X(05).
           05  HOLD-PIN        PIC X(04).
         03  HOLD-SAVE       PIC X(24).
         03  CONTACT-STATUS  PIC X(02).
         03  CONTACT-FOUND   PIC X(01).
         03  CONTACT-LINE    PIC X(60).
         03  HOLD-CONTACT    PIC X(175).
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
      *    handed to CHAINSUM for each coupon row re-keyed - the
      *    check on the row before goes in, the row's own comes back.
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
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "PLAYERMNT"  TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           OPEN  I-O  PLAYERS.
           IF  PLAYERS-STATUS NOT =  "00"
               DISPLAY "unable to open PLAYERS.DAT - status "
           DISPLAY "M - merge a mistyped ID into the right one".
           DISPLAY "P - purge players idle since a date".
           DISPLAY "R - reset a forgotten PIN".
           DISPLAY "C - contact details and offers opt-in".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "i"
                   MOVE  "I"          TO     MENU-PICK
                   PERFORM  310-INQUIRE THRU  310-END
      *        merge and purge both delete player records - only a
      *        supervisor may run either.
               WHEN "M"
               WHEN "m"
                   MOVE  "M"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  320-MERGE   THRU  320-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "P"
               WHEN "p"
                   MOVE  "P"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  330-PURGE   THRU  330-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE  "R"          TO     MENU-PICK
                   PERFORM  360-PIN-RESET THRU 360-END
               WHEN "C"
               WHEN "c"
                   MOVE  "C"          TO     MENU-PICK
                   PERFORM  365-CONTACT THRU 365-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
      *    played most recently keeps the last-story/last-ending pair.
      *    the orphan record is deleted once its history is carried
      *    over so the bad ID cannot be signed into again by mistake.
      *    the same serves a regular who forgot their ID and signed
      *    up again. the retired ID's history, save slot, transcript
      *    catalog rows, coupons and prepaid credits all follow it to
      *    the survivor, so the visit coupon counts every visit and
      *    a milestone already on the ledger under either ID is not
      *    issued again. the outcome and audit logs keep the ID they
      *    were written under - MERGE.LOG maps it for LEADER.
       320-MERGE         SECTION.
           DISPLAY "mistyped ID to merge FROM:".
           ACCEPT  ANSWER     FROM   CONSOLE.
                   DISPLAY "no record for " TO-ID " - nothing done"
                   GO TO 320-END
           END-READ.
           DISPLAY "merge " FROM-ID " (" HOLD-VISITS " visits, last "
               HOLD-LAST-DATE ") into " TO-ID " (" PLY-VISITS
               " visits, last " PLY-LAST-DATE ")? (Y/N)".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    NOT =  "Y"
           AND ANSWER(1:1)    NOT =  "y"
               DISPLAY "left alone"
               GO TO 320-END
           END-IF.
           MOVE  PLAYERS-REC  TO     JRNL-BEFORE.
           MOVE  PLAYERS-REC  TO     SURV-IMAGE.
           ADD   HOLD-VISITS  TO     PLY-VISITS.
           IF  HOLD-LAST-DATE >      PLY-LAST-DATE
               MOVE  HOLD-LAST-DATE   TO     PLY-LAST-DATE
                   PERFORM  370-JOURNAL THRU 370-END
           END-DELETE.
           PERFORM  340-HIST-REKEY THRU 340-END.
           PERFORM  352-SAVE-MOVE  THRU 352-END.
           PERFORM  356-CONTACT-MOVE THRU 356-END.
           PERFORM  380-CAT-REKEY  THRU 380-END.
           PERFORM  384-RWD-REKEY  THRU 384-END.
           PERFORM  390-CREDIT-FOLD THRU 390-END.
           PERFORM  395-REGISTER   THRU 395-END.
           DISPLAY "merged " FROM-ID " into " TO-ID.
      *    player IDs only ever go in the key, never the detail, so
      *    PLYPURGE can find and anonymize them on a removal request.
           MOVE  "MERGE"      TO     STAFF-ACTION.
           MOVE  FROM-ID      TO     STAFF-KEY(1:10).
           MOVE  TO-ID        TO     STAFF-KEY(11:10).
           MOVE  "first ID merged into second" TO STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       320-END.
           EXIT.
      *
           CLOSE SAVES.
       350-END.
           EXIT.
      *
      *    a merge carries the retired ID's save slot across rather
      *    than dropping it - it may hold a game the player paid a
      *    credit for. when the survivor has a slot of its own, the
      *    more recently saved game is the one kept.
       352-SAVE-MOVE     SECTION.
           MOVE  "N"          TO     SLOT-ACTION.
           OPEN  I-O  SAVES.
           IF  SAVES-STATUS   NOT =  "00"
               GO TO 352-END
           END-IF.
           MOVE  FROM-ID      TO     SAV-ID.
           READ  SAVES
               KEY IS SAV-ID
               INVALID KEY
                   CLOSE SAVES
                   GO TO 352-END
           END-READ.
           MOVE  SAVES-REC    TO     HOLD-SAVE.
           DELETE SAVES
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE  TO-ID        TO     SAV-ID.
           READ  SAVES
               KEY IS SAV-ID
               INVALID KEY
                   MOVE  HOLD-SAVE    TO     SAVES-REC
                   MOVE  TO-ID        TO     SAV-ID
                   WRITE SAVES-REC
                   MOVE  "M"          TO     SLOT-ACTION
                   DISPLAY "save slot moved to " TO-ID
               NOT INVALID KEY
                   MOVE  "K"          TO     SLOT-ACTION
                   IF  HOLD-SAVE(17:8) >     SAV-DATE
                       MOVE  HOLD-SAVE    TO     SAVES-REC
                       MOVE  TO-ID        TO     SAV-ID
                       REWRITE SAVES-REC
                       MOVE  "M"          TO     SLOT-ACTION
                   END-IF
                   DISPLAY "both IDs had a save slot - the later "
                       "game is kept under " TO-ID
           END-READ.
           CLOSE SAVES.
       352-END.
           EXIT.
      *
      *    an idle player's contact details go with the player - a
      *    purged ID is never written to again.
       355-CONTACT-DROP  SECTION.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               GO TO 355-END
           END-IF.
           MOVE  DROP-ID      TO     CT-ID.
           DELETE CONTACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "contact details for " DROP-ID " removed"
           END-DELETE.
           CLOSE CONTACT.
       355-END.
           EXIT.
      *
      *    the retired ID's contact details follow it only when the
      *    survivor has none - otherwise the survivor's own details
      *    and its own answer on offers stand, and the retired ID's
      *    are dropped.
       356-CONTACT-MOVE  SECTION.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               GO TO 356-END
           END-IF.
           MOVE  FROM-ID      TO     CT-ID.
           READ  CONTACT
               KEY IS CT-ID
               INVALID KEY
                   CLOSE CONTACT
                   GO TO 356-END
           END-READ.
           MOVE  CONTACT-REC  TO     HOLD-CONTACT.
           DELETE CONTACT
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE  TO-ID        TO     CT-ID.
           READ  CONTACT
               KEY IS CT-ID
               INVALID KEY
                   MOVE  HOLD-CONTACT TO     CONTACT-REC
                   MOVE  TO-ID        TO     CT-ID
                   WRITE CONTACT-REC
                   DISPLAY "contact details moved to " TO-ID
               NOT INVALID KEY
                   DISPLAY "both IDs had contact details - those "
                       "of " TO-ID " are kept"
           END-READ.
           CLOSE CONTACT.
       356-END.
           EXIT.
      *
       346-COPY-BACK     SECTION.
           WRITE PLAYHIST-REC FROM   HISTNEW-REC.
                       PERFORM  370-JOURNAL THRU 370-END
                       MOVE  JRNL-BEFORE(1:10) TO DROP-ID
                       PERFORM  350-SAVE-DROP THRU 350-END
                       PERFORM  355-CONTACT-DROP THRU 355-END
                       MOVE  "PLYDEL"     TO     STAFF-ACTION
                       MOVE  DROP-ID      TO     STAFF-KEY
                       MOVE  SPACES       TO     STAFF-DETAIL
                       STRING  "idle purge, last visit "
                           JRNL-BEFORE(16:8) DELIMITED BY SIZE
                           INTO  STAFF-DETAIL
                       PERFORM  950-STAFF-LOG THRU 950-END
               END-DELETE
           END-IF.
           PERFORM  910-READ-NEXT THRU 910-END.
               PERFORM  370-JOURNAL THRU 370-END
               DISPLAY "PIN cleared - " PLY-ID " will choose a new "
                   "one at their next sign-in"
               MOVE  "PINRESET"   TO     STAFF-ACTION
               MOVE  PLY-ID       TO     STAFF-KEY
               MOVE  "player PIN cleared" TO STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
           ELSE
               DISPLAY "left alone"
           END-IF.
       360-END.
           EXIT.
      *
      *    the player's name and an email or postal address, and
      *    whether they want to hear about offers - asked at the
      *    counter for a player who skipped it at sign-up or wants
      *    it changed. Enter keeps what is on file, "-" clears a
      *    line. a change of answer on offers is dated, since the
      *    WINBACK run writes only to those who said yes. the
      *    details themselves never go on the activity log.
       365-CONTACT       SECTION.
           DISPLAY "player ID for contact details:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER       TO     PLY-ID.
           READ  PLAYERS
               KEY IS PLY-ID
               INVALID KEY
                   DISPLAY "no record for " PLY-ID " - nothing done"
                   GO TO 365-END
           END-READ.
           OPEN  I-O  CONTACT.
           IF  CONTACT-STATUS NOT =  "00"
               OPEN  OUTPUT  CONTACT
               CLOSE CONTACT
               OPEN  I-O  CONTACT
           END-IF.
           IF  CONTACT-STATUS NOT =  "00"
               DISPLAY "unable to open CONTACT.DAT - status "
                   CONTACT-STATUS
               GO TO 365-END
           END-IF.
           MOVE  "Y"          TO     CONTACT-FOUND.
           MOVE  PLY-ID       TO     CT-ID.
           READ  CONTACT
               KEY IS CT-ID
               INVALID KEY
                   MOVE  "N"          TO     CONTACT-FOUND
                   MOVE  SPACES       TO     CONTACT-REC
                   MOVE  PLY-ID       TO     CT-ID
                   MOVE  "N"          TO     CT-OPTIN
                   MOVE  ZERO         TO     CT-OPTIN-DATE
                                             CT-WINBACK CT-UPDATED
           END-READ.
           IF  CONTACT-FOUND  =      "Y"
               DISPLAY "name   : " CT-NAME
               DISPLAY "email  : " CT-EMAIL
               DISPLAY "postal : " CT-POSTAL
               DISPLAY "offers : " CT-OPTIN " since " CT-OPTIN-DATE
               DISPLAY "A - change them, D - remove them, "
                   "Enter - leave alone"
           ELSE
               DISPLAY "no contact details for " PLY-ID
               DISPLAY "A - add them, Enter - leave alone"
           END-IF.
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "A"
               WHEN "a"
                   PERFORM  366-CONTACT-EDIT THRU 366-END
               WHEN "D"
               WHEN "d"
                   IF  CONTACT-FOUND  =      "Y"
                       DELETE CONTACT
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       DISPLAY "contact details removed"
                       MOVE  "CONTACT"    TO     STAFF-ACTION
                       MOVE  PLY-ID       TO     STAFF-KEY
                       MOVE  "contact details removed"
                                          TO     STAFF-DETAIL
                       PERFORM  950-STAFF-LOG THRU 950-END
                   ELSE
                       DISPLAY "left alone"
                   END-IF
               WHEN OTHER
                   DISPLAY "left alone"
           END-EVALUATE.
           CLOSE CONTACT.
       365-END.
           EXIT.
      *
       366-CONTACT-EDIT  SECTION.
           MOVE  CONTACT-REC  TO     HOLD-CONTACT.
           DISPLAY "name:".
           ACCEPT  CONTACT-LINE FROM CONSOLE.
           IF  CONTACT-LINE   =      "-"
               MOVE  SPACES       TO     CT-NAME
           ELSE
               IF  CONTACT-LINE   NOT =  SPACES
                   MOVE  CONTACT-LINE TO     CT-NAME
               END-IF
           END-IF.
           DISPLAY "email address:".
           ACCEPT  CONTACT-LINE FROM CONSOLE.
           IF  CONTACT-LINE   =      "-"
               MOVE  SPACES       TO     CT-EMAIL
           ELSE
               IF  CONTACT-LINE   NOT =  SPACES
                   MOVE  CONTACT-LINE TO     CT-EMAIL
               END-IF
           END-IF.
           DISPLAY "postal address:".
           ACCEPT  CONTACT-LINE FROM CONSOLE.
           IF  CONTACT-LINE   =      "-"
               MOVE  SPACES       TO     CT-POSTAL
           ELSE
               IF  CONTACT-LINE   NOT =  SPACES
                   MOVE  CONTACT-LINE TO     CT-POSTAL
               END-IF
           END-IF.
           IF  CT-EMAIL       =      SPACES
           AND CT-POSTAL      =      SPACES
               DISPLAY "no email or postal address - nothing kept, "
                   "use D to remove details on file"
               GO TO 366-END
           END-IF.
           DISPLAY "may we send offers? (Y/N):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    =      "Y" OR "y"
               MOVE  "Y"          TO     CT-OPTIN
           END-IF.
           IF  ANSWER(1:1)    =      "N" OR "n"
               MOVE  "N"          TO     CT-OPTIN
           END-IF.
           IF  CONTACT-FOUND  =      "N"
            OR CT-OPTIN       NOT =  HOLD-CONTACT(151:1)
               ACCEPT  CT-OPTIN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF  CONTACT-REC    =      HOLD-CONTACT
               DISPLAY "nothing changed"
               GO TO 366-END
           END-IF.
           ACCEPT  CT-UPDATED FROM   DATE YYYYMMDD.
           MOVE  "CONTACT"    TO     STAFF-ACTION.
           MOVE  PLY-ID       TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           IF  CONTACT-FOUND  =      "Y"
               REWRITE CONTACT-REC
               STRING  "contact details changed, offers "
                   CT-OPTIN DELIMITED BY SIZE
                   INTO  STAFF-DETAIL
           ELSE
               WRITE CONTACT-REC
               STRING  "contact details added, offers "
                   CT-OPTIN DELIMITED BY SIZE
                   INTO  STAFF-DETAIL
           END-IF.
           DISPLAY "contact details filed for " PLY-ID.
           PERFORM  950-STAFF-LOG THRU 950-END.
       366-END.
           EXIT.
      *
      *    the transcript catalog rows follow the player, so TRANSINQ
      *    finds every transcript under the surviving ID. the files
      *    themselves keep their names - the catalog row points at
      *    them.
       380-CAT-REKEY     SECTION.
           MOVE  SPACE        TO     TRANSCAT-END.
           MOVE  ZERO         TO     CAT-COUNT.
           OPEN  INPUT  TRANSCAT.
           IF  TRANSCAT-STATUS NOT = "00"
               GO TO 380-END
           END-IF.
           OPEN  OUTPUT CATNEW.
           PERFORM  920-READ-CAT  THRU 920-END.
           PERFORM  381-CAT-ONE   THRU 381-END
               UNTIL TRANSCAT-END = HIGH-VALUE.
           CLOSE TRANSCAT CATNEW.
           MOVE  SPACE        TO     CATNEW-END.
           OPEN  INPUT  CATNEW.
           OPEN  OUTPUT TRANSCAT.
           PERFORM  921-READ-CATNEW THRU 921-END.
           PERFORM  382-CAT-BACK  THRU 382-END
               UNTIL CATNEW-END = HIGH-VALUE.
           CLOSE TRANSCAT CATNEW.
           IF  CAT-COUNT      >      0
               DISPLAY "catalog rows re-keyed : " CAT-COUNT
           END-IF.
       380-END.
           EXIT.
      *
       381-CAT-ONE       SECTION.
           IF  TC-PLAYER      =      FROM-ID
               MOVE  TO-ID        TO     TC-PLAYER
               ADD  1             TO     CAT-COUNT
           END-IF.
           WRITE CATNEW-REC   FROM   TRANSCAT-REC.
           PERFORM  920-READ-CAT  THRU 920-END.
       381-END.
           EXIT.
      *
       382-CAT-BACK      SECTION.
           WRITE TRANSCAT-REC FROM   CATNEW-REC.
           PERFORM  921-READ-CATNEW THRU 921-END.
       382-END.
           EXIT.
      *
      *    the retired ID's coupons move to the survivor - issued
      *    ones still redeem at the counter, and MAIN's milestone
      *    check now finds them under the surviving ID, so neither
      *    milestone is issued twice. the re-keyed rows change, so
      *    check values are folded afresh from the first of them,
      *    the way PLYPURGE does it: a row that already failed keeps
      *    its bad value, and the rewrite goes on CHAINANC.LOG.
       384-RWD-REKEY     SECTION.
           MOVE  SPACE        TO     REWARDS-END.
           MOVE  ZERO         TO     RWD-COUNT.
           MOVE  ZERO         TO     CHAIN-ROWS CHAIN-BROKEN.
           MOVE  ZERO         TO     OLD-CHECK NEW-CHECK.
           OPEN  INPUT  REWARDS.
           IF  REWARDS-STATUS NOT =  "00"
               GO TO 384-END
           END-IF.
           OPEN  OUTPUT RWDNEW.
           PERFORM  922-READ-RWD  THRU 922-END.
           PERFORM  385-RWD-ONE   THRU 385-END
               UNTIL REWARDS-END = HIGH-VALUE.
           CLOSE REWARDS RWDNEW.
           MOVE  SPACE        TO     RWDNEW-END.
           OPEN  INPUT  RWDNEW.
           OPEN  OUTPUT REWARDS.
           PERFORM  923-READ-RWDNEW THRU 923-END.
           PERFORM  386-RWD-BACK  THRU 386-END
               UNTIL RWDNEW-END = HIGH-VALUE.
           CLOSE REWARDS RWDNEW.
           PERFORM  387-ANCHOR-LOG THRU 387-END.
           IF  RWD-COUNT      >      0
               DISPLAY "coupons re-keyed : " RWD-COUNT
           END-IF.
       384-END.
           EXIT.
      *
       385-RWD-ONE       SECTION.
           ADD  1             TO     CHAIN-ROWS.
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
           IF  ROW-CHAINED    =      "N"
           AND CHAIN-BROKEN   =      0
               MOVE  CHAIN-ROWS   TO     CHAIN-BROKEN
           END-IF.
           IF  RW-PLAYER      =      FROM-ID
               MOVE  TO-ID        TO     RW-PLAYER
               ADD  1             TO     RWD-COUNT
           END-IF.
           IF  ROW-CHAINED    =      "Y"
               MOVE  NEW-CHECK    TO     CHAIN-PREV
               MOVE  REWARDS-REC(1:46)  TO  CHAIN-ROW
               CALL  "CHAINSUM"   USING  CHAIN-PARA
               MOVE  CHAIN-CHECK  TO     RW-CHECK
           END-IF.
           IF  RW-CHECK       NUMERIC
               MOVE  RW-CHECK     TO     NEW-CHECK
           ELSE
               MOVE  ZERO         TO     NEW-CHECK
           END-IF.
           WRITE RWDNEW-REC   FROM   REWARDS-REC.
           PERFORM  922-READ-RWD  THRU 922-END.
       385-END.
           EXIT.
      *
       386-RWD-BACK      SECTION.
           WRITE REWARDS-REC  FROM   RWDNEW-REC.
           PERFORM  923-READ-RWDNEW THRU 923-END.
       386-END.
           EXIT.
      *
       387-ANCHOR-LOG    SECTION.
           OPEN  EXTEND  ANCLOG.
           IF  ANCLOG-STATUS  =      "35"
               OPEN  OUTPUT  ANCLOG
           END-IF.
           IF  ANCLOG-STATUS  NOT =  "00"
               DISPLAY "unable to write CHAINANC.LOG - status "
                   ANCLOG-STATUS
               GO TO 387-END
           END-IF.
           ACCEPT  JRNL-TIME  FROM   TIME.
           MOVE  SPACES       TO     ANCLOG-REC.
           ACCEPT  AN-DATE    FROM   DATE YYYYMMDD.
           MOVE  JRNL-TIME(1:6) TO   AN-TIME.
           MOVE  "PLAYERMN"   TO     AN-PROGRAM.
           MOVE  "REWARDS.LED" TO    AN-FILE.
           MOVE  CHAIN-ROWS   TO     AN-ROWS.
           MOVE  CHAIN-BROKEN TO     AN-BROKEN.
           MOVE  OLD-CHECK    TO     AN-OLD-LAST.
           MOVE  NEW-CHECK    TO     AN-NEW-LAST.
           MOVE  STAFF-ID     TO     AN-STAFF.
           MOVE  "player merge - see MERGE.LOG" TO AN-REASON.
           WRITE ANCLOG-REC.
           CLOSE ANCLOG.
           IF  CHAIN-BROKEN   >      0
               DISPLAY "REWARDS.LED already failed its check at row "
                   CHAIN-BROKEN " - run CHAINVFY"
           END-IF.
       387-END.
           EXIT.
      *
      *    prepaid credits are money the player handed over - the
      *    retired ID's balance is added to the survivor's and its
      *    credit record goes, so nothing is stranded under an ID
      *    that can no longer sign in. the total owed is unchanged,
      *    so CASHUP's balance check still ties out.
       390-CREDIT-FOLD   SECTION.
           MOVE  ZERO         TO     CREDIT-MOVED.
           OPEN  I-O  CREDITS.
           IF  CREDITS-STATUS NOT =  "00"
               GO TO 390-END
           END-IF.
           MOVE  FROM-ID      TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   CLOSE CREDITS
                   GO TO 390-END
           END-READ.
           MOVE  CR-BALANCE   TO     CREDIT-MOVED.
           DELETE CREDITS
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE  TO-ID        TO     CR-ID.
           READ  CREDITS
               KEY IS CR-ID
               INVALID KEY
                   MOVE  TO-ID        TO     CR-ID
                   MOVE  CREDIT-MOVED TO     CR-BALANCE
                   ACCEPT  CR-LAST-DATE  FROM  DATE YYYYMMDD
                   WRITE CREDITS-REC
               NOT INVALID KEY
                   ADD  CREDIT-MOVED  TO     CR-BALANCE
                   REWRITE CREDITS-REC
           END-READ.
           CLOSE CREDITS.
           IF  CREDIT-MOVED   >      0
               DISPLAY "credits moved : " CREDIT-MOVED " - " TO-ID
                   " now has " CR-BALANCE
           END-IF.
       390-END.
           EXIT.
      *
       395-REGISTER      SECTION.
           OPEN  EXTEND  MERGELOG.
           IF  MERGELOG-STATUS =     "35"
               OPEN  OUTPUT  MERGELOG
           END-IF.
           IF  MERGELOG-STATUS NOT = "00"
               DISPLAY "unable to open MERGE.LOG - merge not "
                   "registered, note it by hand"
               GO TO 395-END
           END-IF.
           MOVE  SPACES       TO     MERGELOG-REC.
           ACCEPT  MG-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  JRNL-TIME  FROM   TIME.
           MOVE  JRNL-TIME(1:6) TO   MG-TIME.
           MOVE  STAFF-ID     TO     MG-STAFF.
           MOVE  FROM-ID      TO     MG-RETIRED.
           MOVE  TO-ID        TO     MG-SURVIVOR.
           MOVE  REKEY-COUNT  TO     MG-HIST.
           MOVE  CAT-COUNT    TO     MG-CATALOG.
           MOVE  RWD-COUNT    TO     MG-COUPONS.
           MOVE  CREDIT-MOVED TO     MG-CREDITS.
           MOVE  SLOT-ACTION  TO     MG-SLOT.
           MOVE  HOLD-REC     TO     MG-RET-IMAGE.
           MOVE  SURV-IMAGE   TO     MG-SUR-IMAGE.
           WRITE MERGELOG-REC.
           CLOSE MERGELOG.
       395-END.
           EXIT.
      *
      *    append one before/after image to the change journal so a
      *    PLYRBLD roll-forward replays this change too.
       370-JOURNAL       SECTION.
           END-READ.
       919-END.
           EXIT.
      *
       920-READ-CAT      SECTION.
           READ TRANSCAT
           AT END
               MOVE HIGH-VALUE TO TRANSCAT-END
           END-READ.
       920-END.
           EXIT.
      *
       921-READ-CATNEW   SECTION.
           READ CATNEW
           AT END
               MOVE HIGH-VALUE TO CATNEW-END
           END-READ.
       921-END.
           EXIT.
      *
       922-READ-RWD      SECTION.
           READ REWARDS
           AT END
               MOVE HIGH-VALUE TO REWARDS-END
           END-READ.
       922-END.
           EXIT.
      *
       923-READ-RWDNEW   SECTION.
           READ RWDNEW
           AT END
               MOVE HIGH-VALUE TO RWDNEW-END
           END-READ.
       923-END.
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
