       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       MODREVW.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  BLOCKTAB ASSIGN TO "BLOCKWD.txt"
                   FILE STATUS IS  BLOCKTAB-STATUS.
           SELECT  INCIDENT ASSIGN TO "INCIDENT.DAT"
                   FILE STATUS IS  INCIDENT-STATUS.
           SELECT  INCNEW   ASSIGN TO "INCIDENT_NEW.DAT"
                   FILE STATUS IS  INCNEW-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  BLOCKTAB.
       01  BLOCKTAB-REC.
           03  BW-TYPE       PIC X(01).
           03  FILLER        PIC X(01).
           03  BW-TEXT       PIC X(30).
      *
       FD  INCIDENT.
       01  INCIDENT-REC.
           03  IC-DATE       PIC 9(08).
           03  FILLER        PIC X(01).
           03  IC-TIME       PIC 9(06).
           03  FILLER        PIC X(01).
           03  IC-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  IC-PLAYER     PIC X(10).
           03  FILLER        PIC X(01).
           03  IC-STORY      PIC 9(02).
           03  FILLER        PIC X(01).
           03  IC-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  IC-STATUS     PIC X(01).
           03  FILLER        PIC X(01).
           03  IC-REVIEWED   PIC 9(08).
           03  FILLER        PIC X(01).
           03  IC-BY         PIC X(10).
           03  FILLER        PIC X(01).
           03  IC-RULE       PIC X(32).
           03  FILLER        PIC X(01).
           03  IC-INPUT      PIC X(99).
      *
       FD  INCNEW.
       01  INCNEW-REC        PIC X(196).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  BLOCKTAB-STATUS PIC X(02).
         03  BLOCKTAB-END    PIC X(01).
         03  INCIDENT-STATUS PIC X(02).
         03  INCIDENT-END    PIC X(01).
         03  INCNEW-STATUS   PIC X(02).
         03  INCNEW-END      PIC X(01).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(99).
         03  ENTRY-IDX       PIC 9(02)  COMP.
         03  PICK-NUM        PIC 9(02).
         03  NEW-TYPE        PIC X(01).
         03  REVIEWER        PIC X(10).
         03  REVIEW-DATE     PIC 9(08).
         03  REVIEW-STOP     PIC X(01).
         03  DONE-COUNT      PIC 9(05).
         03  LEFT-COUNT      PIC 9(05).
         03  OPEN-COUNT      PIC 9(05).
         03  ACT-COUNT       PIC 9(05).
         03  FALSE-COUNT     PIC 9(05).
         03  HOLD-RULE       PIC X(32).
      *
      *    the whole moderation table held in storage so one row can
      *    be added or dropped and the file rewritten in place - the
      *    same shape OVRMNT gives OVERRIDE.txt. the hit and false
      *    positive counts are worked out from the incident file
      *    each time the table is listed, so a row that mostly
      *    catches innocent answers shows up for tuning.
       01  BLOCK-TABLE.
         03  BLK-COUNT       PIC 9(02)  COMP  VALUE  0.
         03  BLK-ENTRY       OCCURS  50 TIMES.
           05  BLK-TYPE      PIC X(01).
           05  BLK-TEXT      PIC X(30).
           05  BLK-HITS      PIC 9(05).
           05  BLK-FALSE     PIC 9(05).
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
      *    the supervisor's side of answer moderation. STORY masks a
      *    blocked answer in the audit trail and the transcript and
      *    files it as typed to INCIDENT.DAT; here each open item is
      *    marked actioned (a genuine problem, dealt with) or a false
      *    positive (an innocent answer the table caught), and the
      *    table itself is tuned. INCIDENT.DAT holds what players
      *    actually typed - it stays on this machine.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  300-MENU  THRU  300-END
               UNTIL MENU-PICK = "Q".
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK BLOCK-TABLE.
      *    the same staff sign-on ADMIN uses. anyone signed on may
      *    see the summary and the table; reviewing and tuning are
      *    a supervisor's.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "MODREVW"    TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           PERFORM  110-LOAD  THRU  110-END.
       100-END.
           EXIT.
      *
       110-LOAD          SECTION.
           MOVE  0            TO     BLK-COUNT.
           MOVE  SPACE        TO     BLOCKTAB-END.
           OPEN  INPUT  BLOCKTAB.
           IF  BLOCKTAB-STATUS NOT = "00"
               DISPLAY "no BLOCKWD.txt present - starting empty"
               GO TO 110-END
           END-IF.
           PERFORM  115-LOAD-LINE THRU 115-END.
           PERFORM  116-LOAD-ADD  THRU 116-END
               UNTIL BLOCKTAB-END = HIGH-VALUE
                  OR BLK-COUNT = 50.
           CLOSE BLOCKTAB.
       110-END.
           EXIT.
      *
       115-LOAD-LINE     SECTION.
           READ  BLOCKTAB
               AT END
                   MOVE  HIGH-VALUE   TO     BLOCKTAB-END
           END-READ.
       115-END.
           EXIT.
      *
       116-LOAD-ADD      SECTION.
           IF  BLOCKTAB-REC   NOT =  SPACES
               ADD  1             TO     BLK-COUNT
               MOVE  BW-TYPE      TO     BLK-TYPE(BLK-COUNT)
               MOVE  BW-TEXT      TO     BLK-TEXT(BLK-COUNT)
           END-IF.
           PERFORM  115-LOAD-LINE THRU 115-END.
       116-END.
           EXIT.
      *
       300-MENU          SECTION.
           DISPLAY "===== ANSWER MODERATION REVIEW =====".
           DISPLAY "R - review open incidents".
           DISPLAY "S - incident summary".
           DISPLAY "L - list the blocked-word table".
           DISPLAY "A - add a table row".
           DISPLAY "D - drop a table row".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "R"
               WHEN "r"
                   MOVE  "R"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  700-REVIEW THRU 700-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "S"
               WHEN "s"
                   MOVE  "S"          TO     MENU-PICK
                   PERFORM  800-SUMMARY THRU 800-END
               WHEN "L"
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  400-LIST  THRU  400-END
               WHEN "A"
               WHEN "a"
                   MOVE  "A"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  500-ADD   THRU  500-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE  "D"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  600-DROP  THRU  600-END
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
       400-LIST          SECTION.
           IF  BLK-COUNT      =      0
               DISPLAY "no table rows on file - moderation is off"
               GO TO 400-END
           END-IF.
           PERFORM  800-SUMMARY THRU 800-END.
           DISPLAY "row type text / hits / false positives".
           PERFORM  410-LIST-ONE THRU 410-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  BLK-COUNT.
       400-END.
           EXIT.
      *
       410-LIST-ONE      SECTION.
           DISPLAY  ENTRY-IDX " " BLK-TYPE(ENTRY-IDX)
               " " BLK-TEXT(ENTRY-IDX)
               " hits=" BLK-HITS(ENTRY-IDX)
               " false=" BLK-FALSE(ENTRY-IDX).
       410-END.
           EXIT.
      *
       500-ADD           SECTION.
           IF  BLK-COUNT      >=     50
               DISPLAY "table is full (50) - drop one first"
               GO TO 500-END
           END-IF.
           DISPLAY "row type - W word or fragment, D digit run "
               "(phone numbers):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "W"
               WHEN "w"
                   MOVE  "W"          TO     NEW-TYPE
               WHEN "D"
               WHEN "d"
                   MOVE  "D"          TO     NEW-TYPE
               WHEN OTHER
                   DISPLAY "type is W or D - nothing added"
                   GO TO 500-END
           END-EVALUATE.
           IF  NEW-TYPE       =      "D"
               DISPLAY "longest digit run allowed (2 digits, e.g. "
                   "06):"
               ACCEPT  ANSWER     FROM   CONSOLE
               IF  ANSWER(1:2)    NOT NUMERIC
                OR ANSWER(1:2)    =      "00"
                OR ANSWER(3:1)    NOT =  SPACE
                   DISPLAY "limit must be 2 digits, 01-99 - "
                       "nothing added"
                   GO TO 500-END
               END-IF
           ELSE
               DISPLAY "word or fragment (any case, up to 30):"
               ACCEPT  ANSWER     FROM   CONSOLE
               IF  ANSWER         =      SPACES
                   DISPLAY "a blank row would block nothing - "
                       "nothing added"
                   GO TO 500-END
               END-IF
               IF  ANSWER(31:69)  NOT =  SPACES
                   DISPLAY "longer than 30 - nothing added"
                   GO TO 500-END
               END-IF
           END-IF.
           ADD  1             TO     BLK-COUNT.
           MOVE  NEW-TYPE     TO     BLK-TYPE(BLK-COUNT).
           MOVE  ANSWER(1:30) TO     BLK-TEXT(BLK-COUNT).
           PERFORM  650-REWRITE THRU 650-END.
           DISPLAY "filed - STORY screens with it from the next "
               "chapter".
           MOVE  "BLKADD"     TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY.
           STRING  "type " NEW-TYPE DELIMITED BY SIZE
               INTO  STAFF-KEY.
           MOVE  ANSWER(1:30) TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       500-END.
           EXIT.
      *
       600-DROP          SECTION.
           PERFORM  400-LIST  THRU  400-END.
           IF  BLK-COUNT      =      0
               GO TO 600-END
           END-IF.
           DISPLAY "row number to drop:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:2)    NUMERIC
               MOVE  ANSWER(1:2)  TO     PICK-NUM
           ELSE
               IF  ANSWER(1:1)    NUMERIC
               AND ANSWER(2:1)    =      SPACE
                   MOVE  ANSWER(1:1)  TO     PICK-NUM
               ELSE
                   DISPLAY "not a row number"
                   GO TO 600-END
               END-IF
           END-IF.
           IF  PICK-NUM       <      1
            OR PICK-NUM       >      BLK-COUNT
               DISPLAY "row numbers run 1-" BLK-COUNT
               GO TO 600-END
           END-IF.
           MOVE  "BLKDROP"    TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY.
           STRING  "type " BLK-TYPE(PICK-NUM) DELIMITED BY SIZE
               INTO  STAFF-KEY.
           MOVE  BLK-TEXT(PICK-NUM) TO STAFF-DETAIL.
           PERFORM  610-SHIFT-ONE THRU 610-END
               VARYING  ENTRY-IDX  FROM  PICK-NUM  BY  1
               UNTIL  ENTRY-IDX  >=  BLK-COUNT.
           SUBTRACT  1        FROM   BLK-COUNT.
           PERFORM  650-REWRITE THRU 650-END.
           DISPLAY "row dropped".
           PERFORM  950-STAFF-LOG THRU 950-END.
       600-END.
           EXIT.
      *
       610-SHIFT-ONE     SECTION.
           MOVE  BLK-ENTRY(ENTRY-IDX + 1) TO BLK-ENTRY(ENTRY-IDX).
       610-END.
           EXIT.
      *
       650-REWRITE       SECTION.
           OPEN  OUTPUT BLOCKTAB.
           IF  BLOCKTAB-STATUS NOT = "00"
               DISPLAY "unable to rewrite BLOCKWD.txt - status "
                   BLOCKTAB-STATUS
               GO TO 650-END
           END-IF.
           PERFORM  655-WRITE-ONE THRU 655-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  BLK-COUNT.
           CLOSE BLOCKTAB.
           DISPLAY "BLOCKWD.txt rewritten - " BLK-COUNT " rows".
       650-END.
           EXIT.
      *
       655-WRITE-ONE     SECTION.
           MOVE  SPACES       TO     BLOCKTAB-REC.
           MOVE  BLK-TYPE(ENTRY-IDX) TO BW-TYPE.
           MOVE  BLK-TEXT(ENTRY-IDX) TO BW-TEXT.
           WRITE BLOCKTAB-REC.
       655-END.
           EXIT.
      *
      *    walk the queue oldest first. every incident is copied to
      *    the staging file - open ones after the supervisor's
      *    verdict - and the staging file copied back over the
      *    original, the way PLAYERMNT rewrites PLAYHIST.DAT.
      *    the review stamp is the signed-on staff ID.
       700-REVIEW        SECTION.
           MOVE  STAFF-ID     TO     REVIEWER.
           ACCEPT  REVIEW-DATE FROM  DATE YYYYMMDD.
           MOVE  "N"          TO     REVIEW-STOP.
           MOVE  ZERO         TO     DONE-COUNT.
           MOVE  ZERO         TO     LEFT-COUNT.
           MOVE  SPACE        TO     INCIDENT-END.
           OPEN  INPUT  INCIDENT.
           IF  INCIDENT-STATUS NOT = "00"
               DISPLAY "no INCIDENT.DAT - nothing to review"
               GO TO 700-END
           END-IF.
           OPEN  OUTPUT INCNEW.
           PERFORM  918-READ-INC THRU 918-END.
           PERFORM  710-REVIEW-ONE THRU 710-END
               UNTIL INCIDENT-END = HIGH-VALUE.
           CLOSE INCIDENT INCNEW.
           MOVE  SPACE        TO     INCNEW-END.
           OPEN  INPUT  INCNEW.
           OPEN  OUTPUT INCIDENT.
           PERFORM  919-READ-NEW THRU 919-END.
           PERFORM  720-COPY-BACK THRU 720-END
               UNTIL INCNEW-END = HIGH-VALUE.
           CLOSE INCIDENT INCNEW.
           DISPLAY "incidents closed : " DONE-COUNT
               "   still open : " LEFT-COUNT.
       700-END.
           EXIT.
      *
       710-REVIEW-ONE    SECTION.
           IF  IC-STATUS      NOT =  "O"
            OR REVIEW-STOP    =      "Y"
               IF  IC-STATUS      =      "O"
                   ADD  1             TO     LEFT-COUNT
               END-IF
               GO TO 715-NEXT
           END-IF.
           DISPLAY "----- " IC-DATE " " IC-TIME " kiosk " IC-TERM
               " player " IC-PLAYER " chapter " IC-STORY
               " audit seq " IC-SEQ.
           DISPLAY "  caught by: " IC-RULE.
           DISPLAY "  answer   : " IC-INPUT.
           DISPLAY "A actioned / F false positive / S skip / "
               "Q stop reviewing:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  ANSWER(1:1)
               WHEN "A"
               WHEN "a"
                   MOVE  "A"          TO     IC-STATUS
               WHEN "F"
               WHEN "f"
                   MOVE  "F"          TO     IC-STATUS
               WHEN "Q"
               WHEN "q"
                   MOVE  "Y"          TO     REVIEW-STOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  IC-STATUS      =      "O"
               ADD  1             TO     LEFT-COUNT
           ELSE
               MOVE  REVIEW-DATE  TO     IC-REVIEWED
               MOVE  REVIEWER     TO     IC-BY
               ADD  1             TO     DONE-COUNT
               MOVE  "INCIDENT"   TO     STAFF-ACTION
               MOVE  IC-PLAYER    TO     STAFF-KEY
               MOVE  SPACES       TO     STAFF-DETAIL
               STRING  "verdict " IC-STATUS " kiosk " IC-TERM
                   " seq " IC-SEQ " " IC-DATE DELIMITED BY SIZE
                   INTO  STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
           END-IF.
       715-NEXT.
           WRITE INCNEW-REC   FROM   INCIDENT-REC.
           PERFORM  918-READ-INC THRU 918-END.
       710-END.
           EXIT.
      *
       720-COPY-BACK     SECTION.
           WRITE INCIDENT-REC FROM   INCNEW-REC.
           PERFORM  919-READ-NEW THRU 919-END.
       720-END.
           EXIT.
      *
      *    how the queue stands, and each table row's catch - hits
      *    and false positives are matched on the row as it was
      *    filed with the incident.
       800-SUMMARY       SECTION.
           MOVE  ZERO         TO     OPEN-COUNT ACT-COUNT FALSE-COUNT.
           PERFORM  810-CLEAR-ONE THRU 810-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  BLK-COUNT.
           MOVE  SPACE        TO     INCIDENT-END.
           OPEN  INPUT  INCIDENT.
           IF  INCIDENT-STATUS NOT = "00"
               DISPLAY "no INCIDENT.DAT - no incidents filed yet"
               GO TO 800-END
           END-IF.
           PERFORM  918-READ-INC THRU 918-END.
           PERFORM  820-COUNT-ONE THRU 820-END
               UNTIL INCIDENT-END = HIGH-VALUE.
           CLOSE INCIDENT.
           DISPLAY "incidents open=" OPEN-COUNT
               " actioned=" ACT-COUNT
               " false-positive=" FALSE-COUNT.
       800-END.
           EXIT.
      *
       810-CLEAR-ONE     SECTION.
           MOVE  ZERO         TO     BLK-HITS(ENTRY-IDX).
           MOVE  ZERO         TO     BLK-FALSE(ENTRY-IDX).
       810-END.
           EXIT.
      *
       820-COUNT-ONE     SECTION.
           EVALUATE  IC-STATUS
               WHEN "O"
                   ADD  1             TO     OPEN-COUNT
               WHEN "A"
                   ADD  1             TO     ACT-COUNT
               WHEN "F"
                   ADD  1             TO     FALSE-COUNT
           END-EVALUATE.
           PERFORM  825-RULE-ONE THRU 825-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  BLK-COUNT.
           PERFORM  918-READ-INC THRU 918-END.
       820-END.
           EXIT.
      *
      *    STORY files the fragment in capitals, so the table row is
      *    raised the same way before comparing.
       825-RULE-ONE      SECTION.
           MOVE  SPACES       TO     HOLD-RULE.
           MOVE  BLK-TYPE(ENTRY-IDX) TO HOLD-RULE(1:1).
           MOVE  BLK-TEXT(ENTRY-IDX) TO HOLD-RULE(3:30).
           INSPECT HOLD-RULE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF  HOLD-RULE      =      IC-RULE
               ADD  1             TO     BLK-HITS(ENTRY-IDX)
               IF  IC-STATUS      =      "F"
                   ADD  1             TO     BLK-FALSE(ENTRY-IDX)
               END-IF
           END-IF.
       825-END.
           EXIT.
      *
       918-READ-INC      SECTION.
           READ INCIDENT
           AT END
               MOVE HIGH-VALUE TO INCIDENT-END
           END-READ.
       918-END.
           EXIT.
      *
       919-READ-NEW      SECTION.
           READ INCNEW
           AT END
               MOVE HIGH-VALUE TO INCNEW-END
           END-READ.
       919-END.
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
