       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       QTICKET.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  TICKETS ASSIGN TO "QUEUE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS QT-KEY
                   FILE STATUS IS  QUEUE-STATUS.
           SELECT  QUEUELOG ASSIGN TO "QUEUE_LOG.txt"
                   FILE STATUS IS  QUEUELOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  TICKETS.
       01  QUEUE-REC.
           03  QT-KEY.
             05  QT-DATE     PIC 9(08).
             05  QT-TICKET   PIC 9(04).
           03  QT-STATUS     PIC X(01).
           03  QT-PLAYER     PIC X(10).
           03  QT-ISSUED     PIC 9(06).
           03  QT-CALLED     PIC 9(06).
           03  QT-START      PIC 9(06).
           03  QT-FINISH     PIC 9(06).
           03  QT-TERM       PIC X(04).
      *
       FD  QUEUELOG.
       01  QUEUELOG-REC.
           03  QL-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TICKET     PIC 9(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-EVENT      PIC X(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-TERM       PIC X(04).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  QL-PLAYER     PIC X(10).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  QUEUE-STATUS    PIC X(02).
         03  QUEUELOG-STATUS PIC X(02).
         03  QUEUE-END       PIC X(01).
         03  QUEUE-OPEN      PIC X(01).
         03  QUEUE-FOUND     PIC X(01).
         03  QUEUE-EVENT     PIC X(06).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(20).
         03  TODAY-DATE      PIC 9(08).
         03  TIME-NOW        PIC 9(08).
         03  NOW-TIME        PIC 9(06).
         03  NOW-SECS        PIC 9(05).
         03  CLOCK           PIC 9(06).
         03  CLOCK-X         REDEFINES  CLOCK.
           05  CLOCK-HH      PIC 9(02).
           05  CLOCK-MM      PIC 9(02).
           05  CLOCK-SS      PIC 9(02).
         03  CLOCK-SECS      PIC 9(05).
         03  END-SECS        PIC 9(05).
         03  PICK-TICKET     PIC 9(04).
         03  LAST-TICKET     PIC 9(04).
         03  WAIT-COUNT      PIC 9(04).
         03  PLAY-COUNT      PIC 9(04).
         03  DONE-COUNT      PIC 9(04).
         03  OLDEST-SECS     PIC 9(05).
         03  SESS-SECS       PIC 9(07).
         03  AVG-MINS        PIC 9(03).
         03  EST-MINS        PIC 9(05).
         03  OLDEST-MINS     PIC 9(05).
         03  TERM-IDX        PIC 9(02)  COMP.
         03  TERM-HIT        PIC 9(02)  COMP.
         03  SHOW-CALLED     PIC X(06).
         03  SHOW-START      PIC X(06).
         03  SHOW-FINISH     PIC X(06).
      *
      *    the kiosks seen working today - the wait estimate is the
      *    line ahead spread across however many are taking tickets.
       01  TERM-TABLE.
         03  TERM-COUNT      PIC 9(02)  COMP  VALUE  0.
         03  TERM-ID         PIC X(04)   OCCURS  8 TIMES.
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
      *    the counter's end of the walk-up queue - hand out numbered
      *    tickets (with the player's ID when they give one), tell
      *    whoever is asking how long the wait is, list the day's
      *    line and cancel a ticket for someone who has gone home.
      *    the kiosks call tickets in number order from QUEUE.DAT and
      *    every step lands in QUEUE_LOG.txt for QUEUERPT.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  300-MENU  THRU  300-END
               UNTIL MENU-PICK = "Q".
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK TERM-TABLE.
      *    the same staff sign-on ADMIN uses - tickets issued and
      *    cancelled are logged against whoever is on the counter.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "QTICKET"    TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
       300-MENU          SECTION.
           DISPLAY "===== WALK-UP QUEUE =====".
           DISPLAY "I - issue a ticket".
           DISPLAY "W - show the current wait".
           DISPLAY "L - list today's tickets".
           DISPLAY "C - cancel a ticket".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "I"
               WHEN "i"
                   MOVE  "I"          TO     MENU-PICK
                   PERFORM  400-ISSUE THRU  400-END
               WHEN "W"
               WHEN "w"
                   MOVE  "W"          TO     MENU-PICK
                   PERFORM  500-WAIT  THRU  500-END
               WHEN "L"
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  600-LIST  THRU  600-END
               WHEN "C"
               WHEN "c"
                   MOVE  "C"          TO     MENU-PICK
                   PERFORM  700-CANCEL THRU 700-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       300-END.
           EXIT.
      *
      *    the queue file is opened for each action and closed again
      *    straight after - the kiosks are reading and rewriting the
      *    same file between players. the first ticket ever issued
      *    creates it.
       310-OPEN          SECTION.
           MOVE  "N"          TO     QUEUE-OPEN.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    NOW-TIME.
           MOVE  NOW-TIME     TO     CLOCK.
           PERFORM  390-SECS  THRU  390-END.
           MOVE  CLOCK-SECS   TO     NOW-SECS.
           OPEN  I-O  TICKETS.
           IF  QUEUE-STATUS   =      "35"
           AND MENU-PICK      =      "I"
               OPEN  OUTPUT  TICKETS
               CLOSE TICKETS
               OPEN  I-O  TICKETS
           END-IF.
           IF  QUEUE-STATUS   =      "00"
               MOVE  "Y"          TO     QUEUE-OPEN
           ELSE
               IF  QUEUE-STATUS   =      "35"
                   DISPLAY "no tickets issued yet"
               ELSE
                   DISPLAY "QUEUE.DAT will not open (status "
                       QUEUE-STATUS ")"
               END-IF
           END-IF.
       310-END.
           EXIT.
      *
      *    one pass over today's tickets in number order, counting
      *    the line and the finished sessions the estimate is built
      *    from. 330-ROW is handed each record in turn.
       320-SCAN          SECTION.
           MOVE  0            TO     LAST-TICKET WAIT-COUNT
                                     PLAY-COUNT DONE-COUNT
                                     SESS-SECS TERM-COUNT.
           MOVE  NOW-SECS     TO     OLDEST-SECS.
           MOVE  SPACE        TO     QUEUE-END.
           MOVE  TODAY-DATE   TO     QT-DATE.
           MOVE  ZERO         TO     QT-TICKET.
           START TICKETS  KEY  NOT <  QT-KEY
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-START.
           PERFORM  910-READ-NEXT THRU 910-END.
           PERFORM  330-ROW   THRU  330-END
               UNTIL QUEUE-END = HIGH-VALUE.
       320-END.
           EXIT.
      *
       330-ROW           SECTION.
           IF  QT-DATE        NOT =  TODAY-DATE
               MOVE  HIGH-VALUE   TO     QUEUE-END
               GO TO 330-END
           END-IF.
           MOVE  QT-TICKET    TO     LAST-TICKET.
           IF  MENU-PICK      =      "L"
               PERFORM  610-LIST-ONE THRU 610-END
           END-IF.
           EVALUATE  QT-STATUS
               WHEN "W"
               WHEN "C"
                   ADD  1             TO     WAIT-COUNT
                   MOVE  QT-ISSUED    TO     CLOCK
                   PERFORM  390-SECS  THRU  390-END
                   IF  CLOCK-SECS     <      OLDEST-SECS
                       MOVE  CLOCK-SECS   TO     OLDEST-SECS
                   END-IF
               WHEN "P"
                   ADD  1             TO     PLAY-COUNT
                   PERFORM  340-TERM-ADD THRU 340-END
               WHEN "D"
                   MOVE  QT-FINISH    TO     CLOCK
                   PERFORM  390-SECS  THRU  390-END
                   MOVE  CLOCK-SECS   TO     END-SECS
                   MOVE  QT-START     TO     CLOCK
                   PERFORM  390-SECS  THRU  390-END
                   IF  END-SECS       >      CLOCK-SECS
                       ADD  1             TO     DONE-COUNT
                       COMPUTE SESS-SECS = SESS-SECS
                           + END-SECS - CLOCK-SECS
                   END-IF
                   PERFORM  340-TERM-ADD THRU 340-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM  910-READ-NEXT THRU 910-END.
       330-END.
           EXIT.
      *
       340-TERM-ADD      SECTION.
           MOVE  0            TO     TERM-HIT.
           PERFORM  345-TERM-FIND THRU 345-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT
                  OR  TERM-HIT  >  0.
           IF  TERM-HIT       =      0
           AND TERM-COUNT     <      8
               ADD  1             TO     TERM-COUNT
               MOVE  QT-TERM      TO     TERM-ID(TERM-COUNT)
           END-IF.
       340-END.
           EXIT.
      *
       345-TERM-FIND     SECTION.
           IF  TERM-ID(TERM-IDX)  =  QT-TERM
               MOVE  TERM-IDX     TO     TERM-HIT
           END-IF.
       345-END.
           EXIT.
      *
      *    HHMMSS in CLOCK to seconds past midnight in CLOCK-SECS.
       390-SECS          SECTION.
           IF  CLOCK          NUMERIC
               COMPUTE CLOCK-SECS = CLOCK-HH * 3600
                   + CLOCK-MM * 60 + CLOCK-SS
           ELSE
               MOVE  0            TO     CLOCK-SECS
           END-IF.
       390-END.
           EXIT.
      *
      *    a new ticket takes the next number after today's highest.
      *    a player ID is optional - a walk-up who has never played
      *    has none yet, and the kiosk fills it in at sign-in.
       400-ISSUE         SECTION.
           PERFORM  310-OPEN  THRU  310-END.
           IF  QUEUE-OPEN     NOT =  "Y"
               GO TO 400-END
           END-IF.
           PERFORM  320-SCAN  THRU  320-END.
           IF  LAST-TICKET    =      9999
               DISPLAY "ticket numbers are used up for today"
               CLOSE TICKETS
               GO TO 400-END
           END-IF.
           DISPLAY "player ID (blank = none):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  TODAY-DATE   TO     QT-DATE.
           COMPUTE QT-TICKET = LAST-TICKET + 1.
           MOVE  "W"          TO     QT-STATUS.
           MOVE  ANSWER(1:10) TO     QT-PLAYER.
           MOVE  NOW-TIME     TO     QT-ISSUED.
           MOVE  ZERO         TO     QT-CALLED QT-START QT-FINISH.
           MOVE  SPACES       TO     QT-TERM.
           WRITE QUEUE-REC
               INVALID KEY
                   DISPLAY "ticket " QT-TICKET " already on file - "
                       "try again"
                   CLOSE TICKETS
                   GO TO 400-END
           END-WRITE.
           MOVE  "ISSUE"      TO     QUEUE-EVENT.
           PERFORM  900-QUEUE-LOG THRU 900-END.
           CLOSE TICKETS.
           DISPLAY "ticket " QT-TICKET " issued - " WAIT-COUNT
               " ahead in the line".
           MOVE  "ISSUE"      TO     STAFF-ACTION.
           PERFORM  950-STAFF-LOG THRU 950-END.
           PERFORM  510-ESTIMATE THRU 510-END.
       400-END.
           EXIT.
      *
       500-WAIT          SECTION.
           PERFORM  310-OPEN  THRU  310-END.
           IF  QUEUE-OPEN     NOT =  "Y"
               GO TO 500-END
           END-IF.
           PERFORM  320-SCAN  THRU  320-END.
           CLOSE TICKETS.
           DISPLAY "waiting now : " WAIT-COUNT
               "   playing now : " PLAY-COUNT
               "   done today : " DONE-COUNT.
           IF  WAIT-COUNT     >      0
               COMPUTE OLDEST-MINS = (NOW-SECS - OLDEST-SECS) / 60
               DISPLAY "longest in line : " OLDEST-MINS " minutes"
           END-IF.
           PERFORM  510-ESTIMATE THRU 510-END.
       500-END.
           EXIT.
      *
      *    the wait a new arrival can expect - the line ahead times
      *    today's average session, shared across the kiosks that
      *    have been playing. before anyone has finished today, ten
      *    minutes a session is the shop's rule of thumb.
       510-ESTIMATE      SECTION.
           IF  DONE-COUNT     >      0
               COMPUTE AVG-MINS ROUNDED = SESS-SECS / DONE-COUNT / 60
           ELSE
               MOVE  10           TO     AVG-MINS
           END-IF.
           IF  AVG-MINS       =      0
               MOVE  1            TO     AVG-MINS
           END-IF.
           IF  TERM-COUNT     =      0
               MOVE  1            TO     TERM-COUNT
           END-IF.
           COMPUTE EST-MINS ROUNDED =
               WAIT-COUNT * AVG-MINS / TERM-COUNT.
           DISPLAY "average session : " AVG-MINS " minutes on "
               TERM-COUNT " kiosk(s)".
           DISPLAY "estimated wait  : " EST-MINS " minutes".
       510-END.
           EXIT.
      *
       600-LIST          SECTION.
           PERFORM  310-OPEN  THRU  310-END.
           IF  QUEUE-OPEN     NOT =  "Y"
               GO TO 600-END
           END-IF.
           DISPLAY "ticket st player     issued called start  "
               "finish term".
           PERFORM  320-SCAN  THRU  320-END.
           CLOSE TICKETS.
           IF  LAST-TICKET    =      0
               DISPLAY "no tickets issued today"
           END-IF.
       600-END.
           EXIT.
      *
       610-LIST-ONE      SECTION.
           MOVE  SPACES       TO     SHOW-CALLED SHOW-START
                                     SHOW-FINISH.
           IF  QT-CALLED      >      0
               MOVE  QT-CALLED    TO     SHOW-CALLED
           END-IF.
           IF  QT-START       >      0
               MOVE  QT-START     TO     SHOW-START
           END-IF.
           IF  QT-FINISH      >      0
               MOVE  QT-FINISH    TO     SHOW-FINISH
           END-IF.
           DISPLAY  QT-TICKET "   " QT-STATUS "  " QT-PLAYER " "
               QT-ISSUED " " SHOW-CALLED " " SHOW-START " "
               SHOW-FINISH " " QT-TERM.
       610-END.
           EXIT.
      *
      *    a ticket still waiting or being called can be withdrawn -
      *    one that has started belongs to the kiosk now.
       700-CANCEL        SECTION.
           DISPLAY "ticket number to cancel:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:4)    NUMERIC
               MOVE  ANSWER(1:4)  TO     PICK-TICKET
           ELSE
               DISPLAY "ticket numbers are 4 digits, as printed"
               GO TO 700-END
           END-IF.
           PERFORM  310-OPEN  THRU  310-END.
           IF  QUEUE-OPEN     NOT =  "Y"
               GO TO 700-END
           END-IF.
           MOVE  TODAY-DATE   TO     QT-DATE.
           MOVE  PICK-TICKET  TO     QT-TICKET.
           MOVE  "Y"          TO     QUEUE-FOUND.
           READ  TICKETS
               KEY IS QT-KEY
               INVALID KEY
                   MOVE  "N"          TO     QUEUE-FOUND
           END-READ.
           IF  QUEUE-FOUND    NOT =  "Y"
               DISPLAY "no ticket " PICK-TICKET " today"
               CLOSE TICKETS
               GO TO 700-END
           END-IF.
           IF  QT-STATUS      NOT =  "W"
           AND QT-STATUS      NOT =  "C"
               DISPLAY "ticket " PICK-TICKET " is " QT-STATUS
                   " - only a waiting or called ticket can be "
                   "cancelled"
               CLOSE TICKETS
               GO TO 700-END
           END-IF.
           MOVE  "X"          TO     QT-STATUS.
           REWRITE QUEUE-REC.
           MOVE  "CANCEL"     TO     QUEUE-EVENT.
           PERFORM  900-QUEUE-LOG THRU 900-END.
           CLOSE TICKETS.
           DISPLAY "ticket " PICK-TICKET " cancelled".
           MOVE  "CANCEL"     TO     STAFF-ACTION.
           PERFORM  950-STAFF-LOG THRU 950-END.
       700-END.
           EXIT.
      *
      *    the counter's rows in the queue log carry CNTR where a
      *    kiosk puts its terminal ID.
       900-QUEUE-LOG     SECTION.
           OPEN  EXTEND  QUEUELOG.
           IF  QUEUELOG-STATUS =     "35"
               OPEN  OUTPUT  QUEUELOG
           END-IF.
           IF  QUEUELOG-STATUS NOT = "00"
               DISPLAY "unable to open QUEUE_LOG.txt - event not "
                   "logged"
               GO TO 900-END
           END-IF.
           MOVE  TODAY-DATE   TO     QL-DATE.
           MOVE  NOW-TIME     TO     QL-TIME.
           MOVE  QT-TICKET    TO     QL-TICKET.
           MOVE  QUEUE-EVENT  TO     QL-EVENT.
           MOVE  "CNTR"       TO     QL-TERM.
           MOVE  QT-PLAYER    TO     QL-PLAYER.
           WRITE QUEUELOG-REC.
           CLOSE QUEUELOG.
       900-END.
           EXIT.
      *
       910-READ-NEXT     SECTION.
           IF  QUEUE-END      NOT =  HIGH-VALUE
               READ  TICKETS  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     QUEUE-END
               END-READ
           END-IF.
       910-END.
           EXIT.
      *
      *    the ticket's player ID is the key, so a removal request
      *    can find it; the ticket itself goes in the detail.
       950-STAFF-LOG     SECTION.
           MOVE  QT-PLAYER    TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "ticket " QT-TICKET " " QT-DATE DELIMITED BY SIZE
               INTO  STAFF-DETAIL.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
