       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       QUEUERPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  TICKETS ASSIGN TO "QUEUE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS QT-KEY
                   FILE STATUS IS  QUEUE-STATUS.
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
           03  QT-ISSUED-X REDEFINES QT-ISSUED.
             05  QT-ISSUED-HH PIC 9(02).
             05  FILLER      PIC 9(04).
           03  QT-CALLED     PIC 9(06).
           03  QT-START      PIC 9(06).
           03  QT-FINISH     PIC 9(06).
           03  QT-TERM       PIC X(04).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  QUEUE-STATUS    PIC X(02).
         03  QUEUE-END       PIC X(01).
         03  DATE-ANSWER     PIC X(08).
         03  REPORT-DATE     PIC 9(08).
         03  HOUR-IDX        PIC 9(02)  COMP.
         03  HOUR-SLOT       PIC 9(02)  COMP.
         03  SHOW-HOUR       PIC 9(02).
         03  CLOCK           PIC 9(06).
         03  CLOCK-X         REDEFINES  CLOCK.
           05  CLOCK-HH      PIC 9(02).
           05  CLOCK-MM      PIC 9(02).
           05  CLOCK-SS      PIC 9(02).
         03  CLOCK-SECS      PIC 9(05).
         03  FROM-SECS       PIC 9(05).
         03  WAIT-SECS       PIC 9(05).
         03  AVG-MINS        PIC 9(03)V9.
         03  WORST-MINS      PIC 9(03)V9.
         03  SHOW-AVG        PIC ZZ9.9.
         03  SHOW-WORST      PIC ZZ9.9.
         03  DAY-ISSUED      PIC 9(05).
         03  DAY-CALLED      PIC 9(05).
         03  DAY-NOSHOW      PIC 9(05).
         03  DAY-CANCEL      PIC 9(05).
         03  DAY-OPEN        PIC 9(05).
         03  DAY-WAIT-SECS   PIC 9(09).
         03  DAY-WORST-SECS  PIC 9(05).
         03  DAY-DONE        PIC 9(05).
         03  DAY-SESS-SECS   PIC 9(09).
      *
      *    one line per hour of the day the ticket was issued in -
      *    the wait is counted from the counter handing the ticket
      *    over to a kiosk calling it, the part of the visit the
      *    staffing roster can actually change.
       01  HOUR-TABLE.
         03  HOUR-ENTRY      OCCURS  24 TIMES.
           05  HR-ISSUED     PIC 9(05).
           05  HR-CALLED     PIC 9(05).
           05  HR-NOSHOW     PIC 9(05).
           05  HR-WAIT-SECS  PIC 9(09).
           05  HR-WORST-SECS PIC 9(05).
      *
       PROCEDURE         DIVISION.
      *
      *    daily walk-up queue report - average and worst wait by
      *    the hour the ticket was issued, with the no-shows and the
      *    tickets never called, read straight off QUEUE.DAT for the
      *    day asked for. this is the number behind the Saturday
      *    roster and the second-kiosk question.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
               UNTIL QUEUE-END = HIGH-VALUE.
           CLOSE TICKETS.
           PERFORM  300-REPORT THRU 300-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK HOUR-TABLE.
           DISPLAY "report date (YYYYMMDD, blank = today):".
           ACCEPT  DATE-ANSWER FROM  CONSOLE.
           IF  DATE-ANSWER    NUMERIC
               MOVE  DATE-ANSWER  TO     REPORT-DATE
           ELSE
               ACCEPT  REPORT-DATE FROM  DATE YYYYMMDD
           END-IF.
           OPEN  INPUT  TICKETS.
           IF  QUEUE-STATUS   NOT =  "00"
               DISPLAY "no queue tickets on file (QUEUE.DAT status "
                   QUEUE-STATUS ")"
               STOP RUN
           END-IF.
           DISPLAY "===== WALK-UP QUEUE REPORT (" REPORT-DATE
               ") =====".
           MOVE  REPORT-DATE  TO     QT-DATE.
           MOVE  ZERO         TO     QT-TICKET.
           START TICKETS  KEY  NOT <  QT-KEY
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     QUEUE-END
           END-START.
           PERFORM  910-READ-NEXT THRU 910-END.
       100-END.
           EXIT.
      *
       200-ROW           SECTION.
           IF  QT-DATE        NOT =  REPORT-DATE
               MOVE  HIGH-VALUE   TO     QUEUE-END
               GO TO 200-END
           END-IF.
           COMPUTE HOUR-SLOT = QT-ISSUED-HH + 1.
           IF  HOUR-SLOT      >      24
               MOVE  24           TO     HOUR-SLOT
           END-IF.
           ADD  1             TO     HR-ISSUED(HOUR-SLOT) DAY-ISSUED.
           EVALUATE  QT-STATUS
               WHEN "N"
                   ADD  1         TO     HR-NOSHOW(HOUR-SLOT)
                                         DAY-NOSHOW
               WHEN "X"
                   ADD  1         TO     DAY-CANCEL
               WHEN "W"
                   ADD  1         TO     DAY-OPEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    every ticket a kiosk got as far as calling has a wait,
      *    no-shows included - they stood in the same line.
           IF  QT-CALLED      >      0
               MOVE  QT-ISSUED    TO     CLOCK
               PERFORM  390-SECS  THRU  390-END
               MOVE  CLOCK-SECS   TO     FROM-SECS
               MOVE  QT-CALLED    TO     CLOCK
               PERFORM  390-SECS  THRU  390-END
               IF  CLOCK-SECS     <      FROM-SECS
                   MOVE  0            TO     WAIT-SECS
               ELSE
                   COMPUTE WAIT-SECS = CLOCK-SECS - FROM-SECS
               END-IF
               ADD  1             TO     HR-CALLED(HOUR-SLOT)
                                         DAY-CALLED
               ADD  WAIT-SECS     TO     HR-WAIT-SECS(HOUR-SLOT)
                                         DAY-WAIT-SECS
               IF  WAIT-SECS      >      HR-WORST-SECS(HOUR-SLOT)
                   MOVE  WAIT-SECS    TO     HR-WORST-SECS(HOUR-SLOT)
               END-IF
               IF  WAIT-SECS      >      DAY-WORST-SECS
                   MOVE  WAIT-SECS    TO     DAY-WORST-SECS
               END-IF
           END-IF.
           IF  QT-STATUS      =      "D"
           AND QT-FINISH      >      QT-START
               MOVE  QT-START     TO     CLOCK
               PERFORM  390-SECS  THRU  390-END
               MOVE  CLOCK-SECS   TO     FROM-SECS
               MOVE  QT-FINISH    TO     CLOCK
               PERFORM  390-SECS  THRU  390-END
               ADD  1             TO     DAY-DONE
               COMPUTE DAY-SESS-SECS = DAY-SESS-SECS
                   + CLOCK-SECS - FROM-SECS
           END-IF.
           PERFORM  910-READ-NEXT THRU 910-END.
       200-END.
           EXIT.
      *
       300-REPORT        SECTION.
           IF  DAY-ISSUED     =      0
               DISPLAY "no tickets issued on " REPORT-DATE
               GO TO 300-END
           END-IF.
           DISPLAY "----- wait from issue to call, by hour issued "
               "(minutes) -----".
           DISPLAY "hour   issued called   avg worst no-show".
           PERFORM  310-HOUR-ONE THRU 310-END
               VARYING  HOUR-IDX  FROM  1  BY  1
               UNTIL  HOUR-IDX  >  24.
           DISPLAY "----- day -----".
           DISPLAY "tickets issued  : " DAY-ISSUED.
           DISPLAY "called          : " DAY-CALLED.
           DISPLAY "no-shows        : " DAY-NOSHOW.
           DISPLAY "cancelled       : " DAY-CANCEL.
           DISPLAY "never called    : " DAY-OPEN.
           IF  DAY-CALLED     >      0
               COMPUTE AVG-MINS ROUNDED =
                   DAY-WAIT-SECS / DAY-CALLED / 60
               COMPUTE WORST-MINS ROUNDED = DAY-WORST-SECS / 60
               MOVE  AVG-MINS     TO     SHOW-AVG
               MOVE  WORST-MINS   TO     SHOW-WORST
               DISPLAY "average wait    : " SHOW-AVG " minutes"
               DISPLAY "worst wait      : " SHOW-WORST " minutes"
           END-IF.
           IF  DAY-DONE       >      0
               COMPUTE AVG-MINS ROUNDED =
                   DAY-SESS-SECS / DAY-DONE / 60
               MOVE  AVG-MINS     TO     SHOW-AVG
               DISPLAY "average session : " SHOW-AVG " minutes ("
                   DAY-DONE " finished)"
           END-IF.
       300-END.
           EXIT.
      *
       310-HOUR-ONE      SECTION.
           IF  HR-ISSUED(HOUR-IDX)  =  0
               GO TO 310-END
           END-IF.
           COMPUTE SHOW-HOUR = HOUR-IDX - 1.
           MOVE  ZERO         TO     SHOW-AVG SHOW-WORST.
           IF  HR-CALLED(HOUR-IDX)  >  0
               COMPUTE AVG-MINS ROUNDED = HR-WAIT-SECS(HOUR-IDX)
                   / HR-CALLED(HOUR-IDX) / 60
               COMPUTE WORST-MINS ROUNDED =
                   HR-WORST-SECS(HOUR-IDX) / 60
               MOVE  AVG-MINS     TO     SHOW-AVG
               MOVE  WORST-MINS   TO     SHOW-WORST
           END-IF.
           DISPLAY SHOW-HOUR ":00  " HR-ISSUED(HOUR-IDX) "  "
               HR-CALLED(HOUR-IDX) " " SHOW-AVG " " SHOW-WORST "   "
               HR-NOSHOW(HOUR-IDX).
       310-END.
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
       910-READ-NEXT     SECTION.
           IF  QUEUE-END      NOT =  HIGH-VALUE
               READ  TICKETS  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     QUEUE-END
               END-READ
           END-IF.
       910-END.
           EXIT.
