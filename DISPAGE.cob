       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       DISPAGE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CASES-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CASES.
       01  CASES-REC.
           03  DC-CASE       PIC 9(06).
           03  DC-STATUS     PIC X(01).
           03  DC-PLAYER     PIC X(10).
           03  DC-SESS-DATE  PIC 9(08).
           03  DC-OPENED     PIC 9(08).
           03  DC-OPEN-BY    PIC X(10).
           03  DC-COMPLAINT  PIC X(60).
           03  DC-FINDING    PIC X(01).
           03  DC-MIS-TERM   PIC X(04).
           03  DC-MIS-SEQ    PIC 9(06).
           03  DC-MIS-STORY  PIC 9(02).
           03  DC-MIS-BRANCH PIC X(07).
           03  DC-MIS-EXPECT PIC X(01).
           03  DC-MIS-INPUT  PIC X(99).
           03  DC-RESOLUTION PIC X(60).
           03  DC-CLOSED     PIC 9(08).
           03  DC-CLOSE-BY   PIC X(10).
           03  DC-COUPON     PIC X(08).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  CASES-STATUS    PIC X(02).
         03  CASES-END       PIC X(01).
         03  TODAY-DATE      PIC 9(08).
         03  AGE-DAYS        PIC 9(05).
         03  AGE-MARK        PIC X(01).
         03  BUCKET-IDX      PIC 9(01)  COMP.
         03  OPEN-COUNT      PIC 9(05).
         03  OLDEST-DAYS     PIC 9(05).
         03  CLOSED-COUNT    PIC 9(05).
         03  CLOSE-DAYS      PIC 9(07).
         03  AVG-DAYS        PIC 9(05).
         03  FIND-MISROUTE   PIC 9(05).
         03  FIND-NOFAULT    PIC 9(05).
         03  FIND-OTHER      PIC 9(05).
         03  COUPON-COUNT    PIC 9(05).
      *
      *    open cases by age in days - 0-2, 3-7, 8-14, and 15 or
      *    more. a complaint a week old is one the player has
      *    probably told someone else about.
       01  BUCKET-TABLE.
         03  BUCKET-ENTRY    OCCURS  4 TIMES.
           05  BK-COUNT      PIC 9(05).
       01  BUCKET-NAMES.
         03  FILLER          PIC X(12)   VALUE  "0-2 days".
         03  FILLER          PIC X(12)   VALUE  "3-7 days".
         03  FILLER          PIC X(12)   VALUE  "8-14 days".
         03  FILLER          PIC X(12)   VALUE  "15+ days".
       01  BUCKET-NAMES-R  REDEFINES  BUCKET-NAMES.
         03  BUCKET-NAME     PIC X(12)   OCCURS  4 TIMES.
      *
       PROCEDURE         DIVISION.
      *
      *    open dispute cases, oldest first, so a complaint cannot
      *    sit in DISPUTE.DAT and be forgotten. cases are numbered
      *    as they are opened, so key order is age order. anything
      *    open more than a week is starred. the closed cases are
      *    summed underneath - findings, coupons granted, and the
      *    average days a case took to close. asks nothing, so it
      *    can go out with the morning's other listings.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-CASE  THRU  200-END
               UNTIL CASES-END = HIGH-VALUE.
           CLOSE CASES.
           PERFORM  300-REPORT THRU 300-END.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK BUCKET-TABLE.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
           OPEN  INPUT  CASES.
           IF  CASES-STATUS   NOT =  "00"
               DISPLAY "no dispute cases on file"
               STOP RUN
           END-IF.
           DISPLAY "===== OPEN DISPUTE CASES AT " TODAY-DATE
               " =====".
           DISPLAY "  case   opened   player     session  days "
               "by         complaint".
           MOVE  ZERO         TO     DC-CASE.
           START CASES  KEY  NOT <  DC-CASE
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-START.
           PERFORM  900-READ-NEXT THRU 900-END.
       100-END.
           EXIT.
      *
       200-CASE          SECTION.
           IF  DC-STATUS      =      "C"
               PERFORM  250-CLOSED THRU 250-END
               GO TO 200-NEXT
           END-IF.
           ADD  1             TO     OPEN-COUNT.
           COMPUTE AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
             - FUNCTION INTEGER-OF-DATE(DC-OPENED).
           IF  AGE-DAYS       >      OLDEST-DAYS
               MOVE  AGE-DAYS     TO     OLDEST-DAYS
           END-IF.
           EVALUATE  TRUE
               WHEN AGE-DAYS < 3
                   MOVE  1            TO     BUCKET-IDX
               WHEN AGE-DAYS < 8
                   MOVE  2            TO     BUCKET-IDX
               WHEN AGE-DAYS < 15
                   MOVE  3            TO     BUCKET-IDX
               WHEN OTHER
                   MOVE  4            TO     BUCKET-IDX
           END-EVALUATE.
           ADD  1             TO     BK-COUNT(BUCKET-IDX).
           IF  AGE-DAYS       >      7
               MOVE  "*"          TO     AGE-MARK
           ELSE
               MOVE  SPACE        TO     AGE-MARK
           END-IF.
           DISPLAY  AGE-MARK " " DC-CASE " " DC-OPENED " " DC-PLAYER
               " " DC-SESS-DATE " " AGE-DAYS " " DC-OPEN-BY " "
               DC-COMPLAINT(1:30).
       200-NEXT.
           PERFORM  900-READ-NEXT THRU 900-END.
       200-END.
           EXIT.
      *
       250-CLOSED        SECTION.
           ADD  1             TO     CLOSED-COUNT.
           EVALUATE  DC-FINDING
               WHEN "M"
                   ADD  1             TO     FIND-MISROUTE
               WHEN "N"
                   ADD  1             TO     FIND-NOFAULT
               WHEN OTHER
                   ADD  1             TO     FIND-OTHER
           END-EVALUATE.
           IF  DC-COUPON      NOT =  SPACES
               ADD  1             TO     COUPON-COUNT
           END-IF.
           COMPUTE CLOSE-DAYS = CLOSE-DAYS
               + FUNCTION INTEGER-OF-DATE(DC-CLOSED)
               - FUNCTION INTEGER-OF-DATE(DC-OPENED).
       250-END.
           EXIT.
      *
       300-REPORT        SECTION.
           DISPLAY "open cases : " OPEN-COUNT
               "   oldest " OLDEST-DAYS " days".
           PERFORM  310-BUCKET THRU 310-END
               VARYING  BUCKET-IDX  FROM  1  BY  1
               UNTIL  BUCKET-IDX  >  4.
           DISPLAY "===== CLOSED CASES =====".
           DISPLAY "closed               : " CLOSED-COUNT.
           DISPLAY "misroute confirmed   : " FIND-MISROUTE.
           DISPLAY "no fault found       : " FIND-NOFAULT.
           DISPLAY "other                : " FIND-OTHER.
           DISPLAY "coupons granted      : " COUPON-COUNT.
           IF  CLOSED-COUNT   >      0
               COMPUTE AVG-DAYS ROUNDED = CLOSE-DAYS / CLOSED-COUNT
               DISPLAY "average days to close: " AVG-DAYS
           END-IF.
       300-END.
           EXIT.
      *
       310-BUCKET        SECTION.
           DISPLAY "  " BUCKET-NAME(BUCKET-IDX) " : "
               BK-COUNT(BUCKET-IDX).
       310-END.
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
