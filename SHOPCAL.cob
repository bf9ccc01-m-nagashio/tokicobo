       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       SHOPCAL.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  SHOPCAL ASSIGN TO "SHOPCAL.txt"
                   FILE STATUS IS  SHOPCAL-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    the shop calendar, kept by hand like PACKSCHD.txt - a "W"
      *    row per weekday (1 = Monday .. 7 = Sunday) with the usual
      *    opening and closing times, and a "D" row for each dated
      *    exception: a holiday closure, a late night, an early
      *    finish. times are HHMM on the one day, closing at 2400 at
      *    the latest; the same time twice (0000 0000) means shut
      *    all day. a "*" in column one is a comment line.
       FD  SHOPCAL.
       01  SHOPCAL-REC.
           03  SC-KIND       PIC X(01).
           03  FILLER        PIC X(01).
           03  SC-DAY        PIC X(08).
           03  FILLER        PIC X(01).
           03  SC-OPEN       PIC 9(04).
           03  FILLER        PIC X(01).
           03  SC-CLOSE      PIC 9(04).
           03  FILLER        PIC X(01).
           03  SC-NOTE       PIC X(30).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SHOPCAL-STATUS  PIC X(02).
         03  SHOPCAL-END     PIC X(01).
         03  CAL-WEEKDAY     PIC 9(01).
         03  DATED-HIT       PIC X(01).
      *
       LINKAGE               SECTION.
      *    the date (and, for the kiosk, the time of day) in; the
      *    day's hours and whether the shop is open come back - "O"
      *    open at that time, "C" outside the day's hours, "S" shut
      *    all day. the note is the dated row's reason, if any.
       01  CAL-PARA.
         03  CAL-DATE        PIC 9(08).
         03  CAL-TIME        PIC 9(04).
         03  CAL-OPEN        PIC 9(04).
         03  CAL-CLOSE       PIC 9(04).
         03  CAL-STATE       PIC X(01).
         03  CAL-NOTE        PIC X(30).
      *
       PROCEDURE             DIVISION  USING  CAL-PARA.
      *
      *    when is the shop open - asked by MAIN at the ID prompt
      *    and at each chapter, and by DAYCLOSE, HOURRPT and FLEETRPT
      *    so a day the shop was shut is not read as a dead kiosk or
      *    a bad day. a dated row beats the weekday row wherever it
      *    sits in the file. a shop without a SHOPCAL.txt, or a day
      *    with no row at all, is open round the clock as before.
       000-START         SECTION.
           INITIALIZE WORK.
           MOVE  0000         TO     CAL-OPEN.
           MOVE  2400         TO     CAL-CLOSE.
           MOVE  SPACES       TO     CAL-NOTE.
           MOVE  "O"          TO     CAL-STATE.
           IF  CAL-DATE       NOT NUMERIC
            OR CAL-DATE       =      0
               GO TO 000-EXIT
           END-IF.
      *    day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE CAL-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CAL-DATE) - 1, 7) + 1.
           MOVE  "N"          TO     DATED-HIT.
           MOVE  SPACE        TO     SHOPCAL-END.
           OPEN  INPUT  SHOPCAL.
           IF  SHOPCAL-STATUS NOT =  "00"
               GO TO 000-EXIT
           END-IF.
           PERFORM  910-READ-CAL THRU 910-END.
           PERFORM  100-CAL-ROW  THRU 100-END
               UNTIL SHOPCAL-END = HIGH-VALUE.
           CLOSE SHOPCAL.
           IF  CAL-OPEN       =      CAL-CLOSE
               MOVE  "S"          TO     CAL-STATE
           ELSE
               IF  CAL-TIME       <      CAL-OPEN
                OR CAL-TIME       NOT <  CAL-CLOSE
                   MOVE  "C"          TO     CAL-STATE
               END-IF
           END-IF.
       000-EXIT.
           EXIT PROGRAM.
       000-END.
           EXIT.
      *
       100-CAL-ROW       SECTION.
           IF  SHOPCAL-REC    =      SPACES
            OR SC-KIND        =      "*"
            OR SC-OPEN        NOT NUMERIC
            OR SC-CLOSE       NOT NUMERIC
               GO TO 100-NEXT
           END-IF.
           IF  SC-KIND        =      "W"
           AND SC-DAY(1:1)    =      CAL-WEEKDAY
           AND DATED-HIT      =      "N"
               MOVE  SC-OPEN      TO     CAL-OPEN
               MOVE  SC-CLOSE     TO     CAL-CLOSE
           END-IF.
           IF  SC-KIND        =      "D"
           AND SC-DAY         =      CAL-DATE
               MOVE  SC-OPEN      TO     CAL-OPEN
               MOVE  SC-CLOSE     TO     CAL-CLOSE
               MOVE  SC-NOTE      TO     CAL-NOTE
               MOVE  "Y"          TO     DATED-HIT
           END-IF.
       100-NEXT.
           PERFORM  910-READ-CAL THRU 910-END.
       100-END.
           EXIT.
      *
       910-READ-CAL      SECTION.
           READ SHOPCAL
           AT END
               MOVE HIGH-VALUE TO SHOPCAL-END
           END-READ.
       910-END.
           EXIT.
