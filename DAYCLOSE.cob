      *    something after the shop swaps packs.
           03  FILLER        PIC X(01).
           03  RES-PACK      PIC X(12).
      *    which arm of the A/B pack trial the player was in -
      *    A or B, blank when no trial is running.
           03  FILLER        PIC X(01).
           03  RES-ARM       PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC 9(06).
      *
       FD  SESSLOG.
       01  SESSLOG-REC.
           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  PLAYHIST.
       01  PLAYHIST-REC.
           03  PH-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  PH-SHARED     PIC X(01).
           03  FILLER        PIC X(01).
           03  PH-ARM        PIC X(01).
      *
       FD  DAILYSUM.
       01  DAILYSUM-REC.
      *    out so the plays column stops hiding walk-aways.
           03  FILLER        PIC X(01).
           03  DS-ABAND      PIC 9(05).
      *    "Y" when SHOPCAL.txt had the shop shut all day - the row
      *    is still filed so the ledger has no gap, but the trend
      *    and flash comparisons leave it out.
           03  FILLER        PIC X(01).
           03  DS-SHUT       PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  PLY-IDX         PIC 9(03)  COMP.
         03  PLY-HIT         PIC 9(03)  COMP.
         03  UNIQ-OVERFLOW   PIC X(01).
      *
      *    handed to SHOPCAL - was the shop open at all today.
       01  CAL-PARA.
         03  CAL-DATE        PIC 9(08).
         03  CAL-TIME        PIC 9(04).
         03  CAL-OPEN        PIC 9(04).
         03  CAL-CLOSE       PIC 9(04).
         03  CAL-STATE       PIC X(01).
         03  CAL-NOTE        PIC X(30).
      *
       01  UNIQ-TABLE.
         03  UNIQ-ENTRY      PIC X(10)  OCCURS  999 TIMES.
       310-SESSLOG-ROW   SECTION.
      *    ABANDON rows carry a placeholder zero score that would
      *    drag the day's answer average down - not a graded answer.
      *    nor are the moderated rows, whose scores are placeholders.
           IF  SL-DATE        NUMERIC
           AND SL-DATE        =      TODAY-DATE
           AND SL-BRANCH      NOT =  "ERROR"
           AND SL-BRANCH      NOT =  "ABANDON"
           AND SL-BRANCH      NOT =  "MODERAT"
           AND SL-BRANCH      NOT =  "NEUT-MD"
           AND SL-OUTPUT      NUMERIC
               ADD  SL-OUTPUT     TO     SCORE-SUM
               ADD  1             TO     SCORE-COUNT
           END-IF.
           MOVE  "C"          TO     DS-CLOSED.
           MOVE  ABAND-COUNT  TO     DS-ABAND.
           MOVE  TODAY-DATE   TO     CAL-DATE.
           MOVE  ZERO         TO     CAL-TIME.
           CALL  "SHOPCAL"    USING  CAL-PARA.
           IF  CAL-STATE      =      "S"
               MOVE  "Y"          TO     DS-SHUT
               DISPLAY "shop calendar has " TODAY-DATE " as a closed "
                   "day - marked so the reports leave it out"
           ELSE
               MOVE  "N"          TO     DS-SHUT
           END-IF.
           WRITE DAILYSUM-REC.
           CLOSE DAILYSUM.
           DISPLAY "day " TODAY-DATE " closed - plays=" PLAYS-COUNT
