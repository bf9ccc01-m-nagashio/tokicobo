                   FILE STATUS IS  PLAYERS-STATUS.
           SELECT  CHAPMAP ASSIGN TO "CHAPMAP.txt"
                   FILE STATUS IS  CHAPMAP-STATUS.
           SELECT  MERGELOG ASSIGN TO "MERGE.LOG"
                   FILE STATUS IS  MERGELOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
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
       FD  PLAYERS.
       01  PLAYERS-REC.
      *
       FD  CHAPMAP.
       01  CHAPMAP-REC       PIC X(11).
      *
      *    PLAYERMNT's merge register - only the two IDs matter here.
       FD  MERGELOG.
       01  MERGELOG-REC.
           03  MG-FIXED      PIC X(27).
           03  MG-RETIRED    PIC X(10).
           03  FILLER        PIC X(01).
           03  MG-SURVIVOR   PIC X(10).
           03  MG-REST       PIC X(98).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  RUN-LEN         PIC 9(03).
         03  MAX-JULIAN      PIC 9(07).
         03  DAY-PRESENT     PIC X(01).
         03  MERGELOG-STATUS PIC X(02).
         03  MERGELOG-END    PIC X(01).
         03  MAP-IDX         PIC 9(03)  COMP.
         03  MAP-HIT         PIC 9(03)  COMP.
         03  MAP-PASS        PIC 9(02)  COMP.
         03  MAP-OVERFLOW    PIC X(01).
      *
      *    one slot per player seen in the outcome log, carrying the
      *    counter staff's bragging numbers - best affection, happy
           05  LB-ALLPOSI    PIC X(01).
           05  LB-ALLPOSI-DATE PIC 9(08).
           05  LB-DONE       PIC X(01).
      *
      *
      *    retired ID to surviving ID, one row per merge on the
      *    register. the outcome logs keep the ID each row was played
      *    under, so a regular who signed up twice is folded back
      *    into one player here rather than counted as two.
       01  MERGE-MAP.
         03  MAP-COUNT       PIC 9(03)  COMP  VALUE  0.
         03  MAP-ENTRY       OCCURS  200 TIMES.
           05  MAP-FROM      PIC X(10).
           05  MAP-INTO      PIC X(10).
      *
       PROCEDURE         DIVISION.
      *
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK LEADER-TABLE MERGE-MAP.
           PERFORM  120-LOAD-MAP THRU 120-END.
           MOVE  "N"          TO     MAP-PRESENT.
           OPEN  INPUT  CHAPMAP.
           IF  CHAPMAP-STATUS =      "00"
           PERFORM  910-READ-RESULTS THRU 910-END.
       100-END.
           EXIT.
      *
       120-LOAD-MAP      SECTION.
           MOVE  SPACE        TO     MERGELOG-END.
           OPEN  INPUT  MERGELOG.
           IF  MERGELOG-STATUS NOT = "00"
               GO TO 120-END
           END-IF.
           PERFORM  920-READ-MERGELOG THRU 920-END.
           PERFORM  125-MAP-ONE THRU 125-END
               UNTIL MERGELOG-END = HIGH-VALUE.
           CLOSE MERGELOG.
       120-END.
           EXIT.
      *
       125-MAP-ONE       SECTION.
           IF  MAP-COUNT      <      200
               ADD  1             TO     MAP-COUNT
               MOVE  MG-RETIRED   TO     MAP-FROM(MAP-COUNT)
               MOVE  MG-SURVIVOR  TO     MAP-INTO(MAP-COUNT)
           ELSE
               IF  MAP-OVERFLOW   NOT =  "Y"
                   DISPLAY "warning: merge map full, later merges "
                       "counted as separate players"
                   MOVE  "Y"          TO     MAP-OVERFLOW
               END-IF
           END-IF.
           PERFORM  920-READ-MERGELOG THRU 920-END.
       125-END.
           EXIT.
      *
       200-ROW           SECTION.
           IF  RES-ENDING     =      "CFWD"
            OR RES-PLAYER     =      SPACES
               CONTINUE
           ELSE
               PERFORM  205-MAP-ID THRU 205-END
               PERFORM  210-SLOT THRU 210-END
               IF  LB-HIT         >      0
                   PERFORM  220-TALLY THRU 220-END
           PERFORM  910-READ-RESULTS THRU 910-END.
       200-END.
           EXIT.
      *
      *    a retired ID may itself have been merged on again, so the
      *    map is followed until nothing more applies - a handful of
      *    steps at most, which also stops a register that loops back
      *    on itself from hanging the run.
       205-MAP-ID        SECTION.
           IF  MAP-COUNT      =      0
               GO TO 205-END
           END-IF.
           MOVE  1            TO     MAP-HIT.
           PERFORM  206-MAP-PASS THRU 206-END
               VARYING  MAP-PASS  FROM  1  BY  1
               UNTIL  MAP-PASS  >  5
                  OR  MAP-HIT   =  0.
       205-END.
           EXIT.
      *
       206-MAP-PASS      SECTION.
           MOVE  0            TO     MAP-HIT.
           PERFORM  207-MAP-FIND THRU 207-END
               VARYING  MAP-IDX  FROM  1  BY  1
               UNTIL  MAP-IDX  >  MAP-COUNT
                  OR  MAP-HIT  >  0.
           IF  MAP-HIT        >      0
               MOVE  MAP-INTO(MAP-HIT) TO RES-PLAYER
           END-IF.
       206-END.
           EXIT.
      *
       207-MAP-FIND      SECTION.
           IF  MAP-FROM(MAP-IDX) =   RES-PLAYER
               MOVE  MAP-IDX      TO     MAP-HIT
           END-IF.
       207-END.
           EXIT.
      *
       210-SLOT          SECTION.
           MOVE  0            TO     LB-HIT.
           END-READ.
       910-END.
           EXIT.
      *
       920-READ-MERGELOG SECTION.
           READ MERGELOG
           AT END
               MOVE HIGH-VALUE TO MERGELOG-END
           END-READ.
       920-END.
           EXIT.
