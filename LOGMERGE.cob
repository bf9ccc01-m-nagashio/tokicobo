                   FILE STATUS IS  MTHINK-STATUS.
           SELECT  ATHINK  ASSIGN TO "THINKLOG_ALL.txt"
                   FILE STATUS IS  ATHINK-STATUS.
           SELECT  MSHAD   ASSIGN TO MSHAD-NAME
                   FILE STATUS IS  MSHAD-STATUS.
           SELECT  ASHAD   ASSIGN TO "SHADOW_ALL.txt"
                   FILE STATUS IS  ASHAD-STATUS.
           SELECT  MFEED   ASSIGN TO MFEED-NAME
                   FILE STATUS IS  MFEED-STATUS.
           SELECT  AFEED   ASSIGN TO "FEEDBACK_ALL.LOG"
                   FILE STATUS IS  AFEED-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           03  MR-ENDING     PIC X(05).
           03  FILLER        PIC X(32).
           03  MR-SEQ        PIC X(06).
           03  FILLER        PIC X(32).
      *
       FD  MSESS.
       01  MSESS-REC.
           03  FILLER        PIC X(145).
           03  MS-SEQ        PIC X(06).
           03  FILLER        PIC X(17).
      *
       FD  MPERF.
       01  MPERF-REC.
           03  MP-SEQ        PIC X(06).
      *
       FD  ARES.
       01  ARES-REC          PIC X(84).
      *
       FD  ASESS.
       01  ASESS-REC         PIC X(168).
      *
       FD  APERF.
       01  APERF-REC         PIC X(32).
      *
       FD  ATHINK.
       01  ATHINK-REC        PIC X(25).
      *
       FD  MSHAD.
       01  MSHAD-REC         PIC X(206).
      *
       FD  ASHAD.
       01  ASHAD-REC         PIC X(206).
      *
       FD  MFEED.
       01  MFEED-REC         PIC X(122).
      *
       FD  AFEED.
       01  AFEED-REC         PIC X(122).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  MTHINK-NAME     PIC X(20).
         03  MTHINK-END      PIC X(01).
         03  ATHINK-STATUS   PIC X(02).
         03  MSHAD-STATUS    PIC X(02).
         03  MSHAD-NAME      PIC X(20).
         03  MSHAD-END       PIC X(01).
         03  ASHAD-STATUS    PIC X(02).
         03  MFEED-STATUS    PIC X(02).
         03  MFEED-NAME      PIC X(20).
         03  MFEED-END       PIC X(01).
         03  AFEED-STATUS    PIC X(02).
         03  TERM-ANSWER     PIC X(04).
         03  TERM-IDX        PIC 9(02)  COMP.
         03  SUB-PLAYS       PIC 9(05).
         03  SUB-SESS        PIC 9(05).
         03  SUB-PERF        PIC 9(05).
         03  SUB-THINK       PIC 9(05).
         03  SUB-SHAD        PIC 9(05).
         03  SUB-FEED        PIC 9(05).
         03  TOT-PLAYS       PIC 9(05).
         03  CHK-LABEL       PIC X(08).
         03  CHK-SEQ         PIC X(06).
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT ARES ASESS APERF ATHINK ASHAD AFEED.
           DISPLAY "===== NIGHTLY LOG MERGE =====".
           PERFORM  200-MERGE-TERM THRU 200-END
               VARYING  TERM-IDX  FROM  1  BY  1
               UNTIL  TERM-IDX  >  TERM-COUNT.
           CLOSE ARES ASESS APERF ATHINK ASHAD AFEED.
           DISPLAY "shop-wide plays merged : " TOT-PLAYS.
           STOP RUN.
       000-END.
       200-MERGE-TERM    SECTION.
           MOVE  ZERO         TO     SUB-PLAYS SUB-HAPPY SUB-BAD
                                     SUB-ABAND SUB-SESS SUB-PERF
                                     SUB-THINK SUB-SHAD SUB-FEED.
           MOVE  SPACES       TO     MRES-NAME.
           STRING  "RESULTS_"              DELIMITED BY SIZE
                   TERM-ID(TERM-IDX)       DELIMITED BY SPACE
                   TERM-ID(TERM-IDX)       DELIMITED BY SPACE
                   ".txt"                  DELIMITED BY SIZE
               INTO  MTHINK-NAME.
           MOVE  SPACES       TO     MSHAD-NAME.
           STRING  "SHADOW_"               DELIMITED BY SIZE
                   TERM-ID(TERM-IDX)       DELIMITED BY SPACE
                   ".txt"                  DELIMITED BY SIZE
               INTO  MSHAD-NAME.
           MOVE  SPACES       TO     MFEED-NAME.
           STRING  "FEEDBACK_"             DELIMITED BY SIZE
                   TERM-ID(TERM-IDX)       DELIMITED BY SPACE
                   ".LOG"                  DELIMITED BY SIZE
               INTO  MFEED-NAME.
      *
           MOVE  SPACE        TO     TERM-SUSPECT.
           PERFORM  245-READ-COUNTERS THRU 245-END.
                   UNTIL MTHINK-END = HIGH-VALUE
               CLOSE MTHINK
           END-IF.
      *    a shadow log exists only on a kiosk running a shadow
      *    trial - missing is normal, the same as the think log.
           MOVE  SPACE        TO     MSHAD-END.
           OPEN  INPUT  MSHAD.
           IF  MSHAD-STATUS   =      "00"
               PERFORM  919-READ-MSHAD THRU 919-END
               PERFORM  242-COPY-SHAD  THRU 242-END
                   UNTIL MSHAD-END = HIGH-VALUE
               CLOSE MSHAD
           END-IF.
      *    no player may have rated anything on a quiet kiosk -
      *    missing is normal, the same as the think log.
           MOVE  SPACE        TO     MFEED-END.
           OPEN  INPUT  MFEED.
           IF  MFEED-STATUS   =      "00"
               PERFORM  921-READ-MFEED THRU 921-END
               PERFORM  244-COPY-FEED  THRU 244-END
                   UNTIL MFEED-END = HIGH-VALUE
               CLOSE MFEED
           END-IF.
      *
           DISPLAY "kiosk " TERM-ID(TERM-IDX)
                   " plays=" SUB-PLAYS
                   " aband=" SUB-ABAND
                   " audit=" SUB-SESS
                   " perf="  SUB-PERF
                   " think=" SUB-THINK
                   " shadow=" SUB-SHAD
                   " feedback=" SUB-FEED.
           IF  TERM-SUSPECT   =      "Y"
               DISPLAY "*** kiosk " TERM-ID(TERM-IDX) " copy is "
                   "SUSPECT - recopy its logs and rerun ***"
           PERFORM  918-READ-MTHINK THRU 918-END.
       240-END.
           EXIT.
      *
       242-COPY-SHAD     SECTION.
           WRITE ASHAD-REC    FROM   MSHAD-REC.
           ADD  1             TO     SUB-SHAD.
           PERFORM  919-READ-MSHAD THRU 919-END.
       242-END.
           EXIT.
      *
       244-COPY-FEED     SECTION.
           WRITE AFEED-REC    FROM   MFEED-REC.
           ADD  1             TO     SUB-FEED.
           PERFORM  921-READ-MFEED THRU 921-END.
       244-END.
           EXIT.
      *
       915-READ-MRES     SECTION.
           READ MRES
           END-READ.
       918-END.
           EXIT.
      *
       919-READ-MSHAD    SECTION.
           READ MSHAD
           AT END
               MOVE HIGH-VALUE TO MSHAD-END
           END-READ.
       919-END.
           EXIT.
      *
       921-READ-MFEED    SECTION.
           READ MFEED
           AT END
               MOVE HIGH-VALUE TO MFEED-END
           END-READ.
       921-END.
           EXIT.
