                   FILE STATUS IS  TESTS-STATUS.
           SELECT  REVIEW  ASSIGN  TO  "ANALYSIS_REVIEW.txt"
                   FILE STATUS IS  REVIEW-STATUS.
           SELECT  CASES   ASSIGN TO "DISPUTE.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS DC-CASE
                   FILE STATUS IS  CASES-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  TESTS.
       01  TEST-REC.
           03  RV-PHRASE     PIC X(99).
           03  RV-TALK       PIC 9(01).
           03  RV-EXPECT     PIC X(01).
      *
      *    the dispute case file - only the closed cases with a
      *    confirmed misroute are read, for the answer and the class
      *    the supervisor ruled it should have had.
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
         03  SEEN-OVERFLOW   PIC X(01).
         03  CAND-COUNT      PIC 9(05).
         03  CAND-EXPECT     PIC X(01).
         03  CAND-PHRASE     PIC X(99).
         03  CAND-TALK       PIC X(01).
         03  CASES-STATUS    PIC X(02).
         03  CASES-END       PIC X(01).
         03  CASE-COUNT      PIC 9(05).
         03  CASE-BEFORE     PIC 9(05).
         03  SEEN-WORK       PIC X(100).
      *
      *    every (phrase, talk digit) pair already covered - by the
      *    ANALYSIS_TESTS.txt layout. an operator confirms or fixes
      *    the expected class before promoting rows into the live
      *    test file; ERROR rows go out with "?" since the right
      *    class is exactly what needs a human ruling. misroutes
      *    confirmed in a dispute case go first, with the class the
      *    supervisor ruled, so the same answer seen again in the
      *    trail is already covered and never goes out as a guess.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-ROW   THRU  200-END
           END-IF.
           DISPLAY "candidate rows appended to ANALYSIS_REVIEW.txt : "
               CAND-COUNT.
           DISPLAY "  of which from dispute cases                 : "
               CASE-COUNT.
           STOP RUN.
       000-END.
           EXIT.
           INITIALIZE WORK SEEN-TABLE.
           PERFORM  110-LOAD-TESTS  THRU 110-END.
           PERFORM  120-LOAD-REVIEW THRU 120-END.
           PERFORM  130-DISPUTES    THRU 130-END.
           MOVE  "SESSLOG_ALL.txt"   TO     SESSLOG-NAME.
           OPEN  INPUT  SESSLOG.
           IF  SESSLOG-STATUS NOT =  "00"
           END-IF.
           IF  SESSLOG-STATUS NOT =  "00"
               DISPLAY "no audit trail recorded yet in SESSION_LOG.txt"
               IF  CAND-COUNT     >      0
                   CLOSE REVIEW
               END-IF
               DISPLAY "candidate rows from dispute cases : "
                   CASE-COUNT
               STOP RUN
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
           PERFORM  930-READ-REVIEW THRU 930-END.
       125-END.
           EXIT.
      *
       130-DISPUTES      SECTION.
           MOVE  SPACE        TO     CASES-END.
           OPEN  INPUT  CASES.
           IF  CASES-STATUS   NOT =  "00"
               GO TO 130-END
           END-IF.
           MOVE  ZERO         TO     DC-CASE.
           START CASES  KEY  NOT <  DC-CASE
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-START.
           PERFORM  940-READ-CASE  THRU 940-END.
           PERFORM  135-DISPUTE-ONE THRU 135-END
               UNTIL CASES-END = HIGH-VALUE.
           CLOSE CASES.
       130-END.
           EXIT.
      *
       135-DISPUTE-ONE   SECTION.
           IF  DC-STATUS      =      "C"
           AND DC-FINDING     =      "M"
           AND DC-MIS-INPUT   NOT =  SPACES
               MOVE  DC-MIS-INPUT TO     CAND-PHRASE
               MOVE  DC-MIS-STORY(2:1) TO CAND-TALK
               MOVE  DC-MIS-EXPECT TO    CAND-EXPECT
               MOVE  CAND-COUNT   TO     CASE-BEFORE
               PERFORM  210-CANDIDATE THRU 210-END
               IF  CAND-COUNT     >      CASE-BEFORE
                   ADD  1             TO     CASE-COUNT
               END-IF
           END-IF.
           PERFORM  940-READ-CASE  THRU 940-END.
       135-END.
           EXIT.
      *
       200-ROW           SECTION.
           MOVE  SPACE        TO     CAND-EXPECT.
               END-IF
           END-IF.
           IF  CAND-EXPECT    NOT =  SPACE
               MOVE  SL-INPUT     TO     CAND-PHRASE
               MOVE  SL-STORY(2:1) TO    CAND-TALK
               PERFORM  210-CANDIDATE THRU 210-END
           END-IF.
           PERFORM  910-READ-SESSLOG THRU 910-END.
      *
       210-CANDIDATE     SECTION.
           MOVE  SPACES       TO     SEEN-WORK.
           MOVE  CAND-PHRASE  TO     SEEN-WORK(1:99).
      *    the low-order story digit, matching how RV-TALK and the
      *    engine's own single-digit TALK_COUNT truncate the chapter.
           MOVE  CAND-TALK    TO     SEEN-WORK(100:1).
           MOVE  0            TO     SEEN-HIT.
           PERFORM  310-SEEN-FIND THRU 310-END
               VARYING  SEEN-IDX  FROM  1  BY  1
                   STOP RUN
               END-IF
           END-IF.
           MOVE  CAND-PHRASE  TO     RV-PHRASE.
           MOVE  CAND-TALK    TO     RV-TALK.
           MOVE  CAND-EXPECT  TO     RV-EXPECT.
           WRITE REVIEW-REC.
           ADD  1             TO     CAND-COUNT.
           END-READ.
       930-END.
           EXIT.
      *
       940-READ-CASE     SECTION.
           IF  CASES-END      =      HIGH-VALUE
               GO TO 940-END
           END-IF.
           READ  CASES  NEXT  RECORD
               AT END
                   MOVE  HIGH-VALUE   TO     CASES-END
           END-READ.
       940-END.
           EXIT.
