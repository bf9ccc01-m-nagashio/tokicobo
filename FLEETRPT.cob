         03  SESS-LATEST     PIC 9(05).
         03  SESS-TOTAL      PIC 9(05).
         03  FATAL-COUNT     PIC 9(05).
         03  KIT-LAST        PIC 9(08).
         03  KIT-JULIAN      PIC 9(07).
         03  SWAP-BAD        PIC 9(02).
         03  QUIET-COUNT     PIC 9(02).
         03  EXPECT-JULIAN   PIC 9(07).
         03  EXPECT-DATE     PIC 9(08).
         03  SHUT-STEPS      PIC 9(02).
      *
      *    handed to SHOPCAL - was the shop open on a given date.
       01  CAL-PARA.
         03  CAL-DATE        PIC 9(08).
         03  CAL-TIME        PIC 9(04).
         03  CAL-OPEN        PIC 9(04).
         03  CAL-CLOSE       PIC 9(04).
         03  CAL-STATE       PIC X(01).
         03  CAL-NOTE        PIC X(30).
      *
       01  TERM-TABLE.
         03  TERM-COUNT      PIC 9(02)  COMP  VALUE  0.
      *    the last heartbeat, sessions served on its newest day,
      *    and every overnight fatal stop with the file that caused
      *    it - so a dead kiosk is found before a customer finds it.
      *    a machine swapped in the last week from a replacement kit
      *    is shown, and flagged if its counts did not match, along
      *    with the date of each kiosk's newest kit.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           IF  TERM-COUNT     =      0
           PERFORM  110-GET-TERM THRU 110-END
               UNTIL TERM-COUNT = 8
                  OR TERM-ANSWER = HIGH-VALUES.
      *    a kiosk is expected to have been busy on the last day the
      *    shop was open, not simply yesterday - after a closed
      *    Sunday or a holiday the check steps back over the shut
      *    days (a month at most) so nothing is flagged for them.
           COMPUTE EXPECT-JULIAN = TODAY-JULIAN - 1.
           MOVE  ZERO         TO     SHUT-STEPS.
           PERFORM  120-EXPECT-DAY THRU 120-END.
           PERFORM  125-STEP-BACK  THRU 125-END
               UNTIL CAL-STATE  NOT =  "S"
                  OR SHUT-STEPS =      31.
           COMPUTE EXPECT-DATE =
               FUNCTION DATE-OF-INTEGER(EXPECT-JULIAN).
           IF  SHUT-STEPS     >      0
               DISPLAY "shop shut on the day(s) before today - "
                   "quiet is judged from " EXPECT-DATE
           END-IF.
       100-END.
           EXIT.
      *
           END-IF.
       110-END.
           EXIT.
      *
       120-EXPECT-DAY    SECTION.
           COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(EXPECT-JULIAN).
           MOVE  ZERO         TO     CAL-TIME.
           CALL  "SHOPCAL"    USING  CAL-PARA.
       120-END.
           EXIT.
      *
       125-STEP-BACK     SECTION.
           SUBTRACT 1         FROM   EXPECT-JULIAN.
           ADD  1             TO     SHUT-STEPS.
           PERFORM  120-EXPECT-DAY THRU 120-END.
       125-END.
           EXIT.
      *
       200-TERM-ONE      SECTION.
           MOVE  ZERO         TO     LAST-DATE LAST-TIME
                                     SESS-LATEST SESS-TOTAL
                                     FATAL-COUNT KIT-LAST SWAP-BAD.
           MOVE  SPACES       TO     MOPS-NAME.
           STRING  "OPSLOG_"               DELIMITED BY SIZE
                   TERM-ID(TERM-IDX)       DELIMITED BY SPACE
               " last heartbeat " LAST-DATE " " LAST-TIME
               " sessions(latest day)=" SESS-LATEST
               " total=" SESS-TOTAL.
      *    a kiosk whose newest line is older than the last open day
      *    went quiet - it may be off, wedged at a prompt, or its
      *    copy job failed; all three deserve a visit.
           IF  LAST-DATE      >      0
               COMPUTE LAST-JULIAN =
                   FUNCTION INTEGER-OF-DATE(LAST-DATE)
               IF  LAST-JULIAN    <      EXPECT-JULIAN
                   DISPLAY "    *** QUIET since " LAST-DATE " ***"
                   ADD  1             TO     QUIET-COUNT
               END-IF
           IF  FATAL-COUNT    >      0
               ADD  1             TO     QUIET-COUNT
           END-IF.
      *    the kit is what a dead PC is rebuilt from - one older than
      *    a week means a week of play lost if the PC dies tonight.
           IF  KIT-LAST       =      0
               DISPLAY "    no replacement kit on record - run KITEXP"
           ELSE
               COMPUTE KIT-JULIAN =
                   FUNCTION INTEGER-OF-DATE(KIT-LAST)
               IF  KIT-JULIAN     <      TODAY-JULIAN - 7
                   DISPLAY "    last replacement kit " KIT-LAST
                       " - over a week old, run KITEXP"
               ELSE
                   DISPLAY "    last replacement kit " KIT-LAST
               END-IF
           END-IF.
           IF  SWAP-BAD       >      0
               ADD  1             TO     QUIET-COUNT
           END-IF.
       200-END.
           EXIT.
      *
                   ADD  1             TO     FATAL-COUNT
               END-IF
           END-IF.
           IF  OP-EVENT       =      "KITEXP"
               MOVE  OP-DATE      TO     KIT-LAST
           END-IF.
      *    a machine swap - the new PC was loaded from a kit and
      *    carries on the old one's log, so the swap shows here.
           IF  OP-EVENT       =      "KITLOAD"
               COMPUTE ROW-JULIAN =
                   FUNCTION INTEGER-OF-DATE(OP-DATE)
               IF  ROW-JULIAN     >=     TODAY-JULIAN - 7
                   DISPLAY "    MACHINE SWAPPED " OP-DATE " " OP-TIME
                       " : " OP-DETAIL
                   IF  OP-DETAIL(32:8) =     "MISMATCH"
                       DISPLAY "    *** kit counts did not match - "
                           "check the machine ***"
                       ADD  1             TO     SWAP-BAD
                   END-IF
               END-IF
           END-IF.
           PERFORM  910-READ-MOPS THRU 910-END.
       210-END.
           EXIT.
