                   FILE STATUS IS  SESSLOG-STATUS.
           SELECT  PROBE   ASSIGN TO PROBE-NAME
                   FILE STATUS IS  PROBE-STATUS.
           SELECT  RECEIPT ASSIGN TO "RECEIPT.PRN"
                   FILE STATUS IS  RECEIPT-STATUS.
           SELECT  RCPTLOG ASSIGN TO "RECEIPT.LOG"
                   FILE STATUS IS  RCPTLOG-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           03  CKPT-NEGA-TRIES PIC 9(01).
           03  CKPT-AFFECTION  PIC 9(02).
           03  CKPT-PLAYER   PIC X(10).
           03  CKPT-PARTNER  PIC X(10).
           03  CKPT-HELD     PIC X(01).
      *
       FD  LANGCFG.
       01  LANGCFG-REC       PIC X(02).
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
       FD  PROBE.
       01  PROBE-REC         PIC X(01).
      *
      *    the slip printer's file and MAIN's log of every slip it
      *    has printed, line by line under the receipt number.
       FD  RECEIPT.
       01  RECEIPT-REC       PIC X(40).
      *
       FD  RCPTLOG.
       01  RCPTLOG-REC.
           03  RL-NUMBER     PIC 9(06).
           03  FILLER        PIC X(01).
           03  RL-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  RL-LINE       PIC X(40).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  BAD-COUNT       PIC 9(05).
         03  ABAND-COUNT     PIC 9(05).
         03  LINE-IDX        PIC 9(02).
         03  LINE-MAX        PIC 9(02)   VALUE  23.
         03  SESS-TOTAL      PIC 9(07).
         03  SESS-SEEN       PIC 9(07).
         03  TAIL-FROM       PIC 9(07).
         03  CKPT-PRESENT    PIC X(01).
         03  SHOW-PLAYER     PIC X(10).
         03  SHOW-STORY      PIC 9(02).
         03  EDIT-LINE       PIC 9(02).
         03  RECEIPT-STATUS  PIC X(02).
         03  RCPTLOG-STATUS  PIC X(02).
         03  RCPTLOG-END     PIC X(01).
         03  REPRINT-NO      PIC 9(06).
         03  REPRINT-LINES   PIC 9(03).
      *
      *    the whole CONFIG.txt held in storage so one line can be
      *    edited and the file rewritten in place - the line order
      *    is the contract 102-SET-CONFIG in MAIN reads by.
       01  CONFIG-TABLE.
         03  CFG-LINE        PIC X(20)   OCCURS  23 TIMES.
      *
       01  CONFIG-LABELS.
         03  FILLER   PIC X(24)  VALUE "intro screen 1 file     ".
         03  FILLER   PIC X(24)  VALUE "demo script file        ".
         03  FILLER   PIC X(24)  VALUE "drift margin (tenths)   ".
         03  FILLER   PIC X(24)  VALUE "perf alert threshold cs ".
         03  FILLER   PIC X(24)  VALUE "queue no-show minutes 99".
         03  FILLER   PIC X(24)  VALUE "shadow analysis module  ".
       01  CONFIG-LABELS-R  REDEFINES  CONFIG-LABELS.
         03  CFG-LABEL       PIC X(24)   OCCURS  23 TIMES.
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
      *
       100-INIT          SECTION.
           INITIALIZE WORK CONFIG-TABLE.
           MOVE  23           TO     LINE-MAX.
           ACCEPT  TODAY-DATE FROM   DATE YYYYMMDD.
      *    staff sign on by their own ID and PIN - a curious player
      *    gets no further than the prompt, and what each member of
      *    staff changes here lands on the activity log.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "ADMIN"      TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           PERFORM  110-LOAD-CONFIG THRU 110-END.
           DISPLAY "L - switch language".
           DISPLAY "E - edit a CONFIG.txt line".
           DISPLAY "T - tail of SESSION_LOG.txt".
           DISPLAY "P - reprint a player's receipt".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  500-SWITCH-LANG THRU 500-END
      *        CONFIG.txt points the kiosk at its content and its
      *        analysis module - a supervisor's job.
               WHEN "E"
               WHEN "e"
                   MOVE  "E"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  600-EDIT-CONFIG THRU 600-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "T"
               WHEN "t"
                   MOVE  "T"          TO     MENU-PICK
                   PERFORM  700-TAIL-SESSLOG THRU 700-END
               WHEN "P"
               WHEN "p"
                   MOVE  "P"          TO     MENU-PICK
                   PERFORM  800-REPRINT THRU 800-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               OPEN  OUTPUT  CKPT
               CLOSE CKPT
               DISPLAY "checkpoint cleared"
               MOVE  "CKPTCLR"    TO     STAFF-ACTION
               MOVE  SHOW-PLAYER  TO     STAFF-KEY
               MOVE  SPACES       TO     STAFF-DETAIL
               STRING  "chapter " SHOW-STORY DELIMITED BY SIZE
                   INTO  STAFF-DETAIL
               PERFORM  950-STAFF-LOG THRU 950-END
           ELSE
               DISPLAY "left alone"
           END-IF.
               MOVE  ANSWER(1:2)  TO     LANGCFG-REC
               WRITE LANGCFG-REC
               CLOSE LANGCFG
               MOVE  SPACES       TO     STAFF-DETAIL
               STRING  CURR-LANG " to " ANSWER(1:2)
                   DELIMITED BY SIZE INTO  STAFF-DETAIL
               MOVE  ANSWER(1:2)  TO     CURR-LANG
               DISPLAY "language set to " CURR-LANG
               MOVE  "LANGUAGE"   TO     STAFF-ACTION
               MOVE  SPACES       TO     STAFF-KEY
               PERFORM  950-STAFF-LOG THRU 950-END
           ELSE
               DISPLAY "only JA or EN are installed - unchanged"
           END-IF.
           EXIT.
      *
       600-EDIT-CONFIG   SECTION.
           DISPLAY "which line (1-23)?".
           ACCEPT  ANSWER     FROM   CONSOLE.
      *    staff type "1", not "01" - take one or two digits.
           IF  ANSWER(1:2)    NUMERIC
           END-IF.
           IF  LINE-IDX       <      1
            OR LINE-IDX       >      LINE-MAX
               DISPLAY "line numbers run 1-23"
               GO TO 600-END
           END-IF.
           DISPLAY  CFG-LABEL(LINE-IDX) "is: " CFG-LINE(LINE-IDX).
           MOVE  LINE-IDX     TO     EDIT-LINE.
           DISPLAY "new value (blank line = back to default):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           PERFORM  610-VALIDATE THRU 610-END.
                           "zero-padded - unchanged"
                       GO TO 610-END
                   END-IF
      *            zero would skip a called ticket the moment anyone
      *            touched the kiosk - one minute is the floor.
               WHEN 22
                   IF  ANSWER(1:2)    NUMERIC
                   AND ANSWER(1:2)    NOT =  "00"
                       CONTINUE
                   ELSE
                       DISPLAY "no-show minutes must be 2 digits, "
                           "zero-padded, and not zero - unchanged"
                       GO TO 610-END
                   END-IF
      *            a module name, not a file - the kiosk finds out
      *            at the first answer whether it will load, and
      *            the shadow log shows ERROR if it will not.
               WHEN 23
                   CONTINUE
               WHEN OTHER
      *            every other line names a file - prove it opens
      *            before pointing the kiosk at it.
               UNTIL  LINE-IDX  >  LINE-MAX.
           CLOSE CONFIG.
           DISPLAY "CONFIG.txt rewritten".
           MOVE  "CONFIG"     TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "line " EDIT-LINE DELIMITED BY SIZE
               INTO  STAFF-KEY.
           STRING  CFG-LABEL(EDIT-LINE) "= " CFG-LINE(EDIT-LINE)
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       650-END.
           EXIT.
      *
           PERFORM  920-READ-SESSLOG THRU 920-END.
       720-END.
           EXIT.
      *
      *    the slip printer jammed or ran out - the slip is put
      *    back together from RECEIPT.LOG under its number, marked
      *    as a reprint, and sent to the printer again. the outcome
      *    row stamped with the same number is shown so the counter
      *    can see it is the right player's session.
       800-REPRINT       SECTION.
           DISPLAY "receipt number (all six digits as printed)?".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:6)    NOT NUMERIC
            OR ANSWER(7:1)    NOT =  SPACE
               DISPLAY "not a receipt number"
               GO TO 800-END
           END-IF.
           MOVE  ANSWER(1:6)  TO     REPRINT-NO.
           MOVE  ZERO         TO     REPRINT-LINES.
           MOVE  SPACE        TO     RCPTLOG-END.
           OPEN  INPUT  RCPTLOG.
           IF  RCPTLOG-STATUS NOT =  "00"
               DISPLAY "no receipts printed on this kiosk yet"
               GO TO 800-END
           END-IF.
           OPEN  OUTPUT  RECEIPT.
           IF  RECEIPT-STATUS NOT =  "00"
               DISPLAY "unable to open RECEIPT.PRN (status "
                   RECEIPT-STATUS ")"
               CLOSE RCPTLOG
               GO TO 800-END
           END-IF.
           MOVE  "          *** REPRINT ***"  TO  RECEIPT-REC.
           WRITE RECEIPT-REC.
           PERFORM  930-READ-RCPTLOG THRU 930-END.
           PERFORM  810-REPRINT-LINE THRU 810-END
               UNTIL RCPTLOG-END = HIGH-VALUE.
           CLOSE RCPTLOG RECEIPT.
           IF  REPRINT-LINES  =      0
               DISPLAY "receipt " REPRINT-NO " is not on file"
               GO TO 800-END
           END-IF.
           DISPLAY "receipt " REPRINT-NO " sent to the printer ("
               REPRINT-LINES " lines)".
           MOVE  SPACE        TO     RESULTS-END.
           OPEN  INPUT  RESULTS.
           IF  RESULTS-STATUS =      "00"
               PERFORM  910-READ-RESULTS THRU 910-END
               PERFORM  820-RECEIPT-ROW THRU 820-END
                   UNTIL RESULTS-END = HIGH-VALUE
               CLOSE RESULTS
           END-IF.
           MOVE  "REPRINT"    TO     STAFF-ACTION.
           MOVE  REPRINT-NO   TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       800-END.
           EXIT.
      *
       810-REPRINT-LINE  SECTION.
           IF  RL-NUMBER      NUMERIC
           AND RL-NUMBER      =      REPRINT-NO
               WRITE RECEIPT-REC  FROM   RL-LINE
               ADD  1             TO     REPRINT-LINES
           END-IF.
           PERFORM  930-READ-RCPTLOG THRU 930-END.
       810-END.
           EXIT.
      *
      *    a slip saved mid-game has no outcome row - only the
      *    endings are filed.
       820-RECEIPT-ROW   SECTION.
           IF  RES-RECEIPT    NUMERIC
           AND RES-RECEIPT    =      REPRINT-NO
               DISPLAY "outcome row : " RES-DATE " " RES-TIME " "
                   RES-ENDING " ch" RES-STORY " " RES-PLAYER
           END-IF.
           PERFORM  910-READ-RESULTS THRU 910-END.
       820-END.
           EXIT.
      *
       910-READ-RESULTS  SECTION.
           READ RESULTS
           END-READ.
       920-END.
           EXIT.
      *
       930-READ-RCPTLOG  SECTION.
           READ RCPTLOG
           AT END
               MOVE HIGH-VALUE TO RCPTLOG-END
           END-READ.
       930-END.
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
