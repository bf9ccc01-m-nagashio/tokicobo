         03  STEP-IDX        PIC 9(02)  COMP.
         03  CMD-IDX         PIC 9(02)  COMP.
         03  RUN-COMMAND     PIC X(41).
         03  PRE-CMD         PIC X(40).
         03  STEP-FAILED     PIC X(01).
      *
      *    the close-of-day sequence, in the order the outputs feed
      *    each other - the merge builds the masters the checks and
      *    reports read, and the month-end rollover runs last so it
      *    never cuts rows out from under the earlier steps. the
      *    pack pre-flight reads no logs, so it goes on the end and
      *    leaves the NIGHTRUN.CMD line numbers of the others alone;
      *    a pack that fails it stops the night with the evening
      *    still left to fix it before the kiosks take it. the
      *    till cash-up reads the finished logs and fails nothing,
      *    so it goes after the pre-flight for the same reason.
      *    the check value walk of the outcome log and coupon
      *    ledger must stop the night before LOGMERGE or MONTHEND
      *    touch either file, so CHAINVFY is not a step at all but
      *    a pre-flight ahead of step 1 (150-CHAIN-CHECK); it keeps
      *    NIGHTRUN.CMD line 9 for its command, and slot 9 of the
      *    table stays empty so the lines after it keep theirs.
      *    the analysis cache report fails nothing and reads the
      *    merged logs, so it goes on the very end. each step's
      *    command can be overridden one line per step in
      *    NIGHTRUN.CMD (blank line = keep the default), for a shop
      *    that launches its programs through a wrapper.
       01  STEP-TABLE.
         03  STEP-ENTRY      OCCURS  10 TIMES.
           05  STEP-NAME     PIC X(08).
           05  STEP-CMD      PIC X(40).
           05  STEP-MONTHLY  PIC X(01).
      *
       PROCEDURE         DIVISION.
      *
      *    the night batch as one button - proves the outcome log
      *    and coupon ledger chains with CHAINVFY first, then runs
      *    LOGMERGE, RECON, DAYCLOSE, PERFRPT, ANALSTAT, (on the
      *    first of the month) MONTHEND, the PACKCHK pre-flight of
      *    tomorrow's packs, the CASHUP till reconciliation and the
      *    CACHERPT analysis cache report in order, files each
      *    completion in NIGHTRUN.STA, stops
      *    dead on the first failure, and a rerun the same night
      *    picks up at the failed step instead of re-running what
      *    already worked. the night shift is one
      *    person; the order lives here now, not in their memory.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  150-CHAIN-CHECK THRU 150-END.
           MOVE  SPACE        TO     STEP-FAILED.
           PERFORM  200-RUN-STEP THRU 200-END
               VARYING  STEP-IDX  FROM  1  BY  1
               UNTIL  STEP-IDX  >  10
                  OR  STEP-FAILED  =  "Y".
           IF  STEP-FAILED    =      "Y"
               DISPLAY "night batch STOPPED - fix the step above "
           MOVE  "ANALSTAT"   TO     STEP-NAME(5).
           MOVE  "MONTHEND"   TO     STEP-NAME(6).
           MOVE  "Y"          TO     STEP-MONTHLY(6).
           MOVE  "PACKCHK"    TO     STEP-NAME(7).
           MOVE  "CASHUP"     TO     STEP-NAME(8).
           MOVE  "CACHERPT"   TO     STEP-NAME(10).
           PERFORM  110-DEFAULT-CMD THRU 110-END
               VARYING  STEP-IDX  FROM  1  BY  1
               UNTIL  STEP-IDX  >  10.
           MOVE  "CHAINVFY"   TO     PRE-CMD.
           PERFORM  120-LOAD-CMDS THRU 120-END.
           PERFORM  130-LOAD-STATUS THRU 130-END.
           DISPLAY "===== NIGHT BATCH (" TODAY-DATE ") =====".
           END-IF.
           PERFORM  125-CMD-LINE THRU 125-END
               VARYING  CMD-IDX  FROM  1  BY  1
               UNTIL  CMD-IDX  >  10
                  OR  CMDFILE-END  =  HIGH-VALUE.
           CLOSE CMDFILE.
       120-END.
                   MOVE  HIGH-VALUE   TO     CMDFILE-END
               NOT AT END
                   IF  CMDFILE-REC    NOT =  SPACES
                       IF  CMD-IDX        =      9
                           MOVE  CMDFILE-REC  TO     PRE-CMD
                       ELSE
                           MOVE  CMDFILE-REC  TO  STEP-CMD(CMD-IDX)
                       END-IF
                   END-IF
           END-READ.
       125-END.
           CLOSE STEPSTA.
       130-END.
           EXIT.
      *
      *    a tampered or broken chain is not something any later
      *    step should build on - runs every time, a resumed night
      *    included, and files nothing in NIGHTRUN.STA.
       150-CHAIN-CHECK   SECTION.
           DISPLAY "pre-flight CHAINVFY starting...".
           MOVE  SPACES       TO     RUN-COMMAND.
           MOVE  PRE-CMD      TO     RUN-COMMAND.
           CALL  "SYSTEM"  USING  RUN-COMMAND.
           IF  RETURN-CODE    NOT =  0
               DISPLAY "pre-flight CHAINVFY FAILED - return code "
                   RETURN-CODE
               DISPLAY "night batch NOT STARTED - the outcome log or "
                   "coupon ledger chain is broken"
               MOVE  8            TO     RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "pre-flight CHAINVFY done".
       150-END.
           EXIT.
      *
       200-RUN-STEP      SECTION.
           IF  STEP-NAME(STEP-IDX) =  SPACES
               GO TO 200-END
           END-IF.
           IF  STEP-IDX       <=     DONE-STEP
               DISPLAY "step " STEP-IDX " " STEP-NAME(STEP-IDX)
                   " - already done, skipped"
