         03  PARA-BRANCH     PIC X(01).
         03  PARA-PLAYER     PIC X(10).
         03  PARA-PACK       PIC X(12).
         03  PARA-ARM        PIC X(01).
      *    "Y" when the last answer could not be graded because the
      *    "analysis" CALL itself failed - MAIN refunds a paid
      *    session that ends that way.
         03  PARA-FAULT      PIC X(01).
      *    the candidate "analysis" module being shadow-scored, or
      *    spaces when no shadow trial is running.
         03  PARA-SHADOW     PIC X(20).
      *
       PROCEDURE             DIVISION  USING  PARA.
      *
      *    the second commits the permanent bad ending. PARA-NEXT = 2
      *    tells MAIN's 400-STORY to loop back on the same PARA-STORY
      *    instead of advancing, which a plain "1" cannot distinguish
      *    from a genuine POSI/NEUTRAL success. MAIN re-checks the
      *    count against the chapter's retry budget in CUTLINE.txt,
      *    so the one-retry rule here is only the default.
           ADD   1            TO    PARA-NEGA-TRIES.
           MOVE  "G"          TO    PARA-BRANCH.
           IF  PARA-NEGA-TRIES <     2
