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
