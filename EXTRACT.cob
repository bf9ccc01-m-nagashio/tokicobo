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
       FD  CSVOUT.
       01  CSVOUT-REC        PIC X(80).
           AND SL-DATE        >=     FROM-DATE
           AND SL-DATE        <=     TO-DATE
           AND SL-BRANCH      NOT =  "ERROR"
           AND SL-BRANCH      NOT =  "MODERAT"
           AND SL-BRANCH      NOT =  "NEUT-MD"
           AND SL-PLAYER      NOT =  SPACES
               PERFORM  220-SES-FIND THRU 220-END
               IF  SES-HIT        >      0
