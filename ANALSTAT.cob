           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  CONFIG.
       01  CONFIG-REC        PIC X(20).
               PERFORM  220-BAND       THRU 220-END
               IF  SL-BRANCH      NOT =  "ERROR"
               AND SL-BRANCH      NOT =  "ABANDON"
               AND SL-BRANCH      NOT =  "MODERAT"
               AND SL-BRANCH      NOT =  "NEUT-MD"
               AND SL-OUTPUT      NUMERIC
                   COMPUTE SCORE-SLOT = SL-OUTPUT + 1
                   ADD  1          TO  CH-SCORE(SL-STORY, SCORE-SLOT)
