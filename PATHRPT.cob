           03  SL-SEQ        PIC 9(06).
           03  FILLER        PIC X(01).
           03  SL-PACK       PIC X(12).
           03  FILLER        PIC X(01).
           03  SL-ARM        PIC X(01).
           03  FILLER        PIC X(01).
           03  SL-SOURCE     PIC X(01).
      *
       FD  CHAPMAP.
       01  CHAPMAP-REC.
           IF  SL-STORY       NOT NUMERIC
            OR SL-STORY       =      0
            OR SL-PLAYER      =      SPACES
            OR SL-BRANCH      =      "MODERAT"
               PERFORM  910-READ  THRU  910-END
               GO TO 200-END
           END-IF.
      *    fold the branch down to the map column it picks - the
      *    override and moderation spellings pick the same columns,
      *    an ERROR row went down the NEGA road, and an ABANDON ends
      *    the walk. a MODERAT row was re-asked, so it is no step.
           EVALUATE  SL-BRANCH
               WHEN "POSI"
               WHEN "POSI-OV"
                   MOVE  "P"          TO     BRANCH-CODE
               WHEN "NEUTRAL"
               WHEN "NEUT-OV"
               WHEN "NEUT-MD"
                   MOVE  "N"          TO     BRANCH-CODE
               WHEN "NEGA"
               WHEN "NEGA-OV"
