           05  OVR-CHAPTER   PIC X(02).
           05  OVR-SCORE     PIC X(01).
           05  OVR-PHRASE    PIC X(99).
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
           INITIALIZE WORK OVERRIDE-TABLE.
      *    the same staff sign-on ADMIN uses - every entry added or
      *    dropped is logged against whoever signed on.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "OVRMNT"     TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           PERFORM  110-LOAD  THRU  110-END.
           MOVE  ANSWER       TO     OVR-PHRASE(OVR-COUNT).
           PERFORM  650-REWRITE THRU 650-END.
           DISPLAY "filed - STORY honors it from the next session".
           MOVE  "OVRADD"     TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "chapter " NEW-CHAPTER " score " NEW-SCORE
               DELIMITED BY SIZE INTO  STAFF-KEY.
           MOVE  ANSWER       TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       500-END.
           EXIT.
      *
               DISPLAY "entry numbers run 1-" OVR-COUNT
               GO TO 600-END
           END-IF.
           MOVE  "OVRDROP"    TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "chapter " OVR-CHAPTER(PICK-NUM) " score "
               OVR-SCORE(PICK-NUM) DELIMITED BY SIZE INTO  STAFF-KEY.
           MOVE  OVR-PHRASE(PICK-NUM) TO STAFF-DETAIL.
      *    close the gap by shifting the tail up one slot - the
      *    file is rewritten whole, so order only matters for the
      *    numbers staff see on the list.
           SUBTRACT  1        FROM   OVR-COUNT.
           PERFORM  650-REWRITE THRU 650-END.
           DISPLAY "entry dropped".
           PERFORM  950-STAFF-LOG THRU 950-END.
       600-END.
           EXIT.
      *
           WRITE OVRTAB-REC.
       655-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
