       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CUTMNT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  CUTTAB  ASSIGN TO CUT-NAME
                   FILE STATUS IS  CUTTAB-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CUTTAB.
       01  CUTTAB-REC.
           03  CT-CHAPTER    PIC X(02).
           03  FILLER        PIC X(01).
           03  CT-POSI       PIC X(01).
           03  FILLER        PIC X(01).
           03  CT-NEUTRAL    PIC X(01).
           03  FILLER        PIC X(01).
           03  CT-RETRY      PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  CUTTAB-STATUS   PIC X(02).
         03  CUTTAB-END      PIC X(01).
         03  CUT-NAME        PIC X(20).
         03  CUT-LIVE        PIC X(01).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(99).
         03  ENTRY-IDX       PIC 9(03)  COMP.
         03  ENTRY-HIT       PIC 9(03)  COMP.
         03  PICK-NUM        PIC 9(03).
         03  NEW-CHAPTER     PIC X(02).
         03  NEW-POSI        PIC X(01).
         03  NEW-NEUTRAL     PIC X(01).
         03  NEW-RETRY       PIC X(01).
      *
      *    the whole table held in storage so one row can be added,
      *    replaced or dropped and the file rewritten in place - the
      *    same shape OVRMNT gives OVERRIDE.txt. one row per chapter
      *    plus the 00 default is the most there can be.
       01  CUT-TABLE.
         03  CUT-COUNT       PIC 9(03)  COMP  VALUE  0.
         03  CUT-ENTRY       OCCURS  100 TIMES.
           05  CUE-CHAPTER   PIC X(02).
           05  CUE-POSI      PIC X(01).
           05  CUE-NEUTRAL   PIC X(01).
           05  CUE-RETRY     PIC X(01).
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
      *    the per-chapter cut lines STORY routes answers on and the
      *    NEGA retry budget MAIN forgives by - a row is chapter,
      *    POSI cut, NEUTRAL cut and budget ("02 6 3 2"), and chapter
      *    00 is the default for every chapter without a row. the
      *    live CUTLINE.txt changes routing for every player from
      *    the next answer, so only a supervisor edits it; anyone
      *    may keep a draft table under another name for CUTSIM to
      *    try out first.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  300-MENU  THRU  300-END
               UNTIL MENU-PICK = "Q".
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK CUT-TABLE.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "CUTMNT"     TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           DISPLAY "table file (blank = CUTLINE.txt, the live "
               "table - any other name is a draft):".
           ACCEPT  CUT-NAME   FROM   CONSOLE.
           IF  CUT-NAME       =      SPACES
            OR CUT-NAME       =      "CUTLINE.txt"
               MOVE  "CUTLINE.txt"   TO     CUT-NAME
               MOVE  "Y"          TO     CUT-LIVE
           ELSE
               MOVE  "N"          TO     CUT-LIVE
           END-IF.
           PERFORM  110-LOAD  THRU  110-END.
       100-END.
           EXIT.
      *
      *    a new draft starts as a copy of the live table, so the
      *    writers only key in the chapters they want to try.
       110-LOAD          SECTION.
           MOVE  0            TO     CUT-COUNT.
           MOVE  SPACE        TO     CUTTAB-END.
           OPEN  INPUT  CUTTAB.
           IF  CUTTAB-STATUS  NOT =  "00"
           AND CUT-LIVE       =      "N"
               MOVE  CUT-NAME     TO     ANSWER
               MOVE  "CUTLINE.txt"   TO     CUT-NAME
               OPEN  INPUT  CUTTAB
               MOVE  ANSWER       TO     CUT-NAME
               IF  CUTTAB-STATUS  =      "00"
                   DISPLAY "new draft " CUT-NAME
                       " - starting from a copy of CUTLINE.txt"
               END-IF
           END-IF.
           IF  CUTTAB-STATUS  NOT =  "00"
               DISPLAY "no " CUT-NAME " present - starting empty "
                   "(every chapter 7/4 with one retry)"
               GO TO 110-END
           END-IF.
           PERFORM  115-LOAD-LINE THRU 115-END.
           PERFORM  116-LOAD-ADD  THRU 116-END
               UNTIL CUTTAB-END = HIGH-VALUE
                  OR CUT-COUNT = 100.
           CLOSE CUTTAB.
       110-END.
           EXIT.
      *
       115-LOAD-LINE     SECTION.
           READ  CUTTAB
               AT END
                   MOVE  HIGH-VALUE   TO     CUTTAB-END
           END-READ.
       115-END.
           EXIT.
      *
       116-LOAD-ADD      SECTION.
           IF  CUTTAB-REC     NOT =  SPACES
               ADD  1             TO     CUT-COUNT
               MOVE  CT-CHAPTER   TO     CUE-CHAPTER(CUT-COUNT)
               MOVE  CT-POSI      TO     CUE-POSI(CUT-COUNT)
               MOVE  CT-NEUTRAL   TO     CUE-NEUTRAL(CUT-COUNT)
               MOVE  CT-RETRY     TO     CUE-RETRY(CUT-COUNT)
           END-IF.
           PERFORM  115-LOAD-LINE THRU 115-END.
       116-END.
           EXIT.
      *
       300-MENU          SECTION.
           DISPLAY "===== CUT-LINE TABLE MAINTENANCE - " CUT-NAME
               " =====".
           DISPLAY "L - list rows".
           DISPLAY "A - add or replace a chapter's row".
           DISPLAY "D - drop a row".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "L"
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  400-LIST  THRU  400-END
               WHEN "A"
               WHEN "a"
                   MOVE  "A"          TO     MENU-PICK
                   IF  CUT-LIVE       =      "N"
                    OR STAFF-ROLE     =      "V"
                       PERFORM  500-ADD   THRU  500-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE  "D"          TO     MENU-PICK
                   IF  CUT-LIVE       =      "N"
                    OR STAFF-ROLE     =      "V"
                       PERFORM  600-DROP  THRU  600-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       300-END.
           EXIT.
      *
       400-LIST          SECTION.
           IF  CUT-COUNT      =      0
               DISPLAY "no rows on file - every chapter 7/4 with "
                   "one retry"
               GO TO 400-END
           END-IF.
           DISPLAY "     chapter posi-cut neutral-cut retries".
           PERFORM  410-LIST-ONE THRU 410-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  CUT-COUNT.
       400-END.
           EXIT.
      *
       410-LIST-ONE      SECTION.
           DISPLAY  ENTRY-IDX "  " CUE-CHAPTER(ENTRY-IDX)
               "      " CUE-POSI(ENTRY-IDX)
               "        " CUE-NEUTRAL(ENTRY-IDX)
               "           " CUE-RETRY(ENTRY-IDX).
       410-END.
           EXIT.
      *
      *    a chapter already on file has its row replaced, so the
      *    table never carries two rows STORY would have to choose
      *    between.
       500-ADD           SECTION.
           DISPLAY "chapter (2 digits, 00 = every chapter without "
               "its own row):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:2)    NUMERIC
           AND ANSWER(3:1)    =      SPACE
               MOVE  ANSWER(1:2)  TO     NEW-CHAPTER
           ELSE
               DISPLAY "chapter must be 2 digits, zero-padded - "
                   "nothing filed"
               GO TO 500-END
           END-IF.
           DISPLAY "POSI cut - lowest score that routes POSI (0-9):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    NUMERIC
           AND ANSWER(2:1)    =      SPACE
               MOVE  ANSWER(1:1)  TO     NEW-POSI
           ELSE
               DISPLAY "cut is a single digit 0-9 - nothing filed"
               GO TO 500-END
           END-IF.
           DISPLAY "NEUTRAL cut - lowest score that routes NEUTRAL, "
               "not over the POSI cut:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    NUMERIC
           AND ANSWER(2:1)    =      SPACE
           AND ANSWER(1:1)    NOT >  NEW-POSI
               MOVE  ANSWER(1:1)  TO     NEW-NEUTRAL
           ELSE
               DISPLAY "cut is a single digit 0-" NEW-POSI
                   " - nothing filed"
               GO TO 500-END
           END-IF.
           DISPLAY "NEGA retries forgiven before the bad end (0-8):".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    NUMERIC
           AND ANSWER(1:1)    NOT =  "9"
           AND ANSWER(2:1)    =      SPACE
               MOVE  ANSWER(1:1)  TO     NEW-RETRY
           ELSE
               DISPLAY "retries are a single digit 0-8 - nothing "
                   "filed"
               GO TO 500-END
           END-IF.
           MOVE  0            TO     ENTRY-HIT.
           PERFORM  510-FIND-ONE THRU 510-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  CUT-COUNT
                  OR  ENTRY-HIT  >  0.
           IF  ENTRY-HIT      =      0
               IF  CUT-COUNT      >=     100
                   DISPLAY "table is full (100) - drop one first"
                   GO TO 500-END
               END-IF
               ADD  1             TO     CUT-COUNT
               MOVE  CUT-COUNT    TO     ENTRY-HIT
           END-IF.
           MOVE  NEW-CHAPTER  TO     CUE-CHAPTER(ENTRY-HIT).
           MOVE  NEW-POSI     TO     CUE-POSI(ENTRY-HIT).
           MOVE  NEW-NEUTRAL  TO     CUE-NEUTRAL(ENTRY-HIT).
           MOVE  NEW-RETRY    TO     CUE-RETRY(ENTRY-HIT).
           PERFORM  650-REWRITE THRU 650-END.
           IF  CUT-LIVE       =      "Y"
               DISPLAY "filed - STORY and MAIN route on it from the "
                   "next answer"
           ELSE
               DISPLAY "filed in the draft - try it with CUTSIM"
           END-IF.
           MOVE  "CUTADD"     TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "chapter " NEW-CHAPTER " " NEW-POSI " "
               NEW-NEUTRAL " " NEW-RETRY
               DELIMITED BY SIZE INTO  STAFF-KEY.
           MOVE  CUT-NAME     TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       500-END.
           EXIT.
      *
       510-FIND-ONE      SECTION.
           IF  CUE-CHAPTER(ENTRY-IDX) = NEW-CHAPTER
               MOVE  ENTRY-IDX    TO     ENTRY-HIT
           END-IF.
       510-END.
           EXIT.
      *
       600-DROP          SECTION.
           PERFORM  400-LIST  THRU  400-END.
           IF  CUT-COUNT      =      0
               GO TO 600-END
           END-IF.
           DISPLAY "entry number to drop:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           EVALUATE  TRUE
               WHEN ANSWER(1:3)   NUMERIC
                   MOVE  ANSWER(1:3)  TO     PICK-NUM
               WHEN ANSWER(1:2)   NUMERIC
                AND ANSWER(3:1)   =      SPACE
                   MOVE  ANSWER(1:2)  TO     PICK-NUM
               WHEN ANSWER(1:1)   NUMERIC
                AND ANSWER(2:1)   =      SPACE
                   MOVE  ANSWER(1:1)  TO     PICK-NUM
               WHEN OTHER
                   DISPLAY "not an entry number"
                   GO TO 600-END
           END-EVALUATE.
           IF  PICK-NUM       <      1
            OR PICK-NUM       >      CUT-COUNT
               DISPLAY "entry numbers run 1-" CUT-COUNT
               GO TO 600-END
           END-IF.
           MOVE  "CUTDROP"    TO     STAFF-ACTION.
           MOVE  SPACES       TO     STAFF-KEY STAFF-DETAIL.
           STRING  "chapter " CUE-CHAPTER(PICK-NUM) " "
               CUE-POSI(PICK-NUM) " " CUE-NEUTRAL(PICK-NUM) " "
               CUE-RETRY(PICK-NUM) DELIMITED BY SIZE INTO  STAFF-KEY.
           MOVE  CUT-NAME     TO     STAFF-DETAIL.
           PERFORM  610-SHIFT-ONE THRU 610-END
               VARYING  ENTRY-IDX  FROM  PICK-NUM  BY  1
               UNTIL  ENTRY-IDX  >=  CUT-COUNT.
           SUBTRACT  1        FROM   CUT-COUNT.
           PERFORM  650-REWRITE THRU 650-END.
           DISPLAY "row dropped".
           PERFORM  950-STAFF-LOG THRU 950-END.
       600-END.
           EXIT.
      *
       610-SHIFT-ONE     SECTION.
           MOVE  CUT-ENTRY(ENTRY-IDX + 1) TO CUT-ENTRY(ENTRY-IDX).
       610-END.
           EXIT.
      *
       650-REWRITE       SECTION.
           OPEN  OUTPUT CUTTAB.
           IF  CUTTAB-STATUS  NOT =  "00"
               DISPLAY "unable to rewrite " CUT-NAME " - status "
                   CUTTAB-STATUS
               GO TO 650-END
           END-IF.
           PERFORM  655-WRITE-ONE THRU 655-END
               VARYING  ENTRY-IDX  FROM  1  BY  1
               UNTIL  ENTRY-IDX  >  CUT-COUNT.
           CLOSE CUTTAB.
           DISPLAY CUT-NAME " rewritten - " CUT-COUNT " rows".
       650-END.
           EXIT.
      *
       655-WRITE-ONE     SECTION.
           MOVE  SPACES       TO     CUTTAB-REC.
           MOVE  CUE-CHAPTER(ENTRY-IDX) TO CT-CHAPTER.
           MOVE  CUE-POSI(ENTRY-IDX)    TO CT-POSI.
           MOVE  CUE-NEUTRAL(ENTRY-IDX) TO CT-NEUTRAL.
           MOVE  CUE-RETRY(ENTRY-IDX)   TO CT-RETRY.
           WRITE CUTTAB-REC.
       655-END.
           EXIT.
      *
       950-STAFF-LOG     SECTION.
           MOVE  "L"          TO     STAFF-FUNC.
           CALL  "STAFFON"    USING  STAFF-PARA.
       950-END.
           EXIT.
      *
      *    a change to the live table by anyone but a supervisor -
      *    refused, and the attempt goes on the activity log with
      *    the menu letter.
       960-REFUSE        SECTION.
           DISPLAY "the live table is for a supervisor - keep your "
               "changes in a draft".
           MOVE  "REFUSED"    TO     STAFF-ACTION.
           MOVE  MENU-PICK    TO     STAFF-KEY.
           MOVE  CUT-NAME     TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
       960-END.
           EXIT.
