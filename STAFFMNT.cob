       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       STAFFMNT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  STAFF   ASSIGN TO "STAFF.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS ST-ID
                   FILE STATUS IS  STAFF-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  STAFF.
       01  STAFF-REC.
           03  ST-ID         PIC X(10).
           03  ST-NAME       PIC X(30).
           03  ST-PIN-HASH   PIC 9(09).
           03  ST-ROLE       PIC X(01).
           03  ST-ACTIVE     PIC X(01).
           03  ST-FAILS      PIC 9(01).
           03  ST-ADDED      PIC 9(08).
           03  ST-BY         PIC X(10).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  STAFF-STATUS    PIC X(02).
         03  STAFF-END       PIC X(01).
         03  MENU-PICK       PIC X(01).
         03  ANSWER          PIC X(30).
         03  PIN-ANSWER      PIC X(08).
         03  PIN-AGAIN       PIC X(08).
         03  PIN-LEN         PIC 9(02)  COMP.
         03  PIN-OK          PIC X(01).
         03  NEW-ID          PIC X(10).
         03  NEW-ROLE        PIC X(01).
         03  OLD-ROLE        PIC X(01).
         03  LIST-COUNT      PIC 9(05).
         03  HASH-KEY        PIC X(18).
         03  HASH-IDX        PIC 9(02)  COMP.
         03  HASH-SUM        PIC 9(09)  COMP.
      *
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
      *    the staff master - who may sign on to the maintenance
      *    utilities and in what role. S shift staff run the counter
      *    functions, V supervisors also run the destructive and
      *    price-setting ones and keep this file, D data officers
      *    alone run the PLYPURGE removal batch. anyone signed on may
      *    change their own PIN; everything else here is supervisor
      *    work, and every change lands on the staff activity log.
       000-START         SECTION.
           PERFORM  100-INIT  THRU  100-END.
           PERFORM  200-MENU  THRU  200-END
               UNTIL MENU-PICK = "Q".
           CLOSE STAFF.
           STOP RUN.
       000-END.
           EXIT.
      *
       100-INIT          SECTION.
           INITIALIZE WORK.
           MOVE  "S"          TO     STAFF-FUNC.
           MOVE  "STAFFMNT"   TO     STAFF-PROGRAM.
           CALL  "STAFFON"    USING  STAFF-PARA.
           IF  STAFF-OK       NOT =  "Y"
               STOP RUN
           END-IF.
           OPEN  I-O  STAFF.
           IF  STAFF-STATUS   =      "35"
               OPEN  OUTPUT  STAFF
               CLOSE STAFF
               OPEN  I-O  STAFF
           END-IF.
           IF  STAFF-STATUS   NOT =  "00"
               DISPLAY "unable to open STAFF.DAT - status "
                   STAFF-STATUS
               STOP RUN
           END-IF.
       100-END.
           EXIT.
      *
       200-MENU          SECTION.
           DISPLAY "===== STAFF MASTER MAINTENANCE =====".
           DISPLAY "L - list staff".
           DISPLAY "A - add a member of staff".
           DISPLAY "R - change a role".
           DISPLAY "U - reset a PIN / unlock".
           DISPLAY "X - disable a leaver".
           DISPLAY "C - change your own PIN".
           DISPLAY "Q - quit".
           ACCEPT  MENU-PICK  FROM   CONSOLE.
           EVALUATE  MENU-PICK
               WHEN "L"
               WHEN "l"
                   MOVE  "L"          TO     MENU-PICK
                   PERFORM  300-LIST  THRU  300-END
               WHEN "A"
               WHEN "a"
                   MOVE  "A"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  400-ADD   THRU  400-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE  "R"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  500-ROLE  THRU  500-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "U"
               WHEN "u"
                   MOVE  "U"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  600-RESET THRU  600-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "X"
               WHEN "x"
                   MOVE  "X"          TO     MENU-PICK
                   IF  STAFF-ROLE     =      "V"
                       PERFORM  700-DISABLE THRU 700-END
                   ELSE
                       PERFORM  960-REFUSE THRU 960-END
                   END-IF
               WHEN "C"
               WHEN "c"
                   MOVE  "C"          TO     MENU-PICK
                   PERFORM  800-OWN-PIN THRU 800-END
               WHEN "Q"
               WHEN "q"
                   MOVE  "Q"          TO     MENU-PICK
               WHEN OTHER
                   DISPLAY "unknown choice: " MENU-PICK
           END-EVALUATE.
       200-END.
           EXIT.
      *
       300-LIST          SECTION.
           MOVE  SPACE        TO     STAFF-END.
           MOVE  ZERO         TO     LIST-COUNT.
           MOVE  LOW-VALUES   TO     ST-ID.
           START STAFF  KEY  NOT < ST-ID
               INVALID KEY
                   MOVE  HIGH-VALUE   TO     STAFF-END
           END-START.
           PERFORM  910-READ-NEXT THRU 910-END.
           PERFORM  305-LIST-ONE  THRU 305-END
               UNTIL STAFF-END = HIGH-VALUE.
           DISPLAY "staff on file : " LIST-COUNT.
       300-END.
           EXIT.
      *
       305-LIST-ONE      SECTION.
           DISPLAY  ST-ID " " ST-NAME " role=" ST-ROLE
                    " active=" ST-ACTIVE " added=" ST-ADDED
                    " by=" ST-BY.
           ADD  1             TO     LIST-COUNT.
           PERFORM  910-READ-NEXT THRU 910-END.
       305-END.
           EXIT.
      *
       400-ADD           SECTION.
           DISPLAY "new staff ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER         =      SPACES
            OR ANSWER(1:5)    =      "SETUP"
               DISPLAY "not a usable staff ID - nothing added"
               GO TO 400-END
           END-IF.
           MOVE  ANSWER(1:10) TO     NEW-ID ST-ID.
           READ  STAFF
               KEY IS ST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY ST-ID " is already on file - nothing added"
                   GO TO 400-END
           END-READ.
           MOVE  SPACES       TO     STAFF-REC.
           MOVE  NEW-ID       TO     ST-ID.
           DISPLAY "name:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER       TO     ST-NAME.
           PERFORM  390-ASK-ROLE THRU 390-END.
           IF  NEW-ROLE       =      SPACE
               GO TO 400-END
           END-IF.
           MOVE  NEW-ROLE     TO     ST-ROLE.
           DISPLAY "starting PIN (4-8 digits) - they change it with "
               "C on first use:".
           PERFORM  380-ASK-PIN THRU 380-END.
           IF  PIN-OK         NOT =  "Y"
               GO TO 400-END
           END-IF.
           PERFORM  370-HASH  THRU  370-END.
           MOVE  HASH-SUM     TO     ST-PIN-HASH.
           MOVE  "Y"          TO     ST-ACTIVE.
           MOVE  0            TO     ST-FAILS.
           ACCEPT  ST-ADDED   FROM   DATE YYYYMMDD.
           MOVE  STAFF-ID     TO     ST-BY.
           WRITE STAFF-REC
               INVALID KEY
                   DISPLAY "could not add " ST-ID
                   GO TO 400-END
           END-WRITE.
           MOVE  "STAFFADD"   TO     STAFF-ACTION.
           MOVE  ST-ID        TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "role " ST-ROLE " " ST-NAME DELIMITED BY SIZE
               INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
           DISPLAY ST-ID " added".
       400-END.
           EXIT.
      *
       500-ROLE          SECTION.
           PERFORM  360-FIND  THRU  360-END.
           IF  STAFF-STATUS   NOT =  "00"
               GO TO 500-END
           END-IF.
           IF  ST-ID          =      STAFF-ID
               DISPLAY "another supervisor must change your own role"
               GO TO 500-END
           END-IF.
           DISPLAY ST-ID " " ST-NAME " is role " ST-ROLE.
           PERFORM  390-ASK-ROLE THRU 390-END.
           IF  NEW-ROLE       =      SPACE
               GO TO 500-END
           END-IF.
           MOVE  ST-ROLE      TO     OLD-ROLE.
           MOVE  NEW-ROLE     TO     ST-ROLE.
           REWRITE STAFF-REC.
           MOVE  "ROLE"       TO     STAFF-ACTION.
           MOVE  ST-ID        TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "role " OLD-ROLE " to " NEW-ROLE
               DELIMITED BY SIZE INTO  STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
           DISPLAY ST-ID " is now role " ST-ROLE.
       500-END.
           EXIT.
      *
      *    a forgotten PIN or a lock-out after three bad tries - the
      *    supervisor sets a fresh starting PIN and the ID is active
      *    again. a disabled leaver comes back the same way.
       600-RESET         SECTION.
           PERFORM  360-FIND  THRU  360-END.
           IF  STAFF-STATUS   NOT =  "00"
               GO TO 600-END
           END-IF.
           DISPLAY "new starting PIN for " ST-ID " (4-8 digits):".
           PERFORM  380-ASK-PIN THRU 380-END.
           IF  PIN-OK         NOT =  "Y"
               GO TO 600-END
           END-IF.
           PERFORM  370-HASH  THRU  370-END.
           MOVE  HASH-SUM     TO     ST-PIN-HASH.
           MOVE  SPACES       TO     STAFF-DETAIL.
           STRING  "was active=" ST-ACTIVE DELIMITED BY SIZE
               INTO  STAFF-DETAIL.
           MOVE  "Y"          TO     ST-ACTIVE.
           MOVE  0            TO     ST-FAILS.
           REWRITE STAFF-REC.
           MOVE  "PINRESET"   TO     STAFF-ACTION.
           MOVE  ST-ID        TO     STAFF-KEY.
           PERFORM  950-STAFF-LOG THRU 950-END.
           DISPLAY "PIN reset - " ST-ID " may sign on again".
       600-END.
           EXIT.
      *
       700-DISABLE       SECTION.
           PERFORM  360-FIND  THRU  360-END.
           IF  STAFF-STATUS   NOT =  "00"
               GO TO 700-END
           END-IF.
           IF  ST-ID          =      STAFF-ID
               DISPLAY "you cannot disable your own ID"
               GO TO 700-END
           END-IF.
           DISPLAY "disable " ST-ID " " ST-NAME "? (Y/N)".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:1)    NOT =  "Y"
           AND ANSWER(1:1)    NOT =  "y"
               DISPLAY "left alone"
               GO TO 700-END
           END-IF.
           MOVE  "N"          TO     ST-ACTIVE.
           REWRITE STAFF-REC.
           MOVE  "DISABLE"    TO     STAFF-ACTION.
           MOVE  ST-ID        TO     STAFF-KEY.
           MOVE  ST-NAME      TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
           DISPLAY ST-ID " disabled".
       700-END.
           EXIT.
      *
       800-OWN-PIN       SECTION.
           MOVE  STAFF-ID     TO     ST-ID.
           READ  STAFF
               KEY IS ST-ID
               INVALID KEY
                   DISPLAY "no staff record for " STAFF-ID
                   GO TO 800-END
           END-READ.
           DISPLAY "your new PIN (4-8 digits):".
           PERFORM  380-ASK-PIN THRU 380-END.
           IF  PIN-OK         NOT =  "Y"
               GO TO 800-END
           END-IF.
           PERFORM  370-HASH  THRU  370-END.
           MOVE  HASH-SUM     TO     ST-PIN-HASH.
           REWRITE STAFF-REC.
           MOVE  "OWNPIN"     TO     STAFF-ACTION.
           MOVE  ST-ID        TO     STAFF-KEY.
           MOVE  SPACES       TO     STAFF-DETAIL.
           PERFORM  950-STAFF-LOG THRU 950-END.
           DISPLAY "PIN changed".
       800-END.
           EXIT.
      *
       360-FIND          SECTION.
           DISPLAY "staff ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER(1:10) TO     ST-ID.
           READ  STAFF
               KEY IS ST-ID
               INVALID KEY
                   DISPLAY "no staff record for " ST-ID
           END-READ.
       360-END.
           EXIT.
      *
      *    the same ID-and-PIN fold STAFFON checks a sign-on against.
       370-HASH          SECTION.
           MOVE  SPACES       TO     HASH-KEY.
           MOVE  ST-ID        TO     HASH-KEY(1:10).
           MOVE  PIN-ANSWER   TO     HASH-KEY(11:8).
           MOVE  ZERO         TO     HASH-SUM.
           PERFORM  375-HASH-CHAR THRU 375-END
               VARYING  HASH-IDX  FROM  1  BY  1
               UNTIL  HASH-IDX  >  18.
       370-END.
           EXIT.
      *
       375-HASH-CHAR     SECTION.
           COMPUTE HASH-SUM = FUNCTION MOD(HASH-SUM * 31
               + FUNCTION ORD(HASH-KEY(HASH-IDX:1)), 999999937).
       375-END.
           EXIT.
      *
      *    4 to 8 digits, typed twice so a slip of the finger does
      *    not lock someone out of their first sign-on.
       380-ASK-PIN       SECTION.
           MOVE  "N"          TO     PIN-OK.
           ACCEPT  PIN-ANSWER FROM   CONSOLE.
           MOVE  0            TO     PIN-LEN.
           INSPECT PIN-ANSWER TALLYING PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  PIN-LEN        <      4
               DISPLAY "a PIN is 4 to 8 digits - nothing changed"
               GO TO 380-END
           END-IF.
           IF  PIN-ANSWER(1:PIN-LEN) NOT NUMERIC
               DISPLAY "a PIN is 4 to 8 digits - nothing changed"
               GO TO 380-END
           END-IF.
           DISPLAY "the same PIN again:".
           ACCEPT  PIN-AGAIN  FROM   CONSOLE.
           IF  PIN-AGAIN      NOT =  PIN-ANSWER
               DISPLAY "the two PINs differ - nothing changed"
               GO TO 380-END
           END-IF.
           MOVE  "Y"          TO     PIN-OK.
       380-END.
           EXIT.
      *
       390-ASK-ROLE      SECTION.
           DISPLAY "role - S shift staff, V supervisor, "
               "D data officer:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  SPACE        TO     NEW-ROLE.
           EVALUATE  ANSWER(1:1)
               WHEN "S"
               WHEN "s"
                   MOVE  "S"          TO     NEW-ROLE
               WHEN "V"
               WHEN "v"
                   MOVE  "V"          TO     NEW-ROLE
               WHEN "D"
               WHEN "d"
                   MOVE  "D"          TO     NEW-ROLE
               WHEN OTHER
                   DISPLAY "role is S, V or D - nothing changed"
           END-EVALUATE.
       390-END.
           EXIT.
      *
       910-READ-NEXT     SECTION.
           IF  STAFF-END      NOT =  HIGH-VALUE
               READ  STAFF  NEXT
                   AT END
                       MOVE  HIGH-VALUE   TO     STAFF-END
               END-READ
           END-IF.
       910-END.
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
