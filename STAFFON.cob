       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       STAFFON.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  STAFF   ASSIGN TO "STAFF.DAT"
                   ORGANIZATION  INDEXED
                   ACCESS MODE   DYNAMIC
                   RECORD KEY IS ST-ID
                   FILE STATUS IS  STAFF-STATUS.
           SELECT  STAFFACT ASSIGN TO "STAFFACT.LOG"
                   FILE STATUS IS  STAFFACT-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
      *    one row per member of staff. the PIN itself is never kept -
      *    only a hash of ID and PIN together, so the same PIN on two
      *    staff does not show up as the same number. a leaver is
      *    disabled rather than deleted, so old activity rows still
      *    find a name.
       FD  STAFF.
       01  STAFF-REC.
           03  ST-ID         PIC X(10).
           03  ST-NAME       PIC X(30).
           03  ST-PIN-HASH   PIC 9(09).
      *    S shift staff, V supervisor, D data officer.
           03  ST-ROLE       PIC X(01).
      *    Y active, N disabled leaver, L locked after bad PINs.
           03  ST-ACTIVE     PIC X(01).
           03  ST-FAILS      PIC 9(01).
           03  ST-ADDED      PIC 9(08).
           03  ST-BY         PIC X(10).
      *
      *    the staff activity log - one row per sign-on, refusal and
      *    maintenance action, whichever utility it came from.
       FD  STAFFACT.
       01  STAFFACT-REC.
           03  AC-DATE       PIC 9(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-TIME       PIC 9(06).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-STAFF      PIC X(10).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-ROLE       PIC X(01).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-PROGRAM    PIC X(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-ACTION     PIC X(08).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-KEY        PIC X(20).
           03  FILLER        PIC X(01)   VALUE  SPACE.
           03  AC-DETAIL     PIC X(60).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  STAFF-STATUS    PIC X(02).
         03  STAFFACT-STATUS PIC X(02).
         03  ANSWER          PIC X(20).
         03  PIN-ANSWER      PIC X(08).
         03  TRY-COUNT       PIC 9(01).
         03  TRY-ID          PIC X(10).
         03  TIME-NOW        PIC 9(08).
         03  HASH-KEY        PIC X(18).
         03  HASH-IDX        PIC 9(02)  COMP.
         03  HASH-SUM        PIC 9(09)  COMP.
         03  LOG-STAFF       PIC X(10).
         03  LOG-ROLE        PIC X(01).
         03  LOG-ACTION      PIC X(08).
         03  LOG-KEY         PIC X(20).
         03  LOG-DETAIL      PIC X(60).
      *
       LINKAGE               SECTION.
      *    the block every maintenance utility passes in. FUNC "S"
      *    signs a member of staff on and hands back who they are and
      *    their role; FUNC "L" files one row on the activity log
      *    under whoever signed on.
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
       PROCEDURE             DIVISION  USING  STAFF-PARA.
      *
      *    staff sign-on and activity logging for the maintenance
      *    utilities - ADMIN, OVRMNT, PLAYERMNT, REDEEM, PLYPURGE,
      *    MODREVW, QTICKET, CREDSALE and STAFFMNT all CALL this
      *    before their menu, and again after every change they make,
      *    so a wrongly redeemed coupon or a vanished player record
      *    can be put against a name on STAFFRPT.
       000-START         SECTION.
           INITIALIZE WORK.
           IF  STAFF-FUNC     =      "L"
               MOVE  STAFF-ID     TO     LOG-STAFF
               MOVE  STAFF-ROLE   TO     LOG-ROLE
               MOVE  STAFF-ACTION TO     LOG-ACTION
               MOVE  STAFF-KEY    TO     LOG-KEY
               MOVE  STAFF-DETAIL TO     LOG-DETAIL
               PERFORM  800-LOG   THRU  800-END
           ELSE
               PERFORM  100-SIGNON THRU 100-END
           END-IF.
           EXIT PROGRAM.
       000-END.
           EXIT.
      *
       100-SIGNON        SECTION.
           MOVE  "N"          TO     STAFF-OK.
           MOVE  SPACES       TO     STAFF-ID STAFF-NAME STAFF-ROLE.
           OPEN  I-O  STAFF.
           IF  STAFF-STATUS   =      "35"
               PERFORM  150-FIRST-USE THRU 150-END
               GO TO 100-END
           END-IF.
           IF  STAFF-STATUS   NOT =  "00"
               DISPLAY "unable to open STAFF.DAT - status "
                   STAFF-STATUS
               GO TO 100-END
           END-IF.
           MOVE  0            TO     TRY-COUNT.
           PERFORM  200-TRY   THRU  200-END
               UNTIL STAFF-OK = "Y"
                  OR TRY-COUNT = 3.
           CLOSE STAFF.
           IF  STAFF-OK       NOT =  "Y"
               DISPLAY "not authorized"
           END-IF.
       100-END.
           EXIT.
      *
      *    before the first supervisor has been keyed in there is no
      *    one to sign on as - STAFFMNT is let through on the old
      *    console latch word, to add that first supervisor, and so
      *    is KITIMP, which brings the staff master over with the
      *    rest of a dead kiosk's files. every other utility stays
      *    shut until one of them has.
       150-FIRST-USE     SECTION.
           IF  STAFF-PROGRAM  NOT =  "STAFFMNT"
           AND STAFF-PROGRAM  NOT =  "KITIMP"
               DISPLAY "no staff master on file - a supervisor must "
                   "set one up with STAFFMNT"
               GO TO 150-END
           END-IF.
           DISPLAY "no staff on file yet - type ADMIN to add the "
               "first supervisor:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           IF  ANSWER(1:5)    NOT =  "ADMIN"
               DISPLAY "not authorized"
               GO TO 150-END
           END-IF.
           MOVE  "SETUP"      TO     STAFF-ID.
           MOVE  "first-time setup" TO STAFF-NAME.
           MOVE  "V"          TO     STAFF-ROLE.
           MOVE  "Y"          TO     STAFF-OK.
           MOVE  "SETUP"      TO     LOG-STAFF.
           MOVE  "V"          TO     LOG-ROLE.
           MOVE  "SIGNON"     TO     LOG-ACTION.
           MOVE  "latch word, no staff master yet" TO LOG-DETAIL.
           PERFORM  800-LOG   THRU  800-END.
       150-END.
           EXIT.
      *
      *    three tries, then the utility closes. an unknown ID and a
      *    wrong PIN get the same answer on the screen so nobody can
      *    fish for IDs; the log says which it was. the third bad PIN
      *    in a row on one ID locks it until a supervisor resets it.
       200-TRY           SECTION.
           ADD  1             TO     TRY-COUNT.
           DISPLAY "staff ID:".
           ACCEPT  ANSWER     FROM   CONSOLE.
           MOVE  ANSWER(1:10) TO     TRY-ID.
           DISPLAY "PIN:".
           ACCEPT  PIN-ANSWER FROM   CONSOLE.
           MOVE  TRY-ID       TO     LOG-STAFF.
           MOVE  SPACE        TO     LOG-ROLE.
           MOVE  SPACES       TO     LOG-DETAIL.
           MOVE  TRY-ID       TO     ST-ID.
           READ  STAFF
               KEY IS ST-ID
               INVALID KEY
                   DISPLAY "sign-on refused"
                   MOVE  "NOSTAFF"    TO     LOG-ACTION
                   PERFORM  800-LOG   THRU  800-END
                   GO TO 200-END
           END-READ.
           MOVE  ST-ROLE      TO     LOG-ROLE.
           IF  ST-ACTIVE      =      "N"
               DISPLAY "sign-on refused"
               MOVE  "DISABLED"   TO     LOG-ACTION
               PERFORM  800-LOG   THRU  800-END
               GO TO 200-END
           END-IF.
           IF  ST-ACTIVE      =      "L"
               DISPLAY "this staff ID is locked - a supervisor must "
                   "reset the PIN"
               MOVE  "LOCKED"     TO     LOG-ACTION
               PERFORM  800-LOG   THRU  800-END
               GO TO 200-END
           END-IF.
           PERFORM  300-HASH  THRU  300-END.
           IF  HASH-SUM       NOT =  ST-PIN-HASH
               ADD  1             TO     ST-FAILS
               IF  ST-FAILS       >=     3
                   MOVE  "L"          TO     ST-ACTIVE
                   MOVE  "third bad PIN - ID locked" TO LOG-DETAIL
               END-IF
               REWRITE STAFF-REC
               DISPLAY "sign-on refused"
               MOVE  "BADPIN"     TO     LOG-ACTION
               PERFORM  800-LOG   THRU  800-END
               GO TO 200-END
           END-IF.
           IF  ST-FAILS       >      0
               MOVE  0            TO     ST-FAILS
               REWRITE STAFF-REC
           END-IF.
           MOVE  ST-ID        TO     STAFF-ID.
           MOVE  ST-NAME      TO     STAFF-NAME.
           MOVE  ST-ROLE      TO     STAFF-ROLE.
           MOVE  "Y"          TO     STAFF-OK.
           MOVE  "SIGNON"     TO     LOG-ACTION.
           PERFORM  800-LOG   THRU  800-END.
           DISPLAY "signed on: " ST-NAME.
       200-END.
           EXIT.
      *
      *    ID and PIN folded into one number the same way MAIN folds
      *    a player ID into a trial arm - STAFFMNT uses the identical
      *    fold when it sets a PIN.
       300-HASH          SECTION.
           MOVE  SPACES       TO     HASH-KEY.
           MOVE  TRY-ID       TO     HASH-KEY(1:10).
           MOVE  PIN-ANSWER   TO     HASH-KEY(11:8).
           MOVE  ZERO         TO     HASH-SUM.
           PERFORM  310-HASH-CHAR THRU 310-END
               VARYING  HASH-IDX  FROM  1  BY  1
               UNTIL  HASH-IDX  >  18.
       300-END.
           EXIT.
      *
       310-HASH-CHAR     SECTION.
           COMPUTE HASH-SUM = FUNCTION MOD(HASH-SUM * 31
               + FUNCTION ORD(HASH-KEY(HASH-IDX:1)), 999999937).
       310-END.
           EXIT.
      *
       800-LOG           SECTION.
           OPEN  EXTEND  STAFFACT.
           IF  STAFFACT-STATUS =     "35"
               OPEN  OUTPUT  STAFFACT
           END-IF.
           IF  STAFFACT-STATUS NOT = "00"
               DISPLAY "unable to open STAFFACT.LOG - action not "
                   "logged"
               GO TO 800-END
           END-IF.
           MOVE  SPACES       TO     STAFFACT-REC.
           ACCEPT  AC-DATE    FROM   DATE YYYYMMDD.
           ACCEPT  TIME-NOW   FROM   TIME.
           MOVE  TIME-NOW(1:6) TO    AC-TIME.
           MOVE  LOG-STAFF    TO     AC-STAFF.
           MOVE  LOG-ROLE     TO     AC-ROLE.
           MOVE  STAFF-PROGRAM TO    AC-PROGRAM.
           MOVE  LOG-ACTION   TO     AC-ACTION.
           MOVE  LOG-KEY      TO     AC-KEY.
           MOVE  LOG-DETAIL   TO     AC-DETAIL.
           WRITE STAFFACT-REC.
           CLOSE STAFFACT.
       800-END.
           EXIT.
