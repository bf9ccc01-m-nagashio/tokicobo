       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CHAINSUM.
       ENVIRONMENT       DIVISION.
      *
       DATA                  DIVISION.
       WORKING-STORAGE       SECTION.
       01  WORK.
         03  SUM-IDX         PIC 9(03)  COMP.
         03  SUM-VALUE       PIC 9(09)  COMP.
      *
       LINKAGE               SECTION.
      *    the block every writer and checker of RESULTS.LOG and
      *    REWARDS.LED passes in - the check value on the row before,
      *    the row itself up to (not including) its own check, and
      *    how many bytes of it count. the row's check comes back.
       01  CHAIN-PARA.
         03  CHAIN-PREV      PIC 9(09).
         03  CHAIN-LEN       PIC 9(03).
         03  CHAIN-ROW       PIC X(80).
         03  CHAIN-CHECK     PIC 9(09).
      *
       PROCEDURE             DIVISION  USING  CHAIN-PARA.
      *
      *    the running check value on the outcome log and the coupon
      *    ledger. each row's check is folded from the check on the
      *    row before it and every byte of the row, with the same
      *    multiply-and-fold STAFFON uses for PIN hashes, so a row
      *    edited, dropped or slipped in outside the programs no
      *    longer matches from that row on. the first row of a file
      *    folds from zero. kept in one place so MAIN, DISPUTE,
      *    REDEEM, MONTHEND, PLYPURGE, CHAINVFY and CHAINANC can
      *    never disagree on the arithmetic.
       000-START         SECTION.
           MOVE  CHAIN-PREV   TO     SUM-VALUE.
           PERFORM  100-SUM-CHAR THRU 100-END
               VARYING  SUM-IDX  FROM  1  BY  1
               UNTIL  SUM-IDX  >  CHAIN-LEN.
           MOVE  SUM-VALUE    TO     CHAIN-CHECK.
           EXIT PROGRAM.
       000-END.
           EXIT.
      *
       100-SUM-CHAR      SECTION.
           COMPUTE SUM-VALUE = FUNCTION MOD(SUM-VALUE * 31
               + FUNCTION ORD(CHAIN-ROW(SUM-IDX:1)), 999999937).
       100-END.
           EXIT.
