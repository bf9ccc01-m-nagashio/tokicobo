           03  CKPT-NEGA-TRIES PIC 9(01).
           03  CKPT-AFFECTION  PIC 9(02).
           03  CKPT-PLAYER   PIC X(10).
           03  CKPT-PARTNER  PIC X(10).
           03  CKPT-HELD     PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
