           03  PH-TERM       PIC X(04).
           03  FILLER        PIC X(01).
           03  PH-SHARED     PIC X(01).
           03  FILLER        PIC X(01).
           03  PH-ARM        PIC X(01).
      *
       WORKING-STORAGE       SECTION.
       01  WORK.
