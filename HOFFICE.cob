           03  DS-CLOSED     PIC X(01).
           03  FILLER        PIC X(01).
           03  DS-ABAND      PIC 9(05).
      *    "Y" when SHOPCAL.txt had the shop shut all day - the row
      *    is still filed so the ledger has no gap, but the trend
      *    and flash comparisons leave it out.
           03  FILLER        PIC X(01).
           03  DS-SHUT       PIC X(01).
      *
       FD  RESULTS.
       01  RESULTS-REC.
           03  RES-SEQ       PIC 9(06).
           03  FILLER        PIC X(01).
           03  RES-PACK      PIC X(12).
           03  FILLER        PIC X(01).
           03  RES-ARM       PIC X(01).
           03  FILLER        PIC X(01).
           03  RES-CHECK     PIC 9(09).
           03  FILLER        PIC X(01).
           03  RES-RECEIPT   PIC 9(06).
      *
      *    the interchange record head office takes - one layout,
      *    three record types told apart by the first byte. the
