      *****************************************************************
      * CLS01GRW - DATASET GROWTH HISTORY RECORD (GRWHIST)
      * CLS01EX78 APPENDS ONE RECORD PER MONITORED FILE EVERY NIGHT,
      * STAMPED WITH THE BUSINESS DATE, SO THE FILE BUILDS INTO A
      * NIGHT-BY-NIGHT TRACE OF HOW LARGE EACH OF THE SUITE'S GROWING
      * FILES AND INDEXED MASTERS HAS BEEN.  A NIGHT THAT IS RERUN
      * APPENDS A SECOND SET FOR THE SAME DATE - READERS KEEP THE
      * LAST ONE
      *   GRW-FILE-ID          - THE FILE'S DD NAME (RUNLOG, LDGFILE ..)
      *   GRW-RECORD-COUNT     - RECORDS ON THE FILE WHEN COUNTED
      *   GRW-RECORD-LIMIT     - THE LIMIT IN FORCE THAT NIGHT FROM THE
      *                          GRWLIM CARDS (ZERO = NO LIMIT SET)
      *****************************************************************
       01  GROWTH-HISTORY-RECORD.
           05  GRW-RUN-DATE            PIC 9(08).
           05  GRW-FILE-ID             PIC X(08).
           05  GRW-RECORD-COUNT        PIC 9(09).
           05  GRW-RECORD-LIMIT        PIC 9(09).
           05  FILLER                  PIC X(46).
