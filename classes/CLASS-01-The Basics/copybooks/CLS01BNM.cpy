      * CLS01EX05 READS THE MASTER SEQUENTIALLY IN KEY ORDER AND
      * COMPUTES FROM THE ACTIVE BINS ONLY, SO BINOUT AND THE ZONE
      * ROLLUP REFLECT THE REGISTERED WAREHOUSE
      * BNM-EMPTY-SINCE IS KEPT BY THE CLS01EX65 RECEIPTS AND ISSUES
      * RUN - THE DATE THE BIN'S LAST LOT WAS ISSUED OUT, CLEARED TO
      * ZERO BY THE NEXT RECEIPT - SO THE CLS01EX66 FILL-RATE REPORT
      * CAN AGE BINS THAT STAND EMPTY.  A BIN THAT HAS NEVER HELD A
      * LOT CARRIES ZERO
      * BNM-LAST-COUNTED IS THE DATE THE BIN WAS LAST PHYSICALLY
      * MEASURED IN A CYCLE COUNT, STAMPED BY THE CLS01EX70 COUNT
      * VARIANCE RUN; CLS01EX69 PICKS THE LONGEST-UNCOUNTED BINS FOR
      * EACH WEEK'S COUNT SHEETS.  ZERO MEANS NEVER COUNTED
      *****************************************************************
       01  BIN-MASTER-RECORD.
           05  BNM-BIN-ID              PIC X(08).
           05  BNM-HEIGHT              PIC 9(02)V99.
           05  BNM-STATUS              PIC X(01).
               88  BIN-IS-ACTIVE                   VALUE 'A'.
           05  BNM-EMPTY-SINCE         PIC 9(08).
           05  BNM-LAST-COUNTED        PIC 9(08).
           05  FILLER                  PIC X(38).
