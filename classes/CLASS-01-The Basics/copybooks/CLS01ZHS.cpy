      *****************************************************************
      * CLS01ZHS - ZONE UTILIZATION HISTORY RECORD (ZONEHIST)
      * CLS01EX08 APPENDS ONE ZONE RECORD AT EVERY ZONE SUBTOTAL AND
      * ONE WAREHOUSE RECORD AT EVERY WAREHOUSE SUBTOTAL OF ITS
      * NIGHTLY ROLLUP, STAMPED WITH THE BUSINESS DATE, SO THE FILE
      * BUILDS INTO A DAY-BY-DAY TRACE OF HOW FULL EACH ZONE AND EACH
      * BUILDING HAS BEEN.  A NIGHT THAT IS RERUN APPENDS A SECOND SET
      * FOR THE SAME DATE - READERS KEEP THE LAST ONE
      * A WAREHOUSE RECORD CARRIES SPACES IN ZHS-ZONE AND THE SUM OF
      * ITS REGISTERED ZONES' RATED CAPACITY.  ZHS-STATUS IS THE ZONE
      * MASTER STATUS, 'U' FOR A ZONE WITH NO MASTER RECORD
      * CLS01EX67 FITS THE TREND AND FORECASTS CAPACITY EXHAUSTION
      *****************************************************************
       01  ZONE-HISTORY-RECORD.
           05  ZHS-RUN-DATE            PIC 9(08).
           05  ZHS-RECORD-TYPE         PIC X(01).
               88  ZHS-ZONE-RECORD                 VALUE 'Z'.
               88  ZHS-WAREHOUSE-RECORD            VALUE 'W'.
           05  ZHS-WAREHOUSE           PIC X(08).
           05  ZHS-ZONE                PIC X(04).
           05  ZHS-AREA                PIC 9(09).
           05  ZHS-VOLUME              PIC 9(11).
           05  ZHS-BIN-COUNT           PIC 9(06).
           05  ZHS-CAPACITY            PIC 9(09).
           05  ZHS-UTIL-PCT            PIC 9(03)V9.
           05  ZHS-STATUS              PIC X(01).
               88  ZHS-STATUS-ACTIVE               VALUE 'A'.
               88  ZHS-STATUS-UNREGISTERED         VALUE 'U'.
           05  FILLER                  PIC X(19).
