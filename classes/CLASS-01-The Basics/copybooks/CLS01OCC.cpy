      *****************************************************************
      * CLS01OCC - INDEXED BIN LOT-OCCUPANCY RECORD (OCCFILE)
      * ONE RECORD PER LOT SITTING IN A BIN, KEYED ON THE BIN ID
      * FOLLOWED BY THE LOT ID, SO ALL OF ONE BIN'S LOTS ARE
      * ADJACENT IN KEY ORDER AND THE FILE READS BIN-MAJOR BESIDE
      * THE BIN MASTER (BINMSTR)
      * THE FILE IS ONLY EVER CHANGED BY THE CLS01EX65 RECEIPTS AND
      * ISSUES RUN - A RECEIPT ADDS OR TOPS UP A LOT, AN ISSUE DRAWS
      * IT DOWN AND DELETES THE RECORD WHEN THE LOT REACHES ZERO.
      * THE CUBE A LOT TAKES UP IS ITS QUANTITY TIMES ITS UNIT CUBE,
      * IN CUBIC FEET - THE SAME UNIT CLS01EX05 REPORTS BIN VOLUME
      * IN - AND CLS01EX66 SETS THAT AGAINST EACH BIN'S BUILT CUBE
      * FOR THE NIGHTLY FILL-RATE REPORT
      *****************************************************************
       01  LOT-OCCUPANCY-RECORD.
           05  OCC-KEY.
               10  OCC-BIN-ID          PIC X(08).
               10  OCC-LOT-ID          PIC X(12).
           05  OCC-SKU                 PIC X(12).
           05  OCC-QUANTITY            PIC 9(07).
           05  OCC-UNIT-CUBE           PIC 9(05)V99.
           05  OCC-RECEIVED-DATE       PIC 9(08).
           05  FILLER                  PIC X(26).
