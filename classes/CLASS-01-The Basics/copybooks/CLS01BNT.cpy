      *****************************************************************
      * CLS01BNT - BIN-MASTER MAINTENANCE REQUEST CARD (BNMFILE)
      * ONE REQUEST PER CARD FOR CLS01EX32, KEYED ON THE BIN ID AND
      * CARRYING AN ACTION CODE - (A)DD, (C)HANGE OR (D)ELETE - WITH
      * THE ZONE, UNIT CODE, DIMENSIONS IN THAT UNIT AND ACTIVE FLAG.
      * CARDS ARE KEYED BY FACILITIES OR, FOR A BIN WHOSE MEASURED
      * SIZE IS OUT OF TOLERANCE WITH THE MASTER, GENERATED BY THE
      * CLS01EX70 CYCLE-COUNT VARIANCE RUN
      *****************************************************************
       01  BIN-MAINT-RECORD.
           05  BNT-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
           05  BNT-BIN-ID              PIC X(08).
           05  BNT-ZONE                PIC X(04).
           05  BNT-UNIT                PIC X(01).
           05  BNT-WIDTH               PIC 9(02)V99.
           05  BNT-LENGTH              PIC 9(02)V99.
           05  BNT-HEIGHT              PIC 9(02)V99.
           05  BNT-STATUS              PIC X(01).
           05  FILLER                  PIC X(53).
