      *****************************************************************
      * CLS01CNT - BIN CYCLE-COUNT RESULT CARD (CNTCARD)
      * ONE CARD PER BIN MEASURED FROM THE CLS01EX69 COUNT SHEETS -
      * THE INSIDE WIDTH, LENGTH AND HEIGHT AS MEASURED, IN THE UNIT
      * THE SHEET SHOWED (THE BIN'S OWN UNIT ON THE MASTER), WITH THE
      * DATE OF THE COUNT AND WHO COUNTED IT.  CLS01EX70 READS THE
      * CARDS; A BIN COUNTED TWICE KEEPS ITS LATEST CARD
      *****************************************************************
       01  COUNT-CARD-RECORD.
           05  CNT-BIN-ID              PIC X(08).
           05  CNT-COUNT-DATE          PIC 9(08).
           05  CNT-WIDTH               PIC 9(02)V99.
           05  CNT-LENGTH              PIC 9(02)V99.
           05  CNT-HEIGHT              PIC 9(02)V99.
           05  CNT-COUNTER-ID          PIC X(08).
           05  FILLER                  PIC X(44).
