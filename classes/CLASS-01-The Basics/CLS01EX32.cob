      * A RUN AGAINST AN UNLOADED MASTER (FILE STATUS '35' ON THE
      * OPEN) FALLS BACK TO CREATING THE FILE, SO THE INITIAL LOAD
      * IS JUST A MAINTENANCE RUN WHOSE REQUESTS ARE ALL ADDS
      * A NEWLY ADDED BIN STARTS WITH A ZERO EMPTY-SINCE DATE (NEVER
      * HELD A LOT); A CHANGE LEAVES THE DATE CLS01EX65 KEEPS ALONE
      * LIKEWISE A NEW BIN HAS NEVER BEEN CYCLE COUNTED (ZERO
      * LAST-COUNTED DATE) AND A CHANGE - INCLUDING ONE GENERATED BY
      * THE CLS01EX70 COUNT VARIANCE RUN - LEAVES THAT DATE ALONE
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
      *****************************************************************
       FILE                            SECTION.
       FD  BIN-MAINT-FILE.
       COPY CLS01BNT.
       FD  BIN-MASTER-FILE.
       COPY CLS01BNM.
       FD  BIN-REPORT-FILE.
           MOVE BNT-LENGTH              TO BNM-LENGTH
           MOVE BNT-HEIGHT              TO BNM-HEIGHT
           MOVE BNT-STATUS              TO BNM-STATUS
           MOVE ZERO                    TO BNM-EMPTY-SINCE
                                            BNM-LAST-COUNTED
           WRITE BIN-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
