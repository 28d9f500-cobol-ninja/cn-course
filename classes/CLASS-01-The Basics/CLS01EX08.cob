      * TOTAL LISTS EVERY ZONE AT OR ABOVE THE UTILIZATION THRESHOLD
      * (SECOND COMMAND-LINE PARAMETER, WHOLE PERCENT, DEFAULT 090)
      * PLUS THE UNREGISTERED ZONES
      * EVERY ZONE SUBTOTAL AND EVERY WAREHOUSE SUBTOTAL IS ALSO
      * APPENDED, STAMPED WITH THE BUSINESS DATE, TO THE ZONE HISTORY
      * FILE (ZONEHIST) - FOOTAGE, CUBE, BIN COUNT, RATED CAPACITY AND
      * PERCENT UTILIZED - SO CLS01EX67 CAN TREND EACH ZONE'S GROWTH
      * AND FORECAST WHEN IT WILL RUN OUT OF ROOM.  A WAREHOUSE'S
      * CAPACITY IS THE SUM OF ITS REGISTERED ZONES' RATED CAPACITY
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
           SELECT ZONE-MASTER-FILE     ASSIGN TO "ZONEMSTR"
                                        FILE STATUS IS WS-ZONMST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONE-HISTORY-FILE    ASSIGN TO "ZONEHIST"
                                        FILE STATUS IS WS-ZONHST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
       01  ZONE-REPORT-LINE            PIC X(80).
       FD  ZONE-MASTER-FILE.
       COPY CLS01ZON.
       FD  ZONE-HISTORY-FILE.
       COPY CLS01ZHS.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-WAREHOUSE           PIC X(08).
       01  WS-WH-BIN-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WH-AREA-TOTAL            PIC 9(09)   VALUE ZERO.
       01  WS-WH-VOLUME-TOTAL          PIC 9(11)   VALUE ZERO.
       01  WS-WH-CAPACITY-TOTAL        PIC 9(09)   VALUE ZERO.
       01  WS-GRAND-BIN-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-GRAND-AREA-TOTAL         PIC 9(09)   VALUE ZERO.
       01  WS-GRAND-VOLUME-TOTAL       PIC 9(11)   VALUE ZERO.
       01  WS-BINOUT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-ZONMST-STATUS          PIC X(02)   VALUE '00'.
       01  WS-ZONERPT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-ZONHST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-HISTORY-WRITTEN          PIC 9(06)   VALUE ZERO.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
           MOVE 'ZONERPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN EXTEND ZONE-HISTORY-FILE
           IF WS-ZONHST-STATUS = '35'
               OPEN OUTPUT ZONE-HISTORY-FILE
           END-IF
           MOVE WS-ZONHST-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ZONEHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
           MOVE 'ZONERPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                  TO ZONE-HISTORY-RECORD
           MOVE CTL-RUN-DATE            TO ZHS-RUN-DATE
           SET ZHS-WAREHOUSE-RECORD     TO TRUE
           MOVE WS-PRIOR-WAREHOUSE      TO ZHS-WAREHOUSE
           MOVE WS-WH-AREA-TOTAL        TO ZHS-AREA
           MOVE WS-WH-VOLUME-TOTAL      TO ZHS-VOLUME
           MOVE WS-WH-BIN-COUNT         TO ZHS-BIN-COUNT
           MOVE WS-WH-CAPACITY-TOTAL    TO ZHS-CAPACITY
           MOVE 'A'                     TO ZHS-STATUS
           IF WS-WH-CAPACITY-TOTAL = ZERO
               MOVE 999.9               TO ZHS-UTIL-PCT
           ELSE
               COMPUTE ZHS-UTIL-PCT ROUNDED =
                   WS-WH-AREA-TOTAL * 100 / WS-WH-CAPACITY-TOTAL
                   ON SIZE ERROR
                       MOVE 999.9       TO ZHS-UTIL-PCT
               END-COMPUTE
           END-IF
           PERFORM 2280-WRITE-HISTORY   THRU 2280-EXIT

           MOVE ZERO                    TO WS-WH-AREA-TOTAL
                                            WS-WH-VOLUME-TOTAL
                                            WS-WH-BIN-COUNT
                                            WS-WH-CAPACITY-TOTAL
           ADD 2                        TO WS-LINES-ON-PAGE.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THE ZONE OR WAREHOUSE HISTORY RECORD JUST BUILT TO
      * ZONEHIST
      *-----------------------------------------------------------------
       2280-WRITE-HISTORY.
           WRITE ZONE-HISTORY-RECORD
           MOVE WS-ZONHST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-HISTORY-WRITTEN.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT BIN BACK FROM THE SORT
      *-----------------------------------------------------------------
           MOVE 'ZONERPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                  TO ZONE-HISTORY-RECORD
           MOVE CTL-RUN-DATE            TO ZHS-RUN-DATE
           SET ZHS-ZONE-RECORD          TO TRUE
           MOVE WS-PRIOR-WAREHOUSE      TO ZHS-WAREHOUSE
           MOVE WS-PRIOR-ZONE           TO ZHS-ZONE
           MOVE WS-ZONE-AREA-TOTAL      TO ZHS-AREA
           MOVE WS-ZONE-VOLUME-TOTAL    TO ZHS-VOLUME
           MOVE WS-ZONE-BIN-COUNT       TO ZHS-BIN-COUNT
           MOVE WS-UTIL-PCT             TO ZHS-UTIL-PCT
           IF ZONE-ON-MASTER
               MOVE WS-ZM-CAPACITY (WS-ZM-MATCH-SUB)
                                         TO ZHS-CAPACITY
               MOVE WS-ZM-STATUS (WS-ZM-MATCH-SUB)
                                         TO ZHS-STATUS
               ADD WS-ZM-CAPACITY (WS-ZM-MATCH-SUB)
                                         TO WS-WH-CAPACITY-TOTAL
           ELSE
               MOVE ZERO                 TO ZHS-CAPACITY
               SET ZHS-STATUS-UNREGISTERED TO TRUE
           END-IF
           PERFORM 2280-WRITE-HISTORY   THRU 2280-EXIT

           IF WS-ZR-USED < 200
               ADD 1                     TO WS-ZR-USED
               MOVE WS-PRIOR-ZONE        TO WS-ZR-ZONE (WS-ZR-USED)

           PERFORM 3100-WRITE-SUMMARY    THRU 3100-EXIT

           DISPLAY 'CLS01EX08 ROLLED UP ' WS-GRAND-BIN-COUNT ' BINS, '
               WS-HISTORY-WRITTEN ' HISTORY RECORDS - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE '
               CTL-RUN-DATE ' BATCH ' CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE ZONE-REPORT-FILE
                 ZONE-HISTORY-FILE.
       3000-EXIT.
           EXIT.

