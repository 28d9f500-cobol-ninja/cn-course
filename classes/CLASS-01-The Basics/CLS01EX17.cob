      * LINE PER GROUP SHOWING COUNT, AVERAGE, MINIMUM, MAXIMUM,
      * RANGE AND STANDARD DEVIATION
      * A GROUP WHOSE RANGE OR SIGMA EXCEEDS THE CONFIGURABLE LIMITS
      * IS FLAGGED ON ITS LINE AND COUNTED IN THE PREFIX SUBTOTAL,
      * AND A QC HOLD TRIGGER (CLS01QHT, REASON C) IS WRITTEN FOR IT
      * TO CHRTFLG SO CLS01EX71 PUTS THE GROUP ON QC HOLD
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - RANGE LIMIT IN WHOLE UNITS (DEFAULT 050.0)
           SELECT CHART-REPORT-FILE    ASSIGN TO "CHARTRPT"
                                        FILE STATUS IS WS-CHART-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHART-FLAG-FILE      ASSIGN TO "CHRTFLG"
                                        FILE STATUS IS WS-CHRTFLG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                    BY AVERAGE-RECORD.
       FD  CHART-REPORT-FILE.
       01  CHART-REPORT-LINE           PIC X(80).
       FD  CHART-FLAG-FILE.
       COPY CLS01QHT.
       SD  SORT-FILE.
       01  SORT-AVG-RECORD.
           05  SAV-GROUP-ID            PIC X(08).
      *================================================================
       01  WS-AVGOUT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CHART-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CHRTFLG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
           OPEN OUTPUT CHART-REPORT-FILE
           MOVE WS-CHART-STATUS          TO WS-CURRENT-STATUS
           MOVE 'CHARTRPT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT CHART-FLAG-FILE
           MOVE WS-CHRTFLG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CHRTFLG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1000-EXIT.
           EXIT.
           IF WS-DTL-FLAGS NOT = SPACES
               ADD 1                    TO WS-PREFIX-FLAG-COUNT
                                            WS-TOTAL-FLAG-COUNT
               PERFORM 2350-WRITE-HOLD-TRIGGER THRU 2350-EXIT
           END-IF

           WRITE CHART-REPORT-LINE        FROM WS-DETAIL-LINE
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * HAND A FLAGGED GROUP TO THE QC HOLD STEP
      *-----------------------------------------------------------------
       2350-WRITE-HOLD-TRIGGER.
           MOVE SPACES                   TO QC-HOLD-TRIGGER-RECORD
           MOVE SAV-GROUP-ID             TO QHT-GROUP-ID
           SET QHT-CHART-FLAG            TO TRUE
           MOVE CTL-RUN-DATE             TO QHT-RUN-DATE
           MOVE WS-DTL-FLAGS             TO QHT-DETAIL
           WRITE QC-HOLD-TRIGGER-RECORD
           MOVE WS-CHRTFLG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CHRTFLG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT GROUP BACK FROM THE SORT
      *-----------------------------------------------------------------

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE CHART-REPORT-FILE
           CLOSE CHART-FLAG-FILE.
       3000-EXIT.
           EXIT.

