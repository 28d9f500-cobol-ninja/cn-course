      *   - N CONSECUTIVE NIGHTLY RISES OR FALLS OF THE AVERAGE
      *   - A CUMULATIVE MOVE ACROSS THE RING BEYOND THE THRESHOLD
      * ANY BREACH PRINTS ON THE DRIFT REPORT AND SURFACES THROUGH
      * RETURN CODE 8, AND A QC HOLD TRIGGER (CLS01QHT, REASON D) IS
      * WRITTEN FOR THE SERIES TO DRFTFLG SO CLS01EX71 PUTS THE GROUP
      * - OR EVERY GROUP OF A DRIFTING PROCESS LINE - ON QC HOLD
      * TONIGHT'S PER-GROUP AND PER-PREFIX STATISTICS ARE APPENDED
      * TO THE HISTORY AFTERWARD, SO THE FILE MAINTAINS ITSELF NIGHT
      * OVER NIGHT THE WAY RESHIST DOES FOR CLS01EX21
           SELECT DRIFT-REPORT-FILE    ASSIGN TO "DRFRPT"
                                        FILE STATUS IS WS-DRFRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIFT-FLAG-FILE      ASSIGN TO "DRFTFLG"
                                        FILE STATUS IS WS-DRFTFLG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
       COPY CLS01QCH.
       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-LINE           PIC X(80).
       FD  DRIFT-FLAG-FILE.
       COPY CLS01QHT.
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================
       01  WS-AVGOUT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCHIST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-DRFRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-DRFTFLG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
           OPEN OUTPUT DRIFT-REPORT-FILE
           MOVE WS-DRFRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'DRFRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT DRIFT-FLAG-FILE
           MOVE WS-DRFTFLG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'DRFTFLG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1000-EXIT.
           EXIT.
           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE AVERAGE-FILE
           CLOSE DRIFT-REPORT-FILE
           CLOSE DRIFT-FLAG-FILE.
       3000-EXIT.
           EXIT.


               IF WS-DRIFT-FLAGS NOT = SPACES
                   ADD 1                TO WS-DRIFT-COUNT
                   PERFORM 3200-WRITE-HOLD-TRIGGER THRU 3200-EXIT
               END-IF
           ELSE
               MOVE 'NEW'               TO WS-DRIFT-FLAGS
       3170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * HAND A DRIFTING SERIES TO THE QC HOLD STEP
      *-----------------------------------------------------------------
       3200-WRITE-HOLD-TRIGGER.
           MOVE SPACES                  TO QC-HOLD-TRIGGER-RECORD
           MOVE WS-SR-SERIES-ID (WS-SR-SUB) TO QHT-GROUP-ID
           SET QHT-DRIFT-FLAG           TO TRUE
           MOVE CTL-RUN-DATE            TO QHT-RUN-DATE
           MOVE WS-DRIFT-FLAGS          TO QHT-DETAIL
           WRITE QC-HOLD-TRIGGER-RECORD
           MOVE WS-DRFTFLG-STATUS       TO WS-CURRENT-STATUS
           MOVE 'DRFTFLG'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND TONIGHT'S PER-SERIES STATISTICS TO THE HISTORY SO
      * TOMORROW'S RUN HAS TONIGHT TO COMPARE AGAINST
