      * - THE FIRST PASS ALREADY WROTE THE RAW AVERAGES THERE, AND A
      * SECOND SET WOULD DOUBLE-COUNT THIS PROGRAM EVERYWHERE
      * DOWNSTREAM
      * EACH GROUP RECORD ALSO NAMES THE INSTRUMENT THAT TOOK ITS
      * READINGS (CLS01EX42 SPLITS A GROUP AT EACH CHANGE OF
      * INSTRUMENT).  THE INSTRUMENT CALIBRATION MASTER (INSTMSTR,
      * MAINTAINED BY CLS01EX72) IS LOADED UP FRONT; EVERY READING
      * FROM AN INSTRUMENT MARKED FAILED, OR WHOSE CALIBRATION FELL
      * DUE BEFORE THE BUSINESS DATE, IS EXCLUDED THE SAME WAY AN
      * OUT-OF-LIMIT ONE IS AND WRITTEN TO THE EXCEPTION FILE WITH
      * THE INSTRUMENT AND THE REASON.  A BLANK INSTRUMENT, ONE NOT
      * ON THE MASTER, OR NO MASTER AT ALL LEAVES THE READINGS TO
      * THE QC LIMITS ALONE
      * EVERY RECORD THAT NAMES AN INSTRUMENT IS APPENDED TO THE
      * INSTRUMENT USAGE HISTORY (INSTUSE) SO CLS01EX73 CAN LOOK BACK
      * OVER WHAT AN INSTRUMENT MEASURED ONCE IT IS FAILED - NOT IN
      * TRIM MODE, FOR THE SAME REASON AS THE RESULTS FILE
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
           SELECT EXCLUSION-FILE       ASSIGN TO "EXCLFILE"
                                        FILE STATUS IS WS-EXCL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENT-FILE      ASSIGN TO "INSTMSTR"
                                        FILE STATUS IS WS-INSTM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENT-USAGE-FILE ASSIGN TO "INSTUSE"
                                        FILE STATUS IS WS-INSTUSE-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           05  RDG-GROUP-ID            PIC X(08).
           05  RDG-READING-COUNT       PIC 9(02).
           05  RDG-READING             PIC 9(03)V9 OCCURS 20 TIMES.
           05  RDG-INSTRUMENT-ID       PIC X(08).
       FD  AVERAGE-FILE.
       COPY CLS01AVG               REPLACING AVG-RESULT-RECORD
                                    BY AVERAGE-RECORD.
           05  QCX-LIMIT-MINIMUM       PIC 9(03)V9.
           05  QCX-LIMIT-MAXIMUM       PIC 9(03)V9.
           05  QCX-REASON              PIC X(20).
           05  QCX-INSTRUMENT-ID       PIC X(08).
           05  FILLER                  PIC X(30).
       FD  INSTRUMENT-FILE.
       COPY CLS01INM.
       FD  INSTRUMENT-USAGE-FILE.
       COPY CLS01IUH.
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================
       01  WS-TRIM-COUNT               PIC 9(02)   VALUE ZERO.
       01  WS-TRIM-AVG                 PIC 9(03)V9 VALUE ZERO.
      *================================================================
      * INSTRUMENT CALIBRATION MASTER - LOADED UP FRONT AND LOOKED UP
      * ONCE PER GROUP RECORD; THE VERDICT HOLDS FOR EVERY READING
      * ON THE RECORD
      *================================================================
       01  WS-INSTRUMENT-TABLE.
           05  WS-INS-ENTRY            OCCURS 500 TIMES.
               10  WS-INS-ID           PIC X(08).
               10  WS-INS-STATUS       PIC X(01).
               10  WS-INS-DUE-DATE     PIC 9(08).
       01  WS-INS-USED                 PIC 9(03)   COMP VALUE ZERO.
       01  WS-INS-SUB                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-INS-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
       01  WS-INS-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
           88  INSTRUMENT-FOUND                    VALUE 'Y'.
       01  WS-INS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-INSTRUMENTS                  VALUE 'Y'.
       01  WS-NO-INSTM-SWITCH          PIC X(01)   VALUE 'N'.
           88  NO-INSTRUMENT-MASTER                VALUE 'Y'.
       01  WS-CALIBRATION-SWITCH       PIC X(01)   VALUE 'K'.
           88  INSTRUMENT-IN-CALIBRATION           VALUE 'K'.
           88  INSTRUMENT-OVERDUE                  VALUE 'D'.
           88  INSTRUMENT-FAILED                   VALUE 'F'.
       01  WS-RECORD-INST-EXCLUDED     PIC 9(02)   VALUE ZERO.
       01  WS-INST-EXCLUDED-COUNT      PIC 9(06)   VALUE ZERO.
       01  WS-UNKNOWN-INST-COUNT       PIC 9(06)   VALUE ZERO.
      *================================================================
      * CHECKPOINT/RESTART CONTROLS - A CHECKPOINT RECORD IS WRITTEN
      * EVERY WS-CHECKPOINT-INTERVAL RECORDS; A RESTART PARAMETER ON
      * THE COMMAND LINE TELLS A RERUN HOW MANY DETAIL RECORDS TO
       01  WS-AVERAGE-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CKP-STATUS                PIC X(02)   VALUE '00'.
       01  WS-RESULTS-STATUS            PIC X(02)   VALUE '00'.
       01  WS-INSTM-STATUS              PIC X(02)   VALUE '00'.
       01  WS-INSTUSE-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *****************************************************************
           MOVE 'QCEXCEPT'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  INSTRUMENT-FILE
           IF WS-INSTM-STATUS = '35'
               SET NO-INSTRUMENT-MASTER TO TRUE
               SET END-OF-INSTRUMENTS   TO TRUE
               DISPLAY 'CLS01EX06 - NO INSTRUMENT CALIBRATION MASTER '
                   '- NO READING EXCLUDED FOR CALIBRATION'
           ELSE
               MOVE WS-INSTM-STATUS     TO WS-CURRENT-STATUS
               MOVE 'INSTMSTR'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           PERFORM 1600-LOAD-INSTRUMENT THRU 1600-EXIT
               UNTIL END-OF-INSTRUMENTS

           IF NOT NO-INSTRUMENT-MASTER
               CLOSE INSTRUMENT-FILE
           END-IF

           IF NOT TRIM-MODE
               OPEN EXTEND INSTRUMENT-USAGE-FILE
               IF WS-INSTUSE-STATUS = '35'
                   OPEN OUTPUT INSTRUMENT-USAGE-FILE
               END-IF
               MOVE WS-INSTUSE-STATUS   TO WS-CURRENT-STATUS
               MOVE 'INSTUSE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF TRIM-MODE
               OPEN INPUT EXCLUSION-FILE
               IF WS-EXCL-STATUS = '35'
       1560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE INSTRUMENT FROM THE CALIBRATION MASTER - ONLY WHAT
      * THE NIGHTLY VERDICT NEEDS: THE STATUS AND THE DUE DATE
      *-----------------------------------------------------------------
       1600-LOAD-INSTRUMENT.
           READ INSTRUMENT-FILE
               AT END
                   SET END-OF-INSTRUMENTS TO TRUE
                   GO TO 1600-EXIT
           END-READ

           MOVE WS-INSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF INM-DUE-DATE NOT NUMERIC
               OR INM-INSTRUMENT-ID = SPACES
               DISPLAY 'CLS01EX06 - BAD INSTRUMENT RECORD FOR '
                   INM-INSTRUMENT-ID ' IGNORED'
               GO TO 1600-EXIT
           END-IF

           IF WS-INS-USED < 500
               ADD 1                    TO WS-INS-USED
               MOVE INM-INSTRUMENT-ID   TO WS-INS-ID (WS-INS-USED)
               MOVE INM-STATUS          TO WS-INS-STATUS (WS-INS-USED)
               MOVE INM-DUE-DATE        TO WS-INS-DUE-DATE
                                            (WS-INS-USED)
           ELSE
               DISPLAY 'CLS01EX06 - INSTRUMENT TABLE FULL - ENTRY '
                   INM-INSTRUMENT-ID ' IGNORED'
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JUDGE THE CURRENT GROUP RECORD'S INSTRUMENT ONCE - FAILED, OR
      * DUE FOR CALIBRATION BEFORE TONIGHT, RULES OUT EVERY READING
      * ON THE RECORD.  A BLANK OR UNKNOWN INSTRUMENT IS LEFT ALONE
      *-----------------------------------------------------------------
       1650-CHECK-INSTRUMENT.
           SET WS-CALIBRATION-SWITCH    TO 'K'

           IF RDG-INSTRUMENT-ID = SPACES
               OR NO-INSTRUMENT-MASTER
               GO TO 1650-EXIT
           END-IF

           SET WS-INS-FOUND-SWITCH      TO 'N'
           MOVE ZERO                    TO WS-INS-MATCH-SUB
           PERFORM 1660-MATCH-INSTRUMENT THRU 1660-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1
               UNTIL WS-INS-SUB > WS-INS-USED
                   OR INSTRUMENT-FOUND

           IF NOT INSTRUMENT-FOUND
               ADD 1                    TO WS-UNKNOWN-INST-COUNT
               DISPLAY 'CLS01EX06 - GROUP ' RDG-GROUP-ID
                   ' INSTRUMENT ' RDG-INSTRUMENT-ID
                   ' NOT ON CALIBRATION MASTER'
               GO TO 1650-EXIT
           END-IF

           IF WS-INS-STATUS (WS-INS-MATCH-SUB) = 'F'
               SET WS-CALIBRATION-SWITCH TO 'F'
           ELSE
               IF WS-INS-DUE-DATE (WS-INS-MATCH-SUB) < CTL-RUN-DATE
                   SET WS-CALIBRATION-SWITCH TO 'D'
               END-IF
           END-IF.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE CALIBRATION ENTRY AGAINST THE RECORD'S INSTRUMENT
      *-----------------------------------------------------------------
       1660-MATCH-INSTRUMENT.
           IF WS-INS-ID (WS-INS-SUB) = RDG-INSTRUMENT-ID
               SET INSTRUMENT-FOUND     TO TRUE
               MOVE WS-INS-SUB          TO WS-INS-MATCH-SUB
           END-IF.
       1660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND THE FIRST LIMITS ENTRY WHOSE ID-OR-PREFIX MATCHES THE
      * CURRENT GROUP
               MOVE ZERO                TO WS-SUM-OF-SQUARES
               MOVE ZERO                TO WS-MINIMUM WS-MAXIMUM
               MOVE ZERO                TO WS-TRIM-SUM WS-TRIM-COUNT
               MOVE ZERO                TO WS-RECORD-INST-EXCLUDED
               SET WS-FIRST-READING-SWITCH TO 'Y'
               PERFORM 1650-CHECK-INSTRUMENT THRU 1650-EXIT

               PERFORM 2200-ADD-READING THRU 2200-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1

               IF WS-USED-COUNT = ZERO
                   DISPLAY 'CLS01EX06 - REJECTED GROUP ' RDG-GROUP-ID
                       ' - NO READING PASSED THE QC LIMITS AND '
                       'CALIBRATION CHECKS'
                   ADD 1                TO WS-REJECT-COUNT
                   MOVE ZERO            TO INP-AVG
                   PERFORM 2550-WRITE-INSTRUMENT-USAGE THRU 2550-EXIT
                   GO TO 2000-NEXT
               END-IF

               IF NOT TRIM-MODE
                   PERFORM 2500-WRITE-RESULT THRU 2500-EXIT
               END-IF
               PERFORM 2550-WRITE-INSTRUMENT-USAGE THRU 2550-EXIT
           END-IF.

       2000-NEXT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THIS GROUP RECORD TO THE INSTRUMENT USAGE HISTORY -
      * ONLY WHEN IT NAMES AN INSTRUMENT, AND NEVER IN TRIM MODE
      *-----------------------------------------------------------------
       2550-WRITE-INSTRUMENT-USAGE.
           IF TRIM-MODE
               OR RDG-INSTRUMENT-ID = SPACES
               GO TO 2550-EXIT
           END-IF

           MOVE SPACES                  TO INSTRUMENT-USAGE-RECORD
           MOVE CTL-RUN-DATE            TO IUH-RUN-DATE
           MOVE RDG-INSTRUMENT-ID       TO IUH-INSTRUMENT-ID
           MOVE RDG-GROUP-ID            TO IUH-GROUP-ID
           MOVE RDG-READING-COUNT       TO IUH-READING-COUNT
           MOVE WS-RECORD-INST-EXCLUDED TO IUH-EXCLUDED-COUNT
           MOVE INP-AVG                 TO IUH-AVERAGE
           WRITE INSTRUMENT-USAGE-RECORD
           MOVE WS-INSTUSE-STATUS       TO WS-CURRENT-STATUS
           MOVE 'INSTUSE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD ONE READING, BY SUBSCRIPT, INTO THE RUNNING SUM - UNLESS
      * ITS INSTRUMENT IS OUT OF CALIBRATION OR THE QC LIMITS MASTER
      * RULES IT OUT, IN WHICH CASE IT GOES TO THE EXCEPTION FILE AND
      * STAYS OUT OF THE SUM AND THE DIVISOR
      *-----------------------------------------------------------------
       2200-ADD-READING.
           IF NOT INSTRUMENT-IN-CALIBRATION
               PERFORM 2270-WRITE-INSTRUMENT-EXCEPTION
                                        THRU 2270-EXIT
               GO TO 2200-EXIT
           END-IF

           PERFORM 2250-CHECK-LIMITS    THRU 2250-EXIT

           IF READING-IS-IN-LIMITS
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A READING FROM AN OUT-OF-CALIBRATION INSTRUMENT GOES TO THE
      * EXCEPTION FILE WITH THE INSTRUMENT AND WHY (NO LIMITS APPLY)
      *-----------------------------------------------------------------
       2270-WRITE-INSTRUMENT-EXCEPTION.
           MOVE SPACES                  TO QC-EXCEPTION-RECORD
           MOVE RDG-GROUP-ID            TO QCX-GROUP-ID
           MOVE WS-SUBSCRIPT            TO QCX-SUBSCRIPT
           MOVE RDG-READING (WS-SUBSCRIPT) TO QCX-READING
           MOVE ZERO                    TO QCX-LIMIT-MINIMUM
           MOVE ZERO                    TO QCX-LIMIT-MAXIMUM
           IF INSTRUMENT-FAILED
               MOVE 'INSTRUMENT FAILED' TO QCX-REASON
           ELSE
               MOVE 'INSTRUMENT OVERDUE' TO QCX-REASON
           END-IF
           MOVE RDG-INSTRUMENT-ID       TO QCX-INSTRUMENT-ID
           WRITE QC-EXCEPTION-RECORD
           MOVE WS-QCEXC-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCEXCEPT'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-RECORD-INST-EXCLUDED
           ADD 1                        TO WS-INST-EXCLUDED-COUNT.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECK THE CURRENT READING AGAINST ITS GROUP'S QC LIMITS AND
      * WRITE THE EXCEPTION RECORD WHEN IT FAILS
               ' READINGS EXCLUDED BY QC LIMITS - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID
           DISPLAY 'CLS01EX06 EXCLUDED ' WS-INST-EXCLUDED-COUNT
               ' READINGS FROM OUT-OF-CALIBRATION INSTRUMENTS, '
               WS-UNKNOWN-INST-COUNT ' RECORDS NAMED AN INSTRUMENT '
               'NOT ON THE CALIBRATION MASTER'

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE AVERAGE-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE RESULTS-FILE
           CLOSE QC-EXCEPTION-FILE
           IF NOT TRIM-MODE
               CLOSE INSTRUMENT-USAGE-FILE
           END-IF.
       3000-EXIT.
           EXIT.

