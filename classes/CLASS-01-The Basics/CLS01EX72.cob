      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX72.
      * AUDITED MAINTENANCE FOR THE INSTRUMENT CALIBRATION MASTER
      * (INSTMSTR) - WHICH SENSOR OR GAUGE SERVES WHICH PROCESS LINE,
      * WHEN IT WAS LAST CALIBRATED, WHEN IT IS NEXT DUE AND WHETHER
      * METROLOGY HAS FAILED IT.  CLS01EX06 EXCLUDES EVERY READING
      * FROM A FAILED OR OVERDUE INSTRUMENT, SO THE MASTER GETS THE
      * SAME AUDITED MAINTENANCE PATTERN CLS01EX12, CLS01EX31,
      * CLS01EX52 AND CLS01EX56 GIVE THE OTHER MASTERS
      * READ A TRANSACTION FILE OF MAINTENANCE REQUESTS KEYED ON THE
      * INSTRUMENT ID, EACH CARRYING AN ACTION CODE:
      *   A - ADD: LINE, DESCRIPTION, LAST CALIBRATED AND DUE DATE
      *   C - CHANGE: REPLACES THE LINE, DESCRIPTION AND BOTH DATES
      *       WHOLE; THE STATUS IS LEFT AS IT IS
      *   K - CALIBRATED: METROLOGY PASSED THE INSTRUMENT ON THE
      *       CARD'S DATE (BLANK = THE BUSINESS DATE) AND SET ITS NEXT
      *       DUE DATE - A FAILED INSTRUMENT IS BACK IN SERVICE
      *   F - FAILED: METROLOGY FAILED THE INSTRUMENT ON THE CARD'S
      *       DATE (BLANK = THE BUSINESS DATE).  THE LAST CALIBRATED
      *       DATE IS KEPT - CLS01EX73'S LOOK-BACK STARTS FROM IT
      *   D - DELETE: THE INSTRUMENT IS RETIRED
      * EVERY ADD AND CHANGE IS STAMPED WITH THE BUSINESS DATE AND
      * THE OPERATOR
      * AN ADD FOR AN ID ALREADY ON THE MASTER, ANY OTHER ACTION FOR
      * ONE NOT ON IT, A DATE THAT IS NOT A REAL DATE OR LIES AFTER
      * THE BUSINESS DATE, A DUE DATE NOT AFTER THE CALIBRATION, A
      * FAILURE DATED BEFORE THE LAST GOOD CALIBRATION OR A SECOND
      * FAILURE IS REJECTED; EVERY REQUEST PRINTS ON A PAGED
      * MAINTENANCE REGISTER
      * THE MAINTAINED MASTER IS WRITTEN TO INSNEW AND THE JOB'S
      * FOLLOW-ON STEP SWAPS IT IN - THIS PROGRAM NEVER WRITES OVER
      * ITS OWN INPUT.  A MISSING MASTER IS JUST THE FIRST LOAD - AN
      * ALL-ADDS RUN CREATES IT
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT INSTRUMENT-FILE      ASSIGN TO "INSTMSTR"
                                        FILE STATUS IS WS-INSTM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENT-MAINT-FILE ASSIGN TO "INSMNT"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-INSTRUMENT-FILE  ASSIGN TO "INSNEW"
                                        FILE STATUS IS WS-INSNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENT-REPORT-FILE ASSIGN TO "INSRPT"
                                        FILE STATUS IS WS-INSRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE          ASSIGN TO "REJFILE"
                                        FILE STATUS IS WS-REJECT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  INSTRUMENT-FILE.
       01  INSTRUMENT-FILE-RECORD      PIC X(80).
       FD  INSTRUMENT-MAINT-FILE.
       01  INSTRUMENT-MAINT-RECORD.
           05  IMR-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
               88  ACTION-IS-CALIBRATED            VALUE 'K'.
               88  ACTION-IS-FAILED                VALUE 'F'.
           05  IMR-INSTRUMENT-ID       PIC X(08).
           05  IMR-PROCESS-LINE        PIC X(04).
           05  IMR-DESCRIPTION         PIC X(16).
           05  IMR-EVENT-DATE          PIC X(08).
           05  IMR-EVENT-DATE-N        REDEFINES IMR-EVENT-DATE
                                        PIC 9(08).
           05  IMR-DUE-DATE            PIC X(08).
           05  IMR-DUE-DATE-N          REDEFINES IMR-DUE-DATE
                                        PIC 9(08).
           05  FILLER                  PIC X(35).
       FD  NEW-INSTRUMENT-FILE.
       01  NEW-INSTRUMENT-RECORD       PIC X(80).
       FD  INSTRUMENT-REPORT-FILE.
       01  INSTRUMENT-REPORT-LINE      PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-INSTRUMENT-ID       PIC X(08).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(41).
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================
       WORKING-STORAGE                 SECTION.
      *================================================================
       COPY CLS01CTL.
      *================================================================
      * CENTRAL RUN-LOG CONTROLS - THE START TIMESTAMP IS CAPTURED AT
      * INITIALIZATION AND THE RECORD IS APPENDED BY
      * 3900-WRITE-RUN-LOG AS THE LAST ACT OF FINALIZATION
      *================================================================
       01  WS-LOG-START-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-LOG-START-TIME           PIC X(08)   VALUE SPACES.
       01  WS-RUNLOG-STATUS            PIC X(02)   VALUE '00'.
      *================================================================
      * OPERATOR AUTHORIZATION - THE CALIBRATION MASTER DECIDES WHICH
      * READINGS THE NIGHTLY QC RUN THROWS AWAY, SO CORRECTION
      * AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
       COPY CLS01DTP.
      *================================================================
      * THE INSTRUMENT BEING BUILT FOR THE TABLE
      *================================================================
       COPY CLS01INM.
      *================================================================
       01  WS-INS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-INSTRUMENT-FILE              VALUE 'Y'.
       01  WS-MAINT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-NO-INS-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-INSTRUMENT-MASTER                VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-CALIBRATED-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
       01  WS-FIND-ID                  PIC X(08)   VALUE SPACES.
       01  WS-KEEP-ADDED-DATE          PIC 9(08)   VALUE ZERO.
       01  WS-KEEP-STATUS              PIC X(01)   VALUE SPACES.
       01  WS-KEEP-FAILED-DATE         PIC 9(08)   VALUE ZERO.
      *================================================================
      * THE CARD'S EVENT DATE ONCE EDITED - A BLANK ONE ON A K OR F
      * CARD BECOMES THE BUSINESS DATE
      *================================================================
       01  WS-EVENT-DATE               PIC 9(08)   VALUE ZERO.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * THE INSTRUMENT MASTER HELD IN STORAGE FOR THE RUN - LOADED UP
      * FRONT, MAINTAINED IN PLACE, WRITTEN BACK OUT AT THE END.  A
      * DELETED ENTRY IS ONLY MARKED, SO THE REGISTER CAN STILL NAME
      * WHAT IT DELETED
      *================================================================
       01  WS-INSTRUMENT-TABLE.
           05  WS-IN-ENTRY             OCCURS 500 TIMES.
               10  WS-IN-IMAGE.
                   15  WS-IN-ID        PIC X(08).
                   15  FILLER          PIC X(72).
               10  WS-IN-DELETED       PIC X(01).
       01  WS-IN-MAX                   PIC 9(04)   COMP VALUE 500.
       01  WS-IN-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  INSTRUMENT-FOUND                    VALUE 'Y'.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-INSTM-STATUS             PIC X(02)   VALUE '00'.
       01  WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-INSNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-INSRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX72  INSTRUMENT CALIB MAINT REG'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(02) VALUE 'A'.
           05  FILLER                  PIC X(09) VALUE 'INSTRMNT'.
           05  FILLER                  PIC X(05) VALUE 'LINE'.
           05  FILLER                  PIC X(17) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(09) VALUE 'LAST CAL'.
           05  FILLER                  PIC X(09) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(02) VALUE 'S'.
           05  FILLER                  PIC X(27) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-INSTRUMENT-ID    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LINE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DESCRIPTION      PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LAST-CAL         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-INS-STATUS       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(27).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-ADDS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' ADDS  '.
           05  WS-TOT-CHANGES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' CHANGES '.
           05  WS-TOT-DELETES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' DELETES '.
           05  WS-TOT-REJECTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-EVENT-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-TOT-CALIBRATED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' CALIBRATED '.
           05  WS-TOT-FAILED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' FAILED'.
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-MASTER-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'INSTRUMENTS ON MASTER:  '.
           05  WS-TOT-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-INSTRUMENT THRU 1300-EXIT
               UNTIL END-OF-INSTRUMENT-FILE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE
           PERFORM 2800-WRITE-NEW-MASTER THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE OPERATOR, OPEN THE FILES AND PRINT THE FIRST PAGE
      * HEADER - A MISSING MASTER IS THE FIRST LOAD
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'CLS01BDT'              USING
               BUSINESS-DATE-PARMS
           MOVE BDT-BUSINESS-DATE       TO CTL-RUN-DATE
           MOVE CTL-RUN-DATE            TO WS-LOG-START-DATE
           ACCEPT WS-LOG-START-TIME     FROM TIME

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERATOR-PARM       FROM ARGUMENT-VALUE
           IF WS-OPERATOR-PARM NOT = SPACES
               MOVE WS-OPERATOR-PARM     TO CTL-OPERATOR-ID
           END-IF

           PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT

           IF CTL-BATCH-ID = SPACES
               MOVE CTL-RUN-DATE         TO CTL-BATCH-ID
           END-IF

           OPEN INPUT  INSTRUMENT-FILE
           IF WS-INSTM-STATUS = '35'
               SET NO-INSTRUMENT-MASTER  TO TRUE
               SET END-OF-INSTRUMENT-FILE TO TRUE
               DISPLAY 'CLS01EX72 - INSTRUMENT MASTER NOT LOADED - '
                   'FIRST LOAD'
           ELSE
               MOVE WS-INSTM-STATUS      TO WS-CURRENT-STATUS
               MOVE 'INSTMSTR'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  INSTRUMENT-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'INSMNT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-INSTRUMENT-FILE
           MOVE WS-INSNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT INSTRUMENT-REPORT-FILE
           MOVE WS-INSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT REJECT-FILE
           MOVE WS-REJECT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'REJFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X72'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX72 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE INSTRUMENT-REPORT-LINE   FROM WS-HEADER-LINE-1
           WRITE INSTRUMENT-REPORT-LINE   FROM WS-HEADER-LINE-2
           WRITE INSTRUMENT-REPORT-LINE   FROM WS-BLANK-LINE
           WRITE INSTRUMENT-REPORT-LINE   FROM WS-HEADER-LINE-3
           MOVE WS-INSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE MASTER INSTRUMENT INTO THE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-INSTRUMENT.
           READ INSTRUMENT-FILE
               AT END
                   SET END-OF-INSTRUMENT-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-INSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-IN-USED < WS-IN-MAX
               ADD 1                    TO WS-IN-USED
               MOVE INSTRUMENT-FILE-RECORD
                                         TO WS-IN-IMAGE (WS-IN-USED)
               MOVE 'N'                 TO WS-IN-DELETED (WS-IN-USED)
           ELSE
               DISPLAY 'CLS01EX72 - INSTRUMENT TABLE FULL - '
                   'RUN REFUSED, MASTER UNCHANGED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE REQUEST, THEN APPLY IT TO THE TABLE OR REJECT
      * IT, AND PRINT ITS REGISTER LINE EITHER WAY
      *-----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           READ INSTRUMENT-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-MAINT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RECORD-COUNT
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 2200-ADD-INSTRUMENT
                                                THRU 2200-EXIT
                   WHEN ACTION-IS-CHANGE
                       PERFORM 2300-CHANGE-INSTRUMENT
                                                THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-INSTRUMENT
                                                THRU 2400-EXIT
                   WHEN ACTION-IS-CALIBRATED
                       PERFORM 2450-CALIBRATE-INSTRUMENT
                                                THRU 2450-EXIT
                   WHEN ACTION-IS-FAILED
                       PERFORM 2500-FAIL-INSTRUMENT
                                                THRU 2500-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE ACTION AND ID, LOOK THE ID UP SO ADDS CAN REJECT
      * DUPLICATES AND THE OTHER ACTIONS CAN REJECT IDS NOT ON THE
      * MASTER, THEN EDIT WHAT EACH ACTION CARRIES
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           MOVE 'N'                     TO WS-VALID-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
                                 AND NOT ACTION-IS-CALIBRATED
                                 AND NOT ACTION-IS-FAILED
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF IMR-INSTRUMENT-ID = SPACES
               MOVE 'INSTRUMENT ID IS BLANK' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE IMR-INSTRUMENT-ID       TO WS-FIND-ID
           PERFORM 1400-FIND-INSTRUMENT THRU 1400-EXIT

           EVALUATE TRUE
               WHEN ACTION-IS-ADD AND INSTRUMENT-FOUND
                   MOVE 'DUPLICATE INSTRUMENT ON ADD'
                                         TO WS-REJECT-REASON
               WHEN NOT ACTION-IS-ADD AND NOT INSTRUMENT-FOUND
                   MOVE 'INSTRUMENT NOT ON MASTER'
                                         TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DELETE
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           IF NOT ACTION-IS-ADD
               MOVE WS-IN-IMAGE (WS-IN-MATCH-SUB)
                                         TO INSTRUMENT-MASTER-RECORD
           END-IF

           IF (ACTION-IS-CALIBRATED OR ACTION-IS-FAILED)
               AND IMR-EVENT-DATE = SPACES
               MOVE CTL-RUN-DATE        TO WS-EVENT-DATE
           ELSE
               PERFORM 1950-EDIT-EVENT-DATE THRU 1950-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 1900-EXIT
               END-IF
           END-IF

           IF ACTION-IS-FAILED
               IF INM-IS-FAILED
                   MOVE 'INSTRUMENT ALREADY FAILED'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF WS-EVENT-DATE < INM-LAST-CALIBRATED
                   MOVE 'FAILED BEFORE LAST CALIBRATION'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           IF (ACTION-IS-ADD OR ACTION-IS-CHANGE)
               AND IMR-PROCESS-LINE = SPACES
               MOVE 'PROCESS LINE IS BLANK'  TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-CALIBRATED
               AND WS-EVENT-DATE < INM-LAST-CALIBRATED
               MOVE 'CALIBRATION BEFORE THE LAST ONE'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE IMR-DUE-DATE-N          TO DTV-DATE
           MOVE ZERO                    TO DTV-COMPARE-DATE
           MOVE ZERO                    TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS
           IF IMR-DUE-DATE NOT NUMERIC
               OR NOT DTV-DATE-IS-VALID
               MOVE 'DUE DATE NOT A VALID DATE'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF IMR-DUE-DATE-N NOT > WS-EVENT-DATE
               MOVE 'DUE DATE NOT AFTER CALIBRATION'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET REQUEST-IS-VALID         TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE CARD'S EVENT DATE MUST BE A REAL DATE NO LATER THAN THE
      * BUSINESS DATE - METROLOGY RECORDS WHAT HAS HAPPENED
      *-----------------------------------------------------------------
       1950-EDIT-EVENT-DATE.
           IF IMR-EVENT-DATE NOT NUMERIC
               MOVE 'CALIBRATION DATE NOT A DATE'
                                         TO WS-REJECT-REASON
               GO TO 1950-EXIT
           END-IF

           MOVE IMR-EVENT-DATE-N        TO DTV-DATE
           MOVE ZERO                    TO DTV-COMPARE-DATE
           MOVE ZERO                    TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS
           IF NOT DTV-DATE-IS-VALID
               MOVE 'CALIBRATION DATE NOT A DATE'
                                         TO WS-REJECT-REASON
               GO TO 1950-EXIT
           END-IF

           IF IMR-EVENT-DATE-N > CTL-RUN-DATE
               MOVE 'DATE AFTER THE BUSINESS DATE'
                                         TO WS-REJECT-REASON
               GO TO 1950-EXIT
           END-IF

           MOVE IMR-EVENT-DATE-N        TO WS-EVENT-DATE.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-ID UP AMONG THE SURVIVING (NOT DELETED) TABLE
      * ENTRIES
      *-----------------------------------------------------------------
       1400-FIND-INSTRUMENT.
           MOVE 'N'                     TO WS-IN-FOUND-SWITCH
           MOVE ZERO                    TO WS-IN-MATCH-SUB

           PERFORM 1450-MATCH-INSTRUMENT THRU 1450-EXIT
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-IN-USED
                   OR INSTRUMENT-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST WS-FIND-ID
      *-----------------------------------------------------------------
       1450-MATCH-INSTRUMENT.
           IF WS-IN-ID (WS-IN-SUB) = WS-FIND-ID
               AND WS-IN-DELETED (WS-IN-SUB) = 'N'
               SET INSTRUMENT-FOUND     TO TRUE
               MOVE WS-IN-SUB           TO WS-IN-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUILD THE MASTER IMAGE OF AN ADD OR CHANGE FROM THE REQUEST,
      * STAMPED WITH THE BUSINESS DATE AND OPERATOR - A NEW
      * INSTRUMENT STARTS ACTIVE
      *-----------------------------------------------------------------
       2100-BUILD-INSTRUMENT.
           MOVE SPACES                  TO INSTRUMENT-MASTER-RECORD
           MOVE IMR-INSTRUMENT-ID       TO INM-INSTRUMENT-ID
           MOVE IMR-PROCESS-LINE        TO INM-PROCESS-LINE
           MOVE IMR-DESCRIPTION         TO INM-DESCRIPTION
           MOVE WS-EVENT-DATE           TO INM-LAST-CALIBRATED
           MOVE IMR-DUE-DATE-N          TO INM-DUE-DATE
           SET INM-IS-ACTIVE            TO TRUE
           MOVE ZERO                    TO INM-FAILED-DATE
           MOVE CTL-RUN-DATE            TO INM-ADDED-DATE
                                            INM-CHANGED-DATE
           MOVE CTL-OPERATOR-ID         TO INM-CHANGED-BY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD A NEW INSTRUMENT TO THE TABLE
      *-----------------------------------------------------------------
       2200-ADD-INSTRUMENT.
           IF WS-IN-USED < WS-IN-MAX
               PERFORM 2100-BUILD-INSTRUMENT THRU 2100-EXIT
               ADD 1                    TO WS-IN-USED
               MOVE INSTRUMENT-MASTER-RECORD
                                         TO WS-IN-IMAGE (WS-IN-USED)
               MOVE 'N'                 TO WS-IN-DELETED (WS-IN-USED)
               ADD 1                    TO WS-ADD-COUNT
               MOVE 'ADDED'             TO WS-REGISTER-STATUS
           ELSE
               MOVE 'INSTRUMENT TABLE FULL'  TO WS-REJECT-REASON
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPLACE THE ENTRY 1400-FIND-INSTRUMENT MATCHED - THE DATE IT
      * WAS FIRST ADDED, ITS STATUS AND ANY FAILURE DATE ARE KEPT
      *-----------------------------------------------------------------
       2300-CHANGE-INSTRUMENT.
           MOVE WS-IN-IMAGE (WS-IN-MATCH-SUB)
                                         TO INSTRUMENT-MASTER-RECORD
           MOVE INM-ADDED-DATE          TO WS-KEEP-ADDED-DATE
           MOVE INM-STATUS              TO WS-KEEP-STATUS
           MOVE INM-FAILED-DATE         TO WS-KEEP-FAILED-DATE
           PERFORM 2100-BUILD-INSTRUMENT THRU 2100-EXIT
           MOVE WS-KEEP-ADDED-DATE      TO INM-ADDED-DATE
           MOVE WS-KEEP-STATUS          TO INM-STATUS
           MOVE WS-KEEP-FAILED-DATE     TO INM-FAILED-DATE
           MOVE INSTRUMENT-MASTER-RECORD TO WS-IN-IMAGE
                                            (WS-IN-MATCH-SUB)
           ADD 1                        TO WS-CHANGE-COUNT
           MOVE 'CHANGED'               TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE MATCHED ENTRY DELETED - IT STAYS OFF THE NEW MASTER
      *-----------------------------------------------------------------
       2400-DELETE-INSTRUMENT.
           MOVE WS-IN-IMAGE (WS-IN-MATCH-SUB)
                                         TO INSTRUMENT-MASTER-RECORD
           MOVE 'Y'                     TO WS-IN-DELETED
                                            (WS-IN-MATCH-SUB)
           ADD 1                        TO WS-DELETE-COUNT
           MOVE 'DELETED'               TO WS-REGISTER-STATUS.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A PASSED CALIBRATION - NEW LAST-CALIBRATED AND DUE DATES, AND
      * A FAILED INSTRUMENT IS BACK IN SERVICE
      *-----------------------------------------------------------------
       2450-CALIBRATE-INSTRUMENT.
           MOVE WS-EVENT-DATE           TO INM-LAST-CALIBRATED
           MOVE IMR-DUE-DATE-N          TO INM-DUE-DATE
           SET INM-IS-ACTIVE            TO TRUE
           MOVE ZERO                    TO INM-FAILED-DATE
           MOVE CTL-RUN-DATE            TO INM-CHANGED-DATE
           MOVE CTL-OPERATOR-ID         TO INM-CHANGED-BY
           MOVE INSTRUMENT-MASTER-RECORD TO WS-IN-IMAGE
                                            (WS-IN-MATCH-SUB)
           ADD 1                        TO WS-CALIBRATED-COUNT
           MOVE 'CALIBRATED'            TO WS-REGISTER-STATUS.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A FAILED INSTRUMENT - THE LAST GOOD CALIBRATION DATE STAYS,
      * SINCE THE LOOK-BACK REPORT STARTS FROM IT
      *-----------------------------------------------------------------
       2500-FAIL-INSTRUMENT.
           SET INM-IS-FAILED            TO TRUE
           MOVE WS-EVENT-DATE           TO INM-FAILED-DATE
           MOVE CTL-RUN-DATE            TO INM-CHANGED-DATE
           MOVE CTL-OPERATOR-ID         TO INM-CHANGED-BY
           MOVE INSTRUMENT-MASTER-RECORD TO WS-IN-IMAGE
                                            (WS-IN-MATCH-SUB)
           ADD 1                        TO WS-FAILED-COUNT
           MOVE 'FAILED'                TO WS-REGISTER-STATUS.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE IMR-ACTION              TO REJ-ACTION
           MOVE IMR-INSTRUMENT-ID       TO REJ-INSTRUMENT-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX72 - REJECTED ' IMR-INSTRUMENT-ID
               ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER LINE FOR THE CURRENT REQUEST, STARTING A
      * NEW PAGE FIRST IF THE CURRENT PAGE IS FULL - AN APPLIED
      * REQUEST SHOWS THE INSTRUMENT AS IT NOW STANDS, A REJECTED ONE
      * SHOWS THE CARD
      *-----------------------------------------------------------------
       2700-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE IMR-ACTION               TO WS-DTL-ACTION
           MOVE IMR-INSTRUMENT-ID        TO WS-DTL-INSTRUMENT-ID
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE IMR-PROCESS-LINE     TO WS-DTL-LINE
               MOVE IMR-DESCRIPTION      TO WS-DTL-DESCRIPTION
               MOVE IMR-EVENT-DATE       TO WS-DTL-LAST-CAL
               MOVE IMR-DUE-DATE         TO WS-DTL-DUE-DATE
               MOVE SPACES               TO WS-DTL-INS-STATUS
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE INM-PROCESS-LINE     TO WS-DTL-LINE
               MOVE INM-DESCRIPTION      TO WS-DTL-DESCRIPTION
               MOVE INM-LAST-CALIBRATED  TO WS-DTL-LAST-CAL
               MOVE INM-DUE-DATE         TO WS-DTL-DUE-DATE
               MOVE INM-STATUS           TO WS-DTL-INS-STATUS
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE INSTRUMENT-REPORT-LINE   FROM WS-DETAIL-LINE
           MOVE WS-INSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE SURVIVING TABLE ENTRIES OUT AS THE NEW MASTER
      *-----------------------------------------------------------------
       2800-WRITE-NEW-MASTER.
           PERFORM 2850-WRITE-ONE-INSTRUMENT THRU 2850-EXIT
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-IN-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE SURVIVING INSTRUMENT
      *-----------------------------------------------------------------
       2850-WRITE-ONE-INSTRUMENT.
           IF WS-IN-DELETED (WS-IN-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-IN-IMAGE (WS-IN-SUB) TO NEW-INSTRUMENT-RECORD
           WRITE NEW-INSTRUMENT-RECORD
           MOVE WS-INSNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'INSNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-WRITTEN-COUNT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER TOTALS AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-ADD-COUNT            TO WS-TOT-ADDS
           MOVE WS-CHANGE-COUNT         TO WS-TOT-CHANGES
           MOVE WS-DELETE-COUNT         TO WS-TOT-DELETES
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           MOVE WS-CALIBRATED-COUNT     TO WS-TOT-CALIBRATED
           MOVE WS-FAILED-COUNT         TO WS-TOT-FAILED
           MOVE WS-WRITTEN-COUNT        TO WS-TOT-WRITTEN
           WRITE INSTRUMENT-REPORT-LINE  FROM WS-BLANK-LINE
           WRITE INSTRUMENT-REPORT-LINE  FROM WS-TOTAL-LINE
           WRITE INSTRUMENT-REPORT-LINE  FROM WS-EVENT-TOTAL-LINE
           WRITE INSTRUMENT-REPORT-LINE  FROM WS-MASTER-TOTAL-LINE
           MOVE WS-INSRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'INSRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX72 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-CALIBRATED-COUNT ' CALIBRATED, '
               WS-FAILED-COUNT ' FAILED, ' WS-DELETE-COUNT
               ' DELETED, ' WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-INSTRUMENT-MASTER
               CLOSE INSTRUMENT-FILE
           END-IF
           CLOSE INSTRUMENT-MAINT-FILE
           CLOSE NEW-INSTRUMENT-FILE
           CLOSE INSTRUMENT-REPORT-FILE
           CLOSE REJECT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THIS RUN'S IDENTIFICATION, TIMESTAMPS, COUNTS AND
      * RETURN CODE TO THE CENTRAL RUN LOG SO THE NUMBERS SURVIVE
      * THE SYSOUT PURGE - CLS01EX19 PRINTS THE HISTORY
      *-----------------------------------------------------------------
       3900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                  TO RUN-LOG-RECORD
           MOVE 'CLS01X72'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
               + WS-CALIBRATED-COUNT + WS-FAILED-COUNT
           MOVE WS-REJECT-COUNT         TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE RUN-LOG-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX72 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
