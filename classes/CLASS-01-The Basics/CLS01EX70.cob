      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX70.
      * BIN CYCLE-COUNT RESULTS - VARIANCE REPORT AND MASTER
      * CORRECTIONS
      * READ THE COUNT CARDS (CNTCARD) KEYED FROM THE CLS01EX69 COUNT
      * SHEETS - EACH THE WIDTH, LENGTH AND HEIGHT MEASURED FOR ONE
      * BIN IN THE BIN'S OWN UNIT - AND COMPARE THEM WITH BNM-WIDTH,
      * BNM-LENGTH AND BNM-HEIGHT ON THE INDEXED BIN MASTER (BINMSTR)
      * THE CARDS ARE SORTED BY BIN AND COUNT DATE; A BIN COUNTED
      * MORE THAN ONCE KEEPS ITS LATEST CARD AND THE EARLIER ONES
      * PRINT AS SUPERSEDED.  A CARD IS REFUSED (REJFILE, WITH ITS
      * REASON) WHEN THE BIN IS NOT ON THE MASTER, A MEASUREMENT IS
      * NOT NUMERIC OR ZERO, OR THE COUNT DATE IS NOT A CALENDAR DATE
      * (CLS01DTV), IS AFTER THE BUSINESS DATE OR IS OLDER THAN THE
      * BIN'S LAST COUNT ALREADY ON THE MASTER
      * THE VARIANCE REPORT (CNTRPT) SHOWS EACH DIMENSION AS MASTER,
      * COUNTED AND SIGNED VARIANCE (COUNTED LESS MASTER), STARRED
      * WHEN IT IS BEYOND TOLERANCE - MORE THAN THE TOLERANCE PERCENT
      * OF THE MASTER FIGURE EITHER WAY.  A BIN WITH ANY DIMENSION
      * BEYOND TOLERANCE GETS A READY-TO-SUBMIT CHANGE CARD (CNTMNT,
      * CLS01BNT LAYOUT) CARRYING THE MEASURED DIMENSIONS AND ITS
      * CURRENT ZONE, UNIT AND STATUS FOR THE CLS01BMT MAINTENANCE
      * JOB, SO THE CORRECTION GOES THROUGH CLS01EX32'S AUDITED
      * REGISTER RATHER THAN BEING POSTED HERE
      * EVERY ACCEPTED COUNT, IN TOLERANCE OR NOT, STAMPS THE COUNT
      * DATE ON THE MASTER AS BNM-LAST-COUNTED SO CLS01EX69 ROTATES
      * THE BIN TO THE BACK OF ITS ZONE'S CYCLE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (OPTIONAL, OVERRIDES 'BATCH')
      *   2 - TOLERANCE PERCENT, THREE DIGITS (OPTIONAL, DEFAULT 005)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT COUNT-CARD-FILE      ASSIGN TO "CNTCARD"
                                        FILE STATUS IS WS-CARD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIN-MASTER-FILE      ASSIGN TO "BINMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS BNM-BIN-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT COUNT-REPORT-FILE    ASSIGN TO "CNTRPT"
                                        FILE STATUS IS WS-CNTRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-CARD-FILE     ASSIGN TO "CNTMNT"
                                        FILE STATUS IS WS-CNTMNT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE          ASSIGN TO "REJFILE"
                                        FILE STATUS IS WS-REJECT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  COUNT-CARD-FILE.
       01  COUNT-CARD-IN               PIC X(80).
       FD  BIN-MASTER-FILE.
       COPY CLS01BNM.
       FD  COUNT-REPORT-FILE.
       01  COUNT-REPORT-LINE           PIC X(80).
       FD  CHANGE-CARD-FILE.
       COPY CLS01BNT.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-BIN-ID              PIC X(08).
           05  REJ-COUNT-DATE          PIC X(08).
           05  REJ-COUNTER-ID          PIC X(08).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(26).
       SD  SORT-FILE.
       COPY CLS01CNT.
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
      * OPERATOR AUTHORIZATION - THE ID THE RUN WAS SUBMITTED WITH IS
      * VALIDATED AGAINST THE OPERATOR MASTER BY CLS01OPV BEFORE ANY
      * WORK IS DONE; THIS PROGRAM UPDATES THE BIN MASTER, SO
      * CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
       COPY CLS01DTP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-TOLERANCE-PARM           PIC X(03)   VALUE SPACES.
       01  WS-TOLERANCE-PCT            PIC 9(03)   VALUE 5.
      *================================================================
      * SWITCHES
      *================================================================
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-CARDS                 VALUE 'Y'.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  CARD-IS-VALID                       VALUE 'Y'.
       01  WS-PENDING-SWITCH           PIC X(01)   VALUE 'N'.
           88  COUNT-IS-PENDING                    VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  BIN-FOUND-ON-MASTER                 VALUE 'Y'.
       01  WS-OUT-SWITCH               PIC X(01)   VALUE 'N'.
           88  BIN-OUT-OF-TOLERANCE                VALUE 'Y'.
      *================================================================
      * THE LATEST GOOD CARD SEEN FOR THE CURRENT BIN - HELD UNTIL THE
      * NEXT BIN (OR THE END OF THE CARDS) SHOWS IT IS THE LAST ONE
      *================================================================
       01  WS-PENDING-COUNT.
           05  WS-PEND-BIN-ID          PIC X(08).
           05  WS-PEND-COUNT-DATE      PIC 9(08).
           05  WS-PEND-WIDTH           PIC 9(02)V99.
           05  WS-PEND-LENGTH          PIC 9(02)V99.
           05  WS-PEND-HEIGHT          PIC 9(02)V99.
           05  WS-PEND-COUNTER-ID      PIC X(08).
      *================================================================
      * VARIANCE WORK AREAS - ONE DIMENSION AT A TIME
      *================================================================
       01  WS-DIM-MASTER               PIC 9(02)V99 VALUE ZERO.
       01  WS-DIM-COUNTED              PIC 9(02)V99 VALUE ZERO.
       01  WS-DIM-VARIANCE             PIC S9(02)V99 VALUE ZERO.
       01  WS-DIM-ABS-VARIANCE         PIC 9(02)V99 VALUE ZERO.
       01  WS-DIM-VARIANCE-PCT         PIC 9(04)V99 VALUE ZERO.
       01  WS-DIM-TOLERANCE            PIC 9(05)V99 VALUE ZERO.
       01  WS-DIM-FLAG                 PIC X(01)   VALUE SPACE.
      *================================================================
      * COUNTERS AND REJECT CONTROL
      *================================================================
       01  WS-CARD-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-SUPERSEDED-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-COUNTED-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-IN-TOLERANCE-COUNT       PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-MSG-BIN-ID               PIC X(08)   VALUE SPACES.
       01  WS-MSG-COUNT-DATE           PIC X(08)   VALUE SPACES.
       01  WS-MSG-COUNTER-ID           PIC X(08)   VALUE SPACES.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-CARD-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CNTRPT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CNTMNT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX70  BIN COUNT VARIANCE REPORT'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(07) VALUE '  TOL: '.
           05  WS-HDR-TOLERANCE        PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               '------ WIDTH ------'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               '------ LENGTH -----'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               '------ HEIGHT -----'.
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-HEADER-LINE-4.
           05  FILLER                  PIC X(08) VALUE 'BIN-ID'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ZONE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE 'U'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'MASTR COUNT    VAR'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'MASTR COUNT    VAR'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               'MASTR COUNT    VAR'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ACT'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ZONE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-UNIT             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-W-MASTER         PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-W-COUNTED        PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-W-VARIANCE       PIC --9.99.
           05  WS-DTL-W-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-L-MASTER         PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-L-COUNTED        PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-L-VARIANCE       PIC --9.99.
           05  WS-DTL-L-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-H-MASTER         PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-H-COUNTED        PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-H-VARIANCE       PIC --9.99.
           05  WS-DTL-H-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(04).
       01  WS-MESSAGE-LINE.
           05  WS-MSG-LINE-BIN-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MSG-LINE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MSG-LINE-COUNTER     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MSG-LINE-STATUS      PIC X(11).
           05  WS-MSG-LINE-TEXT        PIC X(30).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(12) VALUE 'CARDS READ: '.
           05  WS-TOT-CARDS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  SUPERSEDED:'.
           05  WS-TOT-SUPERSEDED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               '  REJECTED:'.
           05  WS-TOT-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(14) VALUE
               'BINS COUNTED: '.
           05  WS-TOT-COUNTED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  IN TOLERANCE:'.
           05  WS-TOT-IN-TOLERANCE     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE
               '  CHANGE CARDS:'.
           05  WS-TOT-CHANGES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY CNT-BIN-ID
                                CNT-COUNT-DATE
               WITH DUPLICATES IN ORDER
               USING COUNT-CARD-FILE
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * TAKE THE SORTED CARDS BACK - EACH BIN'S LAST GOOD CARD IS
      * HELD UNTIL THE BIN CHANGES AND THEN APPLIED
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-CARD     THRU 2150-EXIT

           PERFORM 2000-PROCESS-CARD    THRU 2000-EXIT
               UNTIL END-OF-SORTED-CARDS

           IF COUNT-IS-PENDING
               PERFORM 2300-APPLY-COUNT THRU 2300-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, TAKE THE TOLERANCE, OPEN THE FILES AND
      * PRINT THE FIRST PAGE HEADER
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

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM      FROM ARGUMENT-VALUE
           IF WS-TOLERANCE-PARM IS NUMERIC
               MOVE WS-TOLERANCE-PARM    TO WS-TOLERANCE-PCT
           END-IF

           OPEN I-O    BIN-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT COUNT-REPORT-FILE
           MOVE WS-CNTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CNTRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT CHANGE-CARD-FILE
           MOVE WS-CNTMNT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CNTMNT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X70'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX70 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE WS-TOLERANCE-PCT         TO WS-HDR-TOLERANCE

           WRITE COUNT-REPORT-LINE        FROM WS-HEADER-LINE-1
           WRITE COUNT-REPORT-LINE        FROM WS-HEADER-LINE-2
           WRITE COUNT-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE COUNT-REPORT-LINE        FROM WS-HEADER-LINE-3
           WRITE COUNT-REPORT-LINE        FROM WS-HEADER-LINE-4
           MOVE WS-CNTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CNTRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT ONE COUNT CARD - BIN ID, MEASUREMENTS AND COUNT DATE
      *-----------------------------------------------------------------
       1900-VALIDATE-CARD.
           SET WS-VALID-SWITCH          TO 'N'
           MOVE SPACES                  TO WS-REJECT-REASON

           IF CNT-BIN-ID = SPACES
               MOVE 'BIN ID IS BLANK'        TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CNT-WIDTH NOT NUMERIC
               OR CNT-LENGTH NOT NUMERIC
               OR CNT-HEIGHT NOT NUMERIC
               MOVE 'MEASUREMENT NOT NUMERIC'
                                             TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CNT-WIDTH = ZERO
               OR CNT-LENGTH = ZERO
               OR CNT-HEIGHT = ZERO
               MOVE 'MEASUREMENT IS ZERO'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CNT-COUNT-DATE NOT NUMERIC
               MOVE 'COUNT DATE INVALID'     TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
           MOVE CNT-COUNT-DATE          TO DTV-DATE
           MOVE ZERO                    TO DTV-COMPARE-DATE
           MOVE ZERO                    TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS
           IF NOT DTV-DATE-IS-VALID
               MOVE 'COUNT DATE INVALID'     TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CNT-COUNT-DATE > CTL-RUN-DATE
               MOVE 'COUNT DATE AFTER BUSINESS DATE'
                                             TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET CARD-IS-VALID            TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A BAD CARD IS REFUSED OUTRIGHT; A GOOD ONE FOR THE BIN ALREADY
      * HELD SUPERSEDES IT, AND ONE FOR A NEW BIN FIRST APPLIES THE
      * COUNT HELD FOR THE LAST BIN
      *-----------------------------------------------------------------
       2000-PROCESS-CARD.
           ADD 1                        TO WS-CARD-COUNT
           PERFORM 1900-VALIDATE-CARD   THRU 1900-EXIT

           IF NOT CARD-IS-VALID
               MOVE CNT-BIN-ID          TO WS-MSG-BIN-ID
               MOVE COUNT-CARD-RECORD (9:8) TO WS-MSG-COUNT-DATE
               MOVE CNT-COUNTER-ID      TO WS-MSG-COUNTER-ID
               PERFORM 2600-REJECT-COUNT THRU 2600-EXIT
               GO TO 2000-NEXT
           END-IF

           IF COUNT-IS-PENDING
               IF WS-PEND-BIN-ID = CNT-BIN-ID
                   PERFORM 2500-SUPERSEDE-COUNT THRU 2500-EXIT
               ELSE
                   PERFORM 2300-APPLY-COUNT THRU 2300-EXIT
               END-IF
           END-IF

           MOVE CNT-BIN-ID              TO WS-PEND-BIN-ID
           MOVE CNT-COUNT-DATE          TO WS-PEND-COUNT-DATE
           MOVE CNT-WIDTH               TO WS-PEND-WIDTH
           MOVE CNT-LENGTH              TO WS-PEND-LENGTH
           MOVE CNT-HEIGHT              TO WS-PEND-HEIGHT
           MOVE CNT-COUNTER-ID          TO WS-PEND-COUNTER-ID
           SET COUNT-IS-PENDING         TO TRUE.

       2000-NEXT.
           PERFORM 2150-RETURN-CARD     THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RETURN THE NEXT SORTED COUNT CARD
      *-----------------------------------------------------------------
       2150-RETURN-CARD.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-CARDS TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPLY THE COUNT HELD FOR A BIN - LOOK THE BIN UP, PRINT ITS
      * VARIANCES, CUT A CHANGE CARD IF ANY DIMENSION IS BEYOND
      * TOLERANCE, AND STAMP THE COUNT DATE ON THE MASTER
      *-----------------------------------------------------------------
       2300-APPLY-COUNT.
           SET WS-PENDING-SWITCH        TO 'N'
           SET WS-FOUND-SWITCH          TO 'N'
           MOVE WS-PEND-BIN-ID          TO WS-MSG-BIN-ID
           MOVE WS-PEND-COUNT-DATE      TO WS-MSG-COUNT-DATE
           MOVE WS-PEND-COUNTER-ID      TO WS-MSG-COUNTER-ID

           MOVE WS-PEND-BIN-ID          TO BNM-BIN-ID
           READ BIN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BIN-FOUND-ON-MASTER TO TRUE
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           IF WS-MASTER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF NOT BIN-FOUND-ON-MASTER
               MOVE 'BIN NOT FOUND ON MASTER' TO WS-REJECT-REASON
               PERFORM 2600-REJECT-COUNT THRU 2600-EXIT
               GO TO 2300-EXIT
           END-IF

           IF BNM-LAST-COUNTED NUMERIC
               AND BNM-LAST-COUNTED > WS-PEND-COUNT-DATE
               MOVE 'OLDER THAN LAST COUNT ON FILE'
                                             TO WS-REJECT-REASON
               PERFORM 2600-REJECT-COUNT THRU 2600-EXIT
               GO TO 2300-EXIT
           END-IF

           SET WS-OUT-SWITCH            TO 'N'

           MOVE BNM-WIDTH               TO WS-DIM-MASTER
           MOVE WS-PEND-WIDTH           TO WS-DIM-COUNTED
           PERFORM 2350-TEST-DIMENSION  THRU 2350-EXIT
           MOVE WS-DIM-MASTER           TO WS-DTL-W-MASTER
           MOVE WS-DIM-COUNTED          TO WS-DTL-W-COUNTED
           MOVE WS-DIM-VARIANCE         TO WS-DTL-W-VARIANCE
           MOVE WS-DIM-FLAG             TO WS-DTL-W-FLAG

           MOVE BNM-LENGTH              TO WS-DIM-MASTER
           MOVE WS-PEND-LENGTH          TO WS-DIM-COUNTED
           PERFORM 2350-TEST-DIMENSION  THRU 2350-EXIT
           MOVE WS-DIM-MASTER           TO WS-DTL-L-MASTER
           MOVE WS-DIM-COUNTED          TO WS-DTL-L-COUNTED
           MOVE WS-DIM-VARIANCE         TO WS-DTL-L-VARIANCE
           MOVE WS-DIM-FLAG             TO WS-DTL-L-FLAG

           MOVE BNM-HEIGHT              TO WS-DIM-MASTER
           MOVE WS-PEND-HEIGHT          TO WS-DIM-COUNTED
           PERFORM 2350-TEST-DIMENSION  THRU 2350-EXIT
           MOVE WS-DIM-MASTER           TO WS-DTL-H-MASTER
           MOVE WS-DIM-COUNTED          TO WS-DTL-H-COUNTED
           MOVE WS-DIM-VARIANCE         TO WS-DTL-H-VARIANCE
           MOVE WS-DIM-FLAG             TO WS-DTL-H-FLAG

           IF BIN-OUT-OF-TOLERANCE
               PERFORM 2400-WRITE-CHANGE-CARD THRU 2400-EXIT
               MOVE 'CHG'               TO WS-DTL-ACTION
           ELSE
               ADD 1                    TO WS-IN-TOLERANCE-COUNT
               MOVE 'OK'                TO WS-DTL-ACTION
           END-IF

           MOVE BNM-BIN-ID              TO WS-DTL-BIN-ID
           MOVE BNM-ZONE                TO WS-DTL-ZONE
           MOVE BNM-UNIT                TO WS-DTL-UNIT
           PERFORM 2700-WRITE-DETAIL-LINE THRU 2700-EXIT

           MOVE WS-PEND-COUNT-DATE      TO BNM-LAST-COUNTED
           REWRITE BIN-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-COUNTED-COUNT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE DIMENSION'S VARIANCE (COUNTED LESS MASTER) AND WHETHER IT
      * IS BEYOND TOLERANCE - ITS SIZE AS A PERCENT OF THE MASTER
      * FIGURE OVER THE TOLERANCE PERCENT.  A MASTER OF ZERO WITH A
      * MEASURED SIZE IS ALWAYS BEYOND IT
      *-----------------------------------------------------------------
       2350-TEST-DIMENSION.
           MOVE SPACE                   TO WS-DIM-FLAG
           COMPUTE WS-DIM-VARIANCE = WS-DIM-COUNTED - WS-DIM-MASTER
           IF WS-DIM-VARIANCE < ZERO
               COMPUTE WS-DIM-ABS-VARIANCE = ZERO - WS-DIM-VARIANCE
           ELSE
               MOVE WS-DIM-VARIANCE     TO WS-DIM-ABS-VARIANCE
           END-IF

           COMPUTE WS-DIM-VARIANCE-PCT = WS-DIM-ABS-VARIANCE * 100
           COMPUTE WS-DIM-TOLERANCE = WS-DIM-MASTER * WS-TOLERANCE-PCT
           IF WS-DIM-VARIANCE-PCT > WS-DIM-TOLERANCE
               MOVE '*'                 TO WS-DIM-FLAG
               SET BIN-OUT-OF-TOLERANCE TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CUT A CLS01EX32 CHANGE CARD FOR THE BIN - THE MEASURED
      * DIMENSIONS WITH THE ZONE, UNIT AND STATUS IT HAS NOW
      *-----------------------------------------------------------------
       2400-WRITE-CHANGE-CARD.
           MOVE SPACES                  TO BIN-MAINT-RECORD
           SET ACTION-IS-CHANGE         TO TRUE
           MOVE BNM-BIN-ID              TO BNT-BIN-ID
           MOVE BNM-ZONE                TO BNT-ZONE
           MOVE BNM-UNIT                TO BNT-UNIT
           MOVE WS-PEND-WIDTH           TO BNT-WIDTH
           MOVE WS-PEND-LENGTH          TO BNT-LENGTH
           MOVE WS-PEND-HEIGHT          TO BNT-HEIGHT
           MOVE BNM-STATUS              TO BNT-STATUS
           WRITE BIN-MAINT-RECORD
           MOVE WS-CNTMNT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-CHANGE-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE COUNT HELD FOR THE BIN HAS BEEN REPLACED BY A LATER CARD
      *-----------------------------------------------------------------
       2500-SUPERSEDE-COUNT.
           MOVE WS-PEND-BIN-ID          TO WS-MSG-LINE-BIN-ID
           MOVE WS-PEND-COUNT-DATE      TO WS-MSG-LINE-DATE
           MOVE WS-PEND-COUNTER-ID      TO WS-MSG-LINE-COUNTER
           MOVE 'SUPERSEDED '           TO WS-MSG-LINE-STATUS
           MOVE 'BY A LATER COUNT CARD'  TO WS-MSG-LINE-TEXT
           PERFORM 2750-WRITE-MESSAGE-LINE THRU 2750-EXIT

           ADD 1                        TO WS-SUPERSEDED-COUNT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REFUSED COUNT TO THE REJECT FILE AND THE REPORT
      *-----------------------------------------------------------------
       2600-REJECT-COUNT.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE WS-MSG-BIN-ID           TO REJ-BIN-ID
           MOVE WS-MSG-COUNT-DATE       TO REJ-COUNT-DATE
           MOVE WS-MSG-COUNTER-ID       TO REJ-COUNTER-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE WS-MSG-BIN-ID           TO WS-MSG-LINE-BIN-ID
           MOVE WS-MSG-COUNT-DATE       TO WS-MSG-LINE-DATE
           MOVE WS-MSG-COUNTER-ID       TO WS-MSG-LINE-COUNTER
           MOVE 'REJECTED - '           TO WS-MSG-LINE-STATUS
           MOVE WS-REJECT-REASON        TO WS-MSG-LINE-TEXT
           PERFORM 2750-WRITE-MESSAGE-LINE THRU 2750-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           DISPLAY 'CLS01EX70 - REJECTED ' WS-MSG-BIN-ID ' '
               WS-MSG-COUNT-DATE ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A BIN'S VARIANCE LINE, STARTING A NEW PAGE FIRST IF THE
      * CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2700-WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE COUNT-REPORT-LINE       FROM WS-DETAIL-LINE
           MOVE WS-CNTRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A SUPERSEDED OR REJECTED CARD'S LINE, STARTING A NEW
      * PAGE FIRST IF THE CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2750-WRITE-MESSAGE-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE COUNT-REPORT-LINE       FROM WS-MESSAGE-LINE
           MOVE WS-CNTRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REPORT TOTALS AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-CARD-COUNT           TO WS-TOT-CARDS
           MOVE WS-SUPERSEDED-COUNT     TO WS-TOT-SUPERSEDED
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTED
           MOVE WS-COUNTED-COUNT        TO WS-TOT-COUNTED
           MOVE WS-IN-TOLERANCE-COUNT   TO WS-TOT-IN-TOLERANCE
           MOVE WS-CHANGE-COUNT         TO WS-TOT-CHANGES
           WRITE COUNT-REPORT-LINE       FROM WS-BLANK-LINE
           WRITE COUNT-REPORT-LINE       FROM WS-TOTAL-LINE-1
           WRITE COUNT-REPORT-LINE       FROM WS-TOTAL-LINE-2
           MOVE WS-CNTRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX70 READ ' WS-CARD-COUNT ' COUNT CARDS, '
               WS-COUNTED-COUNT ' BINS COUNTED, ' WS-CHANGE-COUNT
               ' CHANGE CARDS, ' WS-SUPERSEDED-COUNT ' SUPERSEDED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG   THRU 3900-EXIT

           CLOSE BIN-MASTER-FILE
           CLOSE COUNT-REPORT-FILE
           CLOSE CHANGE-CARD-FILE
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
           MOVE 'CLS01X70'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-CARD-COUNT           TO LOG-INPUT-COUNT
           MOVE WS-COUNTED-COUNT        TO LOG-OUTPUT-COUNT
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
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN
      * OPEN, WRITE, REWRITE OR GENUINE READ ERROR (THE NORMAL '23'
      * NOT-ON-FILE STATUS NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX70 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
