      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX71.
      * QC HOLD AND RELEASE OF FAILING READING GROUPS
      * RUNS EACH NIGHT AFTER THE QC STEPS AND PUTS ON QC HOLD EVERY
      * READING GROUP THAT BREACHED FOR ANY OF THREE REASONS:
      *   E - CLS01EX06 EXCLUDED MORE THAN THE ALLOWED SHARE OF THE
      *       GROUP'S READINGS AGAINST QCLIMITS (QCEXCEPT, AGAINST
      *       THE GROUP'S READING COUNTS ON AVGOUT, ADDED OVER
      *       EVERY AVGOUT ROW IT HAS).  A GROUP
      *       CLS01EX06 REJECTED OUTRIGHT, OR WITH NO READING LEFT
      *       IN LIMITS, IS ALWAYS HELD
      *   C - CLS01EX17 FLAGGED ITS RANGE OR SIGMA (CHRTFLG)
      *   D - CLS01EX33 FLAGGED IT, OR ITS PROCESS LINE, FOR DRIFT
      *       ACROSS NIGHTS (DRFTFLG) - A DRIFTING LINE HOLDS EVERY
      *       ONE OF ITS GROUPS ON TONIGHT'S AVGOUT
      * THE HOLD FILE (CLS01QHD) CARRIES FORWARD NIGHT TO NIGHT THE
      * WAY CLS01EX55 CARRIES ITS REVIEW QUEUE: THE OLD FILE (QCHOLD)
      * IS READ, QA'S DISPOSITIONS (QCDSP) APPLIED, TONIGHT'S
      * BREACHES ADDED AND THE NEW FILE (QCHNEW) WRITTEN FOR THE JOB
      * TO SWAP IN.  ONE HOLD PER GROUP - A GROUP ALREADY ON HOLD
      * THAT BREACHES AGAIN KEEPS ITS HOLD DATE AND COUNTS ANOTHER
      * BREACH NIGHT; ONE SENT FOR RETEST THAT BREACHES AGAIN GOES
      * BACK TO HELD.  A DISPOSITION CARD:
      *   COLS  1-8   READING GROUP ID
      *   COL   9     R - RELEASED: THE HOLD LEAVES THE FILE
      *               J - REJECTED: THE GROUP'S DATA IS BAD - IT
      *                   STAYS ON THE FILE, OUT OF THE WAREHOUSE
      *                   EXTRACT, UNTIL QA RELEASES IT
      *               T - RETEST: STILL OPEN, AWAITING NEW READINGS
      *   COLS 10-17  APPROVER ID
      *   COLS 18-47  REASON
      * EVERY CARD NEEDS AN APPROVER AND A REASON.  THE HOLD REPORT
      * (QCHRPT) SHOWS THE DISPOSITIONS APPLIED, TONIGHT'S BREACHES
      * AND WHAT BECAME OF EACH, THEN EVERY HOLD ON THE FILE WITH ITS
      * AGE IN DAYS AND THE AGING TOTALS OF THE OPEN ONES.
      * CLS01EX25 READS THE HOLD FILE TO MARK HELD GROUPS ON THE
      * AVGEXT WAREHOUSE EXTRACT AND LEAVE REJECTED ONES OUT
      * A DISPOSITION THAT CANNOT BE READ OR MATCHES NO HOLD, OR A
      * TRIGGER FILE LEFT OVER FROM ANOTHER NIGHT, ENDS THE STEP RC 8;
      * HOLDS ALONE DO NOT, THEY ARE WHAT THE STEP IS FOR.  A RERUN
      * DOES NOT COUNT A GROUP'S BREACH NIGHT TWICE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - EXCLUSION SHARE IN WHOLE PERCENT OF THE GROUP'S
      *       READINGS ABOVE WHICH THE GROUP IS HELD (DEFAULT 025;
      *       000 SWITCHES THE TEST OFF)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AVERAGE-FILE         ASSIGN TO "AVGOUT"
                                        FILE STATUS IS WS-AVGOUT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-EXCEPTION-FILE    ASSIGN TO "QCEXCEPT"
                                        FILE STATUS IS WS-QCEXC-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHART-FLAG-FILE      ASSIGN TO "CHRTFLG"
                                        FILE STATUS IS WS-CHRTFLG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIFT-FLAG-FILE      ASSIGN TO "DRFTFLG"
                                        FILE STATUS IS WS-DRFTFLG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSITION-FILE     ASSIGN TO "QCDSP"
                                        FILE STATUS IS WS-DSP-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-HOLD-FILE         ASSIGN TO "QCHOLD"
                                        FILE STATUS IS WS-QCHOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HOLD-FILE        ASSIGN TO "QCHNEW"
                                        FILE STATUS IS WS-QCHNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REPORT-FILE     ASSIGN TO "QCHRPT"
                                        FILE STATUS IS WS-QCHRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  AVERAGE-FILE.
       COPY CLS01AVG               REPLACING AVG-RESULT-RECORD
                                    BY AVERAGE-RECORD.
       FD  QC-EXCEPTION-FILE.
       01  QC-EXCEPTION-RECORD.
           05  QCX-GROUP-ID            PIC X(08).
           05  QCX-SUBSCRIPT           PIC 9(02).
           05  QCX-READING             PIC 9(03)V9.
           05  QCX-LIMIT-MINIMUM       PIC 9(03)V9.
           05  QCX-LIMIT-MAXIMUM       PIC 9(03)V9.
           05  QCX-REASON              PIC X(20).
           05  FILLER                  PIC X(38).
       FD  CHART-FLAG-FILE.
       01  CHART-FLAG-RECORD           PIC X(80).
       FD  DRIFT-FLAG-FILE.
       01  DRIFT-FLAG-RECORD           PIC X(80).
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DSP-GROUP-ID            PIC X(08).
           05  DSP-ACTION              PIC X(01).
               88  DSP-RELEASE                     VALUE 'R'.
               88  DSP-REJECT                      VALUE 'J'.
               88  DSP-RETEST                      VALUE 'T'.
           05  DSP-APPROVER            PIC X(08).
           05  DSP-REASON              PIC X(30).
           05  FILLER                  PIC X(33).
       FD  QC-HOLD-FILE.
       01  QC-HOLD-FILE-RECORD         PIC X(120).
       FD  NEW-HOLD-FILE.
       01  NEW-HOLD-FILE-RECORD        PIC X(120).
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE            PIC X(80).
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
      * WORK IS DONE; REPORT/BATCH AUTHORITY (LEVEL 10) IS
      * ENOUGH FOR THIS PROGRAM - IT ONLY READS THE QC FILES AND
      * KEEPS ITS OWN HOLD FILE
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * INTERFACE-ENVELOPE CONTROLS FOR AVGOUT
      *================================================================
       COPY CLS01ENP.
       01  WS-ENV-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-ENV-HASH                 PIC 9(13)V99 VALUE ZERO.
       01  WS-ENV-SEALED-SWITCH        PIC X(01)   VALUE 'N'.
           88  ENVELOPE-SEALED                     VALUE 'Y'.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-SHARE-PARM               PIC X(03)   VALUE SPACES.
       01  WS-EXCL-SHARE               PIC 9(03)   VALUE 25.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-AVG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-AVGOUT                       VALUE 'Y'.
       01  WS-QCX-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-QCEXCEPT                     VALUE 'Y'.
       01  WS-CHART-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-CHART-FLAGS                  VALUE 'Y'.
       01  WS-DRIFT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-DRIFT-FLAGS                  VALUE 'Y'.
       01  WS-DISPOSITION-EOF-SWITCH   PIC X(01)   VALUE 'N'.
           88  END-OF-DISPOSITIONS                 VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-HOLD-FILE                    VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  ENTRY-FOUND                         VALUE 'Y'.
      *================================================================
      * TONIGHT'S READING GROUPS - EVERY GROUP ON AVGOUT, PLUS ANY
      * GROUP NAMED ONLY ON QCEXCEPT (ONE CLS01EX06 LEFT OFF AVGOUT)
      * OR A TRIGGER FILE, WITH ITS EXCLUSIONS AND THE REASONS IT
      * BREACHED TONIGHT.  THE HOLD IT ENDS UP ON IS NOTED FOR THE
      * BREACH SECTION OF THE REPORT
      *================================================================
       01  WS-GRP-MAX                  PIC 9(04)   COMP VALUE 500.
       01  WS-GRP-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-GRP-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-GRP-MATCH-SUB            PIC 9(04)   COMP VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY            OCCURS 500 TIMES.
               10  WS-GRP-ID           PIC X(08).
               10  WS-GRP-ON-AVGOUT    PIC X(01).
               10  WS-GRP-READINGS     PIC 9(04).
               10  WS-GRP-EXCLUDED     PIC 9(03).
               10  WS-GRP-REJECTED     PIC X(01).
               10  WS-GRP-FLAGS.
                   15  WS-GRP-EXCL-FLAG PIC X(01).
                   15  WS-GRP-CHART-FLAG PIC X(01).
                   15  WS-GRP-DRIFT-FLAG PIC X(01).
               10  WS-GRP-DETAIL       PIC X(24).
               10  WS-GRP-USED         PIC X(01).
               10  WS-GRP-HOLD-DATE    PIC 9(08).
               10  WS-GRP-NIGHTS       PIC 9(03).
               10  WS-GRP-OUTCOME      PIC X(08).
       01  WS-LOOKUP-GROUP             PIC X(08)   VALUE SPACES.
       01  WS-LOOKUP-PREFIX            PIC X(04)   VALUE SPACES.
       01  WS-TRIGGER-DETAIL           PIC X(24)   VALUE SPACES.
       01  WS-EXCL-PCT                 PIC 9(03)   VALUE ZERO.
       01  WS-PCT-EDIT                 PIC ZZ9.
       01  WS-READINGS-EDIT            PIC ZZZ9.
      *================================================================
      * QA'S DISPOSITIONS, TABLED AT START-UP AND MARKED AS THE HOLDS
      * THEY NAME ARE FOUND
      *================================================================
       01  WS-DST-MAX                  PIC 9(04)   COMP VALUE 500.
       01  WS-DST-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-DST-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-DISPOSITION-TABLE.
           05  WS-DST-ENTRY            OCCURS 500 TIMES.
               10  WS-DST-GROUP-ID     PIC X(08).
               10  WS-DST-ACTION       PIC X(01).
               10  WS-DST-APPROVER     PIC X(08).
               10  WS-DST-REASON       PIC X(30).
               10  WS-DST-USED         PIC X(01).
      *================================================================
      * THE TRIGGER AND HOLD RECORDS BEING READ, CARRIED OR LISTED -
      * BOTH TRIGGER FILES, AND BOTH HOLD FILES, ARE READ INTO AND
      * WRITTEN FROM THESE AREAS
      *================================================================
       COPY CLS01QHT.
       COPY CLS01QHD.
      *================================================================
      * DAY-NUMBER WORK AREAS - THE ARITHMETIC CLS01DTV USES FOR ITS
      * STALENESS TEST (SHIFTED-YEAR CIVIL ALGORITHM, MARCH-FIRST
      * YEAR, SO LEAP DAYS FALL OUT OF THE INTEGER ARITHMETIC)
      *================================================================
       01  WS-DN-INPUT                 PIC 9(08)   VALUE ZERO.
       01  WS-DN-PARTS                 REDEFINES WS-DN-INPUT.
           05  WS-DN-IN-YEAR           PIC 9(04).
           05  WS-DN-IN-MONTH          PIC 9(02).
           05  WS-DN-IN-DAY            PIC 9(02).
       01  WS-DN-YEAR                  PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-MONTH                 PIC 9(04)   COMP VALUE ZERO.
       01  WS-DN-DAY                   PIC 9(02)   COMP VALUE ZERO.
       01  WS-DN-QUARTERS              PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-CENTURIES             PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-QUADCENTS             PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-MONTH-DAYS            PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-RESULT                PIC 9(08)   COMP VALUE ZERO.
       01  WS-RUN-DN                   PIC 9(08)   COMP VALUE ZERO.
       01  WS-HOLD-AGE                 PIC 9(05)   COMP VALUE ZERO.
      *================================================================
      * RUN TOTALS AND THE OPEN-HOLD AGING BUCKETS
      *================================================================
       01  WS-AVG-GROUP-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-QCX-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHART-TRIGGER-COUNT      PIC 9(06)   VALUE ZERO.
       01  WS-DRIFT-TRIGGER-COUNT      PIC 9(06)   VALUE ZERO.
       01  WS-STALE-TRIGGER-COUNT      PIC 9(06)   VALUE ZERO.
       01  WS-EXCL-BREACH-COUNT        PIC 9(06)   VALUE ZERO.
       01  WS-CHART-BREACH-COUNT       PIC 9(06)   VALUE ZERO.
       01  WS-DRIFT-BREACH-COUNT       PIC 9(06)   VALUE ZERO.
       01  WS-CARRIED-IN-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-RETEST-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-BAD-DISPOSITION-COUNT    PIC 9(06)   VALUE ZERO.
       01  WS-NEW-HOLD-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REHELD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-HOLD-OUT-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-OPEN-HELD-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-OPEN-RETEST-COUNT        PIC 9(06)   VALUE ZERO.
       01  WS-REJECTED-ON-FILE-COUNT   PIC 9(06)   VALUE ZERO.
       01  WS-AGE-0-1-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-AGE-2-5-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-AGE-6-10-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-AGE-OVER-10-COUNT        PIC 9(06)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-AVGOUT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCEXC-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CHRTFLG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-DRFTFLG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-DSP-STATUS               PIC X(02)   VALUE '00'.
       01  WS-QCHOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCHNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCHRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL AND PRINT LINES
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX71  QC HOLD AND RELEASE'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HDR-SECTION          PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(09) VALUE 'GROUP'.
           05  FILLER                  PIC X(09) VALUE 'HELD ON'.
           05  FILLER                  PIC X(04) VALUE 'RSN'.
           05  FILLER                  PIC X(09) VALUE 'STATUS'.
           05  FILLER                  PIC X(05) VALUE 'AGE'.
           05  FILLER                  PIC X(04) VALUE 'NTS'.
           05  FILLER                  PIC X(09) VALUE 'BREACHED'.
           05  FILLER                  PIC X(24) VALUE 'DETAIL'.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-GROUP-ID         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-HOLD-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASONS          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AGE              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NIGHTS           PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LAST-BREACH      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DETAIL           PIC X(24).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-AGE-EDIT                 PIC ZZ9.
       01  WS-REASON-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'BY '.
           05  WS-RSN-APPROVER         PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  WS-RSN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-RSN-REASON           PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(76).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX71  QC HOLD RUN TOTALS'.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL            PIC X(32).
           05  WS-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           PERFORM 1200-LOAD-GROUP      THRU 1200-EXIT
               UNTIL END-OF-AVGOUT
           PERFORM 1250-LOAD-EXCEPTION  THRU 1250-EXIT
               UNTIL END-OF-QCEXCEPT
           PERFORM 1300-JUDGE-EXCLUSIONS THRU 1300-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           PERFORM 1400-LOAD-CHART-TRIGGER THRU 1400-EXIT
               UNTIL END-OF-CHART-FLAGS
           PERFORM 1450-LOAD-DRIFT-TRIGGER THRU 1450-EXIT
               UNTIL END-OF-DRIFT-FLAGS

           MOVE 'DISPOSITIONS APPLIED'  TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           PERFORM 1500-LOAD-DISPOSITION THRU 1500-EXIT
               UNTIL END-OF-DISPOSITIONS
           PERFORM 1600-CARRY-HOLD      THRU 1600-EXIT
               UNTIL END-OF-HOLD-FILE
           PERFORM 1700-LIST-UNMATCHED  THRU 1700-EXIT
               VARYING WS-DST-SUB FROM 1 BY 1
               UNTIL WS-DST-SUB > WS-DST-COUNT

           MOVE 'GROUPS IN BREACH TONIGHT' TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           PERFORM 2000-HOLD-GROUP      THRU 2000-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           CLOSE NEW-HOLD-FILE

           MOVE 'QC HOLDS ON FILE'      TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           PERFORM 2800-LIST-HOLDS      THRU 2800-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS AND OPEN THE FILES - AVGOUT MUST BE
      * THERE; NO QCEXCEPT OR TRIGGER FILE MEANS NOTHING BREACHED
      * THAT WAY, AND THE OLD HOLD FILE IS OPTIONAL (THE FIRST NIGHT
      * HAS NONE).  THE NEW HOLD FILE IS ALWAYS WRITTEN SO THE JOB'S
      * SWAP NEVER LOSES THE HOLDS CARRIED
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
           ACCEPT WS-SHARE-PARM          FROM ARGUMENT-VALUE
           IF WS-SHARE-PARM IS NUMERIC
               MOVE WS-SHARE-PARM        TO WS-EXCL-SHARE
           END-IF

           MOVE CTL-RUN-DATE             TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-RUN-DN

           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  AVERAGE-FILE
           MOVE WS-AVGOUT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'AVGOUT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1150-CHECK-ENVELOPE  THRU 1150-EXIT

           OPEN INPUT  QC-EXCEPTION-FILE
           IF WS-QCEXC-STATUS = '35'
               SET END-OF-QCEXCEPT       TO TRUE
           ELSE
               MOVE WS-QCEXC-STATUS      TO WS-CURRENT-STATUS
               MOVE 'QCEXCEPT'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  CHART-FLAG-FILE
           IF WS-CHRTFLG-STATUS = '35'
               SET END-OF-CHART-FLAGS    TO TRUE
           ELSE
               MOVE WS-CHRTFLG-STATUS    TO WS-CURRENT-STATUS
               MOVE 'CHRTFLG'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  DRIFT-FLAG-FILE
           IF WS-DRFTFLG-STATUS = '35'
               SET END-OF-DRIFT-FLAGS    TO TRUE
           ELSE
               MOVE WS-DRFTFLG-STATUS    TO WS-CURRENT-STATUS
               MOVE 'DRFTFLG'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  DISPOSITION-FILE
           IF WS-DSP-STATUS = '35'
               SET END-OF-DISPOSITIONS   TO TRUE
           ELSE
               MOVE WS-DSP-STATUS        TO WS-CURRENT-STATUS
               MOVE 'QCDSP'              TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  QC-HOLD-FILE
           IF WS-QCHOLD-STATUS = '35'
               SET END-OF-HOLD-FILE      TO TRUE
               DISPLAY 'CLS01EX71 - NO QC HOLD FILE - STARTING A NEW '
                   'ONE'
           ELSE
               MOVE WS-QCHOLD-STATUS     TO WS-CURRENT-STATUS
               MOVE 'QCHOLD'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN OUTPUT NEW-HOLD-FILE
           MOVE WS-QCHNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X71'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX71 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW HOLD REPORT PAGE HEADER - THE SECTION BEING
      * PRINTED IS REPEATED ON EVERY PAGE OF IT
      *-----------------------------------------------------------------
       1100-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-SEC-TITLE             TO WS-HDR-SECTION

           WRITE HOLD-REPORT-LINE        FROM WS-HEADER-LINE-1
           WRITE HOLD-REPORT-LINE        FROM WS-HEADER-LINE-2
           WRITE HOLD-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE HOLD-REPORT-LINE        FROM WS-HEADER-LINE-3
           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIRST AVGOUT RECORD MUST BE A FRESH ENVELOPE HEADER - A
      * BARE, SHORT OR STALE FILE STOPS THE STEP HERE
      *-----------------------------------------------------------------
       1150-CHECK-ENVELOPE.
           READ AVERAGE-FILE
               AT END
                   DISPLAY 'CLS01EX71 - AVGOUT IS EMPTY - NO '
                       'ENVELOPE'
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE AVERAGE-RECORD (1:80)   TO ENV-RECORD-AREA
           SET ENV-CHECK-HEADER         TO TRUE
           MOVE CTL-RUN-DATE            TO ENV-BUSINESS-DATE
           CALL 'CLS01ENV'              USING ENVELOPE-PARMS
           IF ENV-FAILED
               DISPLAY 'CLS01EX71 - AVGOUT ENVELOPE: '
                   ENV-RESULT-TEXT
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE OF TONIGHT'S GROUPS WITH ITS READING COUNT - THE
      * TRAILER IS VERIFIED AGAINST WHAT WAS READ
      *-----------------------------------------------------------------
       1200-LOAD-GROUP.
           READ AVERAGE-FILE
               AT END
                   SET END-OF-AVGOUT    TO TRUE
                   CLOSE AVERAGE-FILE
                   IF NOT ENVELOPE-SEALED
                       DISPLAY 'CLS01EX71 - AVGOUT SHORT FILE - NO '
                           'ENVELOPE TRAILER'
                       MOVE 16          TO RETURN-CODE
                       STOP RUN
                   END-IF
                   GO TO 1200-EXIT
           END-READ

           MOVE WS-AVGOUT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'AVGOUT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF AVERAGE-RECORD (1:6) = 'ENVTRL'
               MOVE AVERAGE-RECORD (1:80) TO ENV-RECORD-AREA
               SET ENV-CHECK-TRAILER    TO TRUE
               MOVE WS-ENV-COUNT        TO ENV-RECORD-COUNT
               MOVE WS-ENV-HASH         TO ENV-HASH-TOTAL
               CALL 'CLS01ENV'          USING ENVELOPE-PARMS
               IF ENV-FAILED
                   DISPLAY 'CLS01EX71 - AVGOUT ENVELOPE: '
                       ENV-RESULT-TEXT
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-ENV-SEALED-SWITCH TO 'Y'
               GO TO 1200-EXIT
           END-IF

           ADD 1                        TO WS-ENV-COUNT
           ADD AVG-AVERAGE OF AVERAGE-RECORD
                                        TO WS-ENV-HASH
           ADD 1                        TO WS-AVG-GROUP-COUNT

           MOVE AVG-GROUP-ID OF AVERAGE-RECORD TO WS-LOOKUP-GROUP
           PERFORM 1800-FIND-GROUP      THRU 1800-EXIT
           MOVE 'Y'                     TO WS-GRP-ON-AVGOUT
                                            (WS-GRP-MATCH-SUB)
           ADD AVG-READING-COUNT OF AVERAGE-RECORD
                                        TO WS-GRP-READINGS
                                            (WS-GRP-MATCH-SUB).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT ONE QCLIMITS EXCLUSION AGAINST ITS GROUP - A GROUP
      * CLS01EX06 REJECTED OUTRIGHT COMES THROUGH AS SUBSCRIPT ZERO
      *-----------------------------------------------------------------
       1250-LOAD-EXCEPTION.
           READ QC-EXCEPTION-FILE
               AT END
                   SET END-OF-QCEXCEPT  TO TRUE
                   CLOSE QC-EXCEPTION-FILE
                   GO TO 1250-EXIT
           END-READ

           MOVE WS-QCEXC-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCEXCEPT'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF QCX-GROUP-ID = SPACES
               GO TO 1250-EXIT
           END-IF

           ADD 1                        TO WS-QCX-COUNT
           MOVE QCX-GROUP-ID            TO WS-LOOKUP-GROUP
           PERFORM 1800-FIND-GROUP      THRU 1800-EXIT
           IF QCX-SUBSCRIPT = ZERO
               MOVE 'Y'                 TO WS-GRP-REJECTED
                                            (WS-GRP-MATCH-SUB)
           ELSE
               ADD 1                    TO WS-GRP-EXCLUDED
                                            (WS-GRP-MATCH-SUB)
           END-IF.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE GROUP'S EXCLUSIONS AGAINST THE ALLOWED SHARE OF ITS
      * READINGS - A GROUP LEFT OFF AVGOUT (REJECTED, OR NOTHING
      * LEFT IN LIMITS) HAS BREACHED WHATEVER THE SHARE
      *-----------------------------------------------------------------
       1300-JUDGE-EXCLUSIONS.
           IF WS-EXCL-SHARE = ZERO
               GO TO 1300-EXIT
           END-IF

           MOVE SPACES                  TO WS-TRIGGER-DETAIL
           EVALUATE TRUE
               WHEN WS-GRP-REJECTED (WS-GRP-SUB) = 'Y'
                   MOVE 'GROUP REJECTED'
                                        TO WS-TRIGGER-DETAIL
               WHEN WS-GRP-ON-AVGOUT (WS-GRP-SUB) = 'N'
                    AND WS-GRP-EXCLUDED (WS-GRP-SUB) > ZERO
                   MOVE 'ALL READINGS EXCLUDED'
                                        TO WS-TRIGGER-DETAIL
               WHEN WS-GRP-READINGS (WS-GRP-SUB) > ZERO
                    AND WS-GRP-EXCLUDED (WS-GRP-SUB) * 100 >
                        WS-EXCL-SHARE * WS-GRP-READINGS (WS-GRP-SUB)
                   COMPUTE WS-EXCL-PCT ROUNDED =
                       WS-GRP-EXCLUDED (WS-GRP-SUB) * 100 /
                       WS-GRP-READINGS (WS-GRP-SUB)
                   MOVE WS-EXCL-PCT     TO WS-PCT-EDIT
                   MOVE WS-GRP-READINGS (WS-GRP-SUB)
                                        TO WS-READINGS-EDIT
                   STRING 'EXCLUDED ' WS-PCT-EDIT '% OF '
                       WS-READINGS-EDIT DELIMITED BY SIZE
                       INTO WS-TRIGGER-DETAIL
               WHEN OTHER
                   GO TO 1300-EXIT
           END-EVALUATE

           ADD 1                        TO WS-EXCL-BREACH-COUNT
           MOVE 'E'                     TO WS-GRP-EXCL-FLAG
                                            (WS-GRP-SUB)
           MOVE WS-TRIGGER-DETAIL       TO WS-GRP-DETAIL (WS-GRP-SUB).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE CLS01EX17 RANGE/SIGMA FLAG - A TRIGGER FROM ANOTHER NIGHT
      * MEANS THE CHART STEP DID NOT RUN TONIGHT AND IS NOT TRUSTED
      *-----------------------------------------------------------------
       1400-LOAD-CHART-TRIGGER.
           READ CHART-FLAG-FILE         INTO QC-HOLD-TRIGGER-RECORD
               AT END
                   SET END-OF-CHART-FLAGS TO TRUE
                   CLOSE CHART-FLAG-FILE
                   GO TO 1400-EXIT
           END-READ

           MOVE WS-CHRTFLG-STATUS       TO WS-CURRENT-STATUS
           MOVE 'CHRTFLG'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF QHT-GROUP-ID = SPACES
               GO TO 1400-EXIT
           END-IF
           IF QHT-RUN-DATE NOT = CTL-RUN-DATE
               PERFORM 1490-REFUSE-STALE-TRIGGER THRU 1490-EXIT
               GO TO 1400-EXIT
           END-IF

           ADD 1                        TO WS-CHART-TRIGGER-COUNT
           MOVE QHT-GROUP-ID            TO WS-LOOKUP-GROUP
           PERFORM 1800-FIND-GROUP      THRU 1800-EXIT
           IF WS-GRP-CHART-FLAG (WS-GRP-MATCH-SUB) = SPACE
               ADD 1                    TO WS-CHART-BREACH-COUNT
           END-IF
           MOVE 'C'                     TO WS-GRP-CHART-FLAG
                                            (WS-GRP-MATCH-SUB)
           IF WS-GRP-DETAIL (WS-GRP-MATCH-SUB) = SPACES
               MOVE QHT-DETAIL          TO WS-GRP-DETAIL
                                            (WS-GRP-MATCH-SUB)
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE CLS01EX33 DRIFT FLAG - A PROCESS-LINE SERIES (PREFIX +
      * '/ALL') HOLDS EVERY GROUP OF THAT LINE ON TONIGHT'S AVGOUT
      *-----------------------------------------------------------------
       1450-LOAD-DRIFT-TRIGGER.
           READ DRIFT-FLAG-FILE         INTO QC-HOLD-TRIGGER-RECORD
               AT END
                   SET END-OF-DRIFT-FLAGS TO TRUE
                   CLOSE DRIFT-FLAG-FILE
                   GO TO 1450-EXIT
           END-READ

           MOVE WS-DRFTFLG-STATUS       TO WS-CURRENT-STATUS
           MOVE 'DRFTFLG'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF QHT-GROUP-ID = SPACES
               GO TO 1450-EXIT
           END-IF
           IF QHT-RUN-DATE NOT = CTL-RUN-DATE
               PERFORM 1490-REFUSE-STALE-TRIGGER THRU 1490-EXIT
               GO TO 1450-EXIT
           END-IF

           ADD 1                        TO WS-DRIFT-TRIGGER-COUNT
           IF QHT-GROUP-ID (5:4) = '/ALL'
               MOVE QHT-GROUP-ID (1:4)  TO WS-LOOKUP-PREFIX
               MOVE SPACES              TO WS-TRIGGER-DETAIL
               STRING 'LINE ' QHT-DETAIL DELIMITED BY SIZE
                   INTO WS-TRIGGER-DETAIL
               PERFORM 1470-HOLD-LINE-GROUP THRU 1470-EXIT
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               GO TO 1450-EXIT
           END-IF

           MOVE QHT-GROUP-ID            TO WS-LOOKUP-GROUP
           PERFORM 1800-FIND-GROUP      THRU 1800-EXIT
           MOVE WS-GRP-MATCH-SUB        TO WS-GRP-SUB
           MOVE QHT-DETAIL              TO WS-TRIGGER-DETAIL
           PERFORM 1480-FLAG-DRIFT      THRU 1480-EXIT.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FLAG ONE GROUP OF A DRIFTING PROCESS LINE
      *-----------------------------------------------------------------
       1470-HOLD-LINE-GROUP.
           IF WS-GRP-ID (WS-GRP-SUB) (1:4) = WS-LOOKUP-PREFIX
               AND WS-GRP-ON-AVGOUT (WS-GRP-SUB) = 'Y'
               PERFORM 1480-FLAG-DRIFT  THRU 1480-EXIT
           END-IF.
       1470-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE GROUP AT WS-GRP-SUB AS DRIFTING
      *-----------------------------------------------------------------
       1480-FLAG-DRIFT.
           IF WS-GRP-DRIFT-FLAG (WS-GRP-SUB) = SPACE
               ADD 1                    TO WS-DRIFT-BREACH-COUNT
           END-IF
           MOVE 'D'                     TO WS-GRP-DRIFT-FLAG
                                            (WS-GRP-SUB)
           IF WS-GRP-DETAIL (WS-GRP-SUB) = SPACES
               MOVE WS-TRIGGER-DETAIL   TO WS-GRP-DETAIL (WS-GRP-SUB)
           END-IF.
       1480-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST A TRIGGER LEFT OVER FROM ANOTHER NIGHT AND IGNORE IT
      *-----------------------------------------------------------------
       1490-REFUSE-STALE-TRIGGER.
           ADD 1                        TO WS-STALE-TRIGGER-COUNT
           DISPLAY 'CLS01EX71 - TRIGGER FOR GROUP ' QHT-GROUP-ID
               ' IS DATED ' QHT-RUN-DATE ' - NOT TONIGHT, IGNORED'.
       1490-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE DISPOSITION CARD - A CARD WITH NO GROUP, AN ACTION
      * OTHER THAN R, J OR T, OR NO APPROVER OR REASON IS LISTED AND
      * REFUSED.  A SECOND CARD FOR THE SAME GROUP REPLACES THE FIRST
      *-----------------------------------------------------------------
       1500-LOAD-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET END-OF-DISPOSITIONS TO TRUE
                   CLOSE DISPOSITION-FILE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-DSP-STATUS           TO WS-CURRENT-STATUS
           MOVE 'QCDSP'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF DISPOSITION-RECORD = SPACES
               GO TO 1500-EXIT
           END-IF

           MOVE SPACES                  TO WS-MSG-TEXT
           EVALUATE TRUE
               WHEN DSP-GROUP-ID = SPACES
                   MOVE 'REFUSED - DISPOSITION NAMES NO READING GROUP'
                                        TO WS-MSG-TEXT
               WHEN NOT DSP-RELEASE AND NOT DSP-REJECT
                    AND NOT DSP-RETEST
                   STRING 'REFUSED - GROUP ' DSP-GROUP-ID
                       ' ACTION "' DSP-ACTION
                       '" IS NOT R, J OR T' DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               WHEN DSP-APPROVER = SPACES
                   STRING 'REFUSED - GROUP ' DSP-GROUP-ID
                       ' NAMES NO APPROVER' DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               WHEN DSP-REASON = SPACES
                   STRING 'REFUSED - GROUP ' DSP-GROUP-ID
                       ' GIVES NO REASON' DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
           END-EVALUATE
           IF WS-MSG-TEXT NOT = SPACES
               ADD 1                    TO WS-BAD-DISPOSITION-COUNT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
               GO TO 1500-EXIT
           END-IF

           MOVE DSP-GROUP-ID            TO QHD-GROUP-ID
           PERFORM 1650-FIND-DISPOSITION THRU 1650-EXIT
           IF NOT ENTRY-FOUND
               IF WS-DST-COUNT NOT < WS-DST-MAX
                   DISPLAY 'CLS01EX71 - MORE THAN ' WS-DST-MAX
                       ' DISPOSITION CARDS'
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO WS-DST-COUNT
               MOVE WS-DST-COUNT        TO WS-DST-SUB
           END-IF

           MOVE DSP-GROUP-ID            TO WS-DST-GROUP-ID (WS-DST-SUB)
           MOVE DSP-ACTION              TO WS-DST-ACTION (WS-DST-SUB)
           MOVE DSP-APPROVER            TO WS-DST-APPROVER (WS-DST-SUB)
           MOVE DSP-REASON              TO WS-DST-REASON (WS-DST-SUB)
           MOVE 'N'                     TO WS-DST-USED (WS-DST-SUB).
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A REPORT SECTION ON A FRESH PAGE
      *-----------------------------------------------------------------
       1550-START-SECTION.
           PERFORM 1100-WRITE-HEADER    THRU 1100-EXIT
           WRITE HOLD-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE HOLD-REPORT-LINE        FROM WS-SECTION-LINE
           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 2                         TO WS-LINES-ON-PAGE.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARRY ONE HOLD OF THE OLD FILE: QA'S DISPOSITION FIRST - A
      * RELEASED GROUP IS LISTED AND DROPPED, A REJECTED OR RETEST
      * ONE LISTED AND KEPT WITH THE APPROVER AND REASON - THEN ANY
      * BREACH OF THE GROUP TONIGHT.  A RELEASED GROUP THAT BREACHED
      * AGAIN TONIGHT GOES BACK ON HOLD AS A NEW HOLD
      *-----------------------------------------------------------------
       1600-CARRY-HOLD.
           READ QC-HOLD-FILE            INTO QC-HOLD-RECORD
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
                   CLOSE QC-HOLD-FILE
                   GO TO 1600-EXIT
           END-READ

           MOVE WS-QCHOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-CARRIED-IN-COUNT

           PERFORM 1650-FIND-DISPOSITION THRU 1650-EXIT
           IF ENTRY-FOUND
               MOVE 'Y'                 TO WS-DST-USED (WS-DST-SUB)
               MOVE WS-DST-APPROVER (WS-DST-SUB) TO QHD-APPROVER
               MOVE WS-DST-REASON (WS-DST-SUB) TO QHD-DISP-REASON
               MOVE CTL-RUN-DATE        TO QHD-ACTION-DATE
               MOVE SPACES              TO WS-DTL-AGE
               EVALUATE WS-DST-ACTION (WS-DST-SUB)
                   WHEN 'R'
                       ADD 1            TO WS-RELEASED-COUNT
                       MOVE 'RELEASED'  TO WS-DTL-STATUS
                       PERFORM 2700-PRINT-HOLD THRU 2700-EXIT
                       GO TO 1600-EXIT
                   WHEN 'J'
                       ADD 1            TO WS-REJECTED-COUNT
                       MOVE 'J'         TO QHD-STATUS
                       MOVE 'REJECTED'  TO WS-DTL-STATUS
                   WHEN OTHER
                       ADD 1            TO WS-RETEST-COUNT
                       MOVE 'T'         TO QHD-STATUS
                       MOVE 'RETEST'    TO WS-DTL-STATUS
               END-EVALUATE
               PERFORM 2700-PRINT-HOLD  THRU 2700-EXIT
           END-IF

           MOVE QHD-GROUP-ID            TO WS-LOOKUP-GROUP
           PERFORM 1850-LOCATE-GROUP    THRU 1850-EXIT
           IF ENTRY-FOUND
               IF WS-GRP-FLAGS (WS-GRP-MATCH-SUB) NOT = SPACES
                   PERFORM 2500-APPLY-BREACH THRU 2500-EXIT
               END-IF
           END-IF

           PERFORM 2750-WRITE-HOLD      THRU 2750-EXIT.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP THE DISPOSITION FOR THE GROUP IN QHD-GROUP-ID
      *-----------------------------------------------------------------
       1650-FIND-DISPOSITION.
           MOVE 'N'                     TO WS-FOUND-SWITCH
           PERFORM 1660-MATCH-DISPOSITION THRU 1660-EXIT
               VARYING WS-DST-SUB FROM 1 BY 1
               UNTIL WS-DST-SUB > WS-DST-COUNT
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               SUBTRACT 1               FROM WS-DST-SUB
           END-IF.
       1650-EXIT.
           EXIT.

       1660-MATCH-DISPOSITION.
           IF WS-DST-GROUP-ID (WS-DST-SUB) = QHD-GROUP-ID
               SET ENTRY-FOUND          TO TRUE
           END-IF.
       1660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST A DISPOSITION THAT NAMED NO GROUP ON HOLD - ALREADY
      * RELEASED, MISKEYED, OR NEVER HELD
      *-----------------------------------------------------------------
       1700-LIST-UNMATCHED.
           IF WS-DST-USED (WS-DST-SUB) = 'Y'
               GO TO 1700-EXIT
           END-IF

           ADD 1                        TO WS-UNMATCHED-COUNT
           MOVE SPACES                  TO WS-MSG-TEXT
           STRING 'REFUSED - GROUP ' WS-DST-GROUP-ID (WS-DST-SUB)
               ' IS NOT ON QC HOLD' DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           PERFORM 2900-WRITE-MESSAGE   THRU 2900-EXIT.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND THE GROUP-TABLE ENTRY FOR WS-LOOKUP-GROUP, ADDING IT
      * WHEN IT IS NOT THERE YET, AND LEAVE ITS SUBSCRIPT IN
      * WS-GRP-MATCH-SUB
      *-----------------------------------------------------------------
       1800-FIND-GROUP.
           PERFORM 1850-LOCATE-GROUP    THRU 1850-EXIT
           IF ENTRY-FOUND
               GO TO 1800-EXIT
           END-IF

           IF WS-GRP-COUNT NOT < WS-GRP-MAX
               DISPLAY 'CLS01EX71 - MORE THAN ' WS-GRP-MAX
                   ' READING GROUPS'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                        TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT            TO WS-GRP-MATCH-SUB
           MOVE SPACES                  TO WS-GRP-ENTRY (WS-GRP-COUNT)
           MOVE WS-LOOKUP-GROUP         TO WS-GRP-ID (WS-GRP-COUNT)
           MOVE 'N'                     TO WS-GRP-ON-AVGOUT
                                            (WS-GRP-COUNT)
                                           WS-GRP-REJECTED
                                            (WS-GRP-COUNT)
                                           WS-GRP-USED (WS-GRP-COUNT)
           MOVE ZERO                    TO WS-GRP-READINGS
                                            (WS-GRP-COUNT)
                                           WS-GRP-EXCLUDED
                                            (WS-GRP-COUNT)
                                           WS-GRP-HOLD-DATE
                                            (WS-GRP-COUNT)
                                           WS-GRP-NIGHTS
                                            (WS-GRP-COUNT).
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP WS-LOOKUP-GROUP WITHOUT ADDING IT
      *-----------------------------------------------------------------
       1850-LOCATE-GROUP.
           MOVE 'N'                     TO WS-FOUND-SWITCH
           MOVE ZERO                    TO WS-GRP-MATCH-SUB
           PERFORM 1860-MATCH-GROUP     THRU 1860-EXIT
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   OR ENTRY-FOUND.
       1850-EXIT.
           EXIT.

       1860-MATCH-GROUP.
           IF WS-GRP-ID (WS-GRP-SUB) = WS-LOOKUP-GROUP
               SET ENTRY-FOUND          TO TRUE
               MOVE WS-GRP-SUB          TO WS-GRP-MATCH-SUB
           END-IF.
       1860-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE OF TONIGHT'S GROUPS: IF IT BREACHED AND IS NOT ALREADY ON
      * HOLD IT GOES ON HOLD NOW; EITHER WAY THE BREACH IS LISTED
      * WITH WHAT BECAME OF IT
      *-----------------------------------------------------------------
       2000-HOLD-GROUP.
           IF WS-GRP-FLAGS (WS-GRP-SUB) = SPACES
               GO TO 2000-EXIT
           END-IF

           IF WS-GRP-USED (WS-GRP-SUB) NOT = 'Y'
               MOVE SPACES              TO QC-HOLD-RECORD
               MOVE WS-GRP-ID (WS-GRP-SUB) TO QHD-GROUP-ID
               MOVE CTL-RUN-DATE        TO QHD-HOLD-DATE
                                           QHD-LAST-BREACH-DATE
               MOVE WS-GRP-FLAGS (WS-GRP-SUB) TO QHD-REASON-FLAGS
               MOVE WS-GRP-DETAIL (WS-GRP-SUB) TO QHD-DETAIL
               MOVE 1                   TO QHD-BREACH-NIGHTS
               MOVE 'H'                 TO QHD-STATUS
               MOVE ZERO                TO QHD-ACTION-DATE
               PERFORM 2750-WRITE-HOLD  THRU 2750-EXIT
               ADD 1                    TO WS-NEW-HOLD-COUNT
               MOVE CTL-RUN-DATE        TO WS-GRP-HOLD-DATE
                                            (WS-GRP-SUB)
               MOVE 1                   TO WS-GRP-NIGHTS (WS-GRP-SUB)
               MOVE 'NEW HOLD'          TO WS-GRP-OUTCOME (WS-GRP-SUB)
           END-IF

           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE WS-GRP-ID (WS-GRP-SUB)  TO WS-DTL-GROUP-ID
           MOVE WS-GRP-HOLD-DATE (WS-GRP-SUB) TO WS-DTL-HOLD-DATE
           MOVE WS-GRP-FLAGS (WS-GRP-SUB) TO WS-DTL-REASONS
           MOVE WS-GRP-OUTCOME (WS-GRP-SUB) TO WS-DTL-STATUS
           MOVE SPACES                  TO WS-DTL-AGE
           MOVE WS-GRP-NIGHTS (WS-GRP-SUB) TO WS-DTL-NIGHTS
           MOVE CTL-RUN-DATE            TO WS-DTL-LAST-BREACH
           MOVE WS-GRP-DETAIL (WS-GRP-SUB) TO WS-DTL-DETAIL
           WRITE HOLD-REPORT-LINE        FROM WS-DETAIL-LINE
           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A GROUP ALREADY ON HOLD BREACHED AGAIN TONIGHT: ANOTHER
      * BREACH NIGHT WITH TONIGHT'S REASONS ADDED, AND A GROUP SENT
      * FOR RETEST GOES BACK TO HELD.  A RERUN FINDS THE NIGHT
      * ALREADY COUNTED AND LEAVES THE HOLD AS IT IS
      *-----------------------------------------------------------------
       2500-APPLY-BREACH.
           MOVE 'Y'                     TO WS-GRP-USED
                                            (WS-GRP-MATCH-SUB)
           MOVE QHD-HOLD-DATE           TO WS-GRP-HOLD-DATE
                                            (WS-GRP-MATCH-SUB)

           IF QHD-LAST-BREACH-DATE = CTL-RUN-DATE
               MOVE QHD-BREACH-NIGHTS   TO WS-GRP-NIGHTS
                                            (WS-GRP-MATCH-SUB)
               MOVE 'COUNTED'           TO WS-GRP-OUTCOME
                                            (WS-GRP-MATCH-SUB)
               GO TO 2500-EXIT
           END-IF

           ADD 1                        TO WS-REPEAT-COUNT
           ADD 1                        TO QHD-BREACH-NIGHTS
           MOVE CTL-RUN-DATE            TO QHD-LAST-BREACH-DATE
           IF WS-GRP-EXCL-FLAG (WS-GRP-MATCH-SUB) NOT = SPACE
               MOVE 'E'                 TO QHD-EXCL-FLAG
           END-IF
           IF WS-GRP-CHART-FLAG (WS-GRP-MATCH-SUB) NOT = SPACE
               MOVE 'C'                 TO QHD-CHART-FLAG
           END-IF
           IF WS-GRP-DRIFT-FLAG (WS-GRP-MATCH-SUB) NOT = SPACE
               MOVE 'D'                 TO QHD-DRIFT-FLAG
           END-IF
           MOVE WS-GRP-DETAIL (WS-GRP-MATCH-SUB) TO QHD-DETAIL
           MOVE QHD-BREACH-NIGHTS       TO WS-GRP-NIGHTS
                                            (WS-GRP-MATCH-SUB)

           EVALUATE TRUE
               WHEN QHD-IS-RETEST
                   ADD 1                TO WS-REHELD-COUNT
                   MOVE 'H'             TO QHD-STATUS
                   MOVE 'RE-HELD'       TO WS-GRP-OUTCOME
                                            (WS-GRP-MATCH-SUB)
               WHEN QHD-IS-REJECTED
                   MOVE 'REJECTED'      TO WS-GRP-OUTCOME
                                            (WS-GRP-MATCH-SUB)
               WHEN OTHER
                   MOVE 'HELD'          TO WS-GRP-OUTCOME
                                            (WS-GRP-MATCH-SUB)
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE HOLD IN QC-HOLD-RECORD - THE CALLER FILLS THE
      * STATUS AND AGE COLUMNS.  THE LAST DISPOSITION, IF ANY, GOES
      * ON A SECOND LINE
      *-----------------------------------------------------------------
       2700-PRINT-HOLD.
           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE QHD-GROUP-ID            TO WS-DTL-GROUP-ID
           MOVE QHD-HOLD-DATE           TO WS-DTL-HOLD-DATE
           MOVE QHD-REASON-FLAGS        TO WS-DTL-REASONS
           MOVE QHD-BREACH-NIGHTS       TO WS-DTL-NIGHTS
           MOVE QHD-LAST-BREACH-DATE    TO WS-DTL-LAST-BREACH
           MOVE QHD-DETAIL              TO WS-DTL-DETAIL
           WRITE HOLD-REPORT-LINE        FROM WS-DETAIL-LINE
           ADD 1                         TO WS-LINES-ON-PAGE

           IF QHD-APPROVER NOT = SPACES
               MOVE QHD-APPROVER         TO WS-RSN-APPROVER
               MOVE QHD-ACTION-DATE      TO WS-RSN-DATE
               MOVE QHD-DISP-REASON      TO WS-RSN-REASON
               WRITE HOLD-REPORT-LINE    FROM WS-REASON-LINE
               ADD 1                     TO WS-LINES-ON-PAGE
           END-IF

           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE HOLD IN QC-HOLD-RECORD TO THE NEW HOLD FILE
      *-----------------------------------------------------------------
       2750-WRITE-HOLD.
           WRITE NEW-HOLD-FILE-RECORD   FROM QC-HOLD-RECORD
           MOVE WS-QCHNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-HOLD-OUT-COUNT.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEW HOLD FILE BACK AND LIST EVERY HOLD ON IT WITH
      * ITS AGE IN CALENDAR DAYS SINCE THE HOLD STARTED
      *-----------------------------------------------------------------
       2800-LIST-HOLDS.
           MOVE 'N'                     TO WS-HOLD-EOF-SWITCH
           OPEN INPUT  NEW-HOLD-FILE
           MOVE WS-QCHNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2850-LIST-ONE-HOLD   THRU 2850-EXIT
               UNTIL END-OF-HOLD-FILE

           CLOSE NEW-HOLD-FILE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE HOLD AND AGE IT - ONLY THE OPEN ONES (HELD OR
      * AWAITING RETEST) GO INTO THE AGING BUCKETS
      *-----------------------------------------------------------------
       2850-LIST-ONE-HOLD.
           READ NEW-HOLD-FILE           INTO QC-HOLD-RECORD
               AT END
                   SET END-OF-HOLD-FILE TO TRUE
                   GO TO 2850-EXIT
           END-READ

           MOVE WS-QCHNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE QHD-HOLD-DATE           TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           IF WS-DN-RESULT < WS-RUN-DN
               COMPUTE WS-HOLD-AGE = WS-RUN-DN - WS-DN-RESULT
           ELSE
               MOVE ZERO                TO WS-HOLD-AGE
           END-IF

           EVALUATE TRUE
               WHEN QHD-IS-REJECTED
                   ADD 1                TO WS-REJECTED-ON-FILE-COUNT
                   MOVE 'REJECTED'      TO WS-DTL-STATUS
               WHEN QHD-IS-RETEST
                   ADD 1                TO WS-OPEN-RETEST-COUNT
                   MOVE 'RETEST'        TO WS-DTL-STATUS
               WHEN OTHER
                   ADD 1                TO WS-OPEN-HELD-COUNT
                   MOVE 'HELD'          TO WS-DTL-STATUS
           END-EVALUATE

           IF NOT QHD-IS-REJECTED
               EVALUATE TRUE
                   WHEN WS-HOLD-AGE < 2
                       ADD 1            TO WS-AGE-0-1-COUNT
                   WHEN WS-HOLD-AGE < 6
                       ADD 1            TO WS-AGE-2-5-COUNT
                   WHEN WS-HOLD-AGE < 11
                       ADD 1            TO WS-AGE-6-10-COUNT
                   WHEN OTHER
                       ADD 1            TO WS-AGE-OVER-10-COUNT
               END-EVALUATE
           END-IF

           IF WS-HOLD-AGE > 999
               MOVE 999                 TO WS-AGE-EDIT
           ELSE
               MOVE WS-HOLD-AGE         TO WS-AGE-EDIT
           END-IF
           MOVE WS-AGE-EDIT             TO WS-DTL-AGE

           PERFORM 2700-PRINT-HOLD      THRU 2700-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE MESSAGE LINE FROM WS-MSG-TEXT
      *-----------------------------------------------------------------
       2900-WRITE-MESSAGE.
           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           WRITE HOLD-REPORT-LINE        FROM WS-MESSAGE-LINE
           MOVE WS-QCHRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS, SET THE RETURN CODE AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY   THRU 3100-EXIT
           CLOSE HOLD-REPORT-FILE

           IF WS-UNMATCHED-COUNT > ZERO
               OR WS-BAD-DISPOSITION-COUNT > ZERO
               OR WS-STALE-TRIGGER-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX71 HELD ' WS-NEW-HOLD-COUNT ' NEW GROUPS, '
               WS-RELEASED-COUNT ' RELEASED, ' WS-REJECTED-COUNT
               ' REJECTED, ' WS-HOLD-OUT-COUNT ' ON QC HOLD - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG   THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT BREACHED, WHAT QA DECIDED, AND HOW MANY
      * HOLDS ARE LEFT OPEN AND HOW OLD THEY ARE
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE HOLD-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-TITLE-LINE
           WRITE HOLD-REPORT-LINE        FROM WS-BLANK-LINE

           MOVE 'GROUPS ON AVGOUT:'      TO WS-SUM-LABEL
           MOVE WS-AVG-GROUP-COUNT       TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'QC EXCEPTIONS READ:'    TO WS-SUM-LABEL
           MOVE WS-QCX-COUNT             TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'CHART TRIGGERS READ:'   TO WS-SUM-LABEL
           MOVE WS-CHART-TRIGGER-COUNT   TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'DRIFT TRIGGERS READ:'   TO WS-SUM-LABEL
           MOVE WS-DRIFT-TRIGGER-COUNT   TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'TRIGGERS FROM ANOTHER NIGHT:' TO WS-SUM-LABEL
           MOVE WS-STALE-TRIGGER-COUNT   TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'BREACHED - EXCLUSION SHARE:' TO WS-SUM-LABEL
           MOVE WS-EXCL-BREACH-COUNT     TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'BREACHED - RANGE/SIGMA:' TO WS-SUM-LABEL
           MOVE WS-CHART-BREACH-COUNT    TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'BREACHED - DRIFT:'      TO WS-SUM-LABEL
           MOVE WS-DRIFT-BREACH-COUNT    TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'HOLDS CARRIED IN:'      TO WS-SUM-LABEL
           MOVE WS-CARRIED-IN-COUNT      TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  RELEASED:'            TO WS-SUM-LABEL
           MOVE WS-RELEASED-COUNT        TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  REJECTED:'            TO WS-SUM-LABEL
           MOVE WS-REJECTED-COUNT        TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  SENT FOR RETEST:'     TO WS-SUM-LABEL
           MOVE WS-RETEST-COUNT          TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'DISPOSITIONS REFUSED:'  TO WS-SUM-LABEL
           MOVE WS-BAD-DISPOSITION-COUNT TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'DISPOSITIONS NOT MATCHED:' TO WS-SUM-LABEL
           MOVE WS-UNMATCHED-COUNT       TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'NEW HOLDS:'             TO WS-SUM-LABEL
           MOVE WS-NEW-HOLD-COUNT        TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'HELD GROUPS BREACHING AGAIN:' TO WS-SUM-LABEL
           MOVE WS-REPEAT-COUNT          TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  RETEST FAILED, RE-HELD:' TO WS-SUM-LABEL
           MOVE WS-REHELD-COUNT          TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE 'HOLDS ON FILE:'         TO WS-SUM-LABEL
           MOVE WS-HOLD-OUT-COUNT        TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN - HELD:'         TO WS-SUM-LABEL
           MOVE WS-OPEN-HELD-COUNT       TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN - AWAITING RETEST:' TO WS-SUM-LABEL
           MOVE WS-OPEN-RETEST-COUNT     TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  REJECTED:'            TO WS-SUM-LABEL
           MOVE WS-REJECTED-ON-FILE-COUNT TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN AGED 0-1 DAYS:'  TO WS-SUM-LABEL
           MOVE WS-AGE-0-1-COUNT         TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN AGED 2-5 DAYS:'  TO WS-SUM-LABEL
           MOVE WS-AGE-2-5-COUNT         TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN AGED 6-10 DAYS:' TO WS-SUM-LABEL
           MOVE WS-AGE-6-10-COUNT        TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE '  OPEN AGED OVER 10 DAYS:' TO WS-SUM-LABEL
           MOVE WS-AGE-OVER-10-COUNT     TO WS-SUM-COUNT
           WRITE HOLD-REPORT-LINE        FROM WS-SUMMARY-LINE
           MOVE WS-QCHRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
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
           MOVE 'CLS01X71'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-AVG-GROUP-COUNT      TO LOG-INPUT-COUNT
           MOVE WS-HOLD-OUT-COUNT       TO LOG-OUTPUT-COUNT
           COMPUTE LOG-REJECT-COUNT = WS-UNMATCHED-COUNT
               + WS-BAD-DISPOSITION-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE RUN-LOG-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TURN WS-DN-INPUT (A VALID YYYYMMDD) INTO A DAY NUMBER - THE
      * YEAR IS SHIFTED SO IT STARTS IN MARCH AND THE LEAP DAY FALLS
      * OUT OF THE INTEGER ARITHMETIC, AS IN CLS01DTV
      *-----------------------------------------------------------------
       8100-DAY-NUMBER.
           MOVE WS-DN-IN-YEAR           TO WS-DN-YEAR
           MOVE WS-DN-IN-MONTH          TO WS-DN-MONTH
           MOVE WS-DN-IN-DAY            TO WS-DN-DAY

           IF WS-DN-MONTH < 3
               ADD 12                   TO WS-DN-MONTH
               SUBTRACT 1               FROM WS-DN-YEAR
           END-IF

           DIVIDE WS-DN-YEAR BY 4
               GIVING WS-DN-QUARTERS
           DIVIDE WS-DN-YEAR BY 100
               GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-YEAR BY 400
               GIVING WS-DN-QUADCENTS
           COMPUTE WS-DN-MONTH-DAYS =
               (153 * (WS-DN-MONTH + 1)) / 5
           COMPUTE WS-DN-RESULT =
               (365 * WS-DN-YEAR) + WS-DN-QUARTERS
               - WS-DN-CENTURIES + WS-DN-QUADCENTS
               + WS-DN-MONTH-DAYS + WS-DN-DAY.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX71 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
