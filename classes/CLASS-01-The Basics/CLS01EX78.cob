      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX78.
      * NIGHTLY DATASET GROWTH AND SPACE-THRESHOLD MONITOR
      * THE SUITE'S LOGS AND HISTORIES ONLY EVER GROW, AND ITS INDEXED
      * MASTERS ARE REWRITTEN IN PLACE, SO A FILE CAN RUN OUT OF ROOM
      * IN THE MIDDLE OF THE NIGHT.  THIS STEP COUNTS THE RECORDS ON
      * EACH OF THEM EVERY NIGHT:
      *   RUNLOG   OPRUSAGE JRNFILE  AUDITOUT RESHIST  QCHIST
      *   SUSPFILE (SEQUENTIAL)
      *   BCHREG   LDGFILE  ACCTMSTR ACCTPEND BINMSTR  CYCFILE
      *   OCCFILE  OPERMSTR PGMAUTH  RESMSTR  (INDEXED)
      * AND APPENDS THE COUNTS TO THE GROWTH HISTORY (GRWHIST).  THE
      * AVERAGE GROWTH PER DAY IS TAKEN FROM THE OLDEST NIGHT ON THE
      * HISTORY INSIDE THE LOOKBACK WINDOW TO TONIGHT'S COUNT, AND
      * THE DAYS LEFT UNTIL THE FILE REACHES ITS LIMIT ARE PROJECTED
      * FROM THAT AVERAGE.  EARLIER RECORDS FOR TONIGHT'S DATE (A
      * RERUN) ARE NOT USED - TONIGHT IS COUNTED AFRESH
      * THE LIMITS ARE SET BY SPACE MANAGEMENT ON THE LIMIT CARDS
      * (GRWLIM), ONE PER FILE:
      *   COLS  1-8   DD NAME OF THE FILE, AS ABOVE
      *   COLS  9-17  RECORD LIMIT - WHAT THE ALLOCATION HOLDS
      *   COLS 18-20  WARNING PERCENT OF THE LIMIT (BLANK = PARM 2)
      * A FILE WITH NO CARD IS COUNTED AND TRENDED BUT NOT TESTED.  A
      * FILE IS FLAGGED WHEN IT HAS REACHED ITS LIMIT, WHEN IT IS PAST
      * ITS WARNING PERCENT, OR WHEN IT IS PROJECTED TO REACH ITS
      * LIMIT WITHIN THE WARNING DAYS.  ANY FLAG, OR AN UNUSABLE LIMIT
      * CARD (LISTED ON SYSOUT AND IGNORED), ENDS THE STEP RC 8 SO THE
      * CONSOLE SEES IT BEFORE THE FILE FILLS.  A FILE THAT IS NOT
      * THERE TO COUNT IS REPORTED AS NOT FOUND AND KEPT OFF THE
      * HISTORY
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - DEFAULT WARNING PERCENT OF THE LIMIT (DEFAULT 080)
      *   3 - WARNING DAYS - FLAG A FILE PROJECTED TO REACH ITS LIMIT
      *       WITHIN THIS MANY DAYS (DEFAULT 030)
      *   4 - LOOKBACK WINDOW IN DAYS FOR THE AVERAGE GROWTH
      *       (DEFAULT 030)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USAGE-FILE           ASSIGN TO "OPRUSAGE"
                                        FILE STATUS IS WS-OPU-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE         ASSIGN TO "JRNFILE"
                                        FILE STATUS IS WS-JRN-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE           ASSIGN TO "AUDITOUT"
                                        FILE STATUS IS WS-AUD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE         ASSIGN TO "RESHIST"
                                        FILE STATUS IS WS-HST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-HISTORY-FILE      ASSIGN TO "QCHIST"
                                        FILE STATUS IS WS-QCH-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE        ASSIGN TO "SUSPFILE"
                                        FILE STATUS IS WS-SUS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE  ASSIGN TO "BCHREG"
                                        FILE STATUS IS WS-BCH-STATUS
                                        RECORD KEY IS BCH-BATCH-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LDG-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-MST-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE  ASSIGN TO "ACCTPEND"
                                        FILE STATUS IS WS-ACR-STATUS
                                        RECORD KEY IS ACR-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT BIN-MASTER-FILE      ASSIGN TO "BINMSTR"
                                        FILE STATUS IS WS-BNM-STATUS
                                        RECORD KEY IS BNM-BIN-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE   ASSIGN TO "CYCFILE"
                                        FILE STATUS IS WS-CYC-STATUS
                                        RECORD KEY IS CYC-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT OCCUPANCY-FILE       ASSIGN TO "OCCFILE"
                                        FILE STATUS IS WS-OCC-STATUS
                                        RECORD KEY IS OCC-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
                                        FILE STATUS IS WS-OPR-STATUS
                                        RECORD KEY IS OPR-OPERATOR-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT PROGRAM-AUTHORITY-FILE ASSIGN TO "PGMAUTH"
                                        FILE STATUS IS WS-PGA-STATUS
                                        RECORD KEY IS PGA-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT RESULTS-MASTER-FILE  ASSIGN TO "RESMSTR"
                                        FILE STATUS IS WS-RMS-STATUS
                                        RECORD KEY IS RM-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT GROWTH-LIMIT-FILE    ASSIGN TO "GRWLIM"
                                        FILE STATUS IS WS-LIM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROWTH-HISTORY-FILE  ASSIGN TO "GRWHIST"
                                        FILE STATUS IS WS-GRW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROWTH-REPORT-FILE   ASSIGN TO "GRWRPT"
                                        FILE STATUS IS WS-GRWRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
       FD  USAGE-FILE.
       COPY CLS01OPU.
       FD  JOURNAL-FILE.
       COPY CLS01JRN.
       FD  AUDIT-FILE.
       COPY CLS01AUD.
       FD  HISTORY-FILE.
       COPY CLS01HST.
       FD  QC-HISTORY-FILE.
       COPY CLS01QCH.
       FD  SUSPENSE-FILE.
       COPY CLS01SUS.
       FD  BATCH-REGISTER-FILE.
       COPY CLS01BCH.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  PENDING-CHANGE-FILE.
       COPY CLS01ACR.
       FD  BIN-MASTER-FILE.
       COPY CLS01BNM.
       FD  CYCLE-CONTROL-FILE.
       COPY CLS01CYC.
       FD  OCCUPANCY-FILE.
       COPY CLS01OCC.
       FD  OPERATOR-MASTER-FILE.
       COPY CLS01OPR.
       FD  PROGRAM-AUTHORITY-FILE.
       COPY CLS01PGA.
       FD  RESULTS-MASTER-FILE.
       COPY CLS01RMS.
       FD  GROWTH-LIMIT-FILE.
       01  GROWTH-LIMIT-RECORD.
           05  LIM-FILE-ID             PIC X(08).
           05  LIM-RECORD-LIMIT        PIC 9(09).
           05  LIM-WARNING-PCT         PIC X(03).
           05  LIM-WARNING-PCT-N       REDEFINES LIM-WARNING-PCT
                                        PIC 9(03).
           05  FILLER                  PIC X(60).
       FD  GROWTH-HISTORY-FILE.
       COPY CLS01GRW.
       FD  GROWTH-REPORT-FILE.
       01  GROWTH-REPORT-LINE          PIC X(80).
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
      * ENOUGH FOR THIS PROGRAM
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * THE MONITORED FILES, IN REPORT ORDER - THE SEQUENTIAL FILES
      * FIRST, THEN THE INDEXED MASTERS
      *================================================================
       01  WS-MONITORED-NAMES.
           05  FILLER                  PIC X(08) VALUE 'RUNLOG'.
           05  FILLER                  PIC X(08) VALUE 'OPRUSAGE'.
           05  FILLER                  PIC X(08) VALUE 'JRNFILE'.
           05  FILLER                  PIC X(08) VALUE 'AUDITOUT'.
           05  FILLER                  PIC X(08) VALUE 'RESHIST'.
           05  FILLER                  PIC X(08) VALUE 'QCHIST'.
           05  FILLER                  PIC X(08) VALUE 'SUSPFILE'.
           05  FILLER                  PIC X(08) VALUE 'BCHREG'.
           05  FILLER                  PIC X(08) VALUE 'LDGFILE'.
           05  FILLER                  PIC X(08) VALUE 'ACCTMSTR'.
           05  FILLER                  PIC X(08) VALUE 'ACCTPEND'.
           05  FILLER                  PIC X(08) VALUE 'BINMSTR'.
           05  FILLER                  PIC X(08) VALUE 'CYCFILE'.
           05  FILLER                  PIC X(08) VALUE 'OCCFILE'.
           05  FILLER                  PIC X(08) VALUE 'OPERMSTR'.
           05  FILLER                  PIC X(08) VALUE 'PGMAUTH'.
           05  FILLER                  PIC X(08) VALUE 'RESMSTR'.
       01  WS-MONITORED-NAME-TABLE     REDEFINES WS-MONITORED-NAMES.
           05  WS-MON-NAME             PIC X(08) OCCURS 17 TIMES.
      *================================================================
      * WHAT IS KNOWN ABOUT EACH MONITORED FILE TONIGHT
      *================================================================
       01  WS-MONITOR-TABLE.
           05  WS-MON-ENTRY            OCCURS 17 TIMES.
               10  WS-MON-FOUND        PIC X(01).
               10  WS-MON-COUNT        PIC 9(09).
               10  WS-MON-LIMIT        PIC 9(09).
               10  WS-MON-WARNING-PCT  PIC 9(03).
               10  WS-MON-OLDEST-DATE  PIC 9(08).
               10  WS-MON-OLDEST-COUNT PIC 9(09).
               10  WS-MON-GROWTH       PIC S9(07)V99.
               10  WS-MON-DAYS-LEFT    PIC 9(05).
               10  WS-MON-PCT-USED     PIC 9(04)V9.
               10  WS-MON-REMARK       PIC X(14).
       01  WS-MON-COUNT-MAX            PIC 9(02)   VALUE 17.
       01  WS-MON-SUB                  PIC 9(02)   COMP VALUE ZERO.
       01  WS-LOOKUP-NAME              PIC X(08)   VALUE SPACES.
       01  WS-LOOKUP-SWITCH            PIC X(01)   VALUE 'N'.
           88  MONITORED-FILE-FOUND                VALUE 'Y'.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-WARN-PCT-PARM            PIC X(03)   VALUE SPACES.
       01  WS-WARN-PCT-PARM-N          REDEFINES WS-WARN-PCT-PARM
                                        PIC 9(03).
       01  WS-WARN-DAYS-PARM           PIC X(03)   VALUE SPACES.
       01  WS-WARN-DAYS-PARM-N         REDEFINES WS-WARN-DAYS-PARM
                                        PIC 9(03).
       01  WS-WINDOW-PARM              PIC X(03)   VALUE SPACES.
       01  WS-WINDOW-PARM-N            REDEFINES WS-WINDOW-PARM
                                        PIC 9(03).
       01  WS-DEFAULT-WARNING-PCT      PIC 9(03)   VALUE 080.
       01  WS-WARNING-DAYS             PIC 9(03)   VALUE 030.
       01  WS-WINDOW-DAYS              PIC 9(03)   VALUE 030.
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
       01  WS-WINDOW-START-DN          PIC 9(08)   COMP VALUE ZERO.
       01  WS-HISTORY-DN               PIC 9(08)   COMP VALUE ZERO.
       01  WS-DAYS-SPANNED             PIC 9(05)   COMP VALUE ZERO.
      *================================================================
      * GROWTH AND PROJECTION WORK FIELDS
      *================================================================
       01  WS-RECORDS-LEFT             PIC S9(09)  VALUE ZERO.
       01  WS-DAYS-PROJECTED           PIC 9(09)   VALUE ZERO.
       01  WS-PCT-WORK                 PIC 9(07)V9 VALUE ZERO.
      *================================================================
      * SWITCHES AND RUN COUNTS
      *================================================================
       01  WS-LIM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-LIMIT-CARDS                  VALUE 'Y'.
       01  WS-GRW-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-GROWTH-HISTORY               VALUE 'Y'.
       01  WS-COUNT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-COUNTED-FILE                 VALUE 'Y'.
       01  WS-OPEN-STATUS              PIC X(02)   VALUE '00'.
       01  WS-BAD-LIMIT-COUNT          PIC 9(05)   VALUE ZERO.
       01  WS-FILES-COUNTED            PIC 9(05)   VALUE ZERO.
       01  WS-FILES-FLAGGED            PIC 9(05)   VALUE ZERO.
       01  WS-RECORDS-COUNTED          PIC 9(09)   VALUE ZERO.
       01  WS-HISTORY-WRITTEN          PIC 9(05)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-OPU-STATUS               PIC X(02)   VALUE '00'.
       01  WS-JRN-STATUS               PIC X(02)   VALUE '00'.
       01  WS-AUD-STATUS               PIC X(02)   VALUE '00'.
       01  WS-HST-STATUS               PIC X(02)   VALUE '00'.
       01  WS-QCH-STATUS               PIC X(02)   VALUE '00'.
       01  WS-SUS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-BCH-STATUS               PIC X(02)   VALUE '00'.
       01  WS-LDG-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MST-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ACR-STATUS               PIC X(02)   VALUE '00'.
       01  WS-BNM-STATUS               PIC X(02)   VALUE '00'.
       01  WS-CYC-STATUS               PIC X(02)   VALUE '00'.
       01  WS-OCC-STATUS               PIC X(02)   VALUE '00'.
       01  WS-OPR-STATUS               PIC X(02)   VALUE '00'.
       01  WS-PGA-STATUS               PIC X(02)   VALUE '00'.
       01  WS-RMS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-LIM-STATUS               PIC X(02)   VALUE '00'.
       01  WS-GRW-STATUS               PIC X(02)   VALUE '00'.
       01  WS-GRWRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX78  DATASET GROWTH MONITOR'.
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               '  WINDOW: '.
           05  WS-HDR-WINDOW           PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
               ' DAYS  WARN DAYS '.
           05  WS-HDR-WARN-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  WS-COLUMN-LINE-1.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               '     CURRENT'.
           05  FILLER                  PIC X(11) VALUE
               '    AVERAGE'.
           05  FILLER                  PIC X(12) VALUE
               '      RECORD'.
           05  FILLER                  PIC X(07) VALUE
               '   USED'.
           05  FILLER                  PIC X(07) VALUE
               '   DAYS'.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-COLUMN-LINE-2.
           05  FILLER                  PIC X(09) VALUE 'FILE'.
           05  FILLER                  PIC X(12) VALUE
               '     RECORDS'.
           05  FILLER                  PIC X(11) VALUE
               '    PER DAY'.
           05  FILLER                  PIC X(12) VALUE
               '       LIMIT'.
           05  FILLER                  PIC X(07) VALUE
               '  PCT'.
           05  FILLER                  PIC X(07) VALUE
               '   LEFT'.
           05  FILLER                  PIC X(22) VALUE
               '  REMARK'.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-FILE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-GROWTH           PIC -------9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LIMIT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PCT-USED         PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS-LEFT        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REMARK           PIC X(14).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-DETAIL-TEXT-LINE         REDEFINES WS-DETAIL-LINE.
           05  FILLER                  PIC X(09).
           05  WS-DTT-TEXT             PIC X(71).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(32).
           05  WS-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           PERFORM 1200-LOAD-LIMIT      THRU 1200-EXIT
               UNTIL END-OF-LIMIT-CARDS
           PERFORM 1400-LOAD-HISTORY    THRU 1400-EXIT
               UNTIL END-OF-GROWTH-HISTORY

           PERFORM 2000-COUNT-FILES     THRU 2000-EXIT

           PERFORM 2500-ASSESS-FILE     THRU 2500-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT-MAX

           PERFORM 2800-APPEND-HISTORY  THRU 2800-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, SET THE LOOKBACK WINDOW, OPEN THE
      * LIMIT CARDS, HISTORY AND REPORT
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

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WARN-PCT-PARM       FROM ARGUMENT-VALUE
           IF WS-WARN-PCT-PARM IS NUMERIC
               MOVE WS-WARN-PCT-PARM-N   TO WS-DEFAULT-WARNING-PCT
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-WARN-DAYS-PARM      FROM ARGUMENT-VALUE
           IF WS-WARN-DAYS-PARM IS NUMERIC
               MOVE WS-WARN-DAYS-PARM-N  TO WS-WARNING-DAYS
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-WINDOW-PARM         FROM ARGUMENT-VALUE
           IF WS-WINDOW-PARM IS NUMERIC
               AND WS-WINDOW-PARM-N > ZERO
               MOVE WS-WINDOW-PARM-N     TO WS-WINDOW-DAYS
           END-IF

           PERFORM 1100-CLEAR-ENTRY     THRU 1100-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT-MAX

           MOVE CTL-RUN-DATE             TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-RUN-DN
           COMPUTE WS-WINDOW-START-DN = WS-RUN-DN - WS-WINDOW-DAYS

           OPEN INPUT  GROWTH-LIMIT-FILE
           IF WS-LIM-STATUS = '35'
               SET END-OF-LIMIT-CARDS    TO TRUE
           ELSE
               MOVE WS-LIM-STATUS        TO WS-CURRENT-STATUS
               MOVE 'GRWLIM'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  GROWTH-HISTORY-FILE
           IF WS-GRW-STATUS = '35'
               SET END-OF-GROWTH-HISTORY TO TRUE
           ELSE
               MOVE WS-GRW-STATUS        TO WS-CURRENT-STATUS
               MOVE 'GRWHIST'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN OUTPUT GROWTH-REPORT-FILE
           MOVE WS-GRWRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'GRWRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2900-WRITE-HEADER    THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X78'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX78 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START ONE FILE'S ENTRY EMPTY - NOT YET COUNTED, NO LIMIT, NO
      * HISTORY
      *-----------------------------------------------------------------
       1100-CLEAR-ENTRY.
           MOVE 'N'                     TO WS-MON-FOUND (WS-MON-SUB)
           MOVE ZERO                    TO WS-MON-COUNT (WS-MON-SUB)
                                           WS-MON-LIMIT (WS-MON-SUB)
                                           WS-MON-WARNING-PCT
                                            (WS-MON-SUB)
                                           WS-MON-OLDEST-DATE
                                            (WS-MON-SUB)
                                           WS-MON-OLDEST-COUNT
                                            (WS-MON-SUB)
                                           WS-MON-GROWTH (WS-MON-SUB)
                                           WS-MON-DAYS-LEFT
                                            (WS-MON-SUB)
                                           WS-MON-PCT-USED
                                            (WS-MON-SUB)
           MOVE SPACES                  TO WS-MON-REMARK (WS-MON-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE LIMIT CARD - A CARD FOR A FILE THAT IS NOT
      * MONITORED, OR WITH NO USABLE LIMIT OR WARNING PERCENT, IS
      * LISTED AND IGNORED.  A LATER CARD FOR THE SAME FILE REPLACES
      * THE EARLIER ONE
      *-----------------------------------------------------------------
       1200-LOAD-LIMIT.
           READ GROWTH-LIMIT-FILE
               AT END
                   SET END-OF-LIMIT-CARDS TO TRUE
                   CLOSE GROWTH-LIMIT-FILE
                   GO TO 1200-EXIT
           END-READ

           MOVE WS-LIM-STATUS           TO WS-CURRENT-STATUS
           MOVE 'GRWLIM'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE LIM-FILE-ID             TO WS-LOOKUP-NAME
           PERFORM 2450-FIND-FILE       THRU 2450-EXIT

           IF NOT MONITORED-FILE-FOUND
               OR LIM-RECORD-LIMIT NOT NUMERIC
               OR LIM-RECORD-LIMIT = ZERO
               OR (LIM-WARNING-PCT NOT = SPACES
                   AND LIM-WARNING-PCT NOT NUMERIC)
               ADD 1                    TO WS-BAD-LIMIT-COUNT
               DISPLAY 'CLS01EX78 - UNUSABLE LIMIT CARD FOR FILE "'
                   LIM-FILE-ID '" - IGNORED'
               GO TO 1200-EXIT
           END-IF

           MOVE LIM-RECORD-LIMIT        TO WS-MON-LIMIT (WS-MON-SUB)
           IF LIM-WARNING-PCT = SPACES
               MOVE ZERO                TO WS-MON-WARNING-PCT
                                            (WS-MON-SUB)
           ELSE
               MOVE LIM-WARNING-PCT-N   TO WS-MON-WARNING-PCT
                                            (WS-MON-SUB)
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEEP, FOR EACH MONITORED FILE, THE OLDEST NIGHT ON THE GROWTH
      * HISTORY INSIDE THE LOOKBACK WINDOW.  TONIGHT'S DATE (A RERUN)
      * AND LATER ARE PASSED OVER; A RERUN NIGHT'S LAST RECORD IS THE
      * ONE KEPT
      *-----------------------------------------------------------------
       1400-LOAD-HISTORY.
           READ GROWTH-HISTORY-FILE
               AT END
                   SET END-OF-GROWTH-HISTORY TO TRUE
                   CLOSE GROWTH-HISTORY-FILE
                   GO TO 1400-EXIT
           END-READ

           MOVE WS-GRW-STATUS           TO WS-CURRENT-STATUS
           MOVE 'GRWHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF GRW-RUN-DATE NOT < CTL-RUN-DATE
               GO TO 1400-EXIT
           END-IF

           MOVE GRW-RUN-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-HISTORY-DN
           IF WS-HISTORY-DN < WS-WINDOW-START-DN
               GO TO 1400-EXIT
           END-IF

           MOVE GRW-FILE-ID             TO WS-LOOKUP-NAME
           PERFORM 2450-FIND-FILE       THRU 2450-EXIT
           IF NOT MONITORED-FILE-FOUND
               GO TO 1400-EXIT
           END-IF

           IF WS-MON-OLDEST-DATE (WS-MON-SUB) = ZERO
               OR GRW-RUN-DATE NOT > WS-MON-OLDEST-DATE (WS-MON-SUB)
               MOVE GRW-RUN-DATE        TO WS-MON-OLDEST-DATE
                                            (WS-MON-SUB)
               MOVE GRW-RECORD-COUNT    TO WS-MON-OLDEST-COUNT
                                            (WS-MON-SUB)
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT THE RECORDS ON EVERY MONITORED FILE, IN TABLE ORDER
      *-----------------------------------------------------------------
       2000-COUNT-FILES.
           PERFORM 2010-COUNT-RUNLOG    THRU 2010-EXIT
           PERFORM 2020-COUNT-OPRUSAGE  THRU 2020-EXIT
           PERFORM 2030-COUNT-JRNFILE   THRU 2030-EXIT
           PERFORM 2040-COUNT-AUDITOUT  THRU 2040-EXIT
           PERFORM 2050-COUNT-RESHIST   THRU 2050-EXIT
           PERFORM 2060-COUNT-QCHIST    THRU 2060-EXIT
           PERFORM 2070-COUNT-SUSPFILE  THRU 2070-EXIT
           PERFORM 2080-COUNT-BCHREG    THRU 2080-EXIT
           PERFORM 2090-COUNT-LDGFILE   THRU 2090-EXIT
           PERFORM 2100-COUNT-ACCTMSTR  THRU 2100-EXIT
           PERFORM 2110-COUNT-ACCTPEND  THRU 2110-EXIT
           PERFORM 2120-COUNT-BINMSTR   THRU 2120-EXIT
           PERFORM 2130-COUNT-CYCFILE   THRU 2130-EXIT
           PERFORM 2140-COUNT-OCCFILE   THRU 2140-EXIT
           PERFORM 2150-COUNT-OPERMSTR  THRU 2150-EXIT
           PERFORM 2160-COUNT-PGMAUTH   THRU 2160-EXIT
           PERFORM 2170-COUNT-RESMSTR   THRU 2170-EXIT.
       2000-EXIT.
           EXIT.

       2010-COUNT-RUNLOG.
           MOVE 1                       TO WS-MON-SUB
           OPEN INPUT  RUN-LOG-FILE
           MOVE WS-RUNLOG-STATUS        TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2011-READ-RUNLOG THRU 2011-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE RUN-LOG-FILE
           END-IF.
       2010-EXIT.
           EXIT.

       2011-READ-RUNLOG.
           READ RUN-LOG-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2011-EXIT
           END-READ
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2011-EXIT.
           EXIT.

       2020-COUNT-OPRUSAGE.
           MOVE 2                       TO WS-MON-SUB
           OPEN INPUT  USAGE-FILE
           MOVE WS-OPU-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2021-READ-OPRUSAGE THRU 2021-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE USAGE-FILE
           END-IF.
       2020-EXIT.
           EXIT.

       2021-READ-OPRUSAGE.
           READ USAGE-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2021-EXIT
           END-READ
           MOVE WS-OPU-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2021-EXIT.
           EXIT.

       2030-COUNT-JRNFILE.
           MOVE 3                       TO WS-MON-SUB
           OPEN INPUT  JOURNAL-FILE
           MOVE WS-JRN-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2031-READ-JRNFILE THRU 2031-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE JOURNAL-FILE
           END-IF.
       2030-EXIT.
           EXIT.

       2031-READ-JRNFILE.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2031-EXIT
           END-READ
           MOVE WS-JRN-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2031-EXIT.
           EXIT.

       2040-COUNT-AUDITOUT.
           MOVE 4                       TO WS-MON-SUB
           OPEN INPUT  AUDIT-FILE
           MOVE WS-AUD-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2041-READ-AUDITOUT THRU 2041-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE AUDIT-FILE
           END-IF.
       2040-EXIT.
           EXIT.

       2041-READ-AUDITOUT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2041-EXIT
           END-READ
           MOVE WS-AUD-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2041-EXIT.
           EXIT.

       2050-COUNT-RESHIST.
           MOVE 5                       TO WS-MON-SUB
           OPEN INPUT  HISTORY-FILE
           MOVE WS-HST-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2051-READ-RESHIST THRU 2051-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE HISTORY-FILE
           END-IF.
       2050-EXIT.
           EXIT.

       2051-READ-RESHIST.
           READ HISTORY-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2051-EXIT
           END-READ
           MOVE WS-HST-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2051-EXIT.
           EXIT.

       2060-COUNT-QCHIST.
           MOVE 6                       TO WS-MON-SUB
           OPEN INPUT  QC-HISTORY-FILE
           MOVE WS-QCH-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2061-READ-QCHIST THRU 2061-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE QC-HISTORY-FILE
           END-IF.
       2060-EXIT.
           EXIT.

       2061-READ-QCHIST.
           READ QC-HISTORY-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2061-EXIT
           END-READ
           MOVE WS-QCH-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2061-EXIT.
           EXIT.

       2070-COUNT-SUSPFILE.
           MOVE 7                       TO WS-MON-SUB
           OPEN INPUT  SUSPENSE-FILE
           MOVE WS-SUS-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2071-READ-SUSPFILE THRU 2071-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE SUSPENSE-FILE
           END-IF.
       2070-EXIT.
           EXIT.

       2071-READ-SUSPFILE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2071-EXIT
           END-READ
           MOVE WS-SUS-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2071-EXIT.
           EXIT.

       2080-COUNT-BCHREG.
           MOVE 8                       TO WS-MON-SUB
           OPEN INPUT  BATCH-REGISTER-FILE
           MOVE WS-BCH-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2081-READ-BCHREG THRU 2081-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE BATCH-REGISTER-FILE
           END-IF.
       2080-EXIT.
           EXIT.

       2081-READ-BCHREG.
           READ BATCH-REGISTER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2081-EXIT
           END-READ
           MOVE WS-BCH-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2081-EXIT.
           EXIT.

       2090-COUNT-LDGFILE.
           MOVE 9                       TO WS-MON-SUB
           OPEN INPUT  LEDGER-FILE
           MOVE WS-LDG-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2091-READ-LDGFILE THRU 2091-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE LEDGER-FILE
           END-IF.
       2090-EXIT.
           EXIT.

       2091-READ-LDGFILE.
           READ LEDGER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2091-EXIT
           END-READ
           MOVE WS-LDG-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2091-EXIT.
           EXIT.

       2100-COUNT-ACCTMSTR.
           MOVE 10                      TO WS-MON-SUB
           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-MST-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2101-READ-ACCTMSTR THRU 2101-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       2100-EXIT.
           EXIT.

       2101-READ-ACCTMSTR.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2101-EXIT
           END-READ
           MOVE WS-MST-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2101-EXIT.
           EXIT.

       2110-COUNT-ACCTPEND.
           MOVE 11                      TO WS-MON-SUB
           OPEN INPUT  PENDING-CHANGE-FILE
           MOVE WS-ACR-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2111-READ-ACCTPEND THRU 2111-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.
       2110-EXIT.
           EXIT.

       2111-READ-ACCTPEND.
           READ PENDING-CHANGE-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2111-EXIT
           END-READ
           MOVE WS-ACR-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2111-EXIT.
           EXIT.

       2120-COUNT-BINMSTR.
           MOVE 12                      TO WS-MON-SUB
           OPEN INPUT  BIN-MASTER-FILE
           MOVE WS-BNM-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2121-READ-BINMSTR THRU 2121-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE BIN-MASTER-FILE
           END-IF.
       2120-EXIT.
           EXIT.

       2121-READ-BINMSTR.
           READ BIN-MASTER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2121-EXIT
           END-READ
           MOVE WS-BNM-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2121-EXIT.
           EXIT.

       2130-COUNT-CYCFILE.
           MOVE 13                      TO WS-MON-SUB
           OPEN INPUT  CYCLE-CONTROL-FILE
           MOVE WS-CYC-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2131-READ-CYCFILE THRU 2131-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
       2130-EXIT.
           EXIT.

       2131-READ-CYCFILE.
           READ CYCLE-CONTROL-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2131-EXIT
           END-READ
           MOVE WS-CYC-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2131-EXIT.
           EXIT.

       2140-COUNT-OCCFILE.
           MOVE 14                      TO WS-MON-SUB
           OPEN INPUT  OCCUPANCY-FILE
           MOVE WS-OCC-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2141-READ-OCCFILE THRU 2141-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE OCCUPANCY-FILE
           END-IF.
       2140-EXIT.
           EXIT.

       2141-READ-OCCFILE.
           READ OCCUPANCY-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2141-EXIT
           END-READ
           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2141-EXIT.
           EXIT.

       2150-COUNT-OPERMSTR.
           MOVE 15                      TO WS-MON-SUB
           OPEN INPUT  OPERATOR-MASTER-FILE
           MOVE WS-OPR-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2151-READ-OPERMSTR THRU 2151-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
       2150-EXIT.
           EXIT.

       2151-READ-OPERMSTR.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2151-EXIT
           END-READ
           MOVE WS-OPR-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2151-EXIT.
           EXIT.

       2160-COUNT-PGMAUTH.
           MOVE 16                      TO WS-MON-SUB
           OPEN INPUT  PROGRAM-AUTHORITY-FILE
           MOVE WS-PGA-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2161-READ-PGMAUTH THRU 2161-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE PROGRAM-AUTHORITY-FILE
           END-IF.
       2160-EXIT.
           EXIT.

       2161-READ-PGMAUTH.
           READ PROGRAM-AUTHORITY-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2161-EXIT
           END-READ
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2161-EXIT.
           EXIT.

       2170-COUNT-RESMSTR.
           MOVE 17                      TO WS-MON-SUB
           OPEN INPUT  RESULTS-MASTER-FILE
           MOVE WS-RMS-STATUS           TO WS-OPEN-STATUS
           PERFORM 2400-NOTE-OPEN       THRU 2400-EXIT
           IF WS-MON-FOUND (WS-MON-SUB) = 'Y'
               PERFORM 2171-READ-RESMSTR THRU 2171-EXIT
                   UNTIL END-OF-COUNTED-FILE
               CLOSE RESULTS-MASTER-FILE
           END-IF.
       2170-EXIT.
           EXIT.

       2171-READ-RESMSTR.
           READ RESULTS-MASTER-FILE
               AT END
                   SET END-OF-COUNTED-FILE TO TRUE
                   GO TO 2171-EXIT
           END-READ
           MOVE WS-RMS-STATUS           TO WS-CURRENT-STATUS
           PERFORM 2410-COUNT-RECORD    THRU 2410-EXIT.
       2171-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A FILE THAT IS NOT THERE (STATUS '35') IS NOTED AS NOT FOUND;
      * ANY OTHER BAD OPEN IS FATAL
      *-----------------------------------------------------------------
       2400-NOTE-OPEN.
           MOVE 'N'                     TO WS-COUNT-EOF-SWITCH
           IF WS-OPEN-STATUS = '35'
               MOVE 'NOT FOUND'         TO WS-MON-REMARK (WS-MON-SUB)
               GO TO 2400-EXIT
           END-IF

           MOVE WS-OPEN-STATUS          TO WS-CURRENT-STATUS
           MOVE WS-MON-NAME (WS-MON-SUB) TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE 'Y'                     TO WS-MON-FOUND (WS-MON-SUB)
           ADD 1                        TO WS-FILES-COUNTED.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT ONE RECORD READ FROM THE FILE BEING COUNTED
      *-----------------------------------------------------------------
       2410-COUNT-RECORD.
           MOVE WS-MON-NAME (WS-MON-SUB) TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-MON-COUNT (WS-MON-SUB)
           ADD 1                        TO WS-RECORDS-COUNTED.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND WS-LOOKUP-NAME AMONG THE MONITORED FILES - WS-MON-SUB IS
      * LEFT ON THE ENTRY WHEN IT IS FOUND
      *-----------------------------------------------------------------
       2450-FIND-FILE.
           MOVE 'N'                     TO WS-LOOKUP-SWITCH
           PERFORM 2460-TRY-ENTRY       THRU 2460-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT-MAX
                   OR MONITORED-FILE-FOUND
           IF MONITORED-FILE-FOUND
               SUBTRACT 1               FROM WS-MON-SUB
           END-IF.
       2450-EXIT.
           EXIT.

       2460-TRY-ENTRY.
           IF WS-MON-NAME (WS-MON-SUB) = WS-LOOKUP-NAME
               SET MONITORED-FILE-FOUND TO TRUE
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WORK OUT ONE FILE'S AVERAGE GROWTH PER DAY, HOW MUCH OF ITS
      * LIMIT IT USES AND HOW MANY DAYS ARE LEFT BEFORE IT REACHES
      * THE LIMIT, FLAG IT IF IT NEEDS ATTENTION, AND LIST IT
      *-----------------------------------------------------------------
       2500-ASSESS-FILE.
           IF WS-MON-FOUND (WS-MON-SUB) NOT = 'Y'
               PERFORM 2700-LIST-FILE   THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF

           IF WS-MON-OLDEST-DATE (WS-MON-SUB) > ZERO
               MOVE WS-MON-OLDEST-DATE (WS-MON-SUB) TO WS-DN-INPUT
               PERFORM 8100-DAY-NUMBER  THRU 8100-EXIT
               COMPUTE WS-DAYS-SPANNED = WS-RUN-DN - WS-DN-RESULT
               COMPUTE WS-MON-GROWTH (WS-MON-SUB) ROUNDED =
                   (WS-MON-COUNT (WS-MON-SUB)
                    - WS-MON-OLDEST-COUNT (WS-MON-SUB))
                   / WS-DAYS-SPANNED
           ELSE
               MOVE 'NO HISTORY'        TO WS-MON-REMARK (WS-MON-SUB)
           END-IF

           IF WS-MON-LIMIT (WS-MON-SUB) = ZERO
               IF WS-MON-REMARK (WS-MON-SUB) = SPACES
                   MOVE 'NO LIMIT SET'  TO WS-MON-REMARK (WS-MON-SUB)
               END-IF
               PERFORM 2700-LIST-FILE   THRU 2700-EXIT
               GO TO 2500-EXIT
           END-IF

           IF WS-MON-WARNING-PCT (WS-MON-SUB) = ZERO
               MOVE WS-DEFAULT-WARNING-PCT TO WS-MON-WARNING-PCT
                                               (WS-MON-SUB)
           END-IF

           COMPUTE WS-PCT-WORK ROUNDED =
               WS-MON-COUNT (WS-MON-SUB) * 100
               / WS-MON-LIMIT (WS-MON-SUB)
           IF WS-PCT-WORK > 9999.9
               MOVE 9999.9              TO WS-MON-PCT-USED
                                            (WS-MON-SUB)
           ELSE
               MOVE WS-PCT-WORK         TO WS-MON-PCT-USED
                                            (WS-MON-SUB)
           END-IF

           COMPUTE WS-RECORDS-LEFT =
               WS-MON-LIMIT (WS-MON-SUB) - WS-MON-COUNT (WS-MON-SUB)
           IF WS-RECORDS-LEFT > ZERO
               AND WS-MON-GROWTH (WS-MON-SUB) > ZERO
               COMPUTE WS-DAYS-PROJECTED =
                   WS-RECORDS-LEFT / WS-MON-GROWTH (WS-MON-SUB)
               IF WS-DAYS-PROJECTED > 99999
                   MOVE 99999           TO WS-MON-DAYS-LEFT
                                            (WS-MON-SUB)
               ELSE
                   MOVE WS-DAYS-PROJECTED TO WS-MON-DAYS-LEFT
                                              (WS-MON-SUB)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RECORDS-LEFT NOT > ZERO
                   MOVE '** AT LIMIT'   TO WS-MON-REMARK (WS-MON-SUB)
               WHEN WS-MON-PCT-USED (WS-MON-SUB)
                        NOT < WS-MON-WARNING-PCT (WS-MON-SUB)
                   MOVE '** PAST WARN'  TO WS-MON-REMARK (WS-MON-SUB)
               WHEN WS-MON-GROWTH (WS-MON-SUB) > ZERO
                AND WS-MON-DAYS-LEFT (WS-MON-SUB)
                        NOT > WS-WARNING-DAYS
                   MOVE '** FILLS SOON' TO WS-MON-REMARK (WS-MON-SUB)
               WHEN WS-MON-OLDEST-DATE (WS-MON-SUB) > ZERO
                AND WS-MON-GROWTH (WS-MON-SUB) NOT > ZERO
                   MOVE 'NOT GROWING'   TO WS-MON-REMARK (WS-MON-SUB)
           END-EVALUATE

           IF WS-MON-REMARK (WS-MON-SUB) (1:2) = '**'
               ADD 1                    TO WS-FILES-FLAGGED
               DISPLAY 'CLS01EX78 - ' WS-MON-NAME (WS-MON-SUB)
                   ' ' WS-MON-REMARK (WS-MON-SUB)
                   ' - ' WS-MON-COUNT (WS-MON-SUB)
                   ' RECORDS OF A LIMIT OF ' WS-MON-LIMIT (WS-MON-SUB)
           END-IF

           PERFORM 2700-LIST-FILE       THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE FILE ON THE REPORT - FIGURES THAT DO NOT APPLY ARE
      * LEFT BLANK
      *-----------------------------------------------------------------
       2700-LIST-FILE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE WS-MON-NAME (WS-MON-SUB) TO WS-DTL-FILE
           IF WS-MON-FOUND (WS-MON-SUB) NOT = 'Y'
               MOVE WS-MON-REMARK (WS-MON-SUB) TO WS-DTT-TEXT
               GO TO 2700-WRITE
           END-IF

           MOVE WS-MON-COUNT (WS-MON-SUB)  TO WS-DTL-COUNT
           IF WS-MON-OLDEST-DATE (WS-MON-SUB) > ZERO
               MOVE WS-MON-GROWTH (WS-MON-SUB) TO WS-DTL-GROWTH
           END-IF
           IF WS-MON-LIMIT (WS-MON-SUB) > ZERO
               MOVE WS-MON-LIMIT (WS-MON-SUB)  TO WS-DTL-LIMIT
               MOVE WS-MON-PCT-USED (WS-MON-SUB)
                                        TO WS-DTL-PCT-USED
               IF WS-MON-DAYS-LEFT (WS-MON-SUB) > ZERO
                   MOVE WS-MON-DAYS-LEFT (WS-MON-SUB)
                                        TO WS-DTL-DAYS-LEFT
               END-IF
           END-IF
           MOVE WS-MON-REMARK (WS-MON-SUB) TO WS-DTL-REMARK.
       2700-WRITE.
           WRITE GROWTH-REPORT-LINE      FROM WS-DETAIL-LINE
           MOVE WS-GRWRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GRWRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND TONIGHT'S COUNT FOR EVERY FILE THAT WAS THERE TO COUNT
      *-----------------------------------------------------------------
       2800-APPEND-HISTORY.
           OPEN EXTEND GROWTH-HISTORY-FILE
           IF WS-GRW-STATUS = '35'
               OPEN OUTPUT GROWTH-HISTORY-FILE
           END-IF
           MOVE WS-GRW-STATUS           TO WS-CURRENT-STATUS
           MOVE 'GRWHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2810-WRITE-HISTORY   THRU 2810-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-COUNT-MAX

           CLOSE GROWTH-HISTORY-FILE.
       2800-EXIT.
           EXIT.

       2810-WRITE-HISTORY.
           IF WS-MON-FOUND (WS-MON-SUB) NOT = 'Y'
               GO TO 2810-EXIT
           END-IF

           MOVE SPACES                  TO GROWTH-HISTORY-RECORD
           MOVE CTL-RUN-DATE            TO GRW-RUN-DATE
           MOVE WS-MON-NAME (WS-MON-SUB) TO GRW-FILE-ID
           MOVE WS-MON-COUNT (WS-MON-SUB) TO GRW-RECORD-COUNT
           MOVE WS-MON-LIMIT (WS-MON-SUB) TO GRW-RECORD-LIMIT
           WRITE GROWTH-HISTORY-RECORD
           MOVE WS-GRW-STATUS           TO WS-CURRENT-STATUS
           MOVE 'GRWHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-HISTORY-WRITTEN.
       2810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       2900-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-WINDOW-DAYS           TO WS-HDR-WINDOW
           MOVE WS-WARNING-DAYS          TO WS-HDR-WARN-DAYS
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE GROWTH-REPORT-LINE      FROM WS-HEADER-LINE-1
           WRITE GROWTH-REPORT-LINE      FROM WS-HEADER-LINE-2
           WRITE GROWTH-REPORT-LINE      FROM WS-BLANK-LINE
           WRITE GROWTH-REPORT-LINE      FROM WS-COLUMN-LINE-1
           WRITE GROWTH-REPORT-LINE      FROM WS-COLUMN-LINE-2
           WRITE GROWTH-REPORT-LINE      FROM WS-BLANK-LINE
           MOVE WS-GRWRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'GRWRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE 6                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS AND CLOSE - A FLAGGED FILE OR AN UNUSABLE
      * LIMIT CARD ENDS THE STEP RC 8
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE GROWTH-REPORT-LINE      FROM WS-BLANK-LINE
           MOVE 'FILES COUNTED'          TO WS-TOT-LABEL
           MOVE WS-FILES-COUNTED         TO WS-TOT-COUNT
           WRITE GROWTH-REPORT-LINE      FROM WS-TOTAL-LINE
           MOVE 'RECORDS COUNTED'        TO WS-TOT-LABEL
           MOVE WS-RECORDS-COUNTED       TO WS-TOT-COUNT
           WRITE GROWTH-REPORT-LINE      FROM WS-TOTAL-LINE
           MOVE 'FILES FLAGGED'          TO WS-TOT-LABEL
           MOVE WS-FILES-FLAGGED         TO WS-TOT-COUNT
           WRITE GROWTH-REPORT-LINE      FROM WS-TOTAL-LINE
           MOVE 'LIMIT CARDS IGNORED'    TO WS-TOT-LABEL
           MOVE WS-BAD-LIMIT-COUNT       TO WS-TOT-COUNT
           WRITE GROWTH-REPORT-LINE      FROM WS-TOTAL-LINE
           MOVE WS-GRWRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'GRWRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-FILES-FLAGGED > ZERO
               OR WS-BAD-LIMIT-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX78 COUNTED ' WS-FILES-COUNTED ' FILES, '
               WS-RECORDS-COUNTED ' RECORDS - ' WS-FILES-FLAGGED
               ' FLAGGED - OPERATOR ' CTL-OPERATOR-ID
               ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE GROWTH-REPORT-FILE.
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
           MOVE 'CLS01X78'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORDS-COUNTED      TO LOG-INPUT-COUNT
           MOVE WS-HISTORY-WRITTEN      TO LOG-OUTPUT-COUNT
           MOVE WS-BAD-LIMIT-COUNT      TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX78 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
