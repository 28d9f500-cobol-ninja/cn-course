      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX67.
      * WEEKLY ZONE CAPACITY-EXHAUSTION FORECAST
      * READ THE ZONE HISTORY FILE (ZONEHIST) THAT CLS01EX08 APPENDS
      * TO EVERY NIGHT AND, FOR EACH ZONE AND EACH WAREHOUSE, FIT A
      * STRAIGHT-LINE (LEAST-SQUARES) TREND TO ITS PERCENT UTILIZED
      * OVER THE LOOKBACK WINDOW ENDING ON THE BUSINESS DATE.  FROM
      * THE TREND PROJECT THE DATE THE ZONE WILL CROSS THE
      * UTILIZATION THRESHOLD AND THE DATE IT WILL REACH 100 PERCENT
      * OF RATED CAPACITY, AND FLAG EVERY ZONE PROJECTED TO GET THERE
      * WITHIN THE PLANNING HORIZON
      * THE HISTORY IS SORTED WAREHOUSE/ZONE/DATE, SO THE REPORT READS
      * LIKE CLS01EX08: A SECTION PER WAREHOUSE, ITS ZONES, THEN THE
      * WAREHOUSE AS A WHOLE.  WHEN A NIGHT WAS RERUN THE LAST RECORD
      * FOR THE DATE IS THE ONE USED.  ONLY ZONES WHOSE LATEST
      * HISTORY SHOWS THEM ACTIVE ON THE ZONE MASTER ARE FORECAST; A
      * ZONE WITH FEWER THAN THREE NIGHTS IN THE WINDOW IS SHOWN BUT
      * NOT TRENDED, AND A ZONE WHOSE TREND IS FLAT OR FALLING IS
      * SHOWN AS NOT RISING.  A SUMMARY PAGE AFTER THE DETAIL LISTS
      * THE FLAGGED ZONES
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (OPTIONAL, OVERRIDES 'BATCH')
      *   2 - PLANNING HORIZON IN DAYS, THREE DIGITS (DEFAULT 090)
      *   3 - UTILIZATION THRESHOLD, WHOLE PERCENT (DEFAULT 090, THE
      *       SAME DEFAULT CLS01EX08 USES)
      *   4 - LOOKBACK WINDOW IN DAYS, THREE DIGITS (DEFAULT 056)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ZONE-HISTORY-FILE    ASSIGN TO "ZONEHIST"
                                        FILE STATUS IS WS-ZONHST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "ZFCRPT"
                                        FILE STATUS IS WS-ZFCRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  ZONE-HISTORY-FILE.
       COPY CLS01ZHS.
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE        PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-WAREHOUSE           PIC X(08).
           05  SRT-LEVEL               PIC X(01).
               88  SRT-ZONE-LEVEL                  VALUE '1'.
               88  SRT-WAREHOUSE-LEVEL             VALUE '2'.
           05  SRT-ZONE                PIC X(04).
           05  SRT-RUN-DATE            PIC 9(08).
           05  SRT-DAY-OFFSET          PIC 9(04).
           05  SRT-CAPACITY            PIC 9(09).
           05  SRT-UTIL-PCT            PIC 9(03)V9.
           05  SRT-STATUS              PIC X(01).
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
      * ENOUGH FOR THIS PROGRAM
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-HORIZON-PARM             PIC X(03)   VALUE SPACES.
       01  WS-HORIZON-DAYS             PIC 9(03)   VALUE 090.
       01  WS-THRESHOLD-PARM           PIC X(03)   VALUE SPACES.
       01  WS-UTIL-THRESHOLD           PIC 9(03)   VALUE 090.
       01  WS-LOOKBACK-PARM            PIC X(03)   VALUE SPACES.
       01  WS-LOOKBACK-DAYS            PIC 9(03)   VALUE 056.
       01  WS-MIN-POINTS               PIC 9(02)   VALUE 03.
      *================================================================
      * SWITCHES
      *================================================================
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-ZONE-HISTORY                 VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-ZONE-HISTORY                     VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-HISTORY               VALUE 'Y'.
      *================================================================
      * DAY-NUMBER WORK AREAS - 8100 TURNS A YYYYMMDD DATE INTO A DAY
      * NUMBER (THE SAME SHIFTED-YEAR ARITHMETIC CLS01DTV USES) AND
      * 8200 TURNS A DAY NUMBER BACK INTO A DATE FOR THE PROJECTIONS
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
       01  WS-DN-TARGET                PIC 9(08)   COMP VALUE ZERO.
       01  WS-DN-YEAR-BASE             PIC 9(08)   COMP VALUE ZERO.
       01  WS-DN-DAY-OF-YEAR           PIC 9(04)   COMP VALUE ZERO.
       01  WS-DN-MONTH-INDEX           PIC 9(04)   COMP VALUE ZERO.
       01  WS-RUN-DN                   PIC 9(08)   COMP VALUE ZERO.
       01  WS-WINDOW-START-DN          PIC 9(08)   COMP VALUE ZERO.
      *================================================================
      * GROUP CONTROL - ONE GROUP PER ZONE (OR WAREHOUSE) KEY.  THE
      * NEWEST POINT IS HELD PENDING UNTIL A LATER DATE ARRIVES, SO A
      * RERUN NIGHT'S SECOND RECORD REPLACES ITS FIRST
      *================================================================
       01  WS-PRIOR-WAREHOUSE          PIC X(08)   VALUE SPACES.
       01  WS-GROUP-KEY.
           05  WS-GRP-WAREHOUSE        PIC X(08).
           05  WS-GRP-LEVEL            PIC X(01).
               88  WS-GRP-IS-ZONE                  VALUE '1'.
           05  WS-GRP-ZONE             PIC X(04).
       01  WS-RECORD-KEY.
           05  WS-REC-WAREHOUSE        PIC X(08).
           05  WS-REC-LEVEL            PIC X(01).
           05  WS-REC-ZONE             PIC X(04).
       01  WS-PENDING-SWITCH           PIC X(01)   VALUE 'N'.
           88  POINT-PENDING                       VALUE 'Y'.
       01  WS-PEND-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-PEND-OFFSET              PIC 9(04)   VALUE ZERO.
       01  WS-PEND-PCT                 PIC 9(03)V9 VALUE ZERO.
       01  WS-PEND-CAPACITY            PIC 9(09)   VALUE ZERO.
       01  WS-PEND-STATUS              PIC X(01)   VALUE SPACE.
      *================================================================
      * LEAST-SQUARES ACCUMULATORS AND RESULTS - X IS DAYS INTO THE
      * WINDOW, Y IS PERCENT UTILIZED
      *================================================================
       01  WS-FIT-N                    PIC 9(04)   VALUE ZERO.
       01  WS-FIT-SUM-X                PIC 9(09)   VALUE ZERO.
       01  WS-FIT-SUM-Y                PIC 9(09)V9 VALUE ZERO.
       01  WS-FIT-SUM-XY               PIC 9(13)V9 VALUE ZERO.
       01  WS-FIT-SUM-XX               PIC 9(13)   VALUE ZERO.
       01  WS-FIT-DENOMINATOR          PIC S9(15)  VALUE ZERO.
       01  WS-FIT-SLOPE                PIC S9(05)V9(06) VALUE ZERO.
       01  WS-FIT-INTERCEPT            PIC S9(07)V9(04) VALUE ZERO.
       01  WS-FIT-TODAY                PIC S9(07)V9(04) VALUE ZERO.
       01  WS-FIT-WEEKLY               PIC S9(03)V99 VALUE ZERO.
      *================================================================
      * PROJECTION WORK - 2350 PROJECTS THE DAYS UNTIL THE TREND
      * REACHES WS-PRJ-TARGET; 99999 DAYS MEANS NEVER
      *================================================================
       01  WS-PRJ-TARGET               PIC 9(03)V9 VALUE ZERO.
       01  WS-PRJ-DAYS                 PIC 9(05)   VALUE ZERO.
       01  WS-PRJ-TEXT                 PIC X(10)   VALUE SPACES.
       01  WS-THR-DAYS                 PIC 9(05)   VALUE ZERO.
       01  WS-THR-TEXT                 PIC X(10)   VALUE SPACES.
       01  WS-FULL-DAYS                PIC 9(05)   VALUE ZERO.
       01  WS-FULL-TEXT                PIC X(10)   VALUE SPACES.
       01  WS-FLAG-TEXT                PIC X(20)   VALUE SPACES.
      *================================================================
      * FLAGGED-ZONE TABLE FOR THE SUMMARY PAGE
      *================================================================
       01  WS-FLAGGED-TABLE.
           05  WS-FL-ENTRY             OCCURS 200 TIMES.
               10  WS-FL-WAREHOUSE     PIC X(08).
               10  WS-FL-ZONE          PIC X(04).
               10  WS-FL-PCT           PIC 9(03)V9.
               10  WS-FL-THR-TEXT      PIC X(10).
               10  WS-FL-FULL-TEXT     PIC X(10).
       01  WS-FL-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-FL-SUB                   PIC 9(03)   COMP VALUE ZERO.
      *================================================================
      * COUNTS
      *================================================================
       01  WS-HISTORY-READ             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(07)   VALUE ZERO.
       01  WS-BAD-DATE-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ZONES-FORECAST           PIC 9(05)   VALUE ZERO.
       01  WS-ZONES-NOT-ACTIVE         PIC 9(05)   VALUE ZERO.
       01  WS-ZONES-FLAGGED            PIC 9(05)   VALUE ZERO.
       01  WS-WAREHOUSES-FORECAST      PIC 9(05)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-ZONHST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-ZFCRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX67  ZONE CAPACITY FORECAST'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE
               '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(11) VALUE
               '  LOOKBACK '.
           05  WS-HDR-LOOKBACK         PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE
               ' DAYS  THR '.
           05  WS-HDR-THRESHOLD        PIC ZZ9.
           05  FILLER                  PIC X(18) VALUE ' PCT'.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(08) VALUE 'ZONE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'PTS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'UTIL%'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'PCT/WK'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'THRESHOLD'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FULL'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE 'FLAG'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-WAREHOUSE-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE
               'WAREHOUSE: '.
           05  WS-WHH-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-NAME             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-POINTS           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-WEEKLY           PIC -ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-THR-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FULL-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(20).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(31) VALUE
               'ZONES PROJECTED TO FILL WITHIN '.
           05  WS-SMT-HORIZON          PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
               ' DAYS (THRESHOLD '.
           05  WS-SMT-THRESHOLD        PIC ZZ9.
           05  FILLER                  PIC X(26) VALUE
               ' PCT OR 100 PCT)'.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE '  (NONE)'.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(08) VALUE
               '  ZONE: '.
           05  WS-SMY-ZONE             PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' WHSE: '.
           05  WS-SMY-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' UTIL: '.
           05  WS-SMY-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(06) VALUE ' THR: '.
           05  WS-SMY-THR-DATE         PIC X(10).
           05  FILLER                  PIC X(07) VALUE ' FULL: '.
           05  WS-SMY-FULL-DATE        PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE
                                SRT-LEVEL
                                SRT-ZONE
                                SRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - EVERY HISTORY RECORD DATED INSIDE THE
      * LOOKBACK WINDOW.  AN ABSENT HISTORY FILE (STATUS '35') MEANS
      * CLS01EX08 HAS NOT RUN SINCE THE FILE WAS INTRODUCED - THE
      * REPORT COMES OUT EMPTY
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  ZONE-HISTORY-FILE
           IF WS-ZONHST-STATUS = '35'
               SET NO-ZONE-HISTORY      TO TRUE
               SET END-OF-ZONE-HISTORY  TO TRUE
               DISPLAY 'CLS01EX67 - NO ZONE HISTORY FILE - NOTHING '
                   'TO FORECAST'
           ELSE
               MOVE WS-ZONHST-STATUS    TO WS-CURRENT-STATUS
               MOVE 'ZONEHIST'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-IF

           PERFORM 0150-RELEASE-HISTORY THRU 0150-EXIT
               UNTIL END-OF-ZONE-HISTORY

           IF NOT NO-ZONE-HISTORY
               CLOSE ZONE-HISTORY-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE HISTORY RECORD IF ITS DATE IS VALID AND INSIDE
      * THE WINDOW, TAGGED WITH ITS DAY OFFSET INTO THE WINDOW
      *-----------------------------------------------------------------
       0150-RELEASE-HISTORY.
           IF ZHS-RUN-DATE NOT NUMERIC
               OR ZHS-UTIL-PCT NOT NUMERIC
               ADD 1                    TO WS-BAD-DATE-COUNT
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           MOVE ZHS-RUN-DATE            TO WS-DN-INPUT
           IF WS-DN-IN-MONTH < 1 OR WS-DN-IN-MONTH > 12
               OR WS-DN-IN-DAY < 1 OR WS-DN-IN-DAY > 31
               ADD 1                    TO WS-BAD-DATE-COUNT
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           IF WS-DN-RESULT < WS-WINDOW-START-DN
               OR WS-DN-RESULT > WS-RUN-DN
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           MOVE ZHS-WAREHOUSE           TO SRT-WAREHOUSE
           IF ZHS-WAREHOUSE-RECORD
               SET SRT-WAREHOUSE-LEVEL  TO TRUE
               MOVE SPACES              TO SRT-ZONE
           ELSE
               SET SRT-ZONE-LEVEL       TO TRUE
               MOVE ZHS-ZONE            TO SRT-ZONE
           END-IF
           MOVE ZHS-RUN-DATE            TO SRT-RUN-DATE
           COMPUTE SRT-DAY-OFFSET = WS-DN-RESULT - WS-WINDOW-START-DN
           MOVE ZHS-CAPACITY            TO SRT-CAPACITY
           MOVE ZHS-UTIL-PCT            TO SRT-UTIL-PCT
           MOVE ZHS-STATUS              TO SRT-STATUS
           RELEASE SORT-RECORD
           ADD 1                        TO WS-HISTORY-USED

           PERFORM 2100-READ-HISTORY    THRU 2100-EXIT.
       0150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED HISTORY BACK AND FORECAST EACH GROUP AS ITS
      * LAST POINT GOES BY
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT

           IF NOT END-OF-SORTED-HISTORY
               MOVE SRT-WAREHOUSE        TO WS-PRIOR-WAREHOUSE
               PERFORM 2260-WRITE-WAREHOUSE-HEADER THRU 2260-EXIT
               PERFORM 2200-START-GROUP  THRU 2200-EXIT
           END-IF

           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL END-OF-SORTED-HISTORY

           IF POINT-PENDING
               PERFORM 2300-FORECAST-GROUP THRU 2300-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, TAKE THE HORIZON, THRESHOLD AND
      * LOOKBACK, FIX THE WINDOW AND PRINT THE FIRST PAGE HEADER
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'CLS01BDT'              USING
               BUSINESS-DATE-PARMS
           MOVE BDT-BUSINESS-DATE       TO CTL-RUN-DATE
           MOVE CTL-RUN-DATE            TO WS-LOG-START-DATE
           ACCEPT WS-LOG-START-TIME     FROM TIME

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-OPERATOR-PARM      FROM ARGUMENT-VALUE
           IF WS-OPERATOR-PARM NOT = SPACES
               MOVE WS-OPERATOR-PARM    TO CTL-OPERATOR-ID
           END-IF

           PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-HORIZON-PARM       FROM ARGUMENT-VALUE
           IF WS-HORIZON-PARM IS NUMERIC
               MOVE WS-HORIZON-PARM     TO WS-HORIZON-DAYS
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRESHOLD-PARM     FROM ARGUMENT-VALUE
           IF WS-THRESHOLD-PARM IS NUMERIC
               MOVE WS-THRESHOLD-PARM   TO WS-UTIL-THRESHOLD
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-LOOKBACK-PARM      FROM ARGUMENT-VALUE
           IF WS-LOOKBACK-PARM IS NUMERIC
               MOVE WS-LOOKBACK-PARM    TO WS-LOOKBACK-DAYS
           END-IF

           MOVE CTL-RUN-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-RUN-DN
           COMPUTE WS-WINDOW-START-DN = WS-RUN-DN - WS-LOOKBACK-DAYS

           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-ZFCRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE WS-LOOKBACK-DAYS         TO WS-HDR-LOOKBACK
           MOVE WS-UTIL-THRESHOLD        TO WS-HDR-THRESHOLD

           WRITE FORECAST-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE FORECAST-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE FORECAST-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE FORECAST-REPORT-LINE     FROM WS-HEADER-LINE-3
           MOVE WS-ZFCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE SORTED HISTORY POINT - A NEW KEY CLOSES THE PRIOR GROUP
      * (AND A NEW WAREHOUSE STARTS A NEW SECTION); A NEW DATE COMMITS
      * THE PENDING POINT TO THE SUMS; THE SAME DATE AGAIN (A RERUN
      * NIGHT) SIMPLY REPLACES IT
      *-----------------------------------------------------------------
       2000-PROCESS-HISTORY.
           MOVE SRT-WAREHOUSE           TO WS-REC-WAREHOUSE
           MOVE SRT-LEVEL               TO WS-REC-LEVEL
           MOVE SRT-ZONE                TO WS-REC-ZONE

           IF WS-RECORD-KEY NOT = WS-GROUP-KEY
               PERFORM 2300-FORECAST-GROUP THRU 2300-EXIT
               IF SRT-WAREHOUSE NOT = WS-PRIOR-WAREHOUSE
                   MOVE SRT-WAREHOUSE    TO WS-PRIOR-WAREHOUSE
                   WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE
                   ADD 1                 TO WS-LINES-ON-PAGE
                   PERFORM 2260-WRITE-WAREHOUSE-HEADER THRU 2260-EXIT
               END-IF
               PERFORM 2200-START-GROUP THRU 2200-EXIT
           ELSE
               IF POINT-PENDING AND SRT-RUN-DATE NOT = WS-PEND-DATE
                   PERFORM 2250-COMMIT-POINT THRU 2250-EXIT
               END-IF
           END-IF

           MOVE SRT-RUN-DATE            TO WS-PEND-DATE
           MOVE SRT-DAY-OFFSET          TO WS-PEND-OFFSET
           MOVE SRT-UTIL-PCT            TO WS-PEND-PCT
           MOVE SRT-CAPACITY            TO WS-PEND-CAPACITY
           MOVE SRT-STATUS              TO WS-PEND-STATUS
           SET POINT-PENDING            TO TRUE

           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT ZONE HISTORY RECORD
      *-----------------------------------------------------------------
       2100-READ-HISTORY.
           READ ZONE-HISTORY-FILE
               AT END
                   SET END-OF-ZONE-HISTORY TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-ZONHST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-HISTORY-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT HISTORY POINT BACK FROM THE SORT
      *-----------------------------------------------------------------
       2150-RETURN-HISTORY.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-HISTORY TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A NEW GROUP ON THE CURRENT SORTED KEY WITH EMPTY SUMS
      *-----------------------------------------------------------------
       2200-START-GROUP.
           MOVE SRT-WAREHOUSE           TO WS-GRP-WAREHOUSE
           MOVE SRT-LEVEL               TO WS-GRP-LEVEL
           MOVE SRT-ZONE                TO WS-GRP-ZONE
           MOVE ZERO                    TO WS-FIT-N
                                            WS-FIT-SUM-X
                                            WS-FIT-SUM-Y
                                            WS-FIT-SUM-XY
                                            WS-FIT-SUM-XX
           MOVE 'N'                     TO WS-PENDING-SWITCH.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD THE PENDING POINT TO THE LEAST-SQUARES SUMS
      *-----------------------------------------------------------------
       2250-COMMIT-POINT.
           ADD 1                        TO WS-FIT-N
           ADD WS-PEND-OFFSET           TO WS-FIT-SUM-X
           ADD WS-PEND-PCT              TO WS-FIT-SUM-Y
           COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY +
               (WS-PEND-OFFSET * WS-PEND-PCT)
           COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX +
               (WS-PEND-OFFSET * WS-PEND-OFFSET)
           MOVE 'N'                     TO WS-PENDING-SWITCH.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE BANNER AT THE START OF A WAREHOUSE SECTION
      *-----------------------------------------------------------------
       2260-WRITE-WAREHOUSE-HEADER.
           MOVE WS-PRIOR-WAREHOUSE       TO WS-WHH-WAREHOUSE
           WRITE FORECAST-REPORT-LINE     FROM WS-WAREHOUSE-HEADER-LINE
           MOVE WS-ZFCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE CURRENT GROUP - COMMIT ITS LAST POINT, FIT THE
      * TREND, PROJECT THE THRESHOLD AND FULL DATES AND PRINT IT.  A
      * ZONE THAT IS NOT ACTIVE AS OF ITS LATEST NIGHT IS COUNTED AND
      * LEFT OFF
      *-----------------------------------------------------------------
       2300-FORECAST-GROUP.
           PERFORM 2250-COMMIT-POINT    THRU 2250-EXIT

           IF WS-GRP-IS-ZONE AND WS-PEND-STATUS NOT = 'A'
               ADD 1                    TO WS-ZONES-NOT-ACTIVE
               GO TO 2300-EXIT
           END-IF

           MOVE ZERO                    TO WS-FIT-SLOPE
                                            WS-FIT-WEEKLY
           MOVE WS-PEND-PCT             TO WS-FIT-TODAY
           IF WS-FIT-N NOT < WS-MIN-POINTS
               COMPUTE WS-FIT-DENOMINATOR =
                   (WS-FIT-N * WS-FIT-SUM-XX)
                   - (WS-FIT-SUM-X * WS-FIT-SUM-X)
               IF WS-FIT-DENOMINATOR > ZERO
                   COMPUTE WS-FIT-SLOPE ROUNDED =
                       ((WS-FIT-N * WS-FIT-SUM-XY)
                       - (WS-FIT-SUM-X * WS-FIT-SUM-Y))
                       / WS-FIT-DENOMINATOR
                   COMPUTE WS-FIT-INTERCEPT ROUNDED =
                       (WS-FIT-SUM-Y - (WS-FIT-SLOPE * WS-FIT-SUM-X))
                       / WS-FIT-N
                   COMPUTE WS-FIT-TODAY ROUNDED =
                       WS-FIT-INTERCEPT
                       + (WS-FIT-SLOPE * WS-LOOKBACK-DAYS)
                   COMPUTE WS-FIT-WEEKLY ROUNDED = WS-FIT-SLOPE * 7
                       ON SIZE ERROR
                           MOVE 999.99  TO WS-FIT-WEEKLY
                   END-COMPUTE
               END-IF
           END-IF

           MOVE WS-UTIL-THRESHOLD       TO WS-PRJ-TARGET
           PERFORM 2350-PROJECT-DATE    THRU 2350-EXIT
           MOVE WS-PRJ-DAYS             TO WS-THR-DAYS
           MOVE WS-PRJ-TEXT             TO WS-THR-TEXT

           MOVE 100                     TO WS-PRJ-TARGET
           PERFORM 2350-PROJECT-DATE    THRU 2350-EXIT
           MOVE WS-PRJ-DAYS             TO WS-FULL-DAYS
           MOVE WS-PRJ-TEXT             TO WS-FULL-TEXT

           EVALUATE TRUE
               WHEN WS-FULL-DAYS NOT > WS-HORIZON-DAYS
                   MOVE 'FULL IN HORIZON'  TO WS-FLAG-TEXT
               WHEN WS-THR-DAYS NOT > WS-HORIZON-DAYS
                   MOVE 'THRESHOLD IN HORIZON' TO WS-FLAG-TEXT
               WHEN WS-FIT-N < WS-MIN-POINTS
                   MOVE 'TOO LITTLE HISTORY' TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES           TO WS-FLAG-TEXT
           END-EVALUATE

           IF WS-GRP-IS-ZONE
               ADD 1                    TO WS-ZONES-FORECAST
               IF WS-FULL-DAYS NOT > WS-HORIZON-DAYS
                   OR WS-THR-DAYS NOT > WS-HORIZON-DAYS
                   PERFORM 2450-NOTE-FLAGGED THRU 2450-EXIT
               END-IF
           ELSE
               ADD 1                    TO WS-WAREHOUSES-FORECAST
           END-IF

           PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROJECT THE DAYS FROM THE BUSINESS DATE UNTIL THE GROUP'S
      * TREND REACHES WS-PRJ-TARGET PERCENT, AND THE DATE AS TEXT -
      * 'NOW' WHEN THE LATEST NIGHT IS ALREADY THERE, 'NOT RISING'
      * WHEN THE TREND IS FLAT OR FALLING (OR NOT FITTED)
      *-----------------------------------------------------------------
       2350-PROJECT-DATE.
           IF WS-PEND-PCT NOT < WS-PRJ-TARGET
               MOVE ZERO                TO WS-PRJ-DAYS
               MOVE 'NOW'               TO WS-PRJ-TEXT
               GO TO 2350-EXIT
           END-IF

           IF WS-FIT-SLOPE NOT > ZERO
               MOVE 99999               TO WS-PRJ-DAYS
               MOVE 'NOT RISING'        TO WS-PRJ-TEXT
               GO TO 2350-EXIT
           END-IF

           IF WS-FIT-TODAY NOT < WS-PRJ-TARGET
               MOVE ZERO                TO WS-PRJ-DAYS
           ELSE
               COMPUTE WS-PRJ-DAYS ROUNDED =
                   (WS-PRJ-TARGET - WS-FIT-TODAY) / WS-FIT-SLOPE
                   ON SIZE ERROR
                       MOVE 99999       TO WS-PRJ-DAYS
               END-COMPUTE
           END-IF

           IF WS-PRJ-DAYS > 3650
               MOVE '>10 YEARS'         TO WS-PRJ-TEXT
               GO TO 2350-EXIT
           END-IF

           COMPUTE WS-DN-TARGET = WS-RUN-DN + WS-PRJ-DAYS
           PERFORM 8200-DAY-NUMBER-TO-DATE THRU 8200-EXIT
           MOVE WS-DN-INPUT             TO WS-PRJ-TEXT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE GROUP'S FORECAST LINE, STARTING A NEW PAGE FIRST IF
      * THE CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2400-WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           IF WS-GRP-IS-ZONE
               MOVE SPACES              TO WS-DTL-NAME
               MOVE WS-GRP-ZONE         TO WS-DTL-NAME (3:4)
           ELSE
               MOVE 'WHSE TOT'          TO WS-DTL-NAME
           END-IF
           MOVE WS-FIT-N                TO WS-DTL-POINTS
           MOVE WS-PEND-PCT             TO WS-DTL-PCT
           MOVE WS-FIT-WEEKLY           TO WS-DTL-WEEKLY
           MOVE WS-THR-TEXT             TO WS-DTL-THR-DATE
           MOVE WS-FULL-TEXT            TO WS-DTL-FULL-DATE
           MOVE WS-FLAG-TEXT            TO WS-DTL-FLAG
           WRITE FORECAST-REPORT-LINE    FROM WS-DETAIL-LINE
           MOVE WS-ZFCRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REMEMBER A FLAGGED ZONE FOR THE SUMMARY PAGE
      *-----------------------------------------------------------------
       2450-NOTE-FLAGGED.
           ADD 1                        TO WS-ZONES-FLAGGED

           IF WS-FL-USED NOT < 200
               DISPLAY 'CLS01EX67 - FLAGGED ZONE TABLE FULL - ZONE '
                   WS-GRP-ZONE ' LEFT OFF THE SUMMARY'
               GO TO 2450-EXIT
           END-IF

           ADD 1                        TO WS-FL-USED
           MOVE WS-GRP-WAREHOUSE        TO WS-FL-WAREHOUSE (WS-FL-USED)
           MOVE WS-GRP-ZONE             TO WS-FL-ZONE (WS-FL-USED)
           MOVE WS-PEND-PCT             TO WS-FL-PCT (WS-FL-USED)
           MOVE WS-THR-TEXT             TO WS-FL-THR-TEXT (WS-FL-USED)
           MOVE WS-FULL-TEXT            TO WS-FL-FULL-TEXT
                                            (WS-FL-USED).
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE FLAGGED-ZONE SUMMARY AND CLOSE THE REPORT
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY   THRU 3100-EXIT

           DISPLAY 'CLS01EX67 FORECAST ' WS-ZONES-FORECAST ' ZONES, '
               WS-WAREHOUSES-FORECAST ' WAREHOUSES FROM '
               WS-HISTORY-USED ' OF ' WS-HISTORY-READ
               ' HISTORY RECORDS - ' WS-ZONES-FLAGGED ' FLAGGED, '
               WS-ZONES-NOT-ACTIVE ' NOT ACTIVE, '
               WS-BAD-DATE-COUNT ' UNREADABLE - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE FORECAST-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE FLAGGED ZONES ON A NEW PAGE
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           WRITE FORECAST-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE FORECAST-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE FORECAST-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE WS-ZFCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE ZERO                    TO WS-LINES-ON-PAGE

           MOVE WS-HORIZON-DAYS          TO WS-SMT-HORIZON
           MOVE WS-UTIL-THRESHOLD        TO WS-SMT-THRESHOLD
           WRITE FORECAST-REPORT-LINE     FROM WS-SUMMARY-TITLE-LINE
           WRITE FORECAST-REPORT-LINE     FROM WS-BLANK-LINE
           IF WS-FL-USED = ZERO
               WRITE FORECAST-REPORT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE WS-ZFCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 3200-WRITE-SUMMARY-LINE THRU 3200-EXIT
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-USED.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE FLAGGED ZONE
      *-----------------------------------------------------------------
       3200-WRITE-SUMMARY-LINE.
           MOVE WS-FL-ZONE (WS-FL-SUB)      TO WS-SMY-ZONE
           MOVE WS-FL-WAREHOUSE (WS-FL-SUB) TO WS-SMY-WAREHOUSE
           MOVE WS-FL-PCT (WS-FL-SUB)       TO WS-SMY-PCT
           MOVE WS-FL-THR-TEXT (WS-FL-SUB)  TO WS-SMY-THR-DATE
           MOVE WS-FL-FULL-TEXT (WS-FL-SUB) TO WS-SMY-FULL-DATE
           WRITE FORECAST-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE WS-ZFCRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZFCRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TURN WS-DN-INPUT (A VALID YYYYMMDD) INTO A DAY NUMBER - THE
      * YEAR IS SHIFTED SO IT STARTS IN MARCH AND THE LEAP DAY FALLS
      * OUT OF THE INTEGER ARITHMETIC
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
      * TURN THE DAY NUMBER IN WS-DN-TARGET BACK INTO A YYYYMMDD DATE
      * IN WS-DN-INPUT - ESTIMATE THE SHIFTED YEAR, SETTLE IT AGAINST
      * THE DAY BEFORE THAT YEAR'S 1 MARCH, THEN SPLIT THE DAY OF THE
      * SHIFTED YEAR INTO MONTH AND DAY
      *-----------------------------------------------------------------
       8200-DAY-NUMBER-TO-DATE.
           COMPUTE WS-DN-YEAR = (WS-DN-TARGET * 400) / 146097
           PERFORM 8250-YEAR-BASE       THRU 8250-EXIT
           IF WS-DN-TARGET NOT > WS-DN-YEAR-BASE
               SUBTRACT 1               FROM WS-DN-YEAR
               PERFORM 8250-YEAR-BASE   THRU 8250-EXIT
           ELSE
               ADD 1                    TO WS-DN-YEAR
               PERFORM 8250-YEAR-BASE   THRU 8250-EXIT
               IF WS-DN-TARGET NOT > WS-DN-YEAR-BASE
                   SUBTRACT 1           FROM WS-DN-YEAR
                   PERFORM 8250-YEAR-BASE THRU 8250-EXIT
               END-IF
           END-IF

           COMPUTE WS-DN-DAY-OF-YEAR =
               WS-DN-TARGET - WS-DN-YEAR-BASE - 1
           COMPUTE WS-DN-MONTH-INDEX =
               ((5 * WS-DN-DAY-OF-YEAR) + 2) / 153
           COMPUTE WS-DN-DAY = WS-DN-DAY-OF-YEAR
               - (((153 * WS-DN-MONTH-INDEX) + 2) / 5) + 1
           COMPUTE WS-DN-MONTH = WS-DN-MONTH-INDEX + 3
           IF WS-DN-MONTH > 12
               SUBTRACT 12              FROM WS-DN-MONTH
               ADD 1                    TO WS-DN-YEAR
           END-IF

           MOVE WS-DN-YEAR              TO WS-DN-IN-YEAR
           MOVE WS-DN-MONTH             TO WS-DN-IN-MONTH
           MOVE WS-DN-DAY               TO WS-DN-IN-DAY.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DAY NUMBER OF THE LAST DAY OF FEBRUARY THAT OPENS SHIFTED
      * YEAR WS-DN-YEAR
      *-----------------------------------------------------------------
       8250-YEAR-BASE.
           DIVIDE WS-DN-YEAR BY 4
               GIVING WS-DN-QUARTERS
           DIVIDE WS-DN-YEAR BY 100
               GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-YEAR BY 400
               GIVING WS-DN-QUADCENTS
           COMPUTE WS-DN-YEAR-BASE =
               (365 * WS-DN-YEAR) + WS-DN-QUARTERS
               - WS-DN-CENTURIES + WS-DN-QUADCENTS + 122.
       8250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X67'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX67 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
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
           MOVE 'CLS01X67'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-READ         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ZONES-FORECAST + WS-WAREHOUSES-FORECAST
           MOVE WS-BAD-DATE-COUNT       TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX67 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
