      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX66.
      * NIGHTLY BIN FILL-RATE REPORT - WHAT IS ACTUALLY IN EACH BIN
      * AGAINST THE CUBE THE BIN WAS BUILT WITH, WHERE CLS01EX08'S
      * UTILIZATION IS RATED CAPACITY AGAINST BUILT SPACE
      * READ THE INDEXED BIN MASTER (BINMSTR) AND THE INDEXED
      * LOT-OCCUPANCY FILE (OCCFILE) THE CLS01EX65 RECEIPTS AND ISSUES
      * RUN MAINTAINS, BOTH IN BIN ORDER, AND MATCH THEM: EACH BIN'S
      * AVAILABLE CUBE IS ITS BUILT CUBE IN FEET (METRIC BINS
      * CONVERTED AS CLS01EX05 DOES) AND ITS OCCUPIED CUBE IS THE SUM
      * OF QUANTITY TIMES UNIT CUBE OVER ITS LOTS
      * AN INACTIVE BIN IS LEFT OUT UNLESS IT STILL HOLDS STOCK, IN
      * WHICH CASE IT IS REPORTED AND FLAGGED; A LOT FOR A BIN THAT IS
      * NOT ON THE MASTER IS COUNTED AND DISPLAYED.  AN ABSENT
      * OCCUPANCY FILE (STATUS '35') MEANS NOTHING HAS BEEN RECEIVED
      * YET AND EVERY BIN REPORTS EMPTY
      * EACH BIN IS TAGGED WITH ITS ZONE'S WAREHOUSE FROM THE ZONE
      * MASTER (ZONEMSTR) AND SORTED WAREHOUSE/ZONE/BIN, THEN PRINTED
      * WITH A ZONE SUBTOTAL AT EACH ZONE BREAK, A WAREHOUSE SUBTOTAL
      * AT EACH WAREHOUSE BREAK AND A GRAND TOTAL - THE SAME ROLLUP
      * CLS01EX08 PRINTS, A ZONE WITH NO MASTER RECORD LANDING IN THE
      * 'UNASSIGN' WAREHOUSE
      * AN EXCEPTION SECTION AFTER THE GRAND TOTAL LISTS EVERY
      * OVER-FILLED BIN (OCCUPIED CUBE ABOVE AVAILABLE) AND EVERY BIN
      * THAT HAS STOOD EMPTY FOR MORE THAN THE EMPTY-DAYS LIMIT - THE
      * DAYS SINCE THE EMPTY-SINCE DATE CLS01EX65 STAMPS ON THE MASTER
      * - TOGETHER WITH THE EMPTY BINS THAT HAVE NEVER HELD A LOT
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (OPTIONAL, OVERRIDES 'BATCH')
      *   2 - EMPTY-DAYS LIMIT, THREE DIGITS (OPTIONAL, DEFAULT 030)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BIN-MASTER-FILE      ASSIGN TO "BINMSTR"
                                        FILE STATUS IS WS-BINMST-STATUS
                                        RECORD KEY IS BNM-BIN-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT OCCUPANCY-FILE       ASSIGN TO "OCCFILE"
                                        FILE STATUS IS WS-OCC-STATUS
                                        RECORD KEY IS OCC-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT ZONE-MASTER-FILE     ASSIGN TO "ZONEMSTR"
                                        FILE STATUS IS WS-ZONMST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILL-REPORT-FILE     ASSIGN TO "FILRPT"
                                        FILE STATUS IS WS-FILRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  BIN-MASTER-FILE.
       COPY CLS01BNM.
       FD  OCCUPANCY-FILE.
       COPY CLS01OCC.
       FD  ZONE-MASTER-FILE.
       COPY CLS01ZON.
       FD  FILL-REPORT-FILE.
       01  FILL-REPORT-LINE            PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-WAREHOUSE           PIC X(08).
           05  SRT-ZONE                PIC X(04).
           05  SRT-BIN-ID              PIC X(08).
           05  SRT-AVAILABLE           PIC 9(09).
           05  SRT-OCCUPIED            PIC 9(11).
           05  SRT-LOT-COUNT           PIC 9(05).
           05  SRT-EMPTY-SINCE         PIC 9(08).
           05  SRT-DAYS-EMPTY          PIC 9(05).
           05  SRT-FLAG                PIC X(01).
               88  SRT-OVER-FILLED                 VALUE 'O'.
               88  SRT-INACTIVE-STOCKED            VALUE 'I'.
               88  SRT-EMPTY-TOO-LONG              VALUE 'E'.
               88  SRT-NEVER-FILLED                VALUE 'N'.
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
       01  WS-EMPTY-DAYS-PARM          PIC X(03)   VALUE SPACES.
       01  WS-EMPTY-DAYS-LIMIT         PIC 9(03)   VALUE 030.
      *================================================================
      * SWITCHES
      *================================================================
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-BIN-MASTER                   VALUE 'Y'.
       01  WS-NO-OCCFILE-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-OCCUPANCY-FILE                   VALUE 'Y'.
       01  WS-ZM-EOF-SWITCH            PIC X(01)   VALUE 'N'.
           88  END-OF-ZONE-MASTER                  VALUE 'Y'.
       01  WS-NO-ZONEMSTR-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-ZONE-MASTER                      VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-BINS                  VALUE 'Y'.
      *================================================================
      * MATCH AND CUBE WORK AREAS - THE OCCUPANCY BIN KEY GOES TO
      * HIGH-VALUES AT END OF FILE SO THE MATCH NEEDS NO SPECIAL CASE
      *================================================================
       01  WS-OCC-BIN-KEY              PIC X(08)   VALUE SPACES.
       01  WS-METERS-TO-FEET           PIC 9(01)V99999 VALUE 3.28084.
       01  WS-WIDTH-FT                 PIC 9(04)V99 VALUE ZERO.
       01  WS-LENGTH-FT                PIC 9(04)V99 VALUE ZERO.
       01  WS-HEIGHT-FT                PIC 9(04)V99 VALUE ZERO.
       01  WS-BIN-CUBE                 PIC 9(10)V99 VALUE ZERO.
       01  WS-BIN-OCCUPIED             PIC 9(13)V99 VALUE ZERO.
       01  WS-BIN-LOTS                 PIC 9(05)   VALUE ZERO.
       01  WS-PCT-AVAILABLE            PIC 9(13)   VALUE ZERO.
       01  WS-PCT-OCCUPIED             PIC 9(13)   VALUE ZERO.
       01  WS-FILL-PCT                 PIC 9(03)V9 VALUE ZERO.
      *================================================================
      * DAY-NUMBER WORK AREAS FOR AGING EMPTY BINS - THE SAME
      * SHIFTED-YEAR CIVIL ARITHMETIC CLS01DTV USES FOR ITS STALENESS
      * TEST (MARCH-FIRST YEAR, SO LEAP DAYS FALL OUT OF THE INTEGER
      * ARITHMETIC)
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
       01  WS-DAYS-EMPTY               PIC 9(05)   VALUE ZERO.
      *================================================================
      * BREAK CONTROL AND TOTALS
      *================================================================
       01  WS-PRIOR-ZONE               PIC X(04)   VALUE SPACES.
       01  WS-PRIOR-WAREHOUSE          PIC X(08)   VALUE SPACES.
       01  WS-LOOKUP-ZONE              PIC X(04)   VALUE SPACES.
       01  WS-UNASSIGNED-WAREHOUSE     PIC X(08)   VALUE 'UNASSIGN'.
       01  WS-ZONE-BIN-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-ZONE-AVAILABLE           PIC 9(11)   VALUE ZERO.
       01  WS-ZONE-OCCUPIED            PIC 9(13)   VALUE ZERO.
       01  WS-WH-BIN-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WH-AVAILABLE             PIC 9(11)   VALUE ZERO.
       01  WS-WH-OCCUPIED              PIC 9(13)   VALUE ZERO.
       01  WS-GRAND-BIN-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-GRAND-AVAILABLE          PIC 9(11)   VALUE ZERO.
       01  WS-GRAND-OCCUPIED           PIC 9(13)   VALUE ZERO.
       01  WS-BINS-READ                PIC 9(06)   VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-LOTS-READ                PIC 9(07)   VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-EMPTY-COUNT              PIC 9(06)   VALUE ZERO.
      *================================================================
      * ZONE MASTER TABLE - LOADED UP FRONT FOR THE WAREHOUSE LOOKUP
      *================================================================
       01  WS-ZONE-MASTER-TABLE.
           05  WS-ZM-ENTRY             OCCURS 200 TIMES.
               10  WS-ZM-ZONE          PIC X(04).
               10  WS-ZM-WAREHOUSE     PIC X(08).
       01  WS-ZM-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  ZONE-ON-MASTER                      VALUE 'Y'.
      *================================================================
      * EXCEPTION TABLE - FILLED AS THE SORTED BINS ARE PRINTED SO THE
      * SECTION AFTER THE GRAND TOTAL CAN LIST THE OVER-FILLED BINS
      * AND THEN THE LONG-EMPTY ONES
      *================================================================
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-ENTRY             OCCURS 500 TIMES.
               10  WS-EX-FLAG          PIC X(01).
               10  WS-EX-BIN-ID        PIC X(08).
               10  WS-EX-ZONE          PIC X(04).
               10  WS-EX-WAREHOUSE     PIC X(08).
               10  WS-EX-AVAILABLE     PIC 9(09).
               10  WS-EX-OCCUPIED      PIC 9(11).
               10  WS-EX-EMPTY-SINCE   PIC 9(08).
               10  WS-EX-DAYS          PIC 9(05).
       01  WS-EX-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-EX-SUB                   PIC 9(03)   COMP VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-BINMST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-OCC-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ZONMST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-FILRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX66  BIN FILL-RATE REPORT'.
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
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(08) VALUE 'BIN-ID'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ZONE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               '  AVAIL CU'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               '   OCC CU'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE ' FILL%'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE ' LOTS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'FLAG'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ZONE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AVAILABLE        PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OCCUPIED         PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PCT              PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-LOTS             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(25).
       01  WS-WAREHOUSE-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE
               'WAREHOUSE: '.
           05  WS-WHH-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE
               '  ZONE: '.
           05  WS-SUB-ZONE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SUB-BIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' BINS  '.
           05  WS-SUB-AVAILABLE        PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' AVL  '.
           05  WS-SUB-OCCUPIED         PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' OCC  '.
           05  WS-SUB-PCT              PIC ZZZ9.9.
           05  FILLER                  PIC X(05) VALUE ' PCT '.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-WAREHOUSE-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE 'WHSE '.
           05  WS-WHT-WAREHOUSE        PIC X(08).
           05  WS-WHT-BIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' BINS  '.
           05  WS-WHT-AVAILABLE        PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' AVL  '.
           05  WS-WHT-OCCUPIED         PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' OCC  '.
           05  WS-WHT-PCT              PIC ZZZ9.9.
           05  FILLER                  PIC X(05) VALUE ' PCT '.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE
               'GRAND TOTAL: '.
           05  WS-GRD-BIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' BINS  '.
           05  WS-GRD-AVAILABLE        PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' AVL  '.
           05  WS-GRD-OCCUPIED         PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' OCC  '.
           05  WS-GRD-PCT              PIC ZZZ9.9.
           05  FILLER                  PIC X(05) VALUE ' PCT '.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-OVER-TITLE-LINE.
           05  FILLER                  PIC X(50) VALUE
               'OVER-FILLED BINS - OCCUPIED CUBE ABOVE AVAILABLE'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-EMPTY-TITLE-LINE.
           05  FILLER                  PIC X(21) VALUE
               'BINS EMPTY MORE THAN '.
           05  WS-EMT-LIMIT            PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               ' DAYS, AND NEVER-FILLED BINS'.
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE '  (NONE)'.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-OVER-LINE.
           05  FILLER                  PIC X(07) VALUE '  BIN: '.
           05  WS-OVL-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' ZONE: '.
           05  WS-OVL-ZONE             PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' WHSE: '.
           05  WS-OVL-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' AVL: '.
           05  WS-OVL-AVAILABLE        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' OCC: '.
           05  WS-OVL-OCCUPIED         PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-EMPTY-LINE.
           05  FILLER                  PIC X(07) VALUE '  BIN: '.
           05  WS-EML-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(07) VALUE ' ZONE: '.
           05  WS-EML-ZONE             PIC X(04).
           05  FILLER                  PIC X(07) VALUE ' WHSE: '.
           05  WS-EML-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(14) VALUE
               ' EMPTY SINCE: '.
           05  WS-EML-SINCE            PIC X(12).
           05  FILLER                  PIC X(07) VALUE ' DAYS: '.
           05  WS-EML-DAYS             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-EML-DAYS-EDIT            PIC ZZZZ9.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE
                                SRT-ZONE
                                SRT-BIN-ID
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - WALK THE BIN MASTER AND THE OCCUPANCY FILE
      * TOGETHER IN BIN ORDER, MEASURE EACH BIN AND RELEASE IT TAGGED
      * WITH ITS WAREHOUSE; OCCUPANCY LEFT OVER AFTER THE LAST BIN
      * BELONGS TO NO REGISTERED BIN
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  BIN-MASTER-FILE
           MOVE WS-BINMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  OCCUPANCY-FILE
           IF WS-OCC-STATUS = '35'
               SET NO-OCCUPANCY-FILE    TO TRUE
               MOVE HIGH-VALUES         TO WS-OCC-BIN-KEY
               DISPLAY 'CLS01EX66 - NO OCCUPANCY FILE - EVERY BIN '
                   'REPORTS EMPTY'
           ELSE
               MOVE WS-OCC-STATUS       TO WS-CURRENT-STATUS
               MOVE 'OCCFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 2110-READ-OCCUPANCY THRU 2110-EXIT
           END-IF

           PERFORM 2100-READ-BIN-MASTER THRU 2100-EXIT
           PERFORM 0150-RELEASE-BIN     THRU 0150-EXIT
               UNTIL END-OF-BIN-MASTER

           PERFORM 0160-SKIP-ORPHAN     THRU 0160-EXIT
               UNTIL WS-OCC-BIN-KEY = HIGH-VALUES

           CLOSE BIN-MASTER-FILE
           IF NOT NO-OCCUPANCY-FILE
               CLOSE OCCUPANCY-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MEASURE ONE BIN - SKIP OCCUPANCY FOR UNREGISTERED BINS THAT
      * SORT AHEAD OF IT, SUM ITS OWN LOTS, WORK OUT ITS BUILT CUBE
      * AND EXCEPTION FLAG, AND RELEASE IT TO THE SORT
      *-----------------------------------------------------------------
       0150-RELEASE-BIN.
           ADD 1                        TO WS-BINS-READ

           PERFORM 0160-SKIP-ORPHAN     THRU 0160-EXIT
               UNTIL WS-OCC-BIN-KEY NOT < BNM-BIN-ID

           MOVE ZERO                    TO WS-BIN-OCCUPIED
                                            WS-BIN-LOTS
           PERFORM 0170-ADD-LOT         THRU 0170-EXIT
               UNTIL WS-OCC-BIN-KEY NOT = BNM-BIN-ID

           IF NOT BIN-IS-ACTIVE AND WS-BIN-LOTS = ZERO
               ADD 1                    TO WS-INACTIVE-COUNT
               PERFORM 2100-READ-BIN-MASTER THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           IF BNM-UNIT-IS-METERS
               COMPUTE WS-WIDTH-FT =
                   BNM-WIDTH * WS-METERS-TO-FEET
               COMPUTE WS-LENGTH-FT =
                   BNM-LENGTH * WS-METERS-TO-FEET
               COMPUTE WS-HEIGHT-FT =
                   BNM-HEIGHT * WS-METERS-TO-FEET
           ELSE
               MOVE BNM-WIDTH           TO WS-WIDTH-FT
               MOVE BNM-LENGTH          TO WS-LENGTH-FT
               MOVE BNM-HEIGHT          TO WS-HEIGHT-FT
           END-IF
           COMPUTE WS-BIN-CUBE ROUNDED =
               WS-WIDTH-FT * WS-LENGTH-FT * WS-HEIGHT-FT

           MOVE BNM-ZONE                TO WS-LOOKUP-ZONE
           PERFORM 1400-FIND-ZONE       THRU 1400-EXIT
           IF ZONE-ON-MASTER
               MOVE WS-ZM-WAREHOUSE (WS-ZM-MATCH-SUB)
                                         TO SRT-WAREHOUSE
           ELSE
               MOVE WS-UNASSIGNED-WAREHOUSE TO SRT-WAREHOUSE
           END-IF
           MOVE BNM-ZONE                TO SRT-ZONE
           MOVE BNM-BIN-ID              TO SRT-BIN-ID
           COMPUTE SRT-AVAILABLE ROUNDED = WS-BIN-CUBE
           COMPUTE SRT-OCCUPIED ROUNDED = WS-BIN-OCCUPIED
           MOVE WS-BIN-LOTS             TO SRT-LOT-COUNT
           MOVE ZERO                    TO SRT-EMPTY-SINCE
                                            SRT-DAYS-EMPTY
           MOVE SPACE                   TO SRT-FLAG

           EVALUATE TRUE
               WHEN WS-BIN-OCCUPIED > WS-BIN-CUBE
                   SET SRT-OVER-FILLED  TO TRUE
               WHEN NOT BIN-IS-ACTIVE
                   SET SRT-INACTIVE-STOCKED TO TRUE
               WHEN WS-BIN-LOTS > ZERO
                   CONTINUE
               WHEN BNM-EMPTY-SINCE NOT NUMERIC
                   SET SRT-NEVER-FILLED TO TRUE
               WHEN BNM-EMPTY-SINCE = ZERO
                   SET SRT-NEVER-FILLED TO TRUE
               WHEN OTHER
                   MOVE BNM-EMPTY-SINCE TO SRT-EMPTY-SINCE
                   MOVE BNM-EMPTY-SINCE TO WS-DN-INPUT
                   PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
                   IF WS-DN-RESULT < WS-RUN-DN
                       COMPUTE WS-DAYS-EMPTY =
                           WS-RUN-DN - WS-DN-RESULT
                   ELSE
                       MOVE ZERO        TO WS-DAYS-EMPTY
                   END-IF
                   MOVE WS-DAYS-EMPTY   TO SRT-DAYS-EMPTY
                   IF WS-DAYS-EMPTY > WS-EMPTY-DAYS-LIMIT
                       SET SRT-EMPTY-TOO-LONG TO TRUE
                   END-IF
           END-EVALUATE

           RELEASE SORT-RECORD

           PERFORM 2100-READ-BIN-MASTER THRU 2100-EXIT.
       0150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AN OCCUPANCY RECORD FOR A BIN NOT ON THE MASTER - COUNT IT,
      * SAY SO AND STEP PAST IT
      *-----------------------------------------------------------------
       0160-SKIP-ORPHAN.
           ADD 1                        TO WS-ORPHAN-COUNT
           DISPLAY 'CLS01EX66 - LOT ' OCC-LOT-ID ' IN BIN '
               OCC-BIN-ID ' - BIN NOT ON MASTER'

           PERFORM 2110-READ-OCCUPANCY  THRU 2110-EXIT.
       0160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD ONE LOT'S CUBE TO THE CURRENT BIN AND STEP TO THE NEXT LOT
      *-----------------------------------------------------------------
       0170-ADD-LOT.
           COMPUTE WS-BIN-OCCUPIED = WS-BIN-OCCUPIED +
               (OCC-QUANTITY * OCC-UNIT-CUBE)
           ADD 1                        TO WS-BIN-LOTS

           PERFORM 2110-READ-OCCUPANCY  THRU 2110-EXIT.
       0170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED BINS BACK WAREHOUSE-MAJOR AND DRIVE THE
      * TWO-LEVEL CONTROL BREAK
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-BIN      THRU 2150-EXIT

           IF NOT END-OF-SORTED-BINS
               MOVE SRT-WAREHOUSE        TO WS-PRIOR-WAREHOUSE
               MOVE SRT-ZONE             TO WS-PRIOR-ZONE
               PERFORM 2260-WRITE-WAREHOUSE-HEADER THRU 2260-EXIT
           END-IF

           PERFORM 2000-PROCESS-BIN     THRU 2000-EXIT
               UNTIL END-OF-SORTED-BINS.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, TAKE THE EMPTY-DAYS LIMIT, LOAD THE
      * ZONE MASTER, OPEN THE REPORT AND PRINT THE FIRST PAGE HEADER
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
           ACCEPT WS-EMPTY-DAYS-PARM    FROM ARGUMENT-VALUE
           IF WS-EMPTY-DAYS-PARM IS NUMERIC
               MOVE WS-EMPTY-DAYS-PARM  TO WS-EMPTY-DAYS-LIMIT
           END-IF

           MOVE CTL-RUN-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-RUN-DN

           OPEN INPUT  ZONE-MASTER-FILE
           IF WS-ZONMST-STATUS = '35'
               SET NO-ZONE-MASTER       TO TRUE
               SET END-OF-ZONE-MASTER   TO TRUE
               DISPLAY 'CLS01EX66 - NO ZONE MASTER - ALL BINS WILL '
                   'REPORT AS UNASSIGNED'
           ELSE
               MOVE WS-ZONMST-STATUS    TO WS-CURRENT-STATUS
               MOVE 'ZONEMSTR'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           PERFORM 1300-LOAD-ZONE       THRU 1300-EXIT
               UNTIL END-OF-ZONE-MASTER

           IF NOT NO-ZONE-MASTER
               CLOSE ZONE-MASTER-FILE
           END-IF

           OPEN OUTPUT FILL-REPORT-FILE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE ZONE MASTER RECORD INTO THE ZONE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-ZONE.
           READ ZONE-MASTER-FILE
               AT END
                   SET END-OF-ZONE-MASTER TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-ZONMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-ZM-USED < 200
               ADD 1                    TO WS-ZM-USED
               MOVE ZM-ZONE             TO WS-ZM-ZONE (WS-ZM-USED)
               MOVE ZM-WAREHOUSE        TO WS-ZM-WAREHOUSE
                                            (WS-ZM-USED)
           ELSE
               DISPLAY 'CLS01EX66 - ZONE MASTER TABLE FULL - ZONE '
                   ZM-ZONE ' IGNORED'
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE GIVEN ZONE UP IN THE ZONE MASTER TABLE
      *-----------------------------------------------------------------
       1400-FIND-ZONE.
           SET WS-ZM-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-ZM-MATCH-SUB

           PERFORM 1450-MATCH-ZONE      THRU 1450-EXIT
               VARYING WS-ZM-SUB FROM 1 BY 1
               UNTIL WS-ZM-SUB > WS-ZM-USED
                   OR ZONE-ON-MASTER.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ZONE MASTER TABLE ENTRY AGAINST THE GIVEN ZONE
      *-----------------------------------------------------------------
       1450-MATCH-ZONE.
           IF WS-ZM-ZONE (WS-ZM-SUB) = WS-LOOKUP-ZONE
               SET ZONE-ON-MASTER       TO TRUE
               MOVE WS-ZM-SUB           TO WS-ZM-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE

           WRITE FILL-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE FILL-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE FILL-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE FILL-REPORT-LINE         FROM WS-HEADER-LINE-3
           MOVE WS-FILRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ROLL THE CURRENT SORTED BIN INTO ITS ZONE AND WAREHOUSE
      * TOTALS, BREAKING THE ZONE SUBTOTAL WHEN THE ZONE CHANGES AND
      * BOTH SUBTOTALS WHEN THE WAREHOUSE CHANGES, THEN PRINT THE
      * DETAIL LINE AND NOTE ANY EXCEPTION FOR THE LAST SECTION
      *-----------------------------------------------------------------
       2000-PROCESS-BIN.
           IF SRT-WAREHOUSE NOT = WS-PRIOR-WAREHOUSE
               PERFORM 2200-WRITE-ZONE-SUBTOTAL THRU 2200-EXIT
               PERFORM 2270-WRITE-WAREHOUSE-SUBTOTAL THRU 2270-EXIT
               MOVE SRT-WAREHOUSE        TO WS-PRIOR-WAREHOUSE
               MOVE SRT-ZONE             TO WS-PRIOR-ZONE
               PERFORM 2260-WRITE-WAREHOUSE-HEADER THRU 2260-EXIT
           ELSE
               IF SRT-ZONE NOT = WS-PRIOR-ZONE
                   PERFORM 2200-WRITE-ZONE-SUBTOTAL THRU 2200-EXIT
                   MOVE SRT-ZONE         TO WS-PRIOR-ZONE
               END-IF
           END-IF

           ADD SRT-AVAILABLE            TO WS-ZONE-AVAILABLE
                                            WS-WH-AVAILABLE
                                            WS-GRAND-AVAILABLE
           ADD SRT-OCCUPIED             TO WS-ZONE-OCCUPIED
                                            WS-WH-OCCUPIED
                                            WS-GRAND-OCCUPIED
           ADD 1                        TO WS-ZONE-BIN-COUNT
                                            WS-WH-BIN-COUNT
                                            WS-GRAND-BIN-COUNT

           PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT
           PERFORM 2400-NOTE-EXCEPTION  THRU 2400-EXIT

           PERFORM 2150-RETURN-BIN      THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT BIN MASTER RECORD
      *-----------------------------------------------------------------
       2100-READ-BIN-MASTER.
           READ BIN-MASTER-FILE
               AT END
                   SET END-OF-BIN-MASTER TO TRUE
           END-READ

           IF NOT END-OF-BIN-MASTER
               MOVE WS-BINMST-STATUS     TO WS-CURRENT-STATUS
               MOVE 'BINMSTR'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT OCCUPANCY RECORD AND SET THE MATCH KEY - HIGH-
      * VALUES AT END OF FILE
      *-----------------------------------------------------------------
       2110-READ-OCCUPANCY.
           READ OCCUPANCY-FILE
               AT END
                   MOVE HIGH-VALUES      TO WS-OCC-BIN-KEY
                   GO TO 2110-EXIT
           END-READ

           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LOTS-READ
           MOVE OCC-BIN-ID              TO WS-OCC-BIN-KEY.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT BIN BACK FROM THE SORT
      *-----------------------------------------------------------------
       2150-RETURN-BIN.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-BINS TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE SUBTOTAL LINE FOR THE ZONE JUST FINISHED AND RESET
      * THE ZONE ACCUMULATORS FOR THE NEXT ZONE
      *-----------------------------------------------------------------
       2200-WRITE-ZONE-SUBTOTAL.
           MOVE WS-PRIOR-ZONE           TO WS-SUB-ZONE
           MOVE WS-ZONE-BIN-COUNT       TO WS-SUB-BIN-COUNT
           MOVE WS-ZONE-AVAILABLE       TO WS-SUB-AVAILABLE
                                            WS-PCT-AVAILABLE
           MOVE WS-ZONE-OCCUPIED        TO WS-SUB-OCCUPIED
                                            WS-PCT-OCCUPIED
           PERFORM 2500-COMPUTE-FILL-PCT THRU 2500-EXIT
           MOVE WS-FILL-PCT             TO WS-SUB-PCT
           WRITE FILL-REPORT-LINE        FROM WS-SUBTOTAL-LINE
           WRITE FILL-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-ZONE-AVAILABLE
                                            WS-ZONE-OCCUPIED
                                            WS-ZONE-BIN-COUNT
           ADD 2                        TO WS-LINES-ON-PAGE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE BANNER AT THE START OF A WAREHOUSE SECTION
      *-----------------------------------------------------------------
       2260-WRITE-WAREHOUSE-HEADER.
           MOVE WS-PRIOR-WAREHOUSE      TO WS-WHH-WAREHOUSE
           WRITE FILL-REPORT-LINE        FROM WS-WAREHOUSE-HEADER-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE SUBTOTAL FOR THE WAREHOUSE JUST FINISHED AND RESET
      * ITS ACCUMULATORS
      *-----------------------------------------------------------------
       2270-WRITE-WAREHOUSE-SUBTOTAL.
           MOVE WS-PRIOR-WAREHOUSE      TO WS-WHT-WAREHOUSE
           MOVE WS-WH-BIN-COUNT         TO WS-WHT-BIN-COUNT
           MOVE WS-WH-AVAILABLE         TO WS-WHT-AVAILABLE
                                            WS-PCT-AVAILABLE
           MOVE WS-WH-OCCUPIED          TO WS-WHT-OCCUPIED
                                            WS-PCT-OCCUPIED
           PERFORM 2500-COMPUTE-FILL-PCT THRU 2500-EXIT
           MOVE WS-FILL-PCT             TO WS-WHT-PCT
           WRITE FILL-REPORT-LINE        FROM WS-WAREHOUSE-TOTAL-LINE
           WRITE FILL-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-WH-AVAILABLE
                                            WS-WH-OCCUPIED
                                            WS-WH-BIN-COUNT
           ADD 2                        TO WS-LINES-ON-PAGE.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE DETAIL LINE, STARTING A NEW PAGE FIRST IF THE
      * CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2300-WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE SRT-BIN-ID              TO WS-DTL-BIN-ID
           MOVE SRT-ZONE                TO WS-DTL-ZONE
           MOVE SRT-AVAILABLE           TO WS-DTL-AVAILABLE
                                            WS-PCT-AVAILABLE
           MOVE SRT-OCCUPIED            TO WS-DTL-OCCUPIED
                                            WS-PCT-OCCUPIED
           PERFORM 2500-COMPUTE-FILL-PCT THRU 2500-EXIT
           MOVE WS-FILL-PCT             TO WS-DTL-PCT
           MOVE SRT-LOT-COUNT           TO WS-DTL-LOTS
           EVALUATE TRUE
               WHEN SRT-OVER-FILLED
                   MOVE 'OVER-FILLED'   TO WS-DTL-FLAG
               WHEN SRT-INACTIVE-STOCKED
                   MOVE 'INACTIVE - HOLDS STOCK' TO WS-DTL-FLAG
               WHEN SRT-EMPTY-TOO-LONG
                   MOVE 'EMPTY PAST LIMIT' TO WS-DTL-FLAG
               WHEN SRT-NEVER-FILLED
                   MOVE 'NEVER FILLED'  TO WS-DTL-FLAG
               WHEN SRT-LOT-COUNT = ZERO
                   MOVE 'EMPTY'         TO WS-DTL-FLAG
               WHEN OTHER
                   MOVE SPACES          TO WS-DTL-FLAG
           END-EVALUATE
           WRITE FILL-REPORT-LINE        FROM WS-DETAIL-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REMEMBER AN OVER-FILLED, LONG-EMPTY OR NEVER-FILLED BIN FOR
      * THE EXCEPTION SECTION
      *-----------------------------------------------------------------
       2400-NOTE-EXCEPTION.
           IF NOT SRT-OVER-FILLED AND NOT SRT-EMPTY-TOO-LONG
               AND NOT SRT-NEVER-FILLED
               GO TO 2400-EXIT
           END-IF

           IF SRT-OVER-FILLED
               ADD 1                    TO WS-OVER-COUNT
           ELSE
               ADD 1                    TO WS-EMPTY-COUNT
           END-IF

           IF WS-EX-USED NOT < 500
               DISPLAY 'CLS01EX66 - EXCEPTION TABLE FULL - BIN '
                   SRT-BIN-ID ' LEFT OFF THE EXCEPTION SECTION'
               GO TO 2400-EXIT
           END-IF

           ADD 1                        TO WS-EX-USED
           MOVE SRT-FLAG                TO WS-EX-FLAG (WS-EX-USED)
           MOVE SRT-BIN-ID              TO WS-EX-BIN-ID (WS-EX-USED)
           MOVE SRT-ZONE                TO WS-EX-ZONE (WS-EX-USED)
           MOVE SRT-WAREHOUSE           TO WS-EX-WAREHOUSE
                                            (WS-EX-USED)
           MOVE SRT-AVAILABLE           TO WS-EX-AVAILABLE
                                            (WS-EX-USED)
           MOVE SRT-OCCUPIED            TO WS-EX-OCCUPIED
                                            (WS-EX-USED)
           MOVE SRT-EMPTY-SINCE         TO WS-EX-EMPTY-SINCE
                                            (WS-EX-USED)
           MOVE SRT-DAYS-EMPTY          TO WS-EX-DAYS (WS-EX-USED).
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FILL PERCENT OF WS-PCT-OCCUPIED AGAINST WS-PCT-AVAILABLE - A
      * BIN WITH NO BUILT CUBE THAT HOLDS ANYTHING SHOWS 999.9
      *-----------------------------------------------------------------
       2500-COMPUTE-FILL-PCT.
           IF WS-PCT-AVAILABLE = ZERO
               IF WS-PCT-OCCUPIED = ZERO
                   MOVE ZERO            TO WS-FILL-PCT
               ELSE
                   MOVE 999.9           TO WS-FILL-PCT
               END-IF
               GO TO 2500-EXIT
           END-IF

           COMPUTE WS-FILL-PCT ROUNDED =
               WS-PCT-OCCUPIED * 100 / WS-PCT-AVAILABLE
               ON SIZE ERROR
                   MOVE 999.9           TO WS-FILL-PCT
           END-COMPUTE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE LAST ZONE'S AND WAREHOUSE'S SUBTOTALS, THE GRAND
      * TOTAL AND THE EXCEPTION SECTION, AND CLOSE THE REPORT
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-GRAND-BIN-COUNT > ZERO
               PERFORM 2200-WRITE-ZONE-SUBTOTAL THRU 2200-EXIT
               PERFORM 2270-WRITE-WAREHOUSE-SUBTOTAL THRU 2270-EXIT
           END-IF

           MOVE WS-GRAND-BIN-COUNT      TO WS-GRD-BIN-COUNT
           MOVE WS-GRAND-AVAILABLE      TO WS-GRD-AVAILABLE
                                            WS-PCT-AVAILABLE
           MOVE WS-GRAND-OCCUPIED       TO WS-GRD-OCCUPIED
                                            WS-PCT-OCCUPIED
           PERFORM 2500-COMPUTE-FILL-PCT THRU 2500-EXIT
           MOVE WS-FILL-PCT             TO WS-GRD-PCT
           WRITE FILL-REPORT-LINE        FROM WS-GRAND-TOTAL-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 3100-WRITE-EXCEPTIONS THRU 3100-EXIT

           DISPLAY 'CLS01EX66 REPORTED ' WS-GRAND-BIN-COUNT ' BINS, '
               WS-LOTS-READ ' LOTS, ' WS-OVER-COUNT ' OVER-FILLED, '
               WS-EMPTY-COUNT ' LONG/NEVER EMPTY, '
               WS-INACTIVE-COUNT ' INACTIVE SKIPPED, '
               WS-ORPHAN-COUNT ' LOTS OFF-MASTER - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE FILL-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE EXCEPTION SECTION ON A NEW PAGE - THE OVER-FILLED
      * BINS FIRST, THEN THE LONG-EMPTY AND NEVER-FILLED ONES
      *-----------------------------------------------------------------
       3100-WRITE-EXCEPTIONS.
           PERFORM 3150-EXCEPTION-PAGE  THRU 3150-EXIT

           WRITE FILL-REPORT-LINE        FROM WS-OVER-TITLE-LINE
           ADD 1                        TO WS-LINES-ON-PAGE
           IF WS-OVER-COUNT = ZERO
               WRITE FILL-REPORT-LINE    FROM WS-NONE-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 3200-WRITE-OVER-LINE THRU 3200-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-USED

           MOVE WS-EMPTY-DAYS-LIMIT     TO WS-EMT-LIMIT
           WRITE FILL-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE FILL-REPORT-LINE        FROM WS-EMPTY-TITLE-LINE
           ADD 2                        TO WS-LINES-ON-PAGE
           IF WS-EMPTY-COUNT = ZERO
               WRITE FILL-REPORT-LINE    FROM WS-NONE-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 3300-WRITE-EMPTY-LINE THRU 3300-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-USED.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A PAGE OF THE EXCEPTION SECTION - TITLE LINES ONLY, NO
      * BIN COLUMN HEADINGS
      *-----------------------------------------------------------------
       3150-EXCEPTION-PAGE.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           WRITE FILL-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE FILL-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE FILL-REPORT-LINE         FROM WS-BLANK-LINE
           MOVE WS-FILRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE OVER-FILLED BIN
      *-----------------------------------------------------------------
       3200-WRITE-OVER-LINE.
           IF WS-EX-FLAG (WS-EX-SUB) NOT = 'O'
               GO TO 3200-EXIT
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 3150-EXCEPTION-PAGE THRU 3150-EXIT
           END-IF

           MOVE WS-EX-BIN-ID (WS-EX-SUB)    TO WS-OVL-BIN-ID
           MOVE WS-EX-ZONE (WS-EX-SUB)      TO WS-OVL-ZONE
           MOVE WS-EX-WAREHOUSE (WS-EX-SUB) TO WS-OVL-WAREHOUSE
           MOVE WS-EX-AVAILABLE (WS-EX-SUB) TO WS-OVL-AVAILABLE
           MOVE WS-EX-OCCUPIED (WS-EX-SUB)  TO WS-OVL-OCCUPIED
           WRITE FILL-REPORT-LINE        FROM WS-OVER-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE LONG-EMPTY OR NEVER-FILLED BIN
      *-----------------------------------------------------------------
       3300-WRITE-EMPTY-LINE.
           IF WS-EX-FLAG (WS-EX-SUB) NOT = 'E'
               AND WS-EX-FLAG (WS-EX-SUB) NOT = 'N'
               GO TO 3300-EXIT
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 3150-EXCEPTION-PAGE THRU 3150-EXIT
           END-IF

           MOVE WS-EX-BIN-ID (WS-EX-SUB)    TO WS-EML-BIN-ID
           MOVE WS-EX-ZONE (WS-EX-SUB)      TO WS-EML-ZONE
           MOVE WS-EX-WAREHOUSE (WS-EX-SUB) TO WS-EML-WAREHOUSE
           IF WS-EX-FLAG (WS-EX-SUB) = 'N'
               MOVE 'NEVER FILLED'      TO WS-EML-SINCE
               MOVE SPACES              TO WS-EML-DAYS
           ELSE
               MOVE WS-EX-EMPTY-SINCE (WS-EX-SUB) TO WS-EML-SINCE
               MOVE WS-EX-DAYS (WS-EX-SUB) TO WS-EML-DAYS-EDIT
               MOVE WS-EML-DAYS-EDIT    TO WS-EML-DAYS
           END-IF
           WRITE FILL-REPORT-LINE        FROM WS-EMPTY-LINE
           MOVE WS-FILRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'FILRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       3300-EXIT.
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
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X66'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX66 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE 'CLS01X66'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-BINS-READ            TO LOG-INPUT-COUNT
           MOVE WS-GRAND-BIN-COUNT      TO LOG-OUTPUT-COUNT
           MOVE WS-ORPHAN-COUNT         TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX66 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
