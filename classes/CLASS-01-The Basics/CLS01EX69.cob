      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX69.
      * WEEKLY BIN CYCLE-COUNT SELECTION AND COUNT SHEETS
      * THE BIN MASTER'S DIMENSIONS ARE WHATEVER FACILITIES KEYED
      * WHEN EACH BIN WAS REGISTERED; THE CYCLE COUNT HAS EVERY
      * ACTIVE BIN PHYSICALLY MEASURED ONCE PER COUNT CYCLE SO THE
      * MASTER CAN BE PUT RIGHT
      * READ THE INDEXED BIN MASTER (BINMSTR), ACTIVE BINS ONLY, AND
      * SORT EACH ZONE'S BINS LONGEST-UNCOUNTED FIRST (A BIN NEVER
      * COUNTED LEADS, THEN BY THE LAST-COUNTED DATE CLS01EX70 STAMPS
      * ON THE MASTER).  EACH WEEK A ZONE GETS ITS SHARE OF THE CYCLE
      * - ITS ACTIVE BINS DIVIDED BY THE WEEKS IN THE CYCLE, ROUNDED
      * UP - TAKEN FROM THE TOP, SO THE WHOLE ZONE COMES ROUND WITHIN
      * THE CYCLE.  A NEVER-COUNTED BIN TAKES ITS TURN WITHIN THE
      * SHARE LIKE ANY OTHER (IT SORTS FIRST, SO IT IS TAKEN FIRST);
      * ONLY A BIN LAST COUNTED MORE THAN A CYCLE AGO IS OVERDUE, AND
      * ANY FURTHER OVERDUE BIN IS ADDED BEYOND THE SHARE SO A MISSED
      * WEEK IS CAUGHT UP
      * THE COUNT SHEETS (CNTSHT) ARE ONE PAGE SET PER ZONE: BIN,
      * UNIT TO MEASURE IN AND WHEN IT WAS LAST COUNTED, WITH BLANKS
      * FOR THE WIDTH, LENGTH AND HEIGHT - THE MASTER'S FIGURES ARE
      * NOT PRINTED SO THE COUNT IS BLIND.  THE MEASUREMENTS COME
      * BACK ON COUNT CARDS TO CLS01EX70
      * A COVERAGE SECTION AFTER THE SHEETS GIVES EACH ZONE'S ACTIVE
      * BINS, HOW MANY WERE SELECTED THIS WEEK, HOW MANY HAVE BEEN
      * COUNTED WITHIN THE CYCLE, HOW MANY ARE OVERDUE (OVRD - LAST
      * COUNTED MORE THAN A CYCLE AGO) AND HOW MANY HAVE NEVER BEEN
      * COUNTED, EACH BIN IN ONE OF THE THREE, AND ITS OLDEST COUNT -
      * A ZONE WITH ANY OVERDUE BIN IS FLAGGED
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (OPTIONAL, OVERRIDES 'BATCH')
      *   2 - WEEKS IN THE COUNT CYCLE, TWO DIGITS 01-52 (OPTIONAL,
      *       DEFAULT 13 - EVERY BIN COUNTED ONCE A QUARTER)
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
           SELECT COUNT-SHEET-FILE     ASSIGN TO "CNTSHT"
                                        FILE STATUS IS WS-CNTSHT-STATUS
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
       FD  COUNT-SHEET-FILE.
       01  COUNT-SHEET-LINE            PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ZONE                PIC X(04).
           05  SRT-LAST-COUNTED        PIC 9(08).
           05  SRT-BIN-ID              PIC X(08).
           05  SRT-UNIT                PIC X(01).
               88  SRT-UNIT-IS-METERS              VALUE 'M'.
           05  SRT-OVERDUE-FLAG        PIC X(01).
               88  SRT-OVERDUE                     VALUE 'Y'.
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
       01  WS-CYCLE-WEEKS-PARM         PIC X(02)   VALUE SPACES.
       01  WS-CYCLE-WEEKS              PIC 9(02)   VALUE 13.
       01  WS-CYCLE-DAYS               PIC 9(03)   VALUE ZERO.
      *================================================================
      * SWITCHES
      *================================================================
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-BIN-MASTER                   VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-BINS                  VALUE 'Y'.
      *================================================================
      * DAY-NUMBER WORK AREAS FOR AGING THE LAST COUNT - THE SAME
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
      *================================================================
      * ZONE SIZE TABLE - ACTIVE BINS PER ZONE, COUNTED AS THE MASTER
      * IS READ SO EACH ZONE'S WEEKLY SHARE IS KNOWN BEFORE ITS
      * SORTED BINS COME BACK
      *================================================================
       01  WS-ZONE-SIZE-TABLE.
           05  WS-ZS-ENTRY             OCCURS 200 TIMES.
               10  WS-ZS-ZONE          PIC X(04).
               10  WS-ZS-ACTIVE        PIC 9(05).
       01  WS-ZS-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZS-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZS-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZS-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  ZONE-IN-TABLE                       VALUE 'Y'.
       01  WS-LOOKUP-ZONE              PIC X(04)   VALUE SPACES.
      *================================================================
      * COVERAGE TABLE - ONE ENTRY PER ZONE IN ZONE ORDER, FILLED AS
      * EACH ZONE'S SHEETS ARE FINISHED FOR THE SECTION AFTER THEM
      *================================================================
       01  WS-COVERAGE-TABLE.
           05  WS-CV-ENTRY             OCCURS 200 TIMES.
               10  WS-CV-ZONE          PIC X(04).
               10  WS-CV-ACTIVE        PIC 9(05).
               10  WS-CV-SELECTED      PIC 9(05).
               10  WS-CV-OVERDUE       PIC 9(05).
               10  WS-CV-NEVER         PIC 9(05).
               10  WS-CV-OLDEST        PIC 9(08).
       01  WS-CV-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-CV-SUB                   PIC 9(03)   COMP VALUE ZERO.
      *================================================================
      * ZONE BREAK CONTROL AND TOTALS
      *================================================================
       01  WS-PRIOR-ZONE               PIC X(04)   VALUE SPACES.
       01  WS-ZONE-ACTIVE              PIC 9(05)   VALUE ZERO.
       01  WS-ZONE-QUOTA               PIC 9(05)   VALUE ZERO.
       01  WS-ZONE-SELECTED            PIC 9(05)   VALUE ZERO.
       01  WS-ZONE-OVERDUE             PIC 9(05)   VALUE ZERO.
       01  WS-ZONE-NEVER               PIC 9(05)   VALUE ZERO.
       01  WS-ZONE-OLDEST              PIC 9(08)   VALUE ZERO.
       01  WS-DAYS-SINCE               PIC 9(08)   VALUE ZERO.
       01  WS-IN-CYCLE                 PIC 9(05)   VALUE ZERO.
       01  WS-COVER-PCT                PIC 9(03)V9 VALUE ZERO.
       01  WS-BINS-READ                PIC 9(06)   VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-ACTIVE             PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-SELECTED           PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-OVERDUE            PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-NEVER              PIC 9(06)   VALUE ZERO.
       01  WS-OVERDUE-ZONES            PIC 9(04)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-BINMST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CNTSHT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX69  BIN CYCLE COUNT'.
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
           05  FILLER                  PIC X(09) VALUE
               '  CYCLE: '.
           05  WS-HDR-CYCLE-WEEKS      PIC Z9.
           05  FILLER                  PIC X(06) VALUE ' WEEKS'.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-SHEET-TITLE-LINE.
           05  FILLER                  PIC X(19) VALUE
               'COUNT SHEET - ZONE '.
           05  WS-SHT-ZONE             PIC X(04).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-SHEET-NOTE-LINE.
           05  FILLER                  PIC X(43) VALUE
               'MEASURE INSIDE WIDTH, LENGTH AND HEIGHT IN '.
           05  FILLER                  PIC X(37) VALUE
               'THE UNIT SHOWN'.
       01  WS-SHEET-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE 'BIN-ID'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'UNIT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'LAST COUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'WIDTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'LENGTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'HEIGHT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SHEET-DETAIL-LINE.
           05  WS-SDL-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SDL-UNIT             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SDL-LAST-COUNT       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE '__.__'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE '__.__'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE '__.__'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SDL-NOTE             PIC X(20).
       01  WS-SHEET-FOOTER-LINE.
           05  FILLER                  PIC X(50) VALUE
               'COUNTED BY: ____________    DATE COUNTED: ________'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-COVERAGE-TITLE-LINE.
           05  FILLER                  PIC X(34) VALUE
               'COUNT COVERAGE BY ZONE - CYCLE OF '.
           05  WS-CVT-CYCLE-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  WS-COVERAGE-COLUMN-LINE.
           05  FILLER                  PIC X(04) VALUE 'ZONE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'ACTV'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE '  SEL'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE ' CURR'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE ' OVRD'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'NEVER'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'COVR%'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'OLDEST'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'FLAG'.
       01  WS-COVERAGE-LINE.
           05  WS-CVL-ZONE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-ACTIVE           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-SELECTED         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-IN-CYCLE         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-OVERDUE          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-NEVER            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-OLDEST           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVL-FLAG             PIC X(20).
       01  WS-COVERAGE-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE 'ALL'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-ACTIVE           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-SELECTED         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-IN-CYCLE         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-OVERDUE          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-NEVER            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CVT-FLAG             PIC X(20).
       01  WS-OVERDUE-ZONES-LINE.
           05  FILLER                  PIC X(15) VALUE
               'ZONES OVERDUE: '.
           05  WS-OZL-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE '  (NONE)'.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-DATE-EDIT                PIC 9(08).
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ZONE
                                SRT-LAST-COUNTED
                                SRT-BIN-ID
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - EVERY ACTIVE BIN ON THE MASTER, TAGGED WITH
      * ITS LAST COUNT AND WHETHER IT IS OVERDUE (A REAL LAST COUNT
      * OLDER THAN THE CYCLE - NEVER COUNTED IS NOT OVERDUE), COUNTING
      * EACH ZONE'S ACTIVE BINS AS IT GOES
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  BIN-MASTER-FILE
           MOVE WS-BINMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2100-READ-BIN-MASTER THRU 2100-EXIT
           PERFORM 0150-RELEASE-BIN     THRU 0150-EXIT
               UNTIL END-OF-BIN-MASTER

           CLOSE BIN-MASTER-FILE.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AGE ONE ACTIVE BIN'S LAST COUNT AND RELEASE IT TO THE SORT
      *-----------------------------------------------------------------
       0150-RELEASE-BIN.
           ADD 1                        TO WS-BINS-READ
           IF NOT BIN-IS-ACTIVE
               ADD 1                    TO WS-INACTIVE-COUNT
               GO TO 0150-NEXT
           END-IF

           MOVE BNM-ZONE                TO SRT-ZONE
           MOVE BNM-BIN-ID              TO SRT-BIN-ID
           MOVE BNM-UNIT                TO SRT-UNIT
           MOVE 'N'                     TO SRT-OVERDUE-FLAG
           IF BNM-LAST-COUNTED NOT NUMERIC
               MOVE ZERO                TO SRT-LAST-COUNTED
           ELSE
               MOVE BNM-LAST-COUNTED    TO SRT-LAST-COUNTED
           END-IF

           IF SRT-LAST-COUNTED NOT = ZERO
               MOVE SRT-LAST-COUNTED    TO WS-DN-INPUT
               PERFORM 8100-DAY-NUMBER  THRU 8100-EXIT
               IF WS-DN-RESULT < WS-RUN-DN
                   COMPUTE WS-DAYS-SINCE = WS-RUN-DN - WS-DN-RESULT
               ELSE
                   MOVE ZERO            TO WS-DAYS-SINCE
               END-IF
               IF WS-DAYS-SINCE > WS-CYCLE-DAYS
                   SET SRT-OVERDUE      TO TRUE
               END-IF
           END-IF

           MOVE BNM-ZONE                TO WS-LOOKUP-ZONE
           PERFORM 1400-FIND-ZONE       THRU 1400-EXIT
           IF ZONE-IN-TABLE
               ADD 1                    TO WS-ZS-ACTIVE
                                            (WS-ZS-MATCH-SUB)
           ELSE
               IF WS-ZS-USED < 200
                   ADD 1                TO WS-ZS-USED
                   MOVE BNM-ZONE        TO WS-ZS-ZONE (WS-ZS-USED)
                   MOVE 1               TO WS-ZS-ACTIVE (WS-ZS-USED)
               ELSE
                   DISPLAY 'CLS01EX69 - ZONE TABLE FULL - BIN '
                       BNM-BIN-ID ' IN ZONE ' BNM-ZONE ' SKIPPED'
                   GO TO 0150-NEXT
               END-IF
           END-IF

           RELEASE SORT-RECORD.

       0150-NEXT.
           PERFORM 2100-READ-BIN-MASTER THRU 2100-EXIT.
       0150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED BINS BACK ZONE BY ZONE, LONGEST-UNCOUNTED
      * FIRST, AND PRINT EACH ZONE'S SHEETS
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-BIN      THRU 2150-EXIT

           IF END-OF-SORTED-BINS
               GO TO 0200-EXIT
           END-IF

           MOVE SRT-ZONE                TO WS-PRIOR-ZONE
           PERFORM 2200-START-ZONE      THRU 2200-EXIT

           PERFORM 2000-PROCESS-BIN     THRU 2000-EXIT
               UNTIL END-OF-SORTED-BINS

           PERFORM 2300-END-ZONE        THRU 2300-EXIT.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, TAKE THE CYCLE LENGTH, OPEN THE SHEETS
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
           ACCEPT WS-CYCLE-WEEKS-PARM   FROM ARGUMENT-VALUE
           IF WS-CYCLE-WEEKS-PARM IS NUMERIC
               MOVE WS-CYCLE-WEEKS-PARM TO WS-CYCLE-WEEKS
           END-IF
           IF WS-CYCLE-WEEKS = ZERO OR WS-CYCLE-WEEKS > 52
               DISPLAY 'CLS01EX69 - CYCLE OF ' WS-CYCLE-WEEKS
                   ' WEEKS IS NOT 01-52'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CYCLE-DAYS = WS-CYCLE-WEEKS * 7

           MOVE CTL-RUN-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-RUN-DN

           OPEN OUTPUT COUNT-SHEET-FILE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X69'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX69 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE WS-CYCLE-WEEKS           TO WS-HDR-CYCLE-WEEKS

           WRITE COUNT-SHEET-LINE         FROM WS-HEADER-LINE-1
           WRITE COUNT-SHEET-LINE         FROM WS-HEADER-LINE-2
           WRITE COUNT-SHEET-LINE         FROM WS-BLANK-LINE
           MOVE WS-CNTSHT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A COUNT SHEET PAGE HEADER FOR THE CURRENT ZONE
      *-----------------------------------------------------------------
       1250-WRITE-SHEET-HEADER.
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           MOVE WS-PRIOR-ZONE           TO WS-SHT-ZONE
           WRITE COUNT-SHEET-LINE        FROM WS-SHEET-TITLE-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-SHEET-NOTE-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-SHEET-COLUMN-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-BLANK-LINE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE GIVEN ZONE UP IN THE ZONE SIZE TABLE
      *-----------------------------------------------------------------
       1400-FIND-ZONE.
           SET WS-ZS-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-ZS-MATCH-SUB

           PERFORM 1450-MATCH-ZONE      THRU 1450-EXIT
               VARYING WS-ZS-SUB FROM 1 BY 1
               UNTIL WS-ZS-SUB > WS-ZS-USED
                   OR ZONE-IN-TABLE.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ZONE SIZE TABLE ENTRY AGAINST THE GIVEN ZONE
      *-----------------------------------------------------------------
       1450-MATCH-ZONE.
           IF WS-ZS-ZONE (WS-ZS-SUB) = WS-LOOKUP-ZONE
               SET ZONE-IN-TABLE        TO TRUE
               MOVE WS-ZS-SUB           TO WS-ZS-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BREAK THE ZONE WHEN IT CHANGES, THEN COUNT THE BIN INTO THE
      * ZONE'S COVERAGE AND PUT IT ON THE SHEET IF THE ZONE'S WEEKLY
      * SHARE IS NOT YET TAKEN (NEVER-COUNTED BINS SORT FIRST AND SO
      * TAKE THE SHARE FIRST) OR THE BIN IS OVERDUE
      *-----------------------------------------------------------------
       2000-PROCESS-BIN.
           IF SRT-ZONE NOT = WS-PRIOR-ZONE
               PERFORM 2300-END-ZONE    THRU 2300-EXIT
               MOVE SRT-ZONE            TO WS-PRIOR-ZONE
               PERFORM 2200-START-ZONE  THRU 2200-EXIT
           END-IF

           IF SRT-LAST-COUNTED = ZERO
               ADD 1                    TO WS-ZONE-NEVER
           ELSE
               IF WS-ZONE-OLDEST = ZERO
                   MOVE SRT-LAST-COUNTED TO WS-ZONE-OLDEST
               END-IF
           END-IF
           IF SRT-OVERDUE
               ADD 1                    TO WS-ZONE-OVERDUE
           END-IF

           IF WS-ZONE-SELECTED < WS-ZONE-QUOTA
               OR SRT-OVERDUE
               PERFORM 2400-WRITE-SHEET-LINE THRU 2400-EXIT
           END-IF

           PERFORM 2150-RETURN-BIN      THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT BIN MASTER RECORD IN KEY ORDER
      *-----------------------------------------------------------------
       2100-READ-BIN-MASTER.
           READ BIN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-BIN-MASTER TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-BINMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RETURN THE NEXT SORTED BIN
      *-----------------------------------------------------------------
       2150-RETURN-BIN.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-BINS TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN A ZONE - WORK OUT ITS WEEKLY SHARE (ACTIVE BINS OVER
      * THE CYCLE WEEKS, ROUNDED UP), ZERO ITS COVERAGE AND START ITS
      * SHEETS ON A NEW PAGE
      *-----------------------------------------------------------------
       2200-START-ZONE.
           MOVE WS-PRIOR-ZONE           TO WS-LOOKUP-ZONE
           PERFORM 1400-FIND-ZONE       THRU 1400-EXIT
           MOVE WS-ZS-ACTIVE (WS-ZS-MATCH-SUB) TO WS-ZONE-ACTIVE
           COMPUTE WS-ZONE-QUOTA =
               (WS-ZONE-ACTIVE + WS-CYCLE-WEEKS - 1) / WS-CYCLE-WEEKS

           MOVE ZERO                    TO WS-ZONE-SELECTED
                                            WS-ZONE-OVERDUE
                                            WS-ZONE-NEVER
                                            WS-ZONE-OLDEST
           PERFORM 1250-WRITE-SHEET-HEADER THRU 1250-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE A ZONE - SIGN-OFF LINE ON ITS SHEET AND ITS ENTRY IN
      * THE COVERAGE TABLE
      *-----------------------------------------------------------------
       2300-END-ZONE.
           WRITE COUNT-SHEET-LINE        FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-SHEET-FOOTER-LINE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD WS-ZONE-ACTIVE           TO WS-TOTAL-ACTIVE
           ADD WS-ZONE-SELECTED         TO WS-TOTAL-SELECTED
           ADD WS-ZONE-OVERDUE          TO WS-TOTAL-OVERDUE
           ADD WS-ZONE-NEVER            TO WS-TOTAL-NEVER
           IF WS-ZONE-OVERDUE > ZERO
               ADD 1                    TO WS-OVERDUE-ZONES
           END-IF

           IF WS-CV-USED < 200
               ADD 1                    TO WS-CV-USED
               MOVE WS-PRIOR-ZONE       TO WS-CV-ZONE (WS-CV-USED)
               MOVE WS-ZONE-ACTIVE      TO WS-CV-ACTIVE (WS-CV-USED)
               MOVE WS-ZONE-SELECTED    TO WS-CV-SELECTED
                                            (WS-CV-USED)
               MOVE WS-ZONE-OVERDUE     TO WS-CV-OVERDUE
                                            (WS-CV-USED)
               MOVE WS-ZONE-NEVER       TO WS-CV-NEVER (WS-CV-USED)
               MOVE WS-ZONE-OLDEST      TO WS-CV-OLDEST (WS-CV-USED)
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PUT ONE BIN ON THE COUNT SHEET
      *-----------------------------------------------------------------
       2400-WRITE-SHEET-LINE.
           IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
               PERFORM 1250-WRITE-SHEET-HEADER THRU 1250-EXIT
           END-IF

           MOVE SRT-BIN-ID              TO WS-SDL-BIN-ID
           IF SRT-UNIT-IS-METERS
               MOVE 'METERS'            TO WS-SDL-UNIT
           ELSE
               MOVE 'FEET'              TO WS-SDL-UNIT
           END-IF
           IF SRT-LAST-COUNTED = ZERO
               MOVE 'NEVER'             TO WS-SDL-LAST-COUNT
           ELSE
               MOVE SRT-LAST-COUNTED    TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT        TO WS-SDL-LAST-COUNT
           END-IF
           IF SRT-OVERDUE
               MOVE 'OVERDUE'           TO WS-SDL-NOTE
           ELSE
               MOVE SPACES              TO WS-SDL-NOTE
           END-IF

           WRITE COUNT-SHEET-LINE        FROM WS-SHEET-DETAIL-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-BLANK-LINE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 2                        TO WS-LINES-ON-PAGE
           ADD 1                        TO WS-ZONE-SELECTED.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE COVERAGE SECTION, CLOSE UP AND LOG THE RUN
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-COVERAGE  THRU 3100-EXIT

           DISPLAY 'CLS01EX69 READ ' WS-BINS-READ ' BINS ('
               WS-INACTIVE-COUNT ' INACTIVE), SELECTED '
               WS-TOTAL-SELECTED ' FOR COUNTING, '
               WS-OVERDUE-ZONES ' ZONES OVERDUE'
           DISPLAY 'CLS01EX69 OPERATOR ' CTL-OPERATOR-ID
               ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG   THRU 3900-EXIT

           CLOSE COUNT-SHEET-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE COVERAGE SECTION ON A NEW PAGE - ONE LINE PER ZONE
      * AND THE TOTAL
      *-----------------------------------------------------------------
       3100-WRITE-COVERAGE.
           PERFORM 3150-WRITE-COVERAGE-HEADER THRU 3150-EXIT

           IF WS-CV-USED = ZERO
               WRITE COUNT-SHEET-LINE     FROM WS-NONE-LINE
           END-IF
           PERFORM 3200-WRITE-COVERAGE-LINE THRU 3200-EXIT
               VARYING WS-CV-SUB FROM 1 BY 1
               UNTIL WS-CV-SUB > WS-CV-USED

           COMPUTE WS-IN-CYCLE = WS-TOTAL-ACTIVE - WS-TOTAL-OVERDUE
               - WS-TOTAL-NEVER
           IF WS-TOTAL-ACTIVE > ZERO
               COMPUTE WS-COVER-PCT ROUNDED =
                   WS-IN-CYCLE * 100 / WS-TOTAL-ACTIVE
           ELSE
               MOVE ZERO                 TO WS-COVER-PCT
           END-IF
           MOVE WS-TOTAL-ACTIVE          TO WS-CVT-ACTIVE
           MOVE WS-TOTAL-SELECTED        TO WS-CVT-SELECTED
           MOVE WS-IN-CYCLE              TO WS-CVT-IN-CYCLE
           MOVE WS-TOTAL-OVERDUE         TO WS-CVT-OVERDUE
           MOVE WS-TOTAL-NEVER           TO WS-CVT-NEVER
           MOVE WS-COVER-PCT             TO WS-CVT-PCT
           MOVE SPACES                   TO WS-CVT-FLAG
           WRITE COUNT-SHEET-LINE         FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-LINE         FROM WS-COVERAGE-TOTAL-LINE
           MOVE WS-OVERDUE-ZONES         TO WS-OZL-COUNT
           WRITE COUNT-SHEET-LINE         FROM WS-OVERDUE-ZONES-LINE
           MOVE WS-CNTSHT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A COVERAGE PAGE HEADER
      *-----------------------------------------------------------------
       3150-WRITE-COVERAGE-HEADER.
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT
           MOVE WS-CYCLE-DAYS           TO WS-CVT-CYCLE-DAYS
           WRITE COUNT-SHEET-LINE        FROM WS-COVERAGE-TITLE-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-BLANK-LINE
           WRITE COUNT-SHEET-LINE        FROM WS-COVERAGE-COLUMN-LINE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE ZONE'S COVERAGE - COUNTED WITHIN THE CYCLE IS EVERY
      * ACTIVE BIN NEITHER OVERDUE NOR NEVER COUNTED
      *-----------------------------------------------------------------
       3200-WRITE-COVERAGE-LINE.
           IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
               PERFORM 3150-WRITE-COVERAGE-HEADER THRU 3150-EXIT
           END-IF

           COMPUTE WS-IN-CYCLE = WS-CV-ACTIVE (WS-CV-SUB)
               - WS-CV-OVERDUE (WS-CV-SUB) - WS-CV-NEVER (WS-CV-SUB)
           COMPUTE WS-COVER-PCT ROUNDED =
               WS-IN-CYCLE * 100 / WS-CV-ACTIVE (WS-CV-SUB)

           MOVE WS-CV-ZONE (WS-CV-SUB)     TO WS-CVL-ZONE
           MOVE WS-CV-ACTIVE (WS-CV-SUB)   TO WS-CVL-ACTIVE
           MOVE WS-CV-SELECTED (WS-CV-SUB) TO WS-CVL-SELECTED
           MOVE WS-IN-CYCLE                TO WS-CVL-IN-CYCLE
           MOVE WS-CV-OVERDUE (WS-CV-SUB)  TO WS-CVL-OVERDUE
           MOVE WS-CV-NEVER (WS-CV-SUB)    TO WS-CVL-NEVER
           MOVE WS-COVER-PCT               TO WS-CVL-PCT
           IF WS-CV-OLDEST (WS-CV-SUB) = ZERO
               MOVE 'NEVER'                TO WS-CVL-OLDEST
           ELSE
               MOVE WS-CV-OLDEST (WS-CV-SUB) TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT           TO WS-CVL-OLDEST
           END-IF
           IF WS-CV-OVERDUE (WS-CV-SUB) > ZERO
               MOVE 'ZONE OVERDUE'         TO WS-CVL-FLAG
           ELSE
               MOVE SPACES                 TO WS-CVL-FLAG
           END-IF

           WRITE COUNT-SHEET-LINE        FROM WS-COVERAGE-LINE
           MOVE WS-CNTSHT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CNTSHT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       3200-EXIT.
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
           MOVE 'CLS01X69'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-BINS-READ            TO LOG-INPUT-COUNT
           MOVE WS-TOTAL-SELECTED       TO LOG-OUTPUT-COUNT
           MOVE ZERO                    TO LOG-REJECT-COUNT
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
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX69 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
