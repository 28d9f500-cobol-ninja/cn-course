      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX76.
      * PLAN VERSUS ACTUAL - EVERY PLAN ON THE BUDGET/TARGET MASTER
      * (PLNMSTR, MAINTAINED BY CLS01EX75) FOR THE REPORT MONTH, MET
      * WITH WHAT THE MONTH HAS ACTUALLY PRODUCED SO FAR ON THE
      * RESULTS HISTORY (RESHIST) CLS01EX21 APPENDS NIGHTLY - THE
      * PROGRAM'S OWN RECORD FOR A PLAN ON THE PROGRAM AS A WHOLE,
      * ITS BATCH-SOURCE RECORDS FOR A PLAN ON ONE SOURCE
      * FOR ITEMS AND FOR VALUE EACH PLAN SHOWS:
      *   PLAN TO DATE - THE MONTH'S PLAN PRO-RATED BY THE BUSINESS
      *                  DAYS ELAPSED OVER THE BUSINESS DAYS IN THE
      *                  MONTH, FROM THE PROCESSING CALENDAR
      *   ACTUAL, THE VARIANCE AGAINST PLAN TO DATE AND ITS PERCENT
      *   PROJECTED    - THE MONTH END THE RUN RATE SO FAR LEADS TO:
      *                  ACTUAL PLUS ACTUAL PER ELAPSED BUSINESS DAY
      *                  TIMES THE BUSINESS DAYS REMAINING, AND ITS
      *                  PERCENT AGAINST THE WHOLE MONTH'S PLAN
      * A PROJECTION FURTHER FROM THE PLAN THAN THE PLAN'S TOLERANCE
      * (OR THE DEFAULT BAND WHEN THE PLAN CARRIES NONE) IS FLAGGED
      * OVER OR UNDER AND THE STEP ENDS RC 8, THE WAY CLS01EX21 ENDS
      * ON AN OVERNIGHT SWING.  A PROGRAM WITH ACTUALS AND NO PLAN
      * PRINTS AS NO PLAN SO NOTHING PRODUCING GOES UNSEEN
      * A PAST MONTH IS REPORTED AS AT ITS LAST DAY - THE PROJECTION
      * IS THEN SIMPLY THE ACTUAL.  A LATER RECORD FOR A NIGHT ALREADY
      * COUNTED IS A RERUN OF THAT NIGHT AND REPLACES IT
      * WITHOUT A PROCESSING CALENDAR FOR THE MONTH THE PRO-RATING
      * FALLS BACK TO CALENDAR DAYS, AND THE REPORT SAYS SO
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - REPORT MONTH AS YYYYMM (DEFAULT: THE BUSINESS DATE'S
      *       MONTH - A MONTH AFTER IT HAS NOTHING TO REPORT AND IS
      *       REFUSED)
      *   3 - DEFAULT TOLERANCE IN WHOLE PERCENT (DEFAULT: 010)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE            ASSIGN TO "PLNMSTR"
                                        FILE STATUS IS WS-PLNM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE         ASSIGN TO "RESHIST"
                                        FILE STATUS IS WS-HIST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE        ASSIGN TO "CALFILE"
                                        FILE STATUS IS WS-CAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PVARPT"
                                        FILE STATUS IS WS-PVARPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  PLAN-FILE.
       COPY CLS01PLN.
       FD  HISTORY-FILE.
       COPY CLS01HST.
       FD  CALENDAR-FILE.
       COPY CLS01CAL.
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE        PIC X(80).
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
       01  WS-PLN-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-PLAN-FILE                    VALUE 'Y'.
       01  WS-NO-PLN-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-PLAN-MASTER                      VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-HISTORY-FILE                 VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-HISTORY-FILE                     VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CALENDAR                     VALUE 'Y'.
       01  WS-NO-CALENDAR-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-CALENDAR-MASTER                  VALUE 'Y'.
       01  WS-DAY-BASIS                PIC X(01)   VALUE 'B'.
           88  BUSINESS-DAY-BASIS                  VALUE 'B'.
           88  CALENDAR-DAY-BASIS                  VALUE 'C'.
      *================================================================
      * COMMAND-LINE PARAMETERS AND THE MONTH UNDER REPORT
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-MONTH-PARM               PIC X(06)   VALUE SPACES.
       01  WS-TOLERANCE-PARM           PIC X(03)   VALUE SPACES.
       01  WS-TOLERANCE-PARM-N         REDEFINES WS-TOLERANCE-PARM
                                        PIC 9(03).
       01  WS-DEFAULT-TOLERANCE        PIC 9(03)   VALUE 10.
       01  WS-REPORT-MONTH             PIC 9(06)   VALUE ZERO.
       01  WS-REPORT-MONTH-SPLIT       REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YEAR             PIC 9(04).
           05  WS-RPT-MM               PIC 9(02).
       01  WS-BUSINESS-MONTH           PIC 9(06)   VALUE ZERO.
       01  WS-AS-OF-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-WORK-MONTH               PIC 9(06)   VALUE ZERO.
       01  WS-DATE-REMAINDER           PIC 9(02)   VALUE ZERO.
      *================================================================
      * MONTH LENGTHS FOR THE CALENDAR-DAY FALLBACK AND THE LAST DAY
      * OF A PAST MONTH
      *================================================================
       01  WS-MONTH-LENGTHS            PIC X(24)   VALUE
           '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE       REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH         PIC 9(02)   OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH            PIC 9(02)   VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(04)   VALUE ZERO.
       01  WS-LEAP-REM-4               PIC 9(04)   VALUE ZERO.
       01  WS-LEAP-REM-100             PIC 9(04)   VALUE ZERO.
       01  WS-LEAP-REM-400             PIC 9(04)   VALUE ZERO.
      *================================================================
      * DAYS OF THE MONTH - TOTAL AND ELAPSED UP TO THE AS-OF DATE
      *================================================================
       01  WS-DAYS-TOTAL               PIC 9(03)   VALUE ZERO.
       01  WS-DAYS-ELAPSED             PIC 9(03)   VALUE ZERO.
      *================================================================
      * ONE ENTRY PER PLAN FOR THE MONTH, PLUS ONE PER PROGRAM THAT
      * PRODUCED WITH NO PLAN.  THE LAST NIGHT COUNTED IS KEPT SO A
      * RERUN OF THAT NIGHT REPLACES IT INSTEAD OF ADDING TO IT
      *================================================================
       01  WS-PLAN-TABLE.
           05  WS-PV-ENTRY             OCCURS 200 TIMES.
               10  WS-PV-KEY.
                   15  WS-PV-PROGRAM-ID
                                       PIC X(08).
                   15  WS-PV-SOURCE    PIC X(02).
               10  WS-PV-PLANNED       PIC X(01).
               10  WS-PV-PLAN-COUNT    PIC 9(07).
               10  WS-PV-PLAN-TOTAL    PIC S9(11)V99 COMP.
               10  WS-PV-TOLERANCE     PIC 9(03).
               10  WS-PV-ACT-COUNT     PIC 9(09).
               10  WS-PV-ACT-TOTAL     PIC S9(11)V99 COMP.
               10  WS-PV-LAST-DATE     PIC 9(08).
               10  WS-PV-LAST-COUNT    PIC 9(06).
               10  WS-PV-LAST-TOTAL    PIC S9(09)V99 COMP.
               10  WS-PV-PRINTED       PIC X(01).
       01  WS-PV-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-PV-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-PV-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-PV-LOW-SUB               PIC 9(03)   COMP VALUE ZERO.
       01  WS-PV-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  PLAN-IN-TABLE                       VALUE 'Y'.
       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-PROGRAM       PIC X(08)   VALUE SPACES.
           05  WS-LOOKUP-SOURCE        PIC X(02)   VALUE SPACES.
       01  WS-PRINTING-SWITCH          PIC X(01)   VALUE 'Y'.
           88  ENTRIES-LEFT-TO-PRINT               VALUE 'Y'.
      *================================================================
      * ONE LINE'S FIGURES - WORKED THE SAME WAY FOR ITEMS AND VALUE
      *================================================================
       01  WS-FIGURE-KIND              PIC X(01)   VALUE 'I'.
           88  FIGURING-ITEMS                      VALUE 'I'.
           88  FIGURING-VALUE                      VALUE 'V'.
       01  WS-FG-PLAN                  PIC S9(11)V99 VALUE ZERO.
       01  WS-FG-ACTUAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-FG-PLAN-TO-DATE          PIC S9(11)V99 VALUE ZERO.
       01  WS-FG-VARIANCE              PIC S9(11)V99 VALUE ZERO.
       01  WS-FG-VARIANCE-PCT          PIC S9(03)V9  VALUE ZERO.
       01  WS-FG-PROJECTED             PIC S9(11)V99 VALUE ZERO.
       01  WS-FG-PROJECTED-PCT         PIC S9(03)V9  VALUE ZERO.
       01  WS-FG-FLAG                  PIC X(05)   VALUE SPACES.
       01  WS-FG-WHOLE                 PIC S9(11)  VALUE ZERO.
       01  WS-TOLERANCE-IN-FORCE       PIC 9(03)   VALUE ZERO.
       01  WS-PCT-NUMERATOR            PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-BASE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-WORK                 PIC S9(13)V9 VALUE ZERO.
       01  WS-PCT-RESULT               PIC S9(03)V9  VALUE ZERO.
       01  WS-PCT-ABS                  PIC 9(03)V9   VALUE ZERO.
       01  WS-ENTRY-FLAGGED            PIC X(01)   VALUE 'N'.
           88  ENTRY-IS-FLAGGED                    VALUE 'Y'.
      *================================================================
      * RUN COUNTS
      *================================================================
       01  WS-PLANS-READ               PIC 9(06)   VALUE ZERO.
       01  WS-HISTORY-READ             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(07)   VALUE ZERO.
       01  WS-RERUN-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-PLANNED-COUNT            PIC 9(05)   VALUE ZERO.
       01  WS-NO-PLAN-COUNT            PIC 9(05)   VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(05)   VALUE ZERO.
       01  WS-PRINTED-COUNT            PIC 9(05)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PLNM-STATUS              PIC X(02)   VALUE '00'.
       01  WS-HIST-STATUS              PIC X(02)   VALUE '00'.
       01  WS-CAL-STATUS               PIC X(02)   VALUE '00'.
       01  WS-PVARPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX76  PLAN VERSUS ACTUAL'.
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(07) VALUE 'MONTH: '.
           05  WS-HDR-MONTH            PIC 9(06).
           05  FILLER                  PIC X(09) VALUE '  AS OF: '.
           05  WS-HDR-AS-OF            PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  DAYS '.
           05  WS-HDR-ELAPSED          PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE ' OF '.
           05  WS-HDR-TOTAL            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-HDR-BASIS            PIC X(08).
           05  FILLER                  PIC X(15) VALUE
               '  DEFAULT TOL: '.
           05  WS-HDR-TOLERANCE        PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               '  PLAN-TO-DT '.
           05  FILLER                  PIC X(13) VALUE
               '      ACTUAL '.
           05  FILLER                  PIC X(13) VALUE
               '    VARIANCE '.
           05  FILLER                  PIC X(07) VALUE '  VAR% '.
           05  FILLER                  PIC X(13) VALUE
               '   PROJECTED '.
           05  FILLER                  PIC X(07) VALUE ' PROJ% '.
           05  FILLER                  PIC X(06) VALUE 'FLAG'.
       01  WS-VALUE-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE '  VALUE '.
           05  FILLER                  PIC X(15) VALUE
               '    PLAN-TO-DT '.
           05  FILLER                  PIC X(15) VALUE
               '        ACTUAL '.
           05  FILLER                  PIC X(15) VALUE
               '      VARIANCE '.
           05  FILLER                  PIC X(14) VALUE
               '     PROJECTED'.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-CALENDAR-DAYS-LINE.
           05  FILLER                  PIC X(49) VALUE
               'NO PROCESSING CALENDAR FOR THE MONTH - PRO-RATED '.
           05  FILLER                  PIC X(31) VALUE
               'ON CALENDAR DAYS'.
       01  WS-ENTRY-LINE.
           05  WS-ENT-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ENT-SOURCE           PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'PLAN ITEMS '.
           05  WS-ENT-PLAN-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'VALUE '.
           05  WS-ENT-PLAN-TOTAL       PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'TOL '.
           05  WS-ENT-TOLERANCE        PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ENT-STATUS           PIC X(14).
       01  WS-ITEMS-LINE.
           05  FILLER                  PIC X(07) VALUE '  ITEMS'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-PLAN-TO-DATE     PIC -----------9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-ACTUAL           PIC -----------9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-VARIANCE         PIC -----------9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-VARIANCE-PCT     PIC ---9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-PROJECTED        PIC -----------9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-PROJECTED-PCT    PIC ---9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ITM-FLAG             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-VALUE-LINE.
           05  FILLER                  PIC X(07) VALUE '  VALUE'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VAL-PLAN-TO-DATE     PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VAL-ACTUAL           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VAL-VARIANCE         PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VAL-PROJECTED        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.
      *    THE VALUE PERCENTS AND FLAG PRINT ON A LINE OF THEIR OWN,
      *    UNDER THE VAR%, PROJ% AND FLAG HEADINGS
       01  WS-VALUE-PCT-LINE.
           05  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-VAL-VARIANCE-PCT     PIC ---9.9.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  WS-VAL-PROJECTED-PCT    PIC ---9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VAL-FLAG             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-NO-ENTRIES-LINE.
           05  FILLER                  PIC X(46) VALUE
               '  NO PLANS AND NO ACTUALS FOR THE REPORT MONTH'.
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(17) VALUE
               'PLANS REPORTED: '.
           05  WS-TOT-PLANNED          PIC ZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               '  OUTSIDE TOLERANCE: '.
           05  WS-TOT-FLAGGED          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  NO PLAN: '.
           05  WS-TOT-NO-PLAN          PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(17) VALUE
               'HISTORY READ:   '.
           05  WS-TOT-HISTORY-READ     PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE
               '  USED: '.
           05  WS-TOT-HISTORY-USED     PIC ZZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  RERUNS REPLACED:'.
           05  WS-TOT-RERUNS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-PLAN       THRU 1300-EXIT
               UNTIL END-OF-PLAN-FILE
           PERFORM 1500-COUNT-CALENDAR-DAY THRU 1500-EXIT
               UNTIL END-OF-CALENDAR
           PERFORM 1600-SETTLE-DAYS     THRU 1600-EXIT
           PERFORM 2000-TALLY-HISTORY   THRU 2000-EXIT
               UNTIL END-OF-HISTORY-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, WORK OUT THE MONTH AND THE DATE IT
      * IS REPORTED AS AT, AND OPEN THE FILES - A MISSING PLAN
      * MASTER, HISTORY OR CALENDAR IS NOTED, NOT FATAL
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

           DIVIDE CTL-RUN-DATE BY 100
               GIVING WS-BUSINESS-MONTH
               REMAINDER WS-DATE-REMAINDER

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-PARM          FROM ARGUMENT-VALUE
           IF WS-MONTH-PARM IS NUMERIC
               MOVE WS-MONTH-PARM        TO WS-REPORT-MONTH
           ELSE
               MOVE WS-BUSINESS-MONTH    TO WS-REPORT-MONTH
           END-IF

           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY 'CLS01EX76 - REPORT MONTH ' WS-REPORT-MONTH
                   ' IS NOT A MONTH - RUN REFUSED'
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REPORT-MONTH > WS-BUSINESS-MONTH
               DISPLAY 'CLS01EX76 - REPORT MONTH ' WS-REPORT-MONTH
                   ' IS AFTER THE BUSINESS MONTH - RUN REFUSED'
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM      FROM ARGUMENT-VALUE
           IF WS-TOLERANCE-PARM IS NUMERIC
               MOVE WS-TOLERANCE-PARM-N  TO WS-DEFAULT-TOLERANCE
           END-IF

           PERFORM 1100-SET-MONTH-LENGTH THRU 1100-EXIT
           IF WS-REPORT-MONTH = WS-BUSINESS-MONTH
               MOVE CTL-RUN-DATE         TO WS-AS-OF-DATE
           ELSE
               COMPUTE WS-AS-OF-DATE =
                   (WS-REPORT-MONTH * 100) + WS-DAYS-IN-MONTH
           END-IF

           OPEN INPUT  PLAN-FILE
           IF WS-PLNM-STATUS = '35'
               SET NO-PLAN-MASTER        TO TRUE
               SET END-OF-PLAN-FILE      TO TRUE
               DISPLAY 'CLS01EX76 - NO PLAN MASTER - EVERY PROGRAM '
                   'REPORTS AS NO PLAN'
           ELSE
               MOVE WS-PLNM-STATUS       TO WS-CURRENT-STATUS
               MOVE 'PLNMSTR'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               SET NO-HISTORY-FILE       TO TRUE
               SET END-OF-HISTORY-FILE   TO TRUE
               DISPLAY 'CLS01EX76 - NO HISTORY FILE - NO ACTUALS '
                   'TO REPORT'
           ELSE
               MOVE WS-HIST-STATUS       TO WS-CURRENT-STATUS
               MOVE 'RESHIST'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  CALENDAR-FILE
           IF WS-CAL-STATUS = '35'
               SET NO-CALENDAR-MASTER    TO TRUE
               SET END-OF-CALENDAR       TO TRUE
               DISPLAY 'CLS01EX76 - NO PROCESSING CALENDAR - '
                   'PRO-RATING ON CALENDAR DAYS'
           ELSE
               MOVE WS-CAL-STATUS        TO WS-CURRENT-STATUS
               MOVE 'CALFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-PVARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PVARPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X76'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX76 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DAYS IN THE REPORT MONTH - FEBRUARY HAS 29 IN A YEAR DIVISIBLE
      * BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400
      *-----------------------------------------------------------------
       1100-SET-MONTH-LENGTH.
           MOVE WS-MONTH-LENGTH (WS-RPT-MM) TO WS-DAYS-IN-MONTH
           IF WS-RPT-MM NOT = 2
               GO TO 1100-EXIT
           END-IF

           DIVIDE WS-RPT-YEAR BY 4   GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-RPT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-RPT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = ZERO
               AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
               MOVE 29                  TO WS-DAYS-IN-MONTH
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE PLAN FOR THE REPORT MONTH INTO THE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-PLAN.
           READ PLAN-FILE
               AT END
                   SET END-OF-PLAN-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-PLNM-STATUS          TO WS-CURRENT-STATUS
           MOVE 'PLNMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PLN-MONTH NOT NUMERIC
               OR PLN-MONTH NOT = WS-REPORT-MONTH
               GO TO 1300-EXIT
           END-IF

           ADD 1                        TO WS-PLANS-READ
           MOVE PLN-PROGRAM-ID          TO WS-LOOKUP-PROGRAM
           MOVE PLN-BATCH-SOURCE        TO WS-LOOKUP-SOURCE
           PERFORM 2200-FIND-ENTRY      THRU 2200-EXIT
           IF NOT PLAN-IN-TABLE
               PERFORM 2300-ADD-ENTRY   THRU 2300-EXIT
           END-IF
           IF WS-PV-MATCH-SUB = ZERO
               GO TO 1300-EXIT
           END-IF

           MOVE 'Y'                     TO WS-PV-PLANNED
                                            (WS-PV-MATCH-SUB)
           MOVE PLN-ITEM-COUNT          TO WS-PV-PLAN-COUNT
                                            (WS-PV-MATCH-SUB)
           MOVE PLN-VALUE-TOTAL         TO WS-PV-PLAN-TOTAL
                                            (WS-PV-MATCH-SUB)
           IF PLN-TOLERANCE-PCT = ZERO
               MOVE WS-DEFAULT-TOLERANCE TO WS-PV-TOLERANCE
                                            (WS-PV-MATCH-SUB)
           ELSE
               MOVE PLN-TOLERANCE-PCT   TO WS-PV-TOLERANCE
                                            (WS-PV-MATCH-SUB)
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT THE REPORT MONTH'S BUSINESS DAYS ON THE CALENDAR, AND
      * THOSE UP TO THE AS-OF DATE
      *-----------------------------------------------------------------
       1500-COUNT-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR  TO TRUE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-CAL-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CALFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF CAL-DATE NOT NUMERIC
               GO TO 1500-EXIT
           END-IF

           DIVIDE CAL-DATE BY 100
               GIVING WS-WORK-MONTH
               REMAINDER WS-DATE-REMAINDER

           IF WS-WORK-MONTH NOT = WS-REPORT-MONTH
               OR NOT DAY-IS-BUSINESS
               GO TO 1500-EXIT
           END-IF

           ADD 1                        TO WS-DAYS-TOTAL
           IF CAL-DATE NOT > WS-AS-OF-DATE
               ADD 1                    TO WS-DAYS-ELAPSED
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A CALENDAR WITH NO BUSINESS DAYS IN THE MONTH (OR NO CALENDAR
      * AT ALL) LEAVES THE PRO-RATING TO CALENDAR DAYS
      *-----------------------------------------------------------------
       1600-SETTLE-DAYS.
           IF WS-DAYS-TOTAL = ZERO
               SET CALENDAR-DAY-BASIS   TO TRUE
               MOVE WS-DAYS-IN-MONTH    TO WS-DAYS-TOTAL
               DIVIDE WS-AS-OF-DATE BY 100
                   GIVING WS-WORK-MONTH
                   REMAINDER WS-DAYS-ELAPSED
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD ONE HISTORY RECORD OF THE REPORT MONTH, UP TO THE AS-OF
      * DATE, TO ITS ENTRY.  A PROGRAM RECORD WITH NO PLAN STILL GETS
      * AN ENTRY; A SOURCE RECORD ONLY COUNTS WHERE THE SOURCE IS
      * PLANNED
      *-----------------------------------------------------------------
       2000-TALLY-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-HIST-STATUS          TO WS-CURRENT-STATUS
           MOVE 'RESHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-HISTORY-READ
           IF HIST-RUN-DATE NOT NUMERIC
               OR HIST-RUN-DATE > WS-AS-OF-DATE
               GO TO 2000-EXIT
           END-IF

           DIVIDE HIST-RUN-DATE BY 100
               GIVING WS-WORK-MONTH
               REMAINDER WS-DATE-REMAINDER
           IF WS-WORK-MONTH NOT = WS-REPORT-MONTH
               GO TO 2000-EXIT
           END-IF

           MOVE HIST-PROGRAM-ID         TO WS-LOOKUP-PROGRAM
           MOVE HIST-BATCH-SOURCE       TO WS-LOOKUP-SOURCE
           PERFORM 2200-FIND-ENTRY      THRU 2200-EXIT
           IF NOT PLAN-IN-TABLE
               IF HIST-BATCH-SOURCE NOT = SPACES
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2300-ADD-ENTRY   THRU 2300-EXIT
           END-IF
           IF WS-PV-MATCH-SUB = ZERO
               GO TO 2000-EXIT
           END-IF

           ADD 1                        TO WS-HISTORY-USED
           IF HIST-RUN-DATE = WS-PV-LAST-DATE (WS-PV-MATCH-SUB)
               ADD 1                    TO WS-RERUN-COUNT
               SUBTRACT WS-PV-LAST-COUNT (WS-PV-MATCH-SUB)
                   FROM WS-PV-ACT-COUNT (WS-PV-MATCH-SUB)
               SUBTRACT WS-PV-LAST-TOTAL (WS-PV-MATCH-SUB)
                   FROM WS-PV-ACT-TOTAL (WS-PV-MATCH-SUB)
           END-IF

           ADD HIST-ITEM-COUNT          TO WS-PV-ACT-COUNT
                                            (WS-PV-MATCH-SUB)
           ADD HIST-VALUE-TOTAL         TO WS-PV-ACT-TOTAL
                                            (WS-PV-MATCH-SUB)
           MOVE HIST-RUN-DATE           TO WS-PV-LAST-DATE
                                            (WS-PV-MATCH-SUB)
           MOVE HIST-ITEM-COUNT         TO WS-PV-LAST-COUNT
                                            (WS-PV-MATCH-SUB)
           MOVE HIST-VALUE-TOTAL        TO WS-PV-LAST-TOTAL
                                            (WS-PV-MATCH-SUB).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND THE ENTRY FOR WS-LOOKUP-KEY, LEAVING ITS SUBSCRIPT IN
      * WS-PV-MATCH-SUB (ZERO = NOT IN THE TABLE)
      *-----------------------------------------------------------------
       2200-FIND-ENTRY.
           SET WS-PV-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-PV-MATCH-SUB

           PERFORM 2250-MATCH-ENTRY     THRU 2250-EXIT
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-USED
                   OR PLAN-IN-TABLE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ENTRY AGAINST WS-LOOKUP-KEY
      *-----------------------------------------------------------------
       2250-MATCH-ENTRY.
           IF WS-PV-KEY (WS-PV-SUB) = WS-LOOKUP-KEY
               SET PLAN-IN-TABLE        TO TRUE
               MOVE WS-PV-SUB           TO WS-PV-MATCH-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN A NEW, UNPLANNED ENTRY FOR WS-LOOKUP-KEY (WS-PV-MATCH-SUB
      * STAYS ZERO WHEN THE TABLE IS FULL)
      *-----------------------------------------------------------------
       2300-ADD-ENTRY.
           IF WS-PV-USED NOT < 200
               DISPLAY 'CLS01EX76 - PLAN TABLE FULL - '
                   WS-LOOKUP-KEY ' LEFT OFF THE REPORT'
               GO TO 2300-EXIT
           END-IF

           ADD 1                        TO WS-PV-USED
           MOVE WS-PV-USED              TO WS-PV-MATCH-SUB
           MOVE WS-LOOKUP-KEY           TO WS-PV-KEY (WS-PV-USED)
           MOVE 'N'                     TO WS-PV-PLANNED (WS-PV-USED)
                                            WS-PV-PRINTED (WS-PV-USED)
           MOVE ZERO                    TO WS-PV-PLAN-COUNT
                                            (WS-PV-USED)
                                           WS-PV-PLAN-TOTAL
                                            (WS-PV-USED)
                                           WS-PV-TOLERANCE
                                            (WS-PV-USED)
                                           WS-PV-ACT-COUNT
                                            (WS-PV-USED)
                                           WS-PV-ACT-TOTAL
                                            (WS-PV-USED)
                                           WS-PV-LAST-DATE
                                            (WS-PV-USED)
                                           WS-PV-LAST-COUNT
                                            (WS-PV-USED)
                                           WS-PV-LAST-TOTAL
                                            (WS-PV-USED).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT EVERY ENTRY IN PROGRAM/SOURCE ORDER, THE TOTALS, AND
      * CLOSE THE FILES - ANY PROJECTION OUTSIDE ITS TOLERANCE ENDS
      * THE STEP RC 8
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           IF CALENDAR-DAY-BASIS
               WRITE VARIANCE-REPORT-LINE FROM WS-CALENDAR-DAYS-LINE
               WRITE VARIANCE-REPORT-LINE FROM WS-BLANK-LINE
               ADD 2                     TO WS-LINES-ON-PAGE
           END-IF

           IF WS-PV-USED = ZERO
               WRITE VARIANCE-REPORT-LINE FROM WS-NO-ENTRIES-LINE
               MOVE 'N'                  TO WS-PRINTING-SWITCH
           END-IF

           PERFORM 3100-PRINT-NEXT-ENTRY THRU 3100-EXIT
               UNTIL NOT ENTRIES-LEFT-TO-PRINT

           MOVE WS-PLANNED-COUNT         TO WS-TOT-PLANNED
           MOVE WS-FLAGGED-COUNT         TO WS-TOT-FLAGGED
           MOVE WS-NO-PLAN-COUNT         TO WS-TOT-NO-PLAN
           MOVE WS-HISTORY-READ          TO WS-TOT-HISTORY-READ
           MOVE WS-HISTORY-USED          TO WS-TOT-HISTORY-USED
           MOVE WS-RERUN-COUNT           TO WS-TOT-RERUNS
           WRITE VARIANCE-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE VARIANCE-REPORT-LINE     FROM WS-TOTAL-LINE-1
           WRITE VARIANCE-REPORT-LINE     FROM WS-TOTAL-LINE-2
           MOVE WS-PVARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PVARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-FLAGGED-COUNT > ZERO
               MOVE 8                    TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX76 REPORTED ' WS-PLANNED-COUNT ' PLANS FOR '
               WS-REPORT-MONTH ', ' WS-FLAGGED-COUNT ' OUTSIDE '
               'TOLERANCE, ' WS-NO-PLAN-COUNT ' WITH NO PLAN - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-PLAN-MASTER
               CLOSE PLAN-FILE
           END-IF
           IF NOT NO-HISTORY-FILE
               CLOSE HISTORY-FILE
           END-IF
           IF NOT NO-CALENDAR-MASTER
               CLOSE CALENDAR-FILE
           END-IF
           CLOSE VARIANCE-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE WS-REPORT-MONTH          TO WS-HDR-MONTH
           MOVE WS-AS-OF-DATE            TO WS-HDR-AS-OF
           MOVE WS-DAYS-ELAPSED          TO WS-HDR-ELAPSED
           MOVE WS-DAYS-TOTAL            TO WS-HDR-TOTAL
           IF CALENDAR-DAY-BASIS
               MOVE 'CAL DAYS'           TO WS-HDR-BASIS
           ELSE
               MOVE 'BUS DAYS'           TO WS-HDR-BASIS
           END-IF
           MOVE WS-DEFAULT-TOLERANCE     TO WS-HDR-TOLERANCE

           WRITE VARIANCE-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE VARIANCE-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE VARIANCE-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE VARIANCE-REPORT-LINE     FROM WS-COLUMN-LINE
           WRITE VARIANCE-REPORT-LINE     FROM WS-VALUE-COLUMN-LINE
           WRITE VARIANCE-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE WS-PVARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PVARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SELECT THE LOWEST KEY NOT YET PRINTED AND PRINT IT - THE
      * PROGRAM'S OWN ENTRY (SOURCE SPACES) LEADS ITS SOURCES
      *-----------------------------------------------------------------
       3100-PRINT-NEXT-ENTRY.
           MOVE ZERO                    TO WS-PV-LOW-SUB
           PERFORM 3150-CHECK-LOWEST    THRU 3150-EXIT
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-USED

           IF WS-PV-LOW-SUB = ZERO
               MOVE 'N'                 TO WS-PRINTING-SWITCH
               GO TO 3100-EXIT
           END-IF

           MOVE 'Y'                     TO WS-PV-PRINTED
                                            (WS-PV-LOW-SUB)
           MOVE WS-PV-LOW-SUB           TO WS-PV-SUB
           PERFORM 3200-PRINT-ENTRY     THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEEP THE LOWEST UNPRINTED KEY SEEN SO FAR
      *-----------------------------------------------------------------
       3150-CHECK-LOWEST.
           IF WS-PV-PRINTED (WS-PV-SUB) = 'Y'
               GO TO 3150-EXIT
           END-IF

           IF WS-PV-LOW-SUB = ZERO
               MOVE WS-PV-SUB           TO WS-PV-LOW-SUB
           ELSE
               IF WS-PV-KEY (WS-PV-SUB) < WS-PV-KEY (WS-PV-LOW-SUB)
                   MOVE WS-PV-SUB       TO WS-PV-LOW-SUB
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE ENTRY: ITS PLAN LINE, THEN THE ITEMS LINE AND THE
      * VALUE AMOUNTS AND PERCENTS LINES, STARTING A NEW PAGE FIRST
      * IF IT WOULD NOT FIT
      *-----------------------------------------------------------------
       3200-PRINT-ENTRY.
           IF WS-LINES-ON-PAGE + 5 > WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE 'N'                     TO WS-ENTRY-FLAGGED
           ADD 1                        TO WS-PRINTED-COUNT
           IF WS-PV-PLANNED (WS-PV-SUB) = 'Y'
               ADD 1                    TO WS-PLANNED-COUNT
               MOVE WS-PV-TOLERANCE (WS-PV-SUB)
                                        TO WS-TOLERANCE-IN-FORCE
           ELSE
               ADD 1                    TO WS-NO-PLAN-COUNT
               MOVE ZERO                TO WS-TOLERANCE-IN-FORCE
           END-IF

           SET FIGURING-ITEMS           TO TRUE
           MOVE WS-PV-PLAN-COUNT (WS-PV-SUB)  TO WS-FG-PLAN
           MOVE WS-PV-ACT-COUNT (WS-PV-SUB)   TO WS-FG-ACTUAL
           PERFORM 3300-WORK-FIGURES    THRU 3300-EXIT
           MOVE WS-FG-PLAN-TO-DATE      TO WS-ITM-PLAN-TO-DATE
           MOVE WS-FG-ACTUAL            TO WS-ITM-ACTUAL
           MOVE WS-FG-VARIANCE          TO WS-ITM-VARIANCE
           MOVE WS-FG-VARIANCE-PCT      TO WS-ITM-VARIANCE-PCT
           MOVE WS-FG-PROJECTED         TO WS-ITM-PROJECTED
           MOVE WS-FG-PROJECTED-PCT     TO WS-ITM-PROJECTED-PCT
           MOVE WS-FG-FLAG              TO WS-ITM-FLAG

           SET FIGURING-VALUE           TO TRUE
           MOVE WS-PV-PLAN-TOTAL (WS-PV-SUB)  TO WS-FG-PLAN
           MOVE WS-PV-ACT-TOTAL (WS-PV-SUB)   TO WS-FG-ACTUAL
           PERFORM 3300-WORK-FIGURES    THRU 3300-EXIT
           MOVE WS-FG-PLAN-TO-DATE      TO WS-VAL-PLAN-TO-DATE
           MOVE WS-FG-ACTUAL            TO WS-VAL-ACTUAL
           MOVE WS-FG-VARIANCE          TO WS-VAL-VARIANCE
           MOVE WS-FG-VARIANCE-PCT      TO WS-VAL-VARIANCE-PCT
           MOVE WS-FG-PROJECTED         TO WS-VAL-PROJECTED
           MOVE WS-FG-PROJECTED-PCT     TO WS-VAL-PROJECTED-PCT
           MOVE WS-FG-FLAG              TO WS-VAL-FLAG

           MOVE WS-PV-PROGRAM-ID (WS-PV-SUB) TO WS-ENT-PROGRAM-ID
           IF WS-PV-SOURCE (WS-PV-SUB) = SPACES
               MOVE 'ALL'               TO WS-ENT-SOURCE
           ELSE
               MOVE WS-PV-SOURCE (WS-PV-SUB) TO WS-ENT-SOURCE
           END-IF
           MOVE WS-PV-PLAN-COUNT (WS-PV-SUB) TO WS-ENT-PLAN-COUNT
           MOVE WS-PV-PLAN-TOTAL (WS-PV-SUB) TO WS-ENT-PLAN-TOTAL
           MOVE WS-TOLERANCE-IN-FORCE   TO WS-ENT-TOLERANCE
           EVALUATE TRUE
               WHEN WS-PV-PLANNED (WS-PV-SUB) NOT = 'Y'
                   MOVE 'NO PLAN'       TO WS-ENT-STATUS
               WHEN ENTRY-IS-FLAGGED
                   ADD 1                TO WS-FLAGGED-COUNT
                   MOVE 'OUTSIDE TOL'   TO WS-ENT-STATUS
               WHEN OTHER
                   MOVE 'WITHIN TOL'    TO WS-ENT-STATUS
           END-EVALUATE

           WRITE VARIANCE-REPORT-LINE    FROM WS-ENTRY-LINE
           WRITE VARIANCE-REPORT-LINE    FROM WS-ITEMS-LINE
           WRITE VARIANCE-REPORT-LINE    FROM WS-VALUE-LINE
           WRITE VARIANCE-REPORT-LINE    FROM WS-VALUE-PCT-LINE
           WRITE VARIANCE-REPORT-LINE    FROM WS-BLANK-LINE
           MOVE WS-PVARPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PVARPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 5                        TO WS-LINES-ON-PAGE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WORK ONE LINE'S FIGURES FROM WS-FG-PLAN (THE WHOLE MONTH) AND
      * WS-FG-ACTUAL: PLAN TO DATE, VARIANCE, PROJECTION, THEIR
      * PERCENTS AND THE FLAG.  ITEMS ARE KEPT TO WHOLE ITEMS.  WITH
      * NO DAY YET ELAPSED THERE IS NO RUN RATE AND THE PROJECTION IS
      * THE ACTUAL
      *-----------------------------------------------------------------
       3300-WORK-FIGURES.
           COMPUTE WS-FG-PLAN-TO-DATE ROUNDED =
               WS-FG-PLAN * WS-DAYS-ELAPSED / WS-DAYS-TOTAL

           IF WS-DAYS-ELAPSED = ZERO
               MOVE WS-FG-ACTUAL        TO WS-FG-PROJECTED
           ELSE
               COMPUTE WS-FG-PROJECTED ROUNDED =
                   WS-FG-ACTUAL * WS-DAYS-TOTAL / WS-DAYS-ELAPSED
           END-IF

           IF FIGURING-ITEMS
               COMPUTE WS-FG-WHOLE ROUNDED = WS-FG-PLAN-TO-DATE
               MOVE WS-FG-WHOLE         TO WS-FG-PLAN-TO-DATE
               COMPUTE WS-FG-WHOLE ROUNDED = WS-FG-PROJECTED
               MOVE WS-FG-WHOLE         TO WS-FG-PROJECTED
           END-IF

           COMPUTE WS-FG-VARIANCE =
               WS-FG-ACTUAL - WS-FG-PLAN-TO-DATE
           MOVE WS-FG-VARIANCE          TO WS-PCT-NUMERATOR
           MOVE WS-FG-PLAN-TO-DATE      TO WS-PCT-BASE
           PERFORM 3400-WORK-PERCENT    THRU 3400-EXIT
           MOVE WS-PCT-RESULT           TO WS-FG-VARIANCE-PCT

           COMPUTE WS-PCT-NUMERATOR =
               WS-FG-PROJECTED - WS-FG-PLAN
           MOVE WS-FG-PLAN              TO WS-PCT-BASE
           PERFORM 3400-WORK-PERCENT    THRU 3400-EXIT
           MOVE WS-PCT-RESULT           TO WS-FG-PROJECTED-PCT

           MOVE SPACES                  TO WS-FG-FLAG
           IF WS-PV-PLANNED (WS-PV-SUB) NOT = 'Y'
               GO TO 3300-EXIT
           END-IF

           IF WS-FG-PROJECTED-PCT < ZERO
               COMPUTE WS-PCT-ABS = ZERO - WS-FG-PROJECTED-PCT
           ELSE
               MOVE WS-FG-PROJECTED-PCT TO WS-PCT-ABS
           END-IF
           IF WS-PCT-ABS > WS-TOLERANCE-IN-FORCE
               SET ENTRY-IS-FLAGGED     TO TRUE
               IF WS-FG-PROJECTED-PCT > ZERO
                   MOVE 'OVER'          TO WS-FG-FLAG
               ELSE
                   MOVE 'UNDER'         TO WS-FG-FLAG
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WS-PCT-NUMERATOR AS A PERCENT OF WS-PCT-BASE, HELD TO PLUS OR
      * MINUS 999.9 - ANYTHING AGAINST A ZERO BASE IS THE CAP
      *-----------------------------------------------------------------
       3400-WORK-PERCENT.
           IF WS-PCT-BASE = ZERO
               IF WS-PCT-NUMERATOR = ZERO
                   MOVE ZERO            TO WS-PCT-WORK
               ELSE
                   IF WS-PCT-NUMERATOR < ZERO
                       MOVE -999.9      TO WS-PCT-WORK
                   ELSE
                       MOVE 999.9       TO WS-PCT-WORK
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-PCT-NUMERATOR * 100 / WS-PCT-BASE
           END-IF

           IF WS-PCT-WORK > 999.9
               MOVE 999.9               TO WS-PCT-WORK
           END-IF
           IF WS-PCT-WORK < -999.9
               MOVE -999.9              TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK             TO WS-PCT-RESULT.
       3400-EXIT.
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
           MOVE 'CLS01X76'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-READ         TO LOG-INPUT-COUNT
           MOVE WS-PRINTED-COUNT        TO LOG-OUTPUT-COUNT
           MOVE WS-FLAGGED-COUNT        TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX76 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
