      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX75.
      * AUDITED MAINTENANCE FOR THE BUDGET/TARGET (PLAN) MASTER
      * (PLNMSTR) - WHAT EACH PRODUCING PROGRAM, AND WHERE THE
      * BUSINESS PLANS ONE SEPARATELY EACH OF ITS BATCH SOURCES, IS
      * EXPECTED TO PRODUCE IN A MONTH: PLANNED ITEMS, PLANNED VALUE
      * AND THE TOLERANCE BAND CLS01EX76'S PLAN VERSUS ACTUAL REPORT
      * JUDGES THE PROJECTED MONTH END BY.  THE PLANS COME FROM
      * FINANCE, SO THE MASTER GETS THE SAME AUDITED MAINTENANCE
      * PATTERN CLS01EX12, CLS01EX31, CLS01EX52 AND CLS01EX72 GIVE
      * THE OTHER MASTERS
      * READ A TRANSACTION FILE OF MAINTENANCE REQUESTS KEYED ON THE
      * PROGRAM, BATCH SOURCE (SPACES = THE PROGRAM AS A WHOLE) AND
      * MONTH, EACH CARRYING AN ACTION CODE:
      *   A - ADD: PLANNED ITEMS, PLANNED VALUE AND TOLERANCE
      *   C - CHANGE: REPLACES ALL THREE WHOLE
      *   D - DELETE: THE PLAN IS WITHDRAWN
      * EVERY ADD AND CHANGE IS STAMPED WITH THE BUSINESS DATE AND
      * THE OPERATOR
      * AN ADD FOR A PLAN ALREADY ON THE MASTER, ANY OTHER ACTION FOR
      * ONE NOT ON IT, A MONTH THAT IS NOT A MONTH, AN ADD OR CHANGE
      * FOR A MONTH BEFORE THE BUSINESS MONTH (A CLOSED MONTH'S PLAN
      * STANDS AS IT WAS REPORTED AGAINST) OR A FIGURE THAT IS NOT
      * NUMERIC IS REJECTED; EVERY REQUEST PRINTS ON A PAGED
      * MAINTENANCE REGISTER
      * THE MAINTAINED MASTER IS WRITTEN TO PLNNEW AND THE JOB'S
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
           SELECT PLAN-FILE            ASSIGN TO "PLNMSTR"
                                        FILE STATUS IS WS-PLNM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-MAINT-FILE      ASSIGN TO "PLNMNT"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PLAN-FILE        ASSIGN TO "PLNNEW"
                                        FILE STATUS IS WS-PLNNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-REPORT-FILE     ASSIGN TO "PLNRPT"
                                        FILE STATUS IS WS-PLNRPT-STATUS
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
       FD  PLAN-FILE.
       01  PLAN-FILE-RECORD            PIC X(80).
       FD  PLAN-MAINT-FILE.
       01  PLAN-MAINT-RECORD.
           05  PMR-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
           05  PMR-KEY.
               10  PMR-PROGRAM-ID      PIC X(08).
               10  PMR-BATCH-SOURCE    PIC X(02).
               10  PMR-MONTH           PIC X(06).
           05  PMR-MONTH-SPLIT         REDEFINES PMR-KEY.
               10  FILLER              PIC X(10).
               10  PMR-MONTH-N         PIC 9(06).
           05  PMR-ITEM-COUNT          PIC X(07).
           05  PMR-ITEM-COUNT-N        REDEFINES PMR-ITEM-COUNT
                                        PIC 9(07).
           05  PMR-VALUE-TOTAL         PIC X(14).
           05  PMR-VALUE-TOTAL-N       REDEFINES PMR-VALUE-TOTAL
                                        PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  PMR-TOLERANCE           PIC X(03).
           05  PMR-TOLERANCE-N         REDEFINES PMR-TOLERANCE
                                        PIC 9(03).
           05  FILLER                  PIC X(39).
       FD  NEW-PLAN-FILE.
       01  NEW-PLAN-RECORD             PIC X(80).
       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-LINE            PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-PLAN-KEY            PIC X(16).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(33).
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
      * OPERATOR AUTHORIZATION - THE PLAN MASTER IS WHAT MANAGEMENT
      * IS MEASURED AGAINST, SO CORRECTION AUTHORITY (LEVEL 50) IS
      * REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * THE PLAN BEING BUILT FOR THE TABLE
      *================================================================
       COPY CLS01PLN.
      *================================================================
       01  WS-PLN-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-PLAN-FILE                    VALUE 'Y'.
       01  WS-MAINT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-NO-PLN-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-PLAN-MASTER                      VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
       01  WS-FIND-KEY                 PIC X(16)   VALUE SPACES.
       01  WS-KEEP-ADDED-DATE          PIC 9(08)   VALUE ZERO.
      *================================================================
      * THE BUSINESS MONTH - NO PLAN BEFORE IT MAY BE ADDED OR CHANGED
      *================================================================
       01  WS-BUSINESS-MONTH           PIC 9(06)   VALUE ZERO.
       01  WS-DAY-WORK                 PIC 9(02)   VALUE ZERO.
       01  WS-CARD-YEAR                PIC 9(04)   VALUE ZERO.
       01  WS-CARD-MM                  PIC 9(02)   VALUE ZERO.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * THE PLAN MASTER HELD IN STORAGE FOR THE RUN - LOADED UP
      * FRONT, MAINTAINED IN PLACE, WRITTEN BACK OUT AT THE END.  A
      * DELETED ENTRY IS ONLY MARKED, SO THE REGISTER CAN STILL NAME
      * WHAT IT DELETED
      *================================================================
       01  WS-PLAN-TABLE.
           05  WS-PL-ENTRY             OCCURS 500 TIMES.
               10  WS-PL-IMAGE.
                   15  WS-PL-KEY       PIC X(16).
                   15  FILLER          PIC X(64).
               10  WS-PL-DELETED       PIC X(01).
       01  WS-PL-MAX                   PIC 9(04)   COMP VALUE 500.
       01  WS-PL-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-PL-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-PL-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-PL-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  PLAN-FOUND                          VALUE 'Y'.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PLNM-STATUS              PIC X(02)   VALUE '00'.
       01  WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-PLNNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PLNRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX75  PLAN MASTER MAINT REGISTER'.
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
           05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(03) VALUE 'SR'.
           05  FILLER                  PIC X(07) VALUE 'MONTH'.
           05  FILLER                  PIC X(08) VALUE '  ITEMS'.
           05  FILLER                  PIC X(16) VALUE
               '          VALUE'.
           05  FILLER                  PIC X(04) VALUE 'TOL'.
           05  FILLER                  PIC X(31) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-SOURCE           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-MONTH            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FIGURES.
               10  WS-DTL-ITEMS        PIC ZZZZZZ9.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DTL-VALUE        PIC -ZZZZZZZZZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DTL-TOLERANCE    PIC ZZ9.
           05  WS-DTL-FIGURES-TEXT     REDEFINES WS-DTL-FIGURES
                                       PIC X(27).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(31).
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
       01  WS-MASTER-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'PLANS ON MASTER:        '.
           05  WS-TOT-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-PLAN       THRU 1300-EXIT
               UNTIL END-OF-PLAN-FILE
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

           DIVIDE CTL-RUN-DATE BY 100
               GIVING WS-BUSINESS-MONTH
               REMAINDER WS-DAY-WORK

           OPEN INPUT  PLAN-FILE
           IF WS-PLNM-STATUS = '35'
               SET NO-PLAN-MASTER        TO TRUE
               SET END-OF-PLAN-FILE      TO TRUE
               DISPLAY 'CLS01EX75 - PLAN MASTER NOT LOADED - '
                   'FIRST LOAD'
           ELSE
               MOVE WS-PLNM-STATUS       TO WS-CURRENT-STATUS
               MOVE 'PLNMSTR'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  PLAN-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'PLNMNT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-PLAN-FILE
           MOVE WS-PLNNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PLNNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT PLAN-REPORT-FILE
           MOVE WS-PLNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PLNRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X75'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX75 - OPERATOR ' CTL-OPERATOR-ID
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

           WRITE PLAN-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE PLAN-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE PLAN-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE PLAN-REPORT-LINE         FROM WS-HEADER-LINE-3
           MOVE WS-PLNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PLNRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE MASTER PLAN INTO THE TABLE
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

           IF WS-PL-USED < WS-PL-MAX
               ADD 1                    TO WS-PL-USED
               MOVE PLAN-FILE-RECORD    TO WS-PL-IMAGE (WS-PL-USED)
               MOVE 'N'                 TO WS-PL-DELETED (WS-PL-USED)
           ELSE
               DISPLAY 'CLS01EX75 - PLAN TABLE FULL - '
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
           READ PLAN-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-MAINT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PLNMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RECORD-COUNT
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 2200-ADD-PLAN    THRU 2200-EXIT
                   WHEN ACTION-IS-CHANGE
                       PERFORM 2300-CHANGE-PLAN THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-PLAN THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE ACTION, PROGRAM AND MONTH, LOOK THE PLAN UP SO ADDS
      * CAN REJECT DUPLICATES AND THE OTHER ACTIONS CAN REJECT PLANS
      * NOT ON THE MASTER, THEN EDIT THE FIGURES AN ADD OR CHANGE
      * CARRIES
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           MOVE 'N'                     TO WS-VALID-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PMR-PROGRAM-ID = SPACES
               MOVE 'PROGRAM ID IS BLANK'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PMR-MONTH NOT NUMERIC
               MOVE 'PLAN MONTH NOT A MONTH' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
           DIVIDE PMR-MONTH-N BY 100
               GIVING WS-CARD-YEAR
               REMAINDER WS-CARD-MM
           IF WS-CARD-MM < 1 OR WS-CARD-MM > 12
               MOVE 'PLAN MONTH NOT A MONTH' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE PMR-KEY                 TO WS-FIND-KEY
           PERFORM 1400-FIND-PLAN       THRU 1400-EXIT

           EVALUATE TRUE
               WHEN ACTION-IS-ADD AND PLAN-FOUND
                   MOVE 'DUPLICATE PLAN ON ADD'
                                         TO WS-REJECT-REASON
               WHEN NOT ACTION-IS-ADD AND NOT PLAN-FOUND
                   MOVE 'PLAN NOT ON MASTER'
                                         TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DELETE
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           IF PMR-MONTH-N < WS-BUSINESS-MONTH
               MOVE 'MONTH BEFORE BUSINESS MONTH'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PMR-ITEM-COUNT NOT NUMERIC
               MOVE 'PLANNED ITEMS NOT NUMERIC'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PMR-VALUE-TOTAL-N NOT NUMERIC
               MOVE 'PLANNED VALUE NOT NUMERIC'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PMR-TOLERANCE NOT = SPACES
               AND PMR-TOLERANCE NOT NUMERIC
               MOVE 'TOLERANCE NOT NUMERIC'  TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET REQUEST-IS-VALID         TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-KEY UP AMONG THE SURVIVING (NOT DELETED) TABLE
      * ENTRIES
      *-----------------------------------------------------------------
       1400-FIND-PLAN.
           MOVE 'N'                     TO WS-PL-FOUND-SWITCH
           MOVE ZERO                    TO WS-PL-MATCH-SUB

           PERFORM 1450-MATCH-PLAN      THRU 1450-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-USED
                   OR PLAN-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST WS-FIND-KEY
      *-----------------------------------------------------------------
       1450-MATCH-PLAN.
           IF WS-PL-KEY (WS-PL-SUB) = WS-FIND-KEY
               AND WS-PL-DELETED (WS-PL-SUB) = 'N'
               SET PLAN-FOUND           TO TRUE
               MOVE WS-PL-SUB           TO WS-PL-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUILD THE MASTER IMAGE OF AN ADD OR CHANGE FROM THE REQUEST,
      * STAMPED WITH THE BUSINESS DATE AND OPERATOR - A BLANK
      * TOLERANCE LEAVES THE REPORT'S DEFAULT BAND IN FORCE
      *-----------------------------------------------------------------
       2100-BUILD-PLAN.
           MOVE SPACES                  TO PLAN-MASTER-RECORD
           MOVE PMR-PROGRAM-ID          TO PLN-PROGRAM-ID
           MOVE PMR-BATCH-SOURCE        TO PLN-BATCH-SOURCE
           MOVE PMR-MONTH-N             TO PLN-MONTH
           MOVE PMR-ITEM-COUNT-N        TO PLN-ITEM-COUNT
           MOVE PMR-VALUE-TOTAL-N       TO PLN-VALUE-TOTAL
           IF PMR-TOLERANCE = SPACES
               MOVE ZERO                TO PLN-TOLERANCE-PCT
           ELSE
               MOVE PMR-TOLERANCE-N     TO PLN-TOLERANCE-PCT
           END-IF
           MOVE CTL-RUN-DATE            TO PLN-ADDED-DATE
                                            PLN-CHANGED-DATE
           MOVE CTL-OPERATOR-ID         TO PLN-CHANGED-BY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD A NEW PLAN TO THE TABLE
      *-----------------------------------------------------------------
       2200-ADD-PLAN.
           IF WS-PL-USED < WS-PL-MAX
               PERFORM 2100-BUILD-PLAN  THRU 2100-EXIT
               ADD 1                    TO WS-PL-USED
               MOVE PLAN-MASTER-RECORD  TO WS-PL-IMAGE (WS-PL-USED)
               MOVE 'N'                 TO WS-PL-DELETED (WS-PL-USED)
               ADD 1                    TO WS-ADD-COUNT
               MOVE 'ADDED'             TO WS-REGISTER-STATUS
           ELSE
               MOVE 'PLAN TABLE FULL'   TO WS-REJECT-REASON
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPLACE THE ENTRY 1400-FIND-PLAN MATCHED - THE DATE IT WAS
      * FIRST ADDED IS KEPT
      *-----------------------------------------------------------------
       2300-CHANGE-PLAN.
           MOVE WS-PL-IMAGE (WS-PL-MATCH-SUB) TO PLAN-MASTER-RECORD
           MOVE PLN-ADDED-DATE          TO WS-KEEP-ADDED-DATE
           PERFORM 2100-BUILD-PLAN      THRU 2100-EXIT
           MOVE WS-KEEP-ADDED-DATE      TO PLN-ADDED-DATE
           MOVE PLAN-MASTER-RECORD      TO WS-PL-IMAGE
                                            (WS-PL-MATCH-SUB)
           ADD 1                        TO WS-CHANGE-COUNT
           MOVE 'CHANGED'               TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE MATCHED ENTRY DELETED - IT STAYS OFF THE NEW MASTER
      *-----------------------------------------------------------------
       2400-DELETE-PLAN.
           MOVE WS-PL-IMAGE (WS-PL-MATCH-SUB) TO PLAN-MASTER-RECORD
           MOVE 'Y'                     TO WS-PL-DELETED
                                            (WS-PL-MATCH-SUB)
           ADD 1                        TO WS-DELETE-COUNT
           MOVE 'DELETED'               TO WS-REGISTER-STATUS.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE PMR-ACTION              TO REJ-ACTION
           MOVE PMR-KEY                 TO REJ-PLAN-KEY
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX75 - REJECTED ' PMR-KEY
               ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER LINE FOR THE CURRENT REQUEST, STARTING A
      * NEW PAGE FIRST IF THE CURRENT PAGE IS FULL - AN APPLIED
      * REQUEST SHOWS THE PLAN AS IT NOW STANDS, A REJECTED ONE SHOWS
      * THE CARD
      *-----------------------------------------------------------------
       2700-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE PMR-ACTION               TO WS-DTL-ACTION
           MOVE PMR-PROGRAM-ID           TO WS-DTL-PROGRAM-ID
           MOVE PMR-BATCH-SOURCE         TO WS-DTL-SOURCE
           MOVE PMR-MONTH                TO WS-DTL-MONTH
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE SPACES               TO WS-DTL-FIGURES-TEXT
               MOVE PMR-ITEM-COUNT       TO WS-DTL-FIGURES-TEXT (1:7)
               MOVE PMR-VALUE-TOTAL      TO WS-DTL-FIGURES-TEXT (10:14)
               MOVE PMR-TOLERANCE        TO WS-DTL-FIGURES-TEXT (25:3)
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE SPACES               TO WS-DTL-FIGURES-TEXT
               MOVE PLN-ITEM-COUNT       TO WS-DTL-ITEMS
               MOVE PLN-VALUE-TOTAL      TO WS-DTL-VALUE
               MOVE PLN-TOLERANCE-PCT    TO WS-DTL-TOLERANCE
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE PLAN-REPORT-LINE         FROM WS-DETAIL-LINE
           MOVE WS-PLNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PLNRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE SURVIVING TABLE ENTRIES OUT AS THE NEW MASTER
      *-----------------------------------------------------------------
       2800-WRITE-NEW-MASTER.
           PERFORM 2850-WRITE-ONE-PLAN  THRU 2850-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE SURVIVING PLAN
      *-----------------------------------------------------------------
       2850-WRITE-ONE-PLAN.
           IF WS-PL-DELETED (WS-PL-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-PL-IMAGE (WS-PL-SUB) TO NEW-PLAN-RECORD
           WRITE NEW-PLAN-RECORD
           MOVE WS-PLNNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PLNNEW'                TO WS-CURRENT-FILE-ID
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
           MOVE WS-WRITTEN-COUNT        TO WS-TOT-WRITTEN
           WRITE PLAN-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE PLAN-REPORT-LINE        FROM WS-TOTAL-LINE
           WRITE PLAN-REPORT-LINE        FROM WS-MASTER-TOTAL-LINE
           MOVE WS-PLNRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PLNRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX75 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-DELETE-COUNT ' DELETED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-PLAN-MASTER
               CLOSE PLAN-FILE
           END-IF
           CLOSE PLAN-MAINT-FILE
           CLOSE NEW-PLAN-FILE
           CLOSE PLAN-REPORT-FILE
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
           MOVE 'CLS01X75'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
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
               DISPLAY 'CLS01EX75 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
