      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX53.
      * STANDING-INSTRUCTION GENERATOR FOR THE NIGHTLY TRANFILE
      * A LARGE SHARE OF WHAT THE DEPARTMENTS KEY INTO TRANFILE IS
      * THE SAME FIXED POSTING TO THE SAME ACCOUNT EVERY PERIOD.
      * THOSE NOW LIVE ON THE STANDING-INSTRUCTION MASTER (SIMSTR,
      * MAINTAINED BY CLS01EX52) AND THIS STEP, AHEAD OF CLS01EX04
      * EACH NIGHT, WRITES THE ONES DUE TONIGHT AS ONE PROPERLY
      * HEADED TRANFILE BATCH (SIBATCH) - BATCH ID 'SI' PLUS THE
      * BUSINESS DATE, ITS EXPECTED COUNT AND INP-A CONTROL HASH
      * BUILT THE WAY CLS01EX04 CHECKS THEM - SO THE BATCH IS
      * VALIDATED, POSTED AND REGISTERED LIKE ANY OTHER SUBMISSION,
      * AND THE BATCH REGISTER REFUSES IT IF THE NIGHT IS RERUN
      * AN INSTRUCTION IS DUE WHEN ONE OF ITS DUE DATES (MONTHLY ON
      * THE START DATE'S DAY, WEEKLY EVERY SEVENTH DAY FROM THE
      * START DATE, OR ON ITS NAMED DAY OF THE MONTH - SEE CLS01SIM)
      * FALLS AFTER THE PREVIOUS BUSINESS DAY ON THE PROCESSING
      * CALENDAR (CALFILE) AND ON OR BEFORE THE BUSINESS DATE, SO ONE
      * DUE ON A WEEKEND OR HOLIDAY IS GENERATED THE NEXT BUSINESS
      * DAY, AND WITHIN ITS START AND END DATES.  EACH GENERATES ONE
      * DETAIL PAIR: THE AMOUNT AS INP-A, ZERO INP-B, ITS CURRENCY
      * AND ACCOUNT, NO VALUE DATE
      * THE GENERATION REGISTER (SIGRPT) LISTS EVERY INSTRUCTION
      * GENERATED AND EVERY ONE SKIPPED AS INACTIVE, EXPIRED (END
      * DATE PASSED) OR UNREADABLE, WITH THE COUNT OF THOSE SIMPLY
      * NOT DUE TONIGHT OR NOT YET STARTED
      * A MISSING CALENDAR, OR NO BUSINESS DAY ON IT BEFORE THE
      * BUSINESS DATE, NARROWS TONIGHT'S WINDOW TO THE BUSINESS DATE
      * ALONE; THAT AND ANY UNREADABLE MASTER RECORD END THE STEP
      * RC 8.  A MISSING MASTER GENERATES NOTHING
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE     ASSIGN TO "SIMSTR"
                                        FILE STATUS IS WS-SIM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE        ASSIGN TO "CALFILE"
                                        FILE STATUS IS WS-CAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENERATED-TRAN-FILE  ASSIGN TO "SIBATCH"
                                        FILE STATUS IS WS-SIBATCH-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENERATION-REPORT-FILE ASSIGN TO "SIGRPT"
                                        FILE STATUS IS WS-SIGRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-FILE-RECORD     PIC X(80).
       FD  CALENDAR-FILE.
       COPY CLS01CAL.
       FD  GENERATED-TRAN-FILE.
      *-----------------------------------------------------------------
      * THE GENERATED BATCH'S DETAIL, HEADER AND TRAILER, EXACTLY AS
      * CLS01EX04 DEFINES THEM
      *-----------------------------------------------------------------
       01  TRAN-RECORD.
           05  TRAN-INP-A              PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  TRAN-INP-B              PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  TRAN-CURRENCY-CODE      PIC X(03).
           05  TRAN-ACCOUNT-NUMBER     PIC X(10).
           05  TRAN-VALUE-DATE         PIC X(08).
           05  FILLER                  PIC X(43).
       01  HEADER-RECORD.
           05  HDR-BATCH-ID            PIC X(10).
           05  HDR-RUN-DATE            PIC 9(08).
           05  HDR-EXPECTED-COUNT      PIC 9(07).
           05  HDR-CONTROL-HASH        PIC 9(09).
           05  FILLER                  PIC X(46).
       01  TRAILER-RECORD.
           05  TRL-MARKER              PIC X(03).
           05  TRL-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(67).
       FD  GENERATION-REPORT-FILE.
       01  GENERATION-REPORT-LINE      PIC X(80).
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
      * ENOUGH FOR THIS PROGRAM - THE INSTRUCTIONS THEMSELVES WERE
      * AUTHORIZED WHEN CLS01EX52 APPLIED THEM
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * THE INSTRUCTION BEING LOOKED AT
      *================================================================
       COPY CLS01SIM.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-SIM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-INSTRUCTION-FILE             VALUE 'Y'.
       01  WS-NO-SIM-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-INSTRUCTION-MASTER               VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CALENDAR                     VALUE 'Y'.
       01  WS-NO-CALENDAR-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-CALENDAR-MASTER                  VALUE 'Y'.
      *================================================================
      * TONIGHT'S WINDOW - THE DAYS AFTER THE PREVIOUS BUSINESS DAY
      * UP TO AND INCLUDING THE BUSINESS DATE, AS DAY NUMBERS
      *================================================================
       01  WS-PRIOR-BUSINESS-DAY       PIC 9(08)   VALUE ZERO.
       01  WS-WINDOW-LOW-DN            PIC 9(08)   COMP VALUE ZERO.
       01  WS-WINDOW-HIGH-DN           PIC 9(08)   COMP VALUE ZERO.
      *================================================================
      * ONE INSTRUCTION'S OUTCOME AND THE DUE DATE IT GENERATES FOR
      *================================================================
       01  WS-OUTCOME                  PIC X(01)   VALUE SPACE.
           88  OUTCOME-GENERATE                    VALUE 'G'.
           88  OUTCOME-INACTIVE                    VALUE 'I'.
           88  OUTCOME-EXPIRED                     VALUE 'E'.
           88  OUTCOME-BAD-RECORD                  VALUE 'B'.
           88  OUTCOME-NOT-DUE                     VALUE 'N'.
           88  OUTCOME-IS-LISTED                   VALUE 'G' 'I'
                                                         'E' 'B'.
       01  WS-DUE-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-DUE-DN                   PIC 9(08)   COMP VALUE ZERO.
       01  WS-START-DN                 PIC 9(08)   COMP VALUE ZERO.
       01  WS-END-DN                   PIC 9(08)   COMP VALUE ZERO.
       01  WS-DAYS-SINCE-START         PIC 9(08)   COMP VALUE ZERO.
       01  WS-WEEKS-SINCE-START        PIC 9(08)   COMP VALUE ZERO.
       01  WS-DAYS-BACK                PIC 9(02)   COMP VALUE ZERO.
       01  WS-TARGET-DAY               PIC 9(02)   VALUE ZERO.
      *================================================================
      * DATE WORK AREAS - A YYYYMMDD BROKEN INTO ITS PARTS, AND THE
      * DAY-NUMBER ARITHMETIC CLS01DTV USES FOR ITS STALENESS TEST
      * (SHIFTED-YEAR CIVIL ALGORITHM, MARCH-FIRST YEAR, SO LEAP DAYS
      * FALL OUT OF THE INTEGER ARITHMETIC)
      *================================================================
       01  WS-WORK-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-WORK-DATE-PARTS          REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR              PIC 9(04).
           05  WS-WD-MONTH             PIC 9(02).
           05  WS-WD-DAY               PIC 9(02).
       01  WS-RUN-DATE-PARTS.
           05  WS-RD-YEAR              PIC 9(04).
           05  WS-RD-MONTH             PIC 9(02).
           05  WS-RD-DAY               PIC 9(02).
       01  WS-START-DATE-PARTS.
           05  WS-SD-YEAR              PIC 9(04).
           05  WS-SD-MONTH             PIC 9(02).
           05  WS-SD-DAY               PIC 9(02).
       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM                  PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-LIMIT              PIC 9(02)   VALUE ZERO.
       01  WS-REMAINDER                PIC 9(04)   COMP VALUE ZERO.
       01  WS-QUOTIENT                 PIC 9(06)   COMP VALUE ZERO.
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
      *================================================================
      * GENERATED BATCH CONTROLS AND RUN TOTALS
      *================================================================
       01  WS-GENERATED-BATCH-ID.
           05  FILLER                  PIC X(02)   VALUE 'SI'.
           05  WS-GB-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-DUE-HASH                 PIC 9(09)   VALUE ZERO.
       01  WS-ABS-INP-A                PIC 9(07)   VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-BAD-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-NOT-DUE-COUNT            PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-SIM-STATUS               PIC X(02)   VALUE '00'.
       01  WS-CAL-STATUS               PIC X(02)   VALUE '00'.
       01  WS-SIBATCH-STATUS           PIC X(02)   VALUE '00'.
       01  WS-SIGRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX53  STANDING INSTR GENERATION'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  BATCH: '.
           05  WS-HDR-BATCH            PIC X(10).
           05  FILLER                  PIC X(19) VALUE
               '  DUE AFTER:       '.
           05  WS-HDR-PRIOR-DAY        PIC 9(08).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(09) VALUE 'INSTR'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(09) VALUE '  AMOUNT'.
           05  FILLER                  PIC X(04) VALUE 'CUR'.
           05  FILLER                  PIC X(02) VALUE 'F'.
           05  FILLER                  PIC X(09) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(09) VALUE 'START'.
           05  FILLER                  PIC X(09) VALUE 'END'.
           05  FILLER                  PIC X(18) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-INSTRUCTION-ID   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FREQUENCY        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DUE-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-START-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-END-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(18).
       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(11) VALUE 'GENERATED: '.
           05  WS-TOT-GENERATED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  HASH: '.
           05  WS-TOT-HASH             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  NOT DUE: '.
           05  WS-TOT-NOT-DUE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(19) VALUE
               'SKIPPED INACTIVE: '.
           05  WS-TOT-INACTIVE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  EXPIRED: '.
           05  WS-TOT-EXPIRED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  UNREADABLE: '.
           05  WS-TOT-BAD              PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-CALENDAR-NOTE-LINE.
           05  WS-CAL-NOTE             PIC X(80).
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1200-LOAD-CALENDAR   THRU 1200-EXIT
               UNTIL END-OF-CALENDAR
           PERFORM 1300-SET-WINDOW      THRU 1300-EXIT
           PERFORM 1500-TALLY-DUE       THRU 1500-EXIT
               UNTIL END-OF-INSTRUCTION-FILE
           PERFORM 2000-OPEN-OUTPUTS    THRU 2000-EXIT
           PERFORM 2200-GENERATE        THRU 2200-EXIT
               UNTIL END-OF-INSTRUCTION-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AND OPEN THE CALENDAR AND THE MASTER -
      * NEITHER IS FATAL WHEN MISSING
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

           MOVE CTL-RUN-DATE             TO WS-GB-DATE
           MOVE WS-GENERATED-BATCH-ID    TO CTL-BATCH-ID
           MOVE CTL-RUN-DATE             TO WS-RUN-DATE-PARTS

           OPEN INPUT  CALENDAR-FILE
           IF WS-CAL-STATUS = '35'
               SET NO-CALENDAR-MASTER    TO TRUE
               SET END-OF-CALENDAR       TO TRUE
           ELSE
               MOVE WS-CAL-STATUS        TO WS-CURRENT-STATUS
               MOVE 'CALFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  INSTRUCTION-FILE
           IF WS-SIM-STATUS = '35'
               SET NO-INSTRUCTION-MASTER TO TRUE
               SET END-OF-INSTRUCTION-FILE TO TRUE
               DISPLAY 'CLS01EX53 - NO STANDING-INSTRUCTION MASTER - '
                   'NOTHING TO GENERATE'
           ELSE
               MOVE WS-SIM-STATUS        TO WS-CURRENT-STATUS
               MOVE 'SIMSTR'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X53'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX53 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEEP THE LATEST BUSINESS DAY BEFORE THE BUSINESS DATE - ONLY
      * THAT ONE DAY MATTERS, SO THE CALENDAR IS NOT TABLED
      *-----------------------------------------------------------------
       1200-LOAD-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR  TO TRUE
                   GO TO 1200-EXIT
           END-READ

           MOVE WS-CAL-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CALFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF CAL-DATE NUMERIC
               AND DAY-IS-BUSINESS
               AND CAL-DATE < CTL-RUN-DATE
               AND CAL-DATE > WS-PRIOR-BUSINESS-DAY
               MOVE CAL-DATE            TO WS-PRIOR-BUSINESS-DAY
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TURN THE PREVIOUS BUSINESS DAY AND THE BUSINESS DATE INTO
      * TONIGHT'S WINDOW OF DAY NUMBERS - WITH NO PREVIOUS BUSINESS
      * DAY TO GO ON THE WINDOW IS THE BUSINESS DATE ALONE (RC 8)
      *-----------------------------------------------------------------
       1300-SET-WINDOW.
           MOVE CTL-RUN-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-WINDOW-HIGH-DN

           IF WS-PRIOR-BUSINESS-DAY = ZERO
               MOVE WS-WINDOW-HIGH-DN   TO WS-WINDOW-LOW-DN
               IF NO-CALENDAR-MASTER
                   DISPLAY 'CLS01EX53 - NO PROCESSING CALENDAR - '
                       'ONLY INSTRUCTIONS DUE ON ' CTL-RUN-DATE
                       ' ARE GENERATED'
               ELSE
                   DISPLAY 'CLS01EX53 - NO BUSINESS DAY ON THE '
                       'CALENDAR BEFORE ' CTL-RUN-DATE ' - ONLY '
                       'INSTRUCTIONS DUE THAT DAY ARE GENERATED'
               END-IF
               MOVE 8                   TO RETURN-CODE
           ELSE
               MOVE WS-PRIOR-BUSINESS-DAY TO WS-DN-INPUT
               PERFORM 8100-DAY-NUMBER  THRU 8100-EXIT
               COMPUTE WS-WINDOW-LOW-DN = WS-DN-RESULT + 1
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIRST PASS: COUNT AND HASH THE INSTRUCTIONS DUE TONIGHT SO
      * THE BATCH'S HEADER CAN CARRY ITS CONTROL TOTALS
      *-----------------------------------------------------------------
       1500-TALLY-DUE.
           PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
           IF END-OF-INSTRUCTION-FILE
               GO TO 1500-EXIT
           END-IF

           IF NOT OUTCOME-GENERATE
               GO TO 1500-EXIT
           END-IF

           ADD 1                        TO WS-DUE-COUNT
           IF SIM-AMOUNT < ZERO
               COMPUTE WS-ABS-INP-A = ZERO - SIM-AMOUNT
           ELSE
               MOVE SIM-AMOUNT          TO WS-ABS-INP-A
           END-IF
           ADD WS-ABS-INP-A             TO WS-DUE-HASH.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REOPEN THE MASTER FOR THE SECOND PASS, OPEN THE OUTPUTS AND
      * START THE BATCH WITH ITS HEADER - NOTHING DUE MEANS AN EMPTY
      * FILE, NOT AN EMPTY BATCH
      *-----------------------------------------------------------------
       2000-OPEN-OUTPUTS.
           IF NOT NO-INSTRUCTION-MASTER
               CLOSE INSTRUCTION-FILE
               OPEN INPUT  INSTRUCTION-FILE
               MOVE WS-SIM-STATUS        TO WS-CURRENT-STATUS
               MOVE 'SIMSTR'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'N'                  TO WS-SIM-EOF-SWITCH
           END-IF

           OPEN OUTPUT GENERATED-TRAN-FILE
           MOVE WS-SIBATCH-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SIBATCH'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT GENERATION-REPORT-FILE
           MOVE WS-SIGRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIGRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2900-WRITE-HEADER    THRU 2900-EXIT

           IF WS-DUE-COUNT > ZERO
               MOVE SPACES               TO HEADER-RECORD
               MOVE WS-GENERATED-BATCH-ID TO HDR-BATCH-ID
               MOVE CTL-RUN-DATE         TO HDR-RUN-DATE
               MOVE WS-DUE-COUNT         TO HDR-EXPECTED-COUNT
               MOVE WS-DUE-HASH          TO HDR-CONTROL-HASH
               WRITE HEADER-RECORD
               MOVE WS-SIBATCH-STATUS    TO WS-CURRENT-STATUS
               MOVE 'SIBATCH'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE INSTRUCTION AND DECIDE ITS OUTCOME FOR TONIGHT -
      * INACTIVE, EXPIRED AND UNREADABLE FIRST, THEN WHETHER ONE OF
      * ITS DUE DATES FALLS IN TONIGHT'S WINDOW
      *-----------------------------------------------------------------
       2100-READ-INSTRUCTION.
           READ INSTRUCTION-FILE         INTO
               STANDING-INSTRUCTION-RECORD
               AT END
                   SET END-OF-INSTRUCTION-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-SIM-STATUS           TO WS-CURRENT-STATUS
           MOVE 'SIMSTR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-DUE-DATE
           SET OUTCOME-NOT-DUE          TO TRUE

           IF SIM-AMOUNT NOT NUMERIC
               OR SIM-START-DATE NOT NUMERIC
               OR SIM-END-DATE NOT NUMERIC
               OR SIM-DAY-OF-MONTH NOT NUMERIC
               OR NOT SIM-FREQUENCY-VALID
               SET OUTCOME-BAD-RECORD   TO TRUE
               GO TO 2100-EXIT
           END-IF

           IF NOT SIM-IS-ACTIVE
               SET OUTCOME-INACTIVE     TO TRUE
               GO TO 2100-EXIT
           END-IF

           IF SIM-END-DATE NOT = ZERO
               MOVE SIM-END-DATE        TO WS-DN-INPUT
               PERFORM 8100-DAY-NUMBER  THRU 8100-EXIT
               MOVE WS-DN-RESULT        TO WS-END-DN
               IF WS-END-DN < WS-WINDOW-LOW-DN
                   SET OUTCOME-EXPIRED  TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           IF SIM-START-DATE > CTL-RUN-DATE
               GO TO 2100-EXIT
           END-IF

           IF SIM-IS-WEEKLY
               PERFORM 2400-CHECK-WEEKLY  THRU 2400-EXIT
           ELSE
               PERFORM 2300-CHECK-MONTHLY THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A MONTHLY OR NAMED-DAY INSTRUCTION FALLS DUE ONCE A MONTH ON
      * ITS DAY - TONIGHT'S WINDOW IS AT MOST A LONG WEEKEND, SO ONLY
      * THIS MONTH'S AND LAST MONTH'S DUE DATES CAN FALL INSIDE IT
      *-----------------------------------------------------------------
       2300-CHECK-MONTHLY.
           IF SIM-IS-NAMED-DAY
               MOVE SIM-DAY-OF-MONTH    TO WS-TARGET-DAY
           ELSE
               MOVE SIM-START-DATE      TO WS-START-DATE-PARTS
               MOVE WS-SD-DAY           TO WS-TARGET-DAY
           END-IF

           MOVE WS-RD-YEAR              TO WS-WD-YEAR
           MOVE WS-RD-MONTH             TO WS-WD-MONTH
           PERFORM 2350-TRY-MONTH       THRU 2350-EXIT
           IF OUTCOME-GENERATE
               GO TO 2300-EXIT
           END-IF

           MOVE WS-RD-YEAR              TO WS-WD-YEAR
           IF WS-RD-MONTH = 1
               MOVE 12                  TO WS-WD-MONTH
               SUBTRACT 1               FROM WS-WD-YEAR
           ELSE
               COMPUTE WS-WD-MONTH = WS-RD-MONTH - 1
           END-IF
           PERFORM 2350-TRY-MONTH       THRU 2350-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUILD THE DUE DATE IN THE MONTH WS-WORK-DATE NAMES - A DAY
      * PAST A SHORT MONTH'S END FALLS ON ITS LAST DAY - AND TAKE IT
      * WHEN IT IS IN TONIGHT'S WINDOW AND THE INSTRUCTION'S LIFE
      *-----------------------------------------------------------------
       2350-TRY-MONTH.
           PERFORM 8200-DAYS-IN-MONTH   THRU 8200-EXIT
           IF WS-TARGET-DAY > WS-MONTH-LIMIT
               MOVE WS-MONTH-LIMIT      TO WS-WD-DAY
           ELSE
               MOVE WS-TARGET-DAY       TO WS-WD-DAY
           END-IF

           IF WS-WORK-DATE < SIM-START-DATE
               GO TO 2350-EXIT
           END-IF
           IF SIM-END-DATE NOT = ZERO
               AND WS-WORK-DATE > SIM-END-DATE
               GO TO 2350-EXIT
           END-IF

           MOVE WS-WORK-DATE            TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           IF WS-DN-RESULT NOT < WS-WINDOW-LOW-DN
               AND WS-DN-RESULT NOT > WS-WINDOW-HIGH-DN
               SET OUTCOME-GENERATE     TO TRUE
               MOVE WS-WORK-DATE        TO WS-DUE-DATE
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A WEEKLY INSTRUCTION'S LATEST DUE DATE ON OR BEFORE THE
      * BUSINESS DATE IS THE BUSINESS DATE LESS THE DAYS SINCE THE
      * LAST WHOLE WEEK FROM ITS START - IT IS DUE WHEN THAT DATE IS
      * INSIDE TONIGHT'S WINDOW AND NOT PAST THE END DATE
      *-----------------------------------------------------------------
       2400-CHECK-WEEKLY.
           MOVE SIM-START-DATE          TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           MOVE WS-DN-RESULT            TO WS-START-DN

           COMPUTE WS-DAYS-SINCE-START =
               WS-WINDOW-HIGH-DN - WS-START-DN
           DIVIDE WS-DAYS-SINCE-START BY 7
               GIVING WS-WEEKS-SINCE-START
               REMAINDER WS-DAYS-BACK
           COMPUTE WS-DUE-DN = WS-WINDOW-HIGH-DN - WS-DAYS-BACK

           IF WS-DUE-DN < WS-WINDOW-LOW-DN
               GO TO 2400-EXIT
           END-IF
           IF SIM-END-DATE NOT = ZERO
               AND WS-DUE-DN > WS-END-DN
               GO TO 2400-EXIT
           END-IF

           SET OUTCOME-GENERATE         TO TRUE
           MOVE CTL-RUN-DATE            TO WS-WORK-DATE
           PERFORM 8300-STEP-BACK-ONE-DAY THRU 8300-EXIT
               WS-DAYS-BACK TIMES
           MOVE WS-WORK-DATE            TO WS-DUE-DATE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SECOND PASS: WRITE EACH DUE INSTRUCTION'S DETAIL PAIR, AND
      * LIST IT AND EVERY SKIPPED ONE ON THE GENERATION REGISTER
      *-----------------------------------------------------------------
       2200-GENERATE.
           PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
           IF END-OF-INSTRUCTION-FILE
               GO TO 2200-EXIT
           END-IF

           ADD 1                        TO WS-READ-COUNT

           EVALUATE TRUE
               WHEN OUTCOME-GENERATE
                   MOVE SPACES          TO TRAN-RECORD
                   MOVE SIM-AMOUNT      TO TRAN-INP-A
                   MOVE ZERO            TO TRAN-INP-B
                   MOVE SIM-CURRENCY-CODE TO TRAN-CURRENCY-CODE
                   MOVE SIM-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
                   WRITE TRAN-RECORD
                   MOVE WS-SIBATCH-STATUS TO WS-CURRENT-STATUS
                   MOVE 'SIBATCH'       TO WS-CURRENT-FILE-ID
                   PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
                   ADD 1                TO WS-GENERATED-COUNT
                   MOVE 'GENERATED'     TO WS-DTL-STATUS
               WHEN OUTCOME-INACTIVE
                   ADD 1                TO WS-INACTIVE-COUNT
                   MOVE 'SKIPPED INACTIVE' TO WS-DTL-STATUS
               WHEN OUTCOME-EXPIRED
                   ADD 1                TO WS-EXPIRED-COUNT
                   MOVE 'SKIPPED EXPIRED' TO WS-DTL-STATUS
               WHEN OUTCOME-BAD-RECORD
                   ADD 1                TO WS-BAD-COUNT
                   MOVE 'SKIPPED UNREADABLE' TO WS-DTL-STATUS
               WHEN OTHER
                   ADD 1                TO WS-NOT-DUE-COUNT
           END-EVALUATE

           IF OUTCOME-IS-LISTED
               PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE INSTRUCTION ON THE GENERATION REGISTER
      *-----------------------------------------------------------------
       2500-WRITE-DETAIL.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           MOVE SIM-INSTRUCTION-ID      TO WS-DTL-INSTRUCTION-ID
           MOVE SIM-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT
           IF SIM-AMOUNT NUMERIC
               MOVE SIM-AMOUNT          TO WS-DTL-AMOUNT
           ELSE
               MOVE ZERO                TO WS-DTL-AMOUNT
           END-IF
           MOVE SIM-CURRENCY-CODE       TO WS-DTL-CURRENCY
           MOVE SIM-FREQUENCY           TO WS-DTL-FREQUENCY
           IF OUTCOME-GENERATE
               MOVE WS-DUE-DATE         TO WS-DTL-DUE-DATE
           ELSE
               MOVE SPACES              TO WS-DTL-DUE-DATE
           END-IF
           MOVE SIM-START-DATE          TO WS-DTL-START-DATE
           MOVE SIM-END-DATE            TO WS-DTL-END-DATE

           WRITE GENERATION-REPORT-LINE  FROM WS-DETAIL-LINE
           MOVE WS-SIGRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SIGRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       2900-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-GENERATED-BATCH-ID    TO WS-HDR-BATCH
           MOVE WS-PRIOR-BUSINESS-DAY    TO WS-HDR-PRIOR-DAY

           WRITE GENERATION-REPORT-LINE   FROM WS-HEADER-LINE-1
           WRITE GENERATION-REPORT-LINE   FROM WS-HEADER-LINE-2
           WRITE GENERATION-REPORT-LINE   FROM WS-BLANK-LINE
           WRITE GENERATION-REPORT-LINE   FROM WS-HEADER-LINE-3
           MOVE WS-SIGRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIGRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE BATCH WITH ITS TRAILER, PRINT THE TOTALS AND CLOSE
      * THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-DUE-COUNT > ZERO
               MOVE SPACES               TO TRAILER-RECORD
               MOVE 'TRL'                TO TRL-MARKER
               MOVE WS-GENERATED-BATCH-ID TO TRL-BATCH-ID
               WRITE TRAILER-RECORD
               MOVE WS-SIBATCH-STATUS    TO WS-CURRENT-STATUS
               MOVE 'SIBATCH'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF WS-GENERATED-COUNT NOT = WS-DUE-COUNT
               DISPLAY 'CLS01EX53 - GENERATED ' WS-GENERATED-COUNT
                   ' BUT THE HEADER CARRIES ' WS-DUE-COUNT
               MOVE 16                   TO RETURN-CODE
           END-IF
           IF WS-BAD-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8                    TO RETURN-CODE
           END-IF

           MOVE WS-GENERATED-COUNT       TO WS-TOT-GENERATED
           MOVE WS-DUE-HASH              TO WS-TOT-HASH
           MOVE WS-NOT-DUE-COUNT         TO WS-TOT-NOT-DUE
           MOVE WS-INACTIVE-COUNT        TO WS-TOT-INACTIVE
           MOVE WS-EXPIRED-COUNT         TO WS-TOT-EXPIRED
           MOVE WS-BAD-COUNT             TO WS-TOT-BAD
           WRITE GENERATION-REPORT-LINE   FROM WS-BLANK-LINE
           WRITE GENERATION-REPORT-LINE   FROM WS-TOTAL-LINE-1
           WRITE GENERATION-REPORT-LINE   FROM WS-TOTAL-LINE-2
           IF WS-PRIOR-BUSINESS-DAY = ZERO
               MOVE 'NO PREVIOUS BUSINESS DAY ON THE CALENDAR - ONLY '
                                         TO WS-CAL-NOTE
               WRITE GENERATION-REPORT-LINE FROM WS-CALENDAR-NOTE-LINE
               MOVE 'INSTRUCTIONS DUE ON THE BUSINESS DATE GENERATED'
                                         TO WS-CAL-NOTE
               WRITE GENERATION-REPORT-LINE FROM WS-CALENDAR-NOTE-LINE
           END-IF
           MOVE WS-SIGRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIGRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX53 GENERATED ' WS-GENERATED-COUNT
               ' STANDING INSTRUCTIONS AS BATCH '
               WS-GENERATED-BATCH-ID ', SKIPPED ' WS-INACTIVE-COUNT
               ' INACTIVE, ' WS-EXPIRED-COUNT ' EXPIRED, '
               WS-BAD-COUNT ' UNREADABLE - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-CALENDAR-MASTER
               CLOSE CALENDAR-FILE
           END-IF
           IF NOT NO-INSTRUCTION-MASTER
               CLOSE INSTRUCTION-FILE
           END-IF
           CLOSE GENERATED-TRAN-FILE
           CLOSE GENERATION-REPORT-FILE.
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
           MOVE 'CLS01X53'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-READ-COUNT           TO LOG-INPUT-COUNT
           MOVE WS-GENERATED-COUNT      TO LOG-OUTPUT-COUNT
           MOVE WS-BAD-COUNT            TO LOG-REJECT-COUNT
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
      * HOW MANY DAYS DOES THE MONTH IN WS-WORK-DATE HOLD - FEBRUARY
      * GETS ITS 29TH IN A LEAP YEAR (DIVISIBLE BY FOUR, EXCEPT
      * CENTURIES NOT DIVISIBLE BY FOUR HUNDRED)
      *-----------------------------------------------------------------
       8200-DAYS-IN-MONTH.
           MOVE WS-DIM (WS-WD-MONTH)    TO WS-MONTH-LIMIT
           IF WS-WD-MONTH NOT = 2
               GO TO 8200-EXIT
           END-IF

           DIVIDE WS-WD-YEAR BY 4
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER NOT = ZERO
               GO TO 8200-EXIT
           END-IF
           DIVIDE WS-WD-YEAR BY 100
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               DIVIDE WS-WD-YEAR BY 400
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   GO TO 8200-EXIT
               END-IF
           END-IF
           MOVE 29                      TO WS-MONTH-LIMIT.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVE WS-WORK-DATE BACK ONE CALENDAR DAY
      *-----------------------------------------------------------------
       8300-STEP-BACK-ONE-DAY.
           IF WS-WD-DAY > 1
               SUBTRACT 1               FROM WS-WD-DAY
               GO TO 8300-EXIT
           END-IF

           IF WS-WD-MONTH = 1
               MOVE 12                  TO WS-WD-MONTH
               SUBTRACT 1               FROM WS-WD-YEAR
           ELSE
               SUBTRACT 1               FROM WS-WD-MONTH
           END-IF
           PERFORM 8200-DAYS-IN-MONTH   THRU 8200-EXIT
           MOVE WS-MONTH-LIMIT          TO WS-WD-DAY.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX53 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
