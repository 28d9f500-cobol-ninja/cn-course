      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX52.
      * AUDITED ADD/CHANGE/DELETE MAINTENANCE FOR THE STANDING-
      * INSTRUCTION MASTER (SIMSTR) THAT CLS01EX53 GENERATES THE
      * NIGHT'S RECURRING TRANFILE BATCH FROM - THE SAME AUDITED
      * MAINTENANCE PATTERN CLS01EX12, CLS01EX26 AND CLS01EX31 GIVE
      * THE OTHER MASTERS
      * READ A TRANSACTION FILE OF MAINTENANCE REQUESTS KEYED ON THE
      * INSTRUCTION ID, EACH CARRYING AN ACTION CODE - (A)DD,
      * (C)HANGE OR (D)ELETE - AND, FOR AN ADD OR CHANGE, THE WHOLE
      * INSTRUCTION: ACCOUNT, AMOUNT, CURRENCY, FREQUENCY (MONTHLY,
      * WEEKLY OR A NAMED DAY OF THE MONTH), START AND END DATES AND
      * THE ACTIVE FLAG.  A CHANGE REPLACES THE INSTRUCTION WHOLE, SO
      * DEACTIVATING ONE IS A CHANGE WITH THE FLAG SET TO 'N'
      * AN ADD FOR AN ID ALREADY ON THE MASTER, A CHANGE OR DELETE
      * FOR ONE NOT ON IT, OR AN ADD/CHANGE THAT FAILS ITS EDITS -
      * ACCOUNT NOT ON ACCTMSTR OR CLOSED, AMOUNT NOT NUMERIC OR
      * ZERO, UNKNOWN FREQUENCY, NAMED DAY NOT 01-31, START OR END
      * DATE NOT A REAL DATE, END BEFORE START - IS REJECTED; EVERY
      * REQUEST PRINTS ON A PAGED MAINTENANCE REGISTER
      * THE MAINTAINED MASTER IS WRITTEN TO SIMNEW AND THE JOB'S
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
           SELECT INSTRUCTION-FILE     ASSIGN TO "SIMSTR"
                                        FILE STATUS IS WS-SIM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIM-MAINT-FILE       ASSIGN TO "SIMMNT"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-INSTRUCTION-FILE ASSIGN TO "SIMNEW"
                                        FILE STATUS IS WS-SIMNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT SIM-REPORT-FILE      ASSIGN TO "SIMRPT"
                                        FILE STATUS IS WS-SIMRPT-STATUS
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
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-FILE-RECORD     PIC X(80).
       FD  SIM-MAINT-FILE.
       01  SIM-MAINT-RECORD.
           05  SMR-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
           05  SMR-INSTRUCTION-ID      PIC X(08).
           05  SMR-ACCOUNT-NUMBER      PIC X(10).
           05  SMR-AMOUNT              PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  SMR-CURRENCY-CODE       PIC X(03).
           05  SMR-FREQUENCY           PIC X(01).
           05  SMR-DAY-OF-MONTH        PIC X(02).
           05  SMR-DAY-OF-MONTH-N      REDEFINES SMR-DAY-OF-MONTH
                                        PIC 9(02).
           05  SMR-START-DATE          PIC 9(08).
           05  SMR-END-DATE            PIC X(08).
           05  SMR-END-DATE-N          REDEFINES SMR-END-DATE
                                        PIC 9(08).
           05  SMR-ACTIVE-FLAG         PIC X(01).
           05  SMR-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(10).
       FD  NEW-INSTRUCTION-FILE.
       01  NEW-INSTRUCTION-RECORD      PIC X(80).
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-LINE             PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-INSTRUCTION-ID      PIC X(08).
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
      * OPERATOR AUTHORIZATION - A STANDING INSTRUCTION MOVES MONEY
      * EVERY PERIOD WITHOUT ANYONE KEYING IT, SO CORRECTION
      * AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
       COPY CLS01DTP.
      *================================================================
      * THE INSTRUCTION BEING BUILT FOR THE TABLE
      *================================================================
       COPY CLS01SIM.
      *================================================================
       01  WS-SIM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-INSTRUCTION-FILE             VALUE 'Y'.
       01  WS-MAINT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-NO-SIM-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-INSTRUCTION-MASTER               VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
           88  ACCOUNT-ON-MASTER                   VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * THE INSTRUCTION MASTER HELD IN STORAGE FOR THE RUN - LOADED
      * UP FRONT, MAINTAINED IN PLACE, WRITTEN BACK OUT AT THE END.
      * A DELETED ENTRY IS ONLY MARKED, SO THE REGISTER CAN STILL
      * NAME WHAT IT DELETED
      *================================================================
       01  WS-INSTRUCTION-TABLE.
           05  WS-SI-ENTRY             OCCURS 500 TIMES.
               10  WS-SI-IMAGE.
                   15  WS-SI-ID        PIC X(08).
                   15  FILLER          PIC X(72).
               10  WS-SI-DELETED       PIC X(01).
       01  WS-SI-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-SI-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-SI-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-SI-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  INSTRUCTION-FOUND                   VALUE 'Y'.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-SIM-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-SIMNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SIMRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX52  STANDING INSTR MAINT REG'.
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
           05  FILLER                  PIC X(09) VALUE 'INSTR'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(09) VALUE '  AMOUNT'.
           05  FILLER                  PIC X(05) VALUE 'FQ/D'.
           05  FILLER                  PIC X(09) VALUE 'START'.
           05  FILLER                  PIC X(09) VALUE 'END'.
           05  FILLER                  PIC X(02) VALUE 'Y'.
           05  FILLER                  PIC X(24) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-INSTRUCTION-ID   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FREQUENCY        PIC X(01).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-DTL-DAY              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-START-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-END-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACTIVE           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(24).
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
               'INSTRUCTIONS ON MASTER: '.
           05  WS-TOT-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-INSTRUCTION THRU 1300-EXIT
               UNTIL END-OF-INSTRUCTION-FILE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE
           PERFORM 2800-WRITE-NEW-MASTER THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE OPERATOR, OPEN THE FILES AND PRINT THE FIRST PAGE
      * HEADER - A MISSING MASTER IS THE FIRST LOAD, NOT AN ERROR
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

           OPEN INPUT  INSTRUCTION-FILE
           IF WS-SIM-STATUS = '35'
               SET NO-INSTRUCTION-MASTER TO TRUE
               SET END-OF-INSTRUCTION-FILE TO TRUE
               DISPLAY 'CLS01EX52 - INSTRUCTION MASTER NOT LOADED - '
                   'FIRST LOAD'
           ELSE
               MOVE WS-SIM-STATUS        TO WS-CURRENT-STATUS
               MOVE 'SIMSTR'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  SIM-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'SIMMNT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-INSTRUCTION-FILE
           MOVE WS-SIMNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIMNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT SIM-REPORT-FILE
           MOVE WS-SIMRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIMRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X52'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX52 - OPERATOR ' CTL-OPERATOR-ID
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

           WRITE SIM-REPORT-LINE          FROM WS-HEADER-LINE-1
           WRITE SIM-REPORT-LINE          FROM WS-HEADER-LINE-2
           WRITE SIM-REPORT-LINE          FROM WS-BLANK-LINE
           WRITE SIM-REPORT-LINE          FROM WS-HEADER-LINE-3
           MOVE WS-SIMRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIMRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE MASTER INSTRUCTION INTO THE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-INSTRUCTION.
           READ INSTRUCTION-FILE
               AT END
                   SET END-OF-INSTRUCTION-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-SIM-STATUS           TO WS-CURRENT-STATUS
           MOVE 'SIMSTR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-SI-USED < 500
               ADD 1                    TO WS-SI-USED
               MOVE INSTRUCTION-FILE-RECORD
                                         TO WS-SI-IMAGE (WS-SI-USED)
               MOVE 'N'                 TO WS-SI-DELETED (WS-SI-USED)
           ELSE
               DISPLAY 'CLS01EX52 - INSTRUCTION TABLE FULL - '
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
           READ SIM-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-MAINT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIMMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RECORD-COUNT
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 2200-ADD-INSTRUCTION
                                                THRU 2200-EXIT
                   WHEN ACTION-IS-CHANGE
                       PERFORM 2300-CHANGE-INSTRUCTION
                                                THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-INSTRUCTION
                                                THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE ACTION AND ID, LOOK THE ID UP SO ADDS CAN REJECT
      * DUPLICATES AND CHANGES/DELETES CAN REJECT IDS NOT ON THE
      * MASTER, THEN EDIT THE INSTRUCTION AN ADD OR CHANGE CARRIES
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           MOVE 'N'                     TO WS-VALID-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF SMR-INSTRUCTION-ID = SPACES
               MOVE 'INSTRUCTION ID IS BLANK' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           PERFORM 1400-FIND-INSTRUCTION THRU 1400-EXIT

           EVALUATE TRUE
               WHEN ACTION-IS-ADD AND INSTRUCTION-FOUND
                   MOVE 'DUPLICATE INSTRUCTION ON ADD'
                                         TO WS-REJECT-REASON
               WHEN (ACTION-IS-CHANGE OR ACTION-IS-DELETE)
                     AND NOT INSTRUCTION-FOUND
                   MOVE 'INSTRUCTION NOT ON MASTER'
                                         TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DELETE
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           PERFORM 1930-CHECK-ACCOUNT   THRU 1930-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF SMR-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT IS NOT NUMERIC'  TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
           IF SMR-AMOUNT = ZERO
               MOVE 'AMOUNT IS ZERO'         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE SMR-FREQUENCY           TO SIM-FREQUENCY
           IF NOT SIM-FREQUENCY-VALID
               MOVE 'FREQUENCY NOT M, W OR D' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
           IF SIM-IS-NAMED-DAY
               IF SMR-DAY-OF-MONTH NOT NUMERIC
                   OR SMR-DAY-OF-MONTH-N < 1
                   OR SMR-DAY-OF-MONTH-N > 31
                   MOVE 'DAY OF MONTH NOT 01-31' TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
           END-IF

           MOVE SMR-START-DATE          TO DTV-DATE
           MOVE ZERO                    TO DTV-COMPARE-DATE
           MOVE ZERO                    TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS
           IF NOT DTV-DATE-IS-VALID
               MOVE 'START DATE NOT A VALID DATE' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF SMR-END-DATE NOT = SPACES
               AND SMR-END-DATE NOT = ZERO
               MOVE SMR-END-DATE        TO DTV-DATE
               CALL 'CLS01DTV'          USING DATE-VALIDATION-PARMS
               IF NOT DTV-DATE-IS-VALID
                   MOVE 'END DATE NOT A VALID DATE'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF SMR-END-DATE-N < SMR-START-DATE
                   MOVE 'END DATE BEFORE START DATE'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
           END-IF

           IF SMR-ACTIVE-FLAG NOT = 'Y' AND NOT = 'N'
                              AND NOT = SPACE
               MOVE 'ACTIVE FLAG NOT Y OR N' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET REQUEST-IS-VALID         TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE INSTRUCTION MUST POST TO AN ACCOUNT ON THE MASTER THAT
      * IS NOT CLOSED - A FROZEN ONE IS ACCEPTED, SINCE A FREEZE IS
      * TEMPORARY AND CLS01EX04 REJECTS ITS POSTINGS WHILE IT LASTS
      *-----------------------------------------------------------------
       1930-CHECK-ACCOUNT.
           MOVE 'N'                     TO WS-ACCOUNT-FOUND-SWITCH

           IF SMR-ACCOUNT-NUMBER = SPACES
               MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-REJECT-REASON
               GO TO 1930-EXIT
           END-IF

           MOVE SMR-ACCOUNT-NUMBER      TO MST-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-ON-MASTER TO TRUE
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           IF WS-MASTER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF NOT ACCOUNT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
               GO TO 1930-EXIT
           END-IF

           IF MST-ACCOUNT-CLOSED
               MOVE 'ACCOUNT IS CLOSED'     TO WS-REJECT-REASON
           END-IF.
       1930-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE REQUEST'S INSTRUCTION ID UP AMONG THE SURVIVING
      * (NOT DELETED) TABLE ENTRIES
      *-----------------------------------------------------------------
       1400-FIND-INSTRUCTION.
           MOVE 'N'                     TO WS-SI-FOUND-SWITCH
           MOVE ZERO                    TO WS-SI-MATCH-SUB

           PERFORM 1450-MATCH-INSTRUCTION THRU 1450-EXIT
               VARYING WS-SI-SUB FROM 1 BY 1
               UNTIL WS-SI-SUB > WS-SI-USED
                   OR INSTRUCTION-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST THE REQUEST'S INSTRUCTION ID
      *-----------------------------------------------------------------
       1450-MATCH-INSTRUCTION.
           IF WS-SI-ID (WS-SI-SUB) = SMR-INSTRUCTION-ID
               AND WS-SI-DELETED (WS-SI-SUB) = 'N'
               SET INSTRUCTION-FOUND    TO TRUE
               MOVE WS-SI-SUB           TO WS-SI-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUILD THE MASTER IMAGE OF AN ADD OR CHANGE FROM THE REQUEST -
      * NO END DATE IS CARRIED AS ZERO, A BLANK ACTIVE FLAG AS 'Y',
      * AND ONLY A NAMED-DAY INSTRUCTION KEEPS A DAY OF THE MONTH
      *-----------------------------------------------------------------
       2100-BUILD-INSTRUCTION.
           MOVE SPACES                  TO STANDING-INSTRUCTION-RECORD
           MOVE SMR-INSTRUCTION-ID      TO SIM-INSTRUCTION-ID
           MOVE SMR-ACCOUNT-NUMBER      TO SIM-ACCOUNT-NUMBER
           MOVE SMR-AMOUNT              TO SIM-AMOUNT
           MOVE SMR-CURRENCY-CODE       TO SIM-CURRENCY-CODE
           MOVE SMR-FREQUENCY           TO SIM-FREQUENCY
           IF SIM-IS-NAMED-DAY
               MOVE SMR-DAY-OF-MONTH-N  TO SIM-DAY-OF-MONTH
           ELSE
               MOVE ZERO                TO SIM-DAY-OF-MONTH
           END-IF
           MOVE SMR-START-DATE          TO SIM-START-DATE
           IF SMR-END-DATE = SPACES
               MOVE ZERO                TO SIM-END-DATE
           ELSE
               MOVE SMR-END-DATE-N      TO SIM-END-DATE
           END-IF
           IF SMR-ACTIVE-FLAG = SPACE
               MOVE 'Y'                 TO SIM-ACTIVE-FLAG
           ELSE
               MOVE SMR-ACTIVE-FLAG     TO SIM-ACTIVE-FLAG
           END-IF
           MOVE SMR-DESCRIPTION         TO SIM-DESCRIPTION.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD A NEW INSTRUCTION TO THE TABLE
      *-----------------------------------------------------------------
       2200-ADD-INSTRUCTION.
           IF WS-SI-USED < 500
               PERFORM 2100-BUILD-INSTRUCTION THRU 2100-EXIT
               ADD 1                    TO WS-SI-USED
               MOVE STANDING-INSTRUCTION-RECORD
                                         TO WS-SI-IMAGE (WS-SI-USED)
               MOVE 'N'                 TO WS-SI-DELETED (WS-SI-USED)
               ADD 1                    TO WS-ADD-COUNT
               MOVE 'ADDED'             TO WS-REGISTER-STATUS
           ELSE
               MOVE 'INSTRUCTION TABLE FULL' TO WS-REJECT-REASON
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPLACE THE ENTRY 1400-FIND-INSTRUCTION MATCHED
      *-----------------------------------------------------------------
       2300-CHANGE-INSTRUCTION.
           PERFORM 2100-BUILD-INSTRUCTION THRU 2100-EXIT
           MOVE STANDING-INSTRUCTION-RECORD
                                         TO WS-SI-IMAGE
                                            (WS-SI-MATCH-SUB)
           ADD 1                        TO WS-CHANGE-COUNT
           MOVE 'CHANGED'               TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE MATCHED ENTRY DELETED - IT STAYS OFF THE NEW MASTER
      *-----------------------------------------------------------------
       2400-DELETE-INSTRUCTION.
           MOVE 'Y'                     TO WS-SI-DELETED
                                            (WS-SI-MATCH-SUB)
           ADD 1                        TO WS-DELETE-COUNT
           MOVE 'DELETED'               TO WS-REGISTER-STATUS.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE SMR-ACTION              TO REJ-ACTION
           MOVE SMR-INSTRUCTION-ID      TO REJ-INSTRUCTION-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX52 - REJECTED ' SMR-INSTRUCTION-ID
               ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER LINE FOR THE CURRENT REQUEST, STARTING A
      * NEW PAGE FIRST IF THE CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2700-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE SMR-ACTION               TO WS-DTL-ACTION
           MOVE SMR-INSTRUCTION-ID       TO WS-DTL-INSTRUCTION-ID
           MOVE SMR-ACCOUNT-NUMBER       TO WS-DTL-ACCOUNT
           IF SMR-AMOUNT NUMERIC
               MOVE SMR-AMOUNT           TO WS-DTL-AMOUNT
           ELSE
               MOVE ZERO                 TO WS-DTL-AMOUNT
           END-IF
           MOVE SMR-FREQUENCY            TO WS-DTL-FREQUENCY
           MOVE SMR-DAY-OF-MONTH         TO WS-DTL-DAY
           MOVE SMR-START-DATE           TO WS-DTL-START-DATE
           MOVE SMR-END-DATE             TO WS-DTL-END-DATE
           MOVE SMR-ACTIVE-FLAG          TO WS-DTL-ACTIVE
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE SIM-REPORT-LINE          FROM WS-DETAIL-LINE
           MOVE WS-SIMRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SIMRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE SURVIVING TABLE ENTRIES OUT AS THE NEW MASTER
      *-----------------------------------------------------------------
       2800-WRITE-NEW-MASTER.
           PERFORM 2850-WRITE-ONE-INSTRUCTION THRU 2850-EXIT
               VARYING WS-SI-SUB FROM 1 BY 1
               UNTIL WS-SI-SUB > WS-SI-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE SURVIVING INSTRUCTION
      *-----------------------------------------------------------------
       2850-WRITE-ONE-INSTRUCTION.
           IF WS-SI-DELETED (WS-SI-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-SI-IMAGE (WS-SI-SUB) TO NEW-INSTRUCTION-RECORD
           WRITE NEW-INSTRUCTION-RECORD
           MOVE WS-SIMNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SIMNEW'                TO WS-CURRENT-FILE-ID
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
           WRITE SIM-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE SIM-REPORT-LINE         FROM WS-TOTAL-LINE
           WRITE SIM-REPORT-LINE         FROM WS-MASTER-TOTAL-LINE
           MOVE WS-SIMRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SIMRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX52 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-DELETE-COUNT ' DELETED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-INSTRUCTION-MASTER
               CLOSE INSTRUCTION-FILE
           END-IF
           CLOSE SIM-MAINT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE NEW-INSTRUCTION-FILE
           CLOSE SIM-REPORT-FILE
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
           MOVE 'CLS01X52'              TO LOG-PROGRAM-ID
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
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END AND '23'
      * NOT-ON-MASTER STATUSES NEVER REACH HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX52 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
