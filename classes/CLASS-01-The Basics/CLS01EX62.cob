      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX62.
      * OPERATOR ENTITLEMENT REPORT FOR THE QUARTERLY ACCESS REVIEW
      * READS THE PROGRAM-AUTHORITY MATRIX (PGMAUTH, CLS01PGA) INTO
      * TABLES AND THEN THE OPERATOR MASTER IN ID ORDER, AND LISTS
      * UNDER EVERY OPERATOR EXACTLY WHICH CATALOGUED CLS01 PROGRAMS
      * AND ONLINE SCREENS THAT OPERATOR CAN RUN, APPLYING THE SAME
      * RULES CLS01OPV DOES: THE OPERATOR MUST BE ACTIVE AND NOT
      * LOCKED OUT, MUST HOLD THE PROGRAM'S CATALOGUED LEVEL, AND FOR
      * A PROGRAM RESTRICTED TO ITS GRANTEES MUST HOLD A GRANT, TO
      * THE ID OR TO THE OPERATOR'S ROLE.  EACH LINE SAYS WHICH OF
      * THOSE LETS THE OPERATOR IN, SO THE REVIEWER CAN SEE WHAT A
      * GRANT ADDS OVER THE LEVEL.  AN INACTIVE OR LOCKED OPERATOR
      * IS LISTED WITH NOTHING UNDER IT
      * A PROGRAM NOT CATALOGUED ON THE MATRIX STILL RUNS ON THE
      * LEVEL BUILT INTO IT, WHICH THIS REPORT CANNOT SEE - THE
      * MATRIX'S FIRST LOAD (CLS01AUI) CATALOGUES EVERY PROGRAM SO
      * THE REVIEW IS COMPLETE, AND CLS01EX61 KEEPS IT THAT WAY
      * THE LAST SECTION LISTS THE GRANTS NOBODY HOLDS: A GRANT TO
      * AN OPERATOR ID NO LONGER ON THE MASTER (AN EXCEPTION - REVOKE
      * IT, RC 8) AND, FOR INFORMATION, A GRANT TO A ROLE NO
      * OPERATOR IS IN.  A MATRIX NOT LOADED AT ALL IS ALSO RC 8
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
                                        FILE STATUS IS WS-OPER-STATUS
                                        RECORD KEY IS OPR-OPERATOR-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT PROGRAM-AUTHORITY-FILE ASSIGN TO "PGMAUTH"
                                        FILE STATUS IS WS-PGA-STATUS
                                        RECORD KEY IS PGA-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT ENTITLEMENT-REPORT-FILE ASSIGN TO "ENTRPT"
                                        FILE STATUS IS WS-ENTRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY CLS01OPR.
       FD  PROGRAM-AUTHORITY-FILE.
       COPY CLS01PGA.
       FD  ENTITLEMENT-REPORT-FILE.
       01  ENTITLEMENT-REPORT-LINE     PIC X(80).
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
      * OPERATOR AUTHORIZATION - REPORT/BATCH AUTHORITY (LEVEL 10)
      * IS ENOUGH FOR THIS PROGRAM, WHICH ONLY READS
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-OPER-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-OPERATOR-MASTER              VALUE 'Y'.
       01  WS-PGA-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-AUTHORITY-MATRIX             VALUE 'Y'.
       01  WS-MATRIX-SWITCH            PIC X(01)   VALUE 'N'.
           88  MATRIX-NOT-LOADED                   VALUE 'Y'.
      *================================================================
      * THE MATRIX, TABLED ONCE - CATALOGUED PROGRAMS AND GRANTS BOTH
      * IN KEY ORDER.  WS-GT-HELD IS SET AS THE OPERATOR MASTER IS
      * READ, WHEN SOME OPERATOR TURNS OUT TO BE THE GRANTEE
      *================================================================
       01  WS-PROGRAM-TABLE.
           05  WS-PT-ENTRY             OCCURS 200 TIMES.
               10  WS-PT-PROGRAM-ID    PIC X(08).
               10  WS-PT-LEVEL         PIC 9(02).
               10  WS-PT-RESTRICTED    PIC X(01).
               10  WS-PT-KIND          PIC X(01).
               10  WS-PT-DESCRIPTION   PIC X(30).
       01  WS-PT-MAX                   PIC 9(04)   COMP VALUE 200.
       01  WS-PT-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-PT-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-GRANT-TABLE.
           05  WS-GT-ENTRY             OCCURS 2000 TIMES.
               10  WS-GT-PROGRAM-ID    PIC X(08).
               10  WS-GT-TYPE          PIC X(01).
               10  WS-GT-GRANTEE-ID    PIC X(08).
               10  WS-GT-MAINT-DATE    PIC 9(08).
               10  WS-GT-MAINT-BY      PIC X(08).
               10  WS-GT-HELD          PIC X(01).
       01  WS-GT-MAX                   PIC 9(04)   COMP VALUE 2000.
       01  WS-GT-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-GT-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-GT-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-LOOK-TYPE                PIC X(01)   VALUE SPACE.
       01  WS-LOOK-GRANTEE-ID          PIC X(08)   VALUE SPACES.
       01  WS-HOW-GRANTED              PIC X(14)   VALUE SPACES.
       01  WS-OPERATOR-ENTITLEMENTS    PIC 9(04)   VALUE ZERO.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-OPERATOR-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ENTITLED-OPERATOR-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-ENTITLEMENT-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-RESTRICTED-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-ORPHAN-GRANT-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-UNHELD-ROLE-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-OPER-STATUS              PIC X(02)   VALUE '00'.
       01  WS-PGA-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ENTRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL AND PRINT LINES - EACH SECTION OF THE REPORT
      * STARTS A NEW PAGE, AND EVERY PAGE REPEATS THE CURRENT
      * SECTION'S TITLE AND COLUMN HEADINGS
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX62  OPERATOR ENTITLEMENTS'.
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
       01  WS-SECTION-LINE             PIC X(80)   VALUE SPACES.
       01  WS-COLUMN-LINE              PIC X(80)   VALUE SPACES.
       01  WS-ENTITLEMENT-COLUMNS.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(08) VALUE 'KIND'.
           05  FILLER                  PIC X(04) VALUE 'LV'.
           05  FILLER                  PIC X(16) VALUE 'GRANTED BY'.
           05  FILLER                  PIC X(38) VALUE 'DESCRIPTION'.
       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(10) VALUE 'GRANTEE'.
           05  FILLER                  PIC X(10) VALUE 'ID'.
           05  FILLER                  PIC X(10) VALUE 'GRANTED'.
           05  FILLER                  PIC X(10) VALUE 'BY'.
           05  FILLER                  PIC X(30) VALUE 'NOTE'.
       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
       01  WS-PRINT-LINE               PIC X(80)   VALUE SPACES.
       01  WS-OPERATOR-LINE.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
           05  WS-OPL-OPERATOR-ID      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-NAME             PIC X(25).
           05  FILLER                  PIC X(07) VALUE '  LVL: '.
           05  WS-OPL-LEVEL            PIC 9(02).
           05  FILLER                  PIC X(08) VALUE '  ROLE: '.
           05  WS-OPL-ROLE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OPL-STATUS           PIC X(08).
       01  WS-ENTITLEMENT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ENL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENL-KIND             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENL-LEVEL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENL-HOW              PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ENL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-NNL-TEXT             PIC X(76).
       01  WS-EXCEPTION-LINE.
           05  WS-EXL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-TYPE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-GRANTEE-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-MAINT-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-MAINT-BY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-NOTE             PIC X(30).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX62  ENTITLEMENT RUN TOTALS'.
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
           PERFORM 1400-LOAD-MATRIX     THRU 1400-EXIT

           PERFORM 2000-LIST-ENTITLEMENTS THRU 2000-EXIT
           PERFORM 2500-LIST-UNHELD-GRANTS THRU 2500-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, VALIDATE THE OPERATOR AND OPEN THE
      * REPORT
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

           OPEN OUTPUT ENTITLEMENT-REPORT-FILE
           MOVE WS-ENTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ENTRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X62'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX62 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER WITH THE CURRENT SECTION'S TITLE AND
      * COLUMN HEADINGS, AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-HEADER-LINE-1
           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-HEADER-LINE-2
           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-BLANK-LINE
           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-SECTION-LINE
           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-BLANK-LINE
           WRITE ENTITLEMENT-REPORT-LINE  FROM WS-COLUMN-LINE
           MOVE WS-ENTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ENTRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT OPERATOR MASTER RECORD IN ID ORDER
      *-----------------------------------------------------------------
       1350-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET END-OF-OPERATOR-MASTER TO TRUE
                   GO TO 1350-EXIT
           END-READ

           MOVE WS-OPER-STATUS          TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE THE WHOLE MATRIX - A MATRIX NOT YET LOADED LEAVES BOTH
      * TABLES EMPTY AND IS ITSELF AN EXCEPTION
      *-----------------------------------------------------------------
       1400-LOAD-MATRIX.
           OPEN INPUT  PROGRAM-AUTHORITY-FILE
           IF WS-PGA-STATUS = '35'
               SET MATRIX-NOT-LOADED    TO TRUE
               ADD 1                    TO WS-EXCEPTION-COUNT
               DISPLAY 'CLS01EX62 - PROGRAM AUTHORITY MATRIX NOT '
                   'LOADED - NO PROGRAM IS CATALOGUED'
               GO TO 1400-EXIT
           END-IF
           MOVE WS-PGA-STATUS            TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1450-TABLE-ENTRY     THRU 1450-EXIT
               UNTIL END-OF-AUTHORITY-MATRIX
           CLOSE PROGRAM-AUTHORITY-FILE.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE MATRIX RECORD INTO THE PROGRAM OR THE GRANT TABLE
      *-----------------------------------------------------------------
       1450-TABLE-ENTRY.
           READ PROGRAM-AUTHORITY-FILE
               AT END
                   SET END-OF-AUTHORITY-MATRIX TO TRUE
                   GO TO 1450-EXIT
           END-READ

           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PGA-PROGRAM-ENTRY
               IF WS-PT-USED NOT < WS-PT-MAX
                   DISPLAY 'CLS01EX62 - PROGRAM TABLE FULL - RUN '
                       'REFUSED'
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO WS-PT-USED
               MOVE PGA-PROGRAM-ID      TO WS-PT-PROGRAM-ID (WS-PT-USED)
               IF PGA-REQUIRED-LEVEL NUMERIC
                   MOVE PGA-REQUIRED-LEVEL TO WS-PT-LEVEL (WS-PT-USED)
               ELSE
                   MOVE ZERO            TO WS-PT-LEVEL (WS-PT-USED)
               END-IF
               MOVE PGA-RESTRICTED-FLAG TO WS-PT-RESTRICTED (WS-PT-USED)
               MOVE PGA-PROGRAM-KIND    TO WS-PT-KIND (WS-PT-USED)
               MOVE PGA-DESCRIPTION     TO
                   WS-PT-DESCRIPTION (WS-PT-USED)
               IF PGA-GRANTEES-ONLY
                   ADD 1                TO WS-RESTRICTED-COUNT
               END-IF
               GO TO 1450-EXIT
           END-IF

           IF WS-GT-USED NOT < WS-GT-MAX
               DISPLAY 'CLS01EX62 - GRANT TABLE FULL - RUN REFUSED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                        TO WS-GT-USED
           MOVE PGA-PROGRAM-ID          TO WS-GT-PROGRAM-ID (WS-GT-USED)
           MOVE PGA-ENTRY-TYPE          TO WS-GT-TYPE (WS-GT-USED)
           MOVE PGA-GRANTEE-ID          TO WS-GT-GRANTEE-ID (WS-GT-USED)
           MOVE PGA-MAINT-DATE          TO WS-GT-MAINT-DATE (WS-GT-USED)
           MOVE PGA-MAINT-BY            TO WS-GT-MAINT-BY (WS-GT-USED)
           MOVE 'N'                     TO WS-GT-HELD (WS-GT-USED).
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIRST SECTION: EVERY OPERATOR ON THE MASTER WITH THE
      * PROGRAMS AND SCREENS IT CAN RUN
      *-----------------------------------------------------------------
       2000-LIST-ENTITLEMENTS.
           MOVE 'PROGRAMS AND SCREENS EACH OPERATOR CAN RUN'
                                         TO WS-SECTION-LINE
           MOVE WS-ENTITLEMENT-COLUMNS   TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           OPEN INPUT  OPERATOR-MASTER-FILE
           MOVE WS-OPER-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1350-READ-OPERATOR   THRU 1350-EXIT
           PERFORM 2100-ENTITLE-OPERATOR THRU 2100-EXIT
               UNTIL END-OF-OPERATOR-MASTER
           CLOSE OPERATOR-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT ONE OPERATOR, MARK THE GRANTS IT HOLDS, LIST ITS
      * ENTITLEMENTS AND READ THE NEXT
      *-----------------------------------------------------------------
       2100-ENTITLE-OPERATOR.
           ADD 1                        TO WS-OPERATOR-COUNT

           PERFORM 2150-MARK-GRANT      THRU 2150-EXIT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-USED

           PERFORM 2120-LIST-OPERATOR   THRU 2120-EXIT

           PERFORM 1350-READ-OPERATOR   THRU 1350-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE OPERATOR'S HEADING LINE AND, WHEN IT MAY RUN
      * ANYTHING AT ALL, ONE LINE PER CATALOGUED PROGRAM IT CAN RUN
      *-----------------------------------------------------------------
       2120-LIST-OPERATOR.
           MOVE OPR-OPERATOR-ID         TO WS-OPL-OPERATOR-ID
           MOVE OPR-NAME                TO WS-OPL-NAME
           MOVE OPR-AUTH-LEVEL          TO WS-OPL-LEVEL
           MOVE OPR-ROLE                TO WS-OPL-ROLE
           EVALUATE TRUE
               WHEN NOT OPERATOR-IS-ACTIVE
                   MOVE 'INACTIVE'      TO WS-OPL-STATUS
               WHEN OPERATOR-IS-LOCKED
                   MOVE 'LOCKED'        TO WS-OPL-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE'        TO WS-OPL-STATUS
           END-EVALUATE

           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE - 3
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF
           MOVE WS-BLANK-LINE           TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           MOVE WS-OPERATOR-LINE        TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT

           IF NOT OPERATOR-IS-ACTIVE OR OPERATOR-IS-LOCKED
               MOVE 'NONE - CLS01OPV REFUSES THIS OPERATOR EVERY RUN'
                                         TO WS-NNL-TEXT
               MOVE WS-NONE-LINE        TO WS-PRINT-LINE
               PERFORM 2900-PRINT-LINE  THRU 2900-EXIT
               GO TO 2120-EXIT
           END-IF

           MOVE ZERO                    TO WS-OPERATOR-ENTITLEMENTS
           PERFORM 2200-JUDGE-PROGRAM   THRU 2200-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-USED

           IF WS-OPERATOR-ENTITLEMENTS = ZERO
               MOVE 'NONE - NO CATALOGUED PROGRAM AT THIS LEVEL'
                                         TO WS-NNL-TEXT
               MOVE WS-NONE-LINE        TO WS-PRINT-LINE
               PERFORM 2900-PRINT-LINE  THRU 2900-EXIT
           ELSE
               ADD 1                    TO WS-ENTITLED-OPERATOR-COUNT
           END-IF.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK ONE TABLED GRANT HELD WHEN IT NAMES THIS OPERATOR'S ID
      * OR ROLE
      *-----------------------------------------------------------------
       2150-MARK-GRANT.
           IF WS-GT-TYPE (WS-GT-SUB) = 'O'
               AND WS-GT-GRANTEE-ID (WS-GT-SUB) = OPR-OPERATOR-ID
               MOVE 'Y'                 TO WS-GT-HELD (WS-GT-SUB)
           END-IF
           IF WS-GT-TYPE (WS-GT-SUB) = 'R' AND OPR-ROLE NOT = SPACES
               AND WS-GT-GRANTEE-ID (WS-GT-SUB) = OPR-ROLE
               MOVE 'Y'                 TO WS-GT-HELD (WS-GT-SUB)
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECIDE ONE CATALOGUED PROGRAM FOR THE CURRENT OPERATOR THE
      * WAY CLS01OPV WOULD, AND LIST IT IF THE OPERATOR GETS IN
      *-----------------------------------------------------------------
       2200-JUDGE-PROGRAM.
           IF OPR-AUTH-LEVEL < WS-PT-LEVEL (WS-PT-SUB)
               GO TO 2200-EXIT
           END-IF

           IF WS-PT-RESTRICTED (WS-PT-SUB) NOT = 'Y'
               MOVE 'LEVEL'             TO WS-HOW-GRANTED
               PERFORM 2280-PRINT-ENTITLEMENT THRU 2280-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE 'O'                     TO WS-LOOK-TYPE
           MOVE OPR-OPERATOR-ID         TO WS-LOOK-GRANTEE-ID
           PERFORM 2240-FIND-GRANT      THRU 2240-EXIT
           IF WS-GT-MATCH-SUB > ZERO
               MOVE 'OPERATOR GRANT'    TO WS-HOW-GRANTED
               PERFORM 2280-PRINT-ENTITLEMENT THRU 2280-EXIT
               GO TO 2200-EXIT
           END-IF

           IF OPR-ROLE = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE 'R'                     TO WS-LOOK-TYPE
           MOVE OPR-ROLE                TO WS-LOOK-GRANTEE-ID
           PERFORM 2240-FIND-GRANT      THRU 2240-EXIT
           IF WS-GT-MATCH-SUB > ZERO
               MOVE 'ROLE GRANT'        TO WS-HOW-GRANTED
               PERFORM 2280-PRINT-ENTITLEMENT THRU 2280-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP THE GRANT OF THE CURRENT PROGRAM TO WS-LOOK-TYPE AND
      * WS-LOOK-GRANTEE-ID - WS-GT-MATCH-SUB STAYS ZERO IF NONE
      *-----------------------------------------------------------------
       2240-FIND-GRANT.
           MOVE ZERO                    TO WS-GT-MATCH-SUB
           PERFORM 2250-MATCH-GRANT     THRU 2250-EXIT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-USED
                  OR WS-GT-MATCH-SUB > ZERO.
       2240-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NOTE THE TABLED GRANT IF IT IS THE ONE BEING LOOKED FOR
      *-----------------------------------------------------------------
       2250-MATCH-GRANT.
           IF WS-GT-PROGRAM-ID (WS-GT-SUB) =
                                    WS-PT-PROGRAM-ID (WS-PT-SUB)
               AND WS-GT-TYPE (WS-GT-SUB) = WS-LOOK-TYPE
               AND WS-GT-GRANTEE-ID (WS-GT-SUB) = WS-LOOK-GRANTEE-ID
               MOVE WS-GT-SUB           TO WS-GT-MATCH-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE PROGRAM THE CURRENT OPERATOR CAN RUN
      *-----------------------------------------------------------------
       2280-PRINT-ENTITLEMENT.
           MOVE WS-PT-PROGRAM-ID (WS-PT-SUB) TO WS-ENL-PROGRAM-ID
           IF WS-PT-KIND (WS-PT-SUB) = 'S'
               MOVE 'SCREEN'            TO WS-ENL-KIND
           ELSE
               MOVE 'BATCH'             TO WS-ENL-KIND
           END-IF
           MOVE WS-PT-LEVEL (WS-PT-SUB) TO WS-ENL-LEVEL
           MOVE WS-HOW-GRANTED          TO WS-ENL-HOW
           MOVE WS-PT-DESCRIPTION (WS-PT-SUB) TO WS-ENL-DESCRIPTION
           MOVE WS-ENTITLEMENT-LINE     TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           ADD 1                        TO WS-OPERATOR-ENTITLEMENTS
                                            WS-ENTITLEMENT-COUNT.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE SECOND SECTION: GRANTS NO OPERATOR ON THE MASTER HOLDS
      *-----------------------------------------------------------------
       2500-LIST-UNHELD-GRANTS.
           MOVE 'GRANTS HELD BY NO OPERATOR ON THE MASTER'
                                         TO WS-SECTION-LINE
           MOVE WS-EXCEPTION-COLUMNS     TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2600-CHECK-GRANT     THRU 2600-EXIT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-USED.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE TABLED GRANT IF NOBODY HOLDS IT - A DANGLING
      * OPERATOR GRANT IS AN EXCEPTION, AN UNUSED ROLE GRANT IS NOT
      *-----------------------------------------------------------------
       2600-CHECK-GRANT.
           IF WS-GT-HELD (WS-GT-SUB) = 'Y'
               GO TO 2600-EXIT
           END-IF

           IF WS-GT-TYPE (WS-GT-SUB) = 'O'
               MOVE 'OPERATOR'          TO WS-EXL-TYPE
               MOVE 'OPERATOR NOT ON MASTER - REVOKE'
                                         TO WS-EXL-NOTE
               ADD 1                    TO WS-ORPHAN-GRANT-COUNT
                                            WS-EXCEPTION-COUNT
           ELSE
               MOVE 'ROLE'              TO WS-EXL-TYPE
               MOVE 'NO OPERATOR IN THIS ROLE'
                                         TO WS-EXL-NOTE
               ADD 1                    TO WS-UNHELD-ROLE-COUNT
           END-IF

           MOVE WS-GT-PROGRAM-ID (WS-GT-SUB) TO WS-EXL-PROGRAM-ID
           MOVE WS-GT-GRANTEE-ID (WS-GT-SUB) TO WS-EXL-GRANTEE-ID
           MOVE WS-GT-MAINT-DATE (WS-GT-SUB) TO WS-EXL-MAINT-DATE
           MOVE WS-GT-MAINT-BY (WS-GT-SUB) TO WS-EXL-MAINT-BY
           MOVE WS-EXCEPTION-LINE       TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THE CURRENT
      * PAGE IS FULL
      *-----------------------------------------------------------------
       2900-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE ENTITLEMENT-REPORT-LINE FROM WS-PRINT-LINE
           MOVE WS-ENTRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ENTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE TOTALS, SET THE RETURN CODE, WRITE THE RUN LOG AND
      * CLOSE THE REPORT
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY   THRU 3100-EXIT

           CLOSE ENTITLEMENT-REPORT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX62 REPORTED ' WS-OPERATOR-COUNT
               ' OPERATORS, ' WS-ENTITLEMENT-COUNT
               ' ENTITLEMENTS, ' WS-ORPHAN-GRANT-COUNT
               ' GRANTS TO IDS NOT ON MASTER - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ AND FOUND
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-BLANK-LINE
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-TITLE-LINE
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-BLANK-LINE

           IF MATRIX-NOT-LOADED
               MOVE 'PROGRAM AUTHORITY MATRIX NOT LOADED - EVERY '
                   TO WS-PRINT-LINE
               WRITE ENTITLEMENT-REPORT-LINE FROM WS-PRINT-LINE
               MOVE 'PROGRAM RUNS ON ITS BUILT-IN LEVEL ALONE'
                   TO WS-PRINT-LINE
               WRITE ENTITLEMENT-REPORT-LINE FROM WS-PRINT-LINE
               WRITE ENTITLEMENT-REPORT-LINE FROM WS-BLANK-LINE
           END-IF

           MOVE 'OPERATORS ON MASTER:'   TO WS-SUM-LABEL
           MOVE WS-OPERATOR-COUNT        TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPERATORS ABLE TO RUN ANYTHING:' TO WS-SUM-LABEL
           MOVE WS-ENTITLED-OPERATOR-COUNT TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ENTITLEMENTS LISTED:'   TO WS-SUM-LABEL
           MOVE WS-ENTITLEMENT-COUNT     TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'PROGRAMS CATALOGUED:'   TO WS-SUM-LABEL
           MOVE WS-PT-USED               TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RESTRICTED TO GRANTEES:' TO WS-SUM-LABEL
           MOVE WS-RESTRICTED-COUNT      TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GRANTS ON THE MATRIX:'  TO WS-SUM-LABEL
           MOVE WS-GT-USED               TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GRANTS TO IDS NOT ON MASTER:' TO WS-SUM-LABEL
           MOVE WS-ORPHAN-GRANT-COUNT    TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ROLE GRANTS NOBODY HOLDS:' TO WS-SUM-LABEL
           MOVE WS-UNHELD-ROLE-COUNT     TO WS-SUM-COUNT
           WRITE ENTITLEMENT-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-ENTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ENTRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X62'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-OPERATOR-COUNT       TO LOG-INPUT-COUNT
           MOVE WS-ENTITLEMENT-COUNT    TO LOG-OUTPUT-COUNT
           MOVE WS-EXCEPTION-COUNT      TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX62 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
