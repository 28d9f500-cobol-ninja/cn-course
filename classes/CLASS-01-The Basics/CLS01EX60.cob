      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX60.
      * SIGN-ON SECURITY REPORT
      * THE ONLINE SCREENS CHECK EVERY OPERATOR'S PASSWORD THROUGH
      * CLS01SGN, WHICH LOCKS AN ID AFTER TOO MANY FAILED SIGN-ONS
      * AND LOGS EVERY ATTEMPT TO SIGNLOG (CLS01SGL).  THIS REPORT IS
      * WHAT SECURITY ADMINISTRATION WORKS FROM:
      *   - FIRST, EVERY OPERATOR ID LOCKED OUT ON THE OPERATOR
      *     MASTER, WITH THE DATE IT LOCKED - EACH NEEDS A CLS01EX26
      *     RESET ONCE THE OPERATOR HAS BEEN SPOKEN TO
      *   - THEN EVERY ID WITH REPEATED FAILED SIGN-ONS (WRONG
      *     PASSWORD, ATTEMPTS AGAINST A LOCKED ID, OR AN ID NOT ON
      *     THE MASTER AT ALL) LOGGED WITHIN THE WINDOW BELOW, WITH
      *     ITS COUNT AND ITS LAST FAILURE - A PATTERN HERE MAY BE
      *     SOMEONE TRYING PASSWORDS RATHER THAN A FORGETFUL OPERATOR
      *   - THEN EVERY ACTIVE OPERATOR WHOSE PASSWORD IS PAST THE
      *     POLICY EXPIRY CYCLE (SECPARM, CLS01SPC) OR WAS ISSUED BY
      *     CLS01EX26 AND NEVER CHANGED, AND - FOR INFORMATION ONLY -
      *     THOSE WITH NO PASSWORD ISSUED, WHO CANNOT SIGN ON ONLINE
      *   - LAST, THE TOTALS
      * A LOCKOUT, A REPEATED-FAILURE ID OR A STALE PASSWORD ENDS THE
      * STEP RC 8
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - FAILURE WINDOW IN DAYS BACK FROM THE BUSINESS DATE,
      *       THREE DIGITS ZERO-PADDED (DEFAULT 007)
      *   3 - FAILED SIGN-ONS WITHIN THE WINDOW THAT LIST AN ID, TWO
      *       DIGITS ZERO-PADDED (DEFAULT 03)
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
           SELECT SIGN-ON-LOG-FILE     ASSIGN TO "SIGNLOG"
                                        FILE STATUS IS WS-SIGNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-POLICY-FILE ASSIGN TO "SECPARM"
                                        FILE STATUS IS WS-POLICY-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
                                        FILE STATUS IS WS-SECRPT-STATUS
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
       FD  SIGN-ON-LOG-FILE.
       COPY CLS01SGL.
       FD  SECURITY-POLICY-FILE.
       COPY CLS01SPC.
       FD  SECURITY-REPORT-FILE.
       01  SECURITY-REPORT-LINE        PIC X(80).
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
       COPY CLS01DTP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-WINDOW-PARM              PIC X(03)   VALUE SPACES.
       01  WS-WINDOW-DAYS              PIC 9(03)   VALUE 7.
       01  WS-THRESHOLD-PARM           PIC X(02)   VALUE SPACES.
       01  WS-FAILURE-THRESHOLD        PIC 9(02)   VALUE 3.
      *================================================================
      * SIGN-ON POLICY - THE SAME HOUSE DEFAULTS CLS01SGN APPLIES
      * WHEN SECPARM IS MISSING OR A FIELD IS UNUSABLE
      *================================================================
       01  WS-MAX-FAILURES             PIC 9(02)   VALUE 03.
       01  WS-EXPIRY-DAYS              PIC 9(03)   VALUE 090.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-OPER-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-OPERATOR-MASTER              VALUE 'Y'.
       01  WS-SIGNLOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  END-OF-SIGN-ON-LOG                  VALUE 'Y'.
      *================================================================
      * FAILED SIGN-ONS WITHIN THE WINDOW, TABLED BY OPERATOR ID AS
      * THE LOG IS READ - THE LOG IS IN TIME ORDER, SO THE LAST
      * FAILURE SEEN FOR AN ID IS ITS LATEST
      *================================================================
       01  WS-FAILURE-TABLE.
           05  WS-FT-ENTRY             OCCURS 1000 TIMES.
               10  WS-FT-OPERATOR-ID   PIC X(08).
               10  WS-FT-COUNT         PIC 9(04).
               10  WS-FT-LAST-DATE     PIC 9(08).
               10  WS-FT-LAST-TIME     PIC X(08).
               10  WS-FT-LAST-PROGRAM  PIC X(08).
               10  WS-FT-LAST-TEXT     PIC X(30).
       01  WS-FT-MAX                   PIC 9(04)   COMP VALUE 1000.
       01  WS-FT-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-FT-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-FT-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-OPERATOR-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-LOCKED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-ATTEMPT-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-WINDOW-ATTEMPT-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-WINDOW-FAILURE-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-REPEATED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-NEVER-CHANGED-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-NO-PASSWORD-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-OPER-STATUS              PIC X(02)   VALUE '00'.
       01  WS-SIGNLOG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-POLICY-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SECRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX60  SIGN-ON SECURITY'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(10) VALUE '  WINDOW: '.
           05  WS-HDR-WINDOW           PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
               ' DAYS  LIST: '.
           05  WS-HDR-THRESHOLD        PIC Z9.
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(19) VALUE
               'POLICY: LOCK AFTER '.
           05  WS-HDR-MAX-FAILURES     PIC Z9.
           05  FILLER                  PIC X(24) VALUE
               ' FAILURES, EXPIRE AFTER '.
           05  WS-HDR-EXPIRY-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  WS-SECTION-LINE             PIC X(80)   VALUE SPACES.
       01  WS-COLUMN-LINE              PIC X(80)   VALUE SPACES.
       01  WS-LOCKED-COLUMNS.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(04) VALUE 'LVL'.
           05  FILLER                  PIC X(10) VALUE 'LOCKED ON'.
           05  FILLER                  PIC X(31) VALUE 'FAILURES'.
       01  WS-FAILURE-COLUMNS.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(07) VALUE 'FAILED'.
           05  FILLER                  PIC X(18) VALUE 'LAST FAILURE'.
           05  FILLER                  PIC X(10) VALUE 'SCREEN'.
           05  FILLER                  PIC X(36) VALUE 'LAST RESULT'.
       01  WS-EXPIRY-COLUMNS.
           05  FILLER                  PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(04) VALUE 'LVL'.
           05  FILLER                  PIC X(10) VALUE 'SET ON'.
           05  FILLER                  PIC X(31) VALUE 'NOTE'.
       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
       01  WS-PRINT-LINE               PIC X(80)   VALUE SPACES.
       01  WS-LOCKED-LINE.
           05  WS-LKL-OPERATOR-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LKL-NAME             PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LKL-LEVEL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LKL-LOCKED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LKL-FAILURES         PIC Z9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-FAILURE-LINE.
           05  WS-FLL-OPERATOR-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FLL-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-FLL-LAST-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FLL-LAST-TIME        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FLL-LAST-PROGRAM     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FLL-LAST-TEXT        PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-EXPIRY-LINE.
           05  WS-EXL-OPERATOR-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXL-NAME             PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXL-LEVEL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-SET-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXL-NOTE             PIC X(31).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX60  SECURITY RUN TOTALS'.
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

           PERFORM 2000-LIST-LOCKOUTS   THRU 2000-EXIT
           PERFORM 2200-LIST-FAILURES   THRU 2200-EXIT
           PERFORM 2500-LIST-EXPIRIES   THRU 2500-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS AND THE SIGN-ON POLICY AND OPEN THE
      * REPORT - THE OPERATOR MASTER IS OPENED PER SECTION
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
           ACCEPT WS-WINDOW-PARM         FROM ARGUMENT-VALUE
           IF WS-WINDOW-PARM IS NUMERIC
               MOVE WS-WINDOW-PARM       TO WS-WINDOW-DAYS
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRESHOLD-PARM      FROM ARGUMENT-VALUE
           IF WS-THRESHOLD-PARM IS NUMERIC
               AND WS-THRESHOLD-PARM > ZERO
               MOVE WS-THRESHOLD-PARM    TO WS-FAILURE-THRESHOLD
           END-IF

           IF CTL-BATCH-ID = SPACES
               MOVE CTL-RUN-DATE         TO CTL-BATCH-ID
           END-IF

           PERFORM 1100-READ-POLICY     THRU 1100-EXIT

           OPEN OUTPUT SECURITY-REPORT-FILE
           MOVE WS-SECRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SECRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X60'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX60 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE ONE-CARD POLICY FILE - A MISSING CARD, OR A FIELD
      * NOT NUMERIC OR ZERO, LEAVES THE HOUSE DEFAULT
      *-----------------------------------------------------------------
       1100-READ-POLICY.
           OPEN INPUT  SECURITY-POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'CLS01EX60 - NO SECPARM CARD - HOUSE DEFAULT '
                   'POLICY ASSUMED'
               GO TO 1100-EXIT
           END-IF

           READ SECURITY-POLICY-FILE
               AT END
                   MOVE SPACES          TO SECURITY-POLICY-RECORD
           END-READ

           IF SPC-MAX-FAILURES NUMERIC AND SPC-MAX-FAILURES > ZERO
               MOVE SPC-MAX-FAILURES    TO WS-MAX-FAILURES
           END-IF
           IF SPC-EXPIRY-DAYS NUMERIC AND SPC-EXPIRY-DAYS > ZERO
               MOVE SPC-EXPIRY-DAYS     TO WS-EXPIRY-DAYS
           END-IF

           CLOSE SECURITY-POLICY-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER WITH THE CURRENT SECTION'S TITLE AND
      * COLUMN HEADINGS, AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-WINDOW-DAYS           TO WS-HDR-WINDOW
           MOVE WS-FAILURE-THRESHOLD     TO WS-HDR-THRESHOLD
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR
           MOVE WS-MAX-FAILURES          TO WS-HDR-MAX-FAILURES
           MOVE WS-EXPIRY-DAYS           TO WS-HDR-EXPIRY-DAYS

           WRITE SECURITY-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE SECURITY-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE SECURITY-REPORT-LINE     FROM WS-HEADER-LINE-3
           WRITE SECURITY-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE SECURITY-REPORT-LINE     FROM WS-SECTION-LINE
           WRITE SECURITY-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE SECURITY-REPORT-LINE     FROM WS-COLUMN-LINE
           MOVE WS-SECRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SECRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN THE OPERATOR MASTER FOR A FRESH PASS FROM THE START
      *-----------------------------------------------------------------
       1300-OPEN-OPERATOR-MASTER.
           SET WS-OPER-EOF-SWITCH       TO 'N'
           OPEN INPUT  OPERATOR-MASTER-FILE
           MOVE WS-OPER-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1350-READ-OPERATOR   THRU 1350-EXIT.
       1300-EXIT.
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
      * THE FIRST SECTION: OPERATOR IDS LOCKED OUT ON THE MASTER
      *-----------------------------------------------------------------
       2000-LIST-LOCKOUTS.
           MOVE 'OPERATOR IDS LOCKED OUT - RESET THROUGH CLS01EX26'
                                         TO WS-SECTION-LINE
           MOVE WS-LOCKED-COLUMNS        TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 1300-OPEN-OPERATOR-MASTER THRU 1300-EXIT
           PERFORM 2100-LOCKED-OPERATOR THRU 2100-EXIT
               UNTIL END-OF-OPERATOR-MASTER
           CLOSE OPERATOR-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT ONE OPERATOR, LIST IT IF IT IS LOCKED, AND READ THE NEXT
      *-----------------------------------------------------------------
       2100-LOCKED-OPERATOR.
           ADD 1                        TO WS-OPERATOR-COUNT

           IF OPERATOR-IS-LOCKED
               PERFORM 2150-PRINT-LOCKED THRU 2150-EXIT
           END-IF

           PERFORM 1350-READ-OPERATOR   THRU 1350-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE LOCKED OPERATOR
      *-----------------------------------------------------------------
       2150-PRINT-LOCKED.
           MOVE OPR-OPERATOR-ID         TO WS-LKL-OPERATOR-ID
           MOVE OPR-NAME                TO WS-LKL-NAME
           MOVE OPR-AUTH-LEVEL          TO WS-LKL-LEVEL
           MOVE OPR-LOCKED-DATE         TO WS-LKL-LOCKED-DATE
           IF OPR-FAILED-ATTEMPTS NUMERIC
               MOVE OPR-FAILED-ATTEMPTS TO WS-LKL-FAILURES
           ELSE
               MOVE ZERO                TO WS-LKL-FAILURES
           END-IF
           MOVE WS-LOCKED-LINE          TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           ADD 1                        TO WS-LOCKED-COUNT.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE SECOND SECTION: TABLE THE FAILED SIGN-ONS LOGGED WITHIN
      * THE WINDOW, THEN LIST EVERY ID AT OR OVER THE THRESHOLD - NO
      * SIGN-ON LOG YET SIMPLY MEANS NOTHING TO LIST
      *-----------------------------------------------------------------
       2200-LIST-FAILURES.
           MOVE 'REPEATED FAILED SIGN-ONS WITHIN THE WINDOW'
                                         TO WS-SECTION-LINE
           MOVE WS-FAILURE-COLUMNS       TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           OPEN INPUT  SIGN-ON-LOG-FILE
           IF WS-SIGNLOG-STATUS = '35'
               DISPLAY 'CLS01EX60 - NO SIGN-ON LOG YET - NO FAILURES '
                   'TO LIST'
               GO TO 2200-EXIT
           END-IF
           MOVE WS-SIGNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SIGNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2300-TABLE-ATTEMPT   THRU 2300-EXIT
               UNTIL END-OF-SIGN-ON-LOG
           CLOSE SIGN-ON-LOG-FILE

           PERFORM 2400-REPEATED-FAILURE THRU 2400-EXIT
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-USED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE LOGGED ATTEMPT AND, WHEN IT IS A FAILURE WITHIN THE
      * WINDOW, ADD IT TO ITS OPERATOR'S TABLE ENTRY
      *-----------------------------------------------------------------
       2300-TABLE-ATTEMPT.
           READ SIGN-ON-LOG-FILE
               AT END
                   SET END-OF-SIGN-ON-LOG TO TRUE
                   GO TO 2300-EXIT
           END-READ

           MOVE WS-SIGNLOG-STATUS       TO WS-CURRENT-STATUS
           MOVE 'SIGNLOG'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-ATTEMPT-COUNT

           MOVE SGL-BUSINESS-DATE       TO DTV-DATE
           MOVE CTL-RUN-DATE            TO DTV-COMPARE-DATE
           MOVE WS-WINDOW-DAYS          TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS

           IF NOT DTV-DATE-IS-VALID
               GO TO 2300-EXIT
           END-IF

           ADD 1                        TO WS-WINDOW-ATTEMPT-COUNT

           IF SGL-RESULT NOT = 'W' AND SGL-RESULT NOT = 'L'
                                   AND SGL-RESULT NOT = 'U'
               GO TO 2300-EXIT
           END-IF

           ADD 1                        TO WS-WINDOW-FAILURE-COUNT

           MOVE ZERO                    TO WS-FT-MATCH-SUB
           PERFORM 2350-MATCH-OPERATOR  THRU 2350-EXIT
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > WS-FT-USED
                  OR WS-FT-MATCH-SUB > ZERO

           IF WS-FT-MATCH-SUB = ZERO
               IF WS-FT-USED NOT < WS-FT-MAX
                   DISPLAY 'CLS01EX60 - FAILURE TABLE FULL - RUN '
                       'REFUSED'
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO WS-FT-USED
               MOVE WS-FT-USED          TO WS-FT-MATCH-SUB
               MOVE SGL-OPERATOR-ID     TO
                   WS-FT-OPERATOR-ID (WS-FT-MATCH-SUB)
               MOVE ZERO                TO WS-FT-COUNT (WS-FT-MATCH-SUB)
           END-IF

           ADD 1                        TO WS-FT-COUNT (WS-FT-MATCH-SUB)
           MOVE SGL-BUSINESS-DATE       TO
               WS-FT-LAST-DATE (WS-FT-MATCH-SUB)
           MOVE SGL-TIME                TO
               WS-FT-LAST-TIME (WS-FT-MATCH-SUB)
           MOVE SGL-PROGRAM-ID          TO
               WS-FT-LAST-PROGRAM (WS-FT-MATCH-SUB)
           MOVE SGL-RESULT-TEXT         TO
               WS-FT-LAST-TEXT (WS-FT-MATCH-SUB).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NOTE THE TABLE ENTRY FOR THE LOGGED OPERATOR ID, IF ANY
      *-----------------------------------------------------------------
       2350-MATCH-OPERATOR.
           IF WS-FT-OPERATOR-ID (WS-FT-SUB) = SGL-OPERATOR-ID
               MOVE WS-FT-SUB           TO WS-FT-MATCH-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE TABLED ID IF ITS FAILURES REACH THE THRESHOLD
      *-----------------------------------------------------------------
       2400-REPEATED-FAILURE.
           IF WS-FT-COUNT (WS-FT-SUB) < WS-FAILURE-THRESHOLD
               GO TO 2400-EXIT
           END-IF

           MOVE WS-FT-OPERATOR-ID (WS-FT-SUB) TO WS-FLL-OPERATOR-ID
           MOVE WS-FT-COUNT (WS-FT-SUB) TO WS-FLL-COUNT
           MOVE WS-FT-LAST-DATE (WS-FT-SUB) TO WS-FLL-LAST-DATE
           MOVE WS-FT-LAST-TIME (WS-FT-SUB) TO WS-FLL-LAST-TIME
           MOVE WS-FT-LAST-PROGRAM (WS-FT-SUB) TO WS-FLL-LAST-PROGRAM
           MOVE WS-FT-LAST-TEXT (WS-FT-SUB) TO WS-FLL-LAST-TEXT
           MOVE WS-FAILURE-LINE         TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           ADD 1                        TO WS-REPEATED-COUNT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE THIRD SECTION: ACTIVE OPERATORS WHOSE PASSWORD IS PAST
      * EXPIRY, STILL THE ONE CLS01EX26 ISSUED, OR NOT ISSUED AT ALL
      *-----------------------------------------------------------------
       2500-LIST-EXPIRIES.
           MOVE 'PASSWORDS PAST EXPIRY, NEVER CHANGED OR NOT ISSUED'
                                         TO WS-SECTION-LINE
           MOVE WS-EXPIRY-COLUMNS        TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 1300-OPEN-OPERATOR-MASTER THRU 1300-EXIT
           PERFORM 2600-EXPIRY-OPERATOR THRU 2600-EXIT
               UNTIL END-OF-OPERATOR-MASTER
           CLOSE OPERATOR-MASTER-FILE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JUDGE ONE OPERATOR IF IT IS ACTIVE, AND READ THE NEXT
      *-----------------------------------------------------------------
       2600-EXPIRY-OPERATOR.
           IF OPERATOR-IS-ACTIVE
               PERFORM 2650-JUDGE-PASSWORD THRU 2650-EXIT
           END-IF

           PERFORM 1350-READ-OPERATOR   THRU 1350-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JUDGE ONE ACTIVE OPERATOR'S PASSWORD AGAINST THE EXPIRY CYCLE
      * - NO PASSWORD ISSUED IS LISTED FOR INFORMATION, NOT COUNTED
      * AGAINST THE RETURN CODE
      *-----------------------------------------------------------------
       2650-JUDGE-PASSWORD.

           MOVE SPACES                  TO WS-EXL-SET-DATE
                                            WS-EXL-NOTE

           EVALUATE TRUE
               WHEN OPR-PASSWORD-DIGEST NOT NUMERIC
                 OR OPR-PASSWORD-DIGEST = ZERO
                   MOVE 'NO PASSWORD ISSUED'  TO WS-EXL-NOTE
                   ADD 1                TO WS-NO-PASSWORD-COUNT
               WHEN OPR-PASSWORD-DATE NOT NUMERIC
                 OR OPR-PASSWORD-DATE = ZERO
                   MOVE 'ISSUED - NEVER CHANGED' TO WS-EXL-NOTE
                   ADD 1                TO WS-NEVER-CHANGED-COUNT
               WHEN OTHER
                   MOVE OPR-PASSWORD-DATE TO DTV-DATE
                   MOVE CTL-RUN-DATE    TO DTV-COMPARE-DATE
                   MOVE WS-EXPIRY-DAYS  TO DTV-TOLERANCE-DAYS
                   CALL 'CLS01DTV'      USING DATE-VALIDATION-PARMS
                   IF DTV-DATE-IS-VALID
                       GO TO 2650-EXIT
                   END-IF
                   MOVE OPR-PASSWORD-DATE TO WS-EXL-SET-DATE
                   MOVE 'PAST EXPIRY'   TO WS-EXL-NOTE
                   ADD 1                TO WS-EXPIRED-COUNT
           END-EVALUATE

           MOVE OPR-OPERATOR-ID         TO WS-EXL-OPERATOR-ID
           MOVE OPR-NAME                TO WS-EXL-NAME
           MOVE OPR-AUTH-LEVEL          TO WS-EXL-LEVEL
           MOVE WS-EXPIRY-LINE          TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THE CURRENT
      * PAGE IS FULL
      *-----------------------------------------------------------------
       2900-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE SECURITY-REPORT-LINE   FROM WS-PRINT-LINE
           MOVE WS-SECRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SECRPT'                TO WS-CURRENT-FILE-ID
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

           CLOSE SECURITY-REPORT-FILE

           COMPUTE WS-LISTED-COUNT = WS-LOCKED-COUNT
                                   + WS-REPEATED-COUNT
                                   + WS-EXPIRED-COUNT
                                   + WS-NEVER-CHANGED-COUNT

           IF WS-LISTED-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX60 REPORTED ' WS-LOCKED-COUNT
               ' LOCKED OUT, ' WS-REPEATED-COUNT
               ' REPEATED FAILURES, ' WS-EXPIRED-COUNT
               ' PAST EXPIRY, ' WS-NEVER-CHANGED-COUNT
               ' NEVER CHANGED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ AND FLAGGED
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE SECURITY-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-TITLE-LINE
           WRITE SECURITY-REPORT-LINE    FROM WS-BLANK-LINE

           MOVE 'OPERATORS ON MASTER:'   TO WS-SUM-LABEL
           MOVE WS-OPERATOR-COUNT        TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'OPERATORS LOCKED OUT:'  TO WS-SUM-LABEL
           MOVE WS-LOCKED-COUNT          TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'SIGN-ON ATTEMPTS LOGGED:' TO WS-SUM-LABEL
           MOVE WS-ATTEMPT-COUNT         TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'ATTEMPTS WITHIN THE WINDOW:' TO WS-SUM-LABEL
           MOVE WS-WINDOW-ATTEMPT-COUNT  TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'FAILURES WITHIN THE WINDOW:' TO WS-SUM-LABEL
           MOVE WS-WINDOW-FAILURE-COUNT  TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'IDS WITH REPEATED FAILURES:' TO WS-SUM-LABEL
           MOVE WS-REPEATED-COUNT        TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'PASSWORDS PAST EXPIRY:' TO WS-SUM-LABEL
           MOVE WS-EXPIRED-COUNT         TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'PASSWORDS NEVER CHANGED:' TO WS-SUM-LABEL
           MOVE WS-NEVER-CHANGED-COUNT   TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'ACTIVE IDS WITH NO PASSWORD:' TO WS-SUM-LABEL
           MOVE WS-NO-PASSWORD-COUNT     TO WS-SUM-COUNT
           WRITE SECURITY-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE WS-SECRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SECRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X60'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-ATTEMPT-COUNT        TO LOG-INPUT-COUNT
           MOVE WS-OPERATOR-COUNT       TO LOG-OUTPUT-COUNT
           MOVE WS-LISTED-COUNT         TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX60 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
