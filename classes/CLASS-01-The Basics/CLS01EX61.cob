      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX61.
      * BATCH MAINTENANCE FOR THE INDEXED PROGRAM-AUTHORITY MATRIX
      * (PGMAUTH) THAT CLS01OPV CONSULTS ON EVERY VALIDATION - THE
      * SAME AUDITED MAINTENANCE PATTERN CLS01EX26 GIVES THE OPERATOR
      * MASTER.  EACH REQUEST CARD CARRIES AN ACTION CODE:
      *   (D)EFINE  - CATALOGUE A PROGRAM, OR REDEFINE ONE ALREADY
      *               CATALOGUED: THE AUTHORITY LEVEL IT REQUIRES
      *               (REPLACING THE LEVEL BUILT INTO THE PROGRAM),
      *               WHETHER ONLY ITS GRANTEES MAY RUN IT, WHETHER
      *               IT IS A BATCH PROGRAM OR AN ONLINE SCREEN, AND
      *               A DESCRIPTION FOR THE ENTITLEMENT REPORT
      *   (X)       - REMOVE A PROGRAM FROM THE CATALOGUE, WHICH
      *               RETURNS IT TO ITS BUILT-IN LEVEL - REFUSED
      *               WHILE ANY GRANT ON IT REMAINS
      *   (G)RANT   - GRANT A CATALOGUED PROGRAM TO AN OPERATOR ID
      *               (WHICH MUST BE ON OPERMSTR) OR TO A ROLE
      *   (V)REVOKE - WITHDRAW SUCH A GRANT
      * A GRANT NEVER LOWERS THE LEVEL: THE OPERATOR STILL NEEDS THE
      * PROGRAM'S LEVEL, AND A RESTRICTED PROGRAM ALSO NEEDS THE
      * GRANT.  A D CARD THAT RESTRICTS CLS01X61 IS REFUSED UNLESS
      * THE SUBMITTING OPERATOR ALREADY HOLDS AN OPERATOR GRANT ON IT,
      * AND A V CARD FOR THE SUBMITTER'S OWN CLS01X61 GRANT IS
      * REFUSED, SO THE SUBMITTER CANNOT SHUT THEMSELVES OUT OF THIS
      * PROGRAM
      * EVERY REQUEST PRINTS ON A PAGED MAINTENANCE REGISTER AND
      * REJECTED ONES ALSO GO TO REJFILE, SO WHO MAY RUN WHAT IS ONLY
      * EVER CHANGED THROUGH AN AUDITED RUN.  A RUN AGAINST A MATRIX
      * NOT YET LOADED ('35' ON THE OPEN) CREATES IT - UNTIL THEN
      * CLS01OPV JUDGES EVERY PROGRAM ON ITS BUILT-IN LEVEL ALONE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT AUTH-MAINT-FILE      ASSIGN TO "PGAFILE"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRAM-AUTHORITY-FILE ASSIGN TO "PGMAUTH"
                                        FILE STATUS IS WS-PGA-STATUS
                                        RECORD KEY IS PGA-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS OPR-OPERATOR-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT AUTH-REPORT-FILE     ASSIGN TO "PGARPT"
                                        FILE STATUS IS WS-PGARPT-STATUS
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
       FD  AUTH-MAINT-FILE.
       01  AUTH-MAINT-RECORD.
           05  PAM-ACTION              PIC X(01).
               88  ACTION-IS-DEFINE                VALUE 'D'.
               88  ACTION-IS-REMOVE                VALUE 'X'.
               88  ACTION-IS-GRANT                 VALUE 'G'.
               88  ACTION-IS-REVOKE                VALUE 'V'.
           05  PAM-PROGRAM-ID          PIC X(08).
           05  PAM-GRANTEE-TYPE        PIC X(01).
               88  GRANTEE-IS-OPERATOR             VALUE 'O'.
               88  GRANTEE-IS-ROLE                 VALUE 'R'.
           05  PAM-GRANTEE-ID          PIC X(08).
           05  PAM-REQUIRED-LEVEL      PIC 9(02).
           05  PAM-RESTRICTED-FLAG     PIC X(01).
           05  PAM-PROGRAM-KIND        PIC X(01).
           05  PAM-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(28).
       FD  PROGRAM-AUTHORITY-FILE.
       COPY CLS01PGA.
       FD  OPERATOR-MASTER-FILE.
       COPY CLS01OPR.
       FD  AUTH-REPORT-FILE.
       01  AUTH-REPORT-LINE            PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-PROGRAM-ID          PIC X(08).
           05  REJ-GRANTEE-TYPE        PIC X(01).
           05  REJ-GRANTEE-ID          PIC X(08).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(32).
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
      * OPERATOR AUTHORIZATION - CHANGING WHO MAY RUN WHAT IS AN
      * UPDATE, SO CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DEFINE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REMOVE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-GRANT-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-REVOKE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-PROGRAM-SWITCH           PIC X(01)   VALUE 'N'.
           88  PROGRAM-IS-CATALOGUED               VALUE 'Y'.
       01  WS-GRANT-SWITCH             PIC X(01)   VALUE 'N'.
           88  GRANT-ON-MATRIX                     VALUE 'Y'.
       01  WS-REMAINING-SWITCH         PIC X(01)   VALUE 'N'.
           88  GRANTS-REMAIN                       VALUE 'Y'.
       01  WS-LOOK-PROGRAM-ID          PIC X(08)   VALUE SPACES.
       01  WS-LOOK-ENTRY-TYPE          PIC X(01)   VALUE SPACE.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
      *================================================================
      * THIS PROGRAM'S OWN ID ON THE MATRIX - THE ONE ENTRY A CARD MAY
      * NOT RESTRICT OR REVOKE IN A WAY THAT SHUTS THE SUBMITTER OUT
      *================================================================
       01  WS-OWN-PROGRAM-ID           PIC X(08)   VALUE 'CLS01X61'.
      *================================================================
      * OPERATOR ID - AN OPTIONAL FIRST COMMAND-LINE ARGUMENT THAT
      * OVERRIDES CTL-OPERATOR-ID'S 'BATCH' DEFAULT
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-MAINT-STATUS              PIC X(02)   VALUE '00'.
       01  WS-PGA-STATUS                PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE '00'.
       01  WS-PGARPT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL FOR THE MAINTENANCE REGISTER
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX61  PROGRAM AUTHORITY MAINT'.
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
           05  FILLER                  PIC X(03) VALUE 'ACT'.
           05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE 'T'.
           05  FILLER                  PIC X(08) VALUE 'GRANTEE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'LV'.
           05  FILLER                  PIC X(03) VALUE 'R'.
           05  FILLER                  PIC X(03) VALUE 'K'.
           05  FILLER                  PIC X(21) VALUE 'STATUS'.
           05  FILLER                  PIC X(24) VALUE 'DESCRIPTION'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-PROGRAM-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-GRANTEE-TYPE     PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-GRANTEE-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-LEVEL            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RESTRICTED       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-KIND             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DESCRIPTION      PIC X(24).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-DEFINES          PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' DEFINED '.
           05  WS-TOT-REMOVES          PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' REMOVED '.
           05  WS-TOT-GRANTS           PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' GRANTED '.
           05  WS-TOT-REVOKES          PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' REVOKED '.
           05  WS-TOT-REJECTS          PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(02) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, OPEN THE FILES (CREATING THE MATRIX ON
      * ITS FIRST LOAD), PRIME THE READ AND PRINT THE FIRST HEADER
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

           OPEN INPUT  AUTH-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'PGAFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    PROGRAM-AUTHORITY-FILE
           IF WS-PGA-STATUS = '35'
               DISPLAY 'CLS01EX61 - PROGRAM AUTHORITY MATRIX NOT '
                   'LOADED - CREATING'
               OPEN OUTPUT PROGRAM-AUTHORITY-FILE
               MOVE WS-PGA-STATUS        TO WS-CURRENT-STATUS
               MOVE 'PGMAUTH'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               CLOSE PROGRAM-AUTHORITY-FILE
               OPEN I-O PROGRAM-AUTHORITY-FILE
           END-IF
           MOVE WS-PGA-STATUS            TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  OPERATOR-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT AUTH-REPORT-FILE
           MOVE WS-PGARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PGARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT REJECT-FILE
           MOVE WS-REJECT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'REJFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2100-READ-REQUEST    THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER AND
      * STOP THE RUN IF THE OPERATOR IS NOT CLEARED FOR THIS WORK
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X61'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX61 - OPERATOR ' CTL-OPERATOR-ID
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

           WRITE AUTH-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE AUTH-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE AUTH-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE AUTH-REPORT-LINE         FROM WS-HEADER-LINE-3
           MOVE WS-PGARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PGARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE CARD FIELDS THE ACTION NEEDS
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           SET WS-VALID-SWITCH          TO 'N'
           MOVE 'N'                     TO WS-PROGRAM-SWITCH
                                            WS-GRANT-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-DEFINE AND NOT ACTION-IS-REMOVE
                                   AND NOT ACTION-IS-GRANT
                                   AND NOT ACTION-IS-REVOKE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF PAM-PROGRAM-ID = SPACES
               MOVE 'PROGRAM ID IS BLANK'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DEFINE
               AND (PAM-REQUIRED-LEVEL NOT NUMERIC
                    OR PAM-REQUIRED-LEVEL = ZERO)
               MOVE 'REQUIRED LEVEL NOT NUMERIC'
                                              TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DEFINE
               AND PAM-RESTRICTED-FLAG NOT = 'Y'
               AND PAM-RESTRICTED-FLAG NOT = 'N'
               MOVE 'RESTRICTED FLAG NOT Y OR N'
                                              TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DEFINE
               AND PAM-PROGRAM-KIND NOT = 'B'
               AND PAM-PROGRAM-KIND NOT = 'S'
               MOVE 'PROGRAM KIND NOT B OR S' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF (ACTION-IS-GRANT OR ACTION-IS-REVOKE)
               AND NOT GRANTEE-IS-OPERATOR
               AND NOT GRANTEE-IS-ROLE
               MOVE 'GRANTEE TYPE NOT O OR R' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF (ACTION-IS-GRANT OR ACTION-IS-REVOKE)
               AND PAM-GRANTEE-ID = SPACES
               MOVE 'GRANTEE ID IS BLANK'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           PERFORM 1950-CHECK-MATRIX    THRU 1950-EXIT.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECK THE REQUEST AGAINST WHAT THE MATRIX AND THE OPERATOR
      * MASTER ALREADY HOLD
      *-----------------------------------------------------------------
       1950-CHECK-MATRIX.
           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           SET PGA-PROGRAM-ENTRY        TO TRUE
           MOVE SPACES                  TO PGA-GRANTEE-ID
           PERFORM 2050-READ-MATRIX     THRU 2050-EXIT
           IF GRANT-ON-MATRIX
               SET PROGRAM-IS-CATALOGUED TO TRUE
               MOVE 'N'                 TO WS-GRANT-SWITCH
           END-IF

           IF ACTION-IS-GRANT OR ACTION-IS-REVOKE
               MOVE PAM-PROGRAM-ID      TO PGA-PROGRAM-ID
               MOVE PAM-GRANTEE-TYPE    TO PGA-ENTRY-TYPE
               MOVE PAM-GRANTEE-ID      TO PGA-GRANTEE-ID
               PERFORM 2050-READ-MATRIX THRU 2050-EXIT
           END-IF

           IF ACTION-IS-DEFINE AND PAM-RESTRICTED-FLAG = 'Y'
               AND PAM-PROGRAM-ID = WS-OWN-PROGRAM-ID
               MOVE PAM-PROGRAM-ID      TO PGA-PROGRAM-ID
               SET PGA-OPERATOR-GRANT   TO TRUE
               MOVE CTL-OPERATOR-ID     TO PGA-GRANTEE-ID
               PERFORM 2050-READ-MATRIX THRU 2050-EXIT
               IF NOT GRANT-ON-MATRIX
                   MOVE 'SUBMITTER NOT GRANTED CLS01X61'
                                         TO WS-REJECT-REASON
                   GO TO 1950-EXIT
               END-IF
           END-IF

           IF ACTION-IS-REMOVE AND PROGRAM-IS-CATALOGUED
               PERFORM 2060-CHECK-REMAINING THRU 2060-EXIT
               IF GRANTS-REMAIN
                   MOVE 'GRANTS STILL ON PROGRAM'
                                         TO WS-REJECT-REASON
                   GO TO 1950-EXIT
               END-IF
           END-IF

           IF ACTION-IS-GRANT AND GRANTEE-IS-OPERATOR
               MOVE PAM-GRANTEE-ID      TO OPR-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'OPERATOR NOT ON MASTER'
                                         TO WS-REJECT-REASON
                       GO TO 1950-EXIT
               END-READ
               MOVE WS-MASTER-STATUS    TO WS-CURRENT-STATUS
               MOVE 'OPERMSTR'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           EVALUATE TRUE
               WHEN (ACTION-IS-REMOVE OR ACTION-IS-GRANT)
                     AND NOT PROGRAM-IS-CATALOGUED
                   MOVE 'PROGRAM NOT CATALOGUED'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-GRANT AND GRANT-ON-MATRIX
                   MOVE 'DUPLICATE GRANT'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-REVOKE AND NOT GRANT-ON-MATRIX
                   MOVE 'GRANT NOT ON MATRIX'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-REVOKE AND GRANTEE-IS-OPERATOR
                     AND PAM-PROGRAM-ID = WS-OWN-PROGRAM-ID
                     AND PAM-GRANTEE-ID = CTL-OPERATOR-ID
                   MOVE 'CANNOT REVOKE OWN CLS01X61'
                                         TO WS-REJECT-REASON
               WHEN OTHER
                   SET REQUEST-IS-VALID  TO TRUE
           END-EVALUATE.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE REQUEST, THEN APPLY IT TO THE MATRIX OR REJECT
      * IT, AND PRINT ITS REGISTER LINE EITHER WAY
      *-----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-DEFINE
                       PERFORM 2200-DEFINE-PROGRAM THRU 2200-EXIT
                   WHEN ACTION-IS-REMOVE
                       PERFORM 2300-REMOVE-PROGRAM THRU 2300-EXIT
                   WHEN ACTION-IS-GRANT
                       PERFORM 2400-GRANT-PROGRAM  THRU 2400-EXIT
                   WHEN ACTION-IS-REVOKE
                       PERFORM 2500-REVOKE-GRANT   THRU 2500-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT

           ADD 1                        TO WS-RECORD-COUNT

           PERFORM 2100-READ-REQUEST    THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE MATRIX ON THE KEY ALREADY MOVED TO PGA-KEY
      *-----------------------------------------------------------------
       2050-READ-MATRIX.
           MOVE 'N'                     TO WS-GRANT-SWITCH
           READ PROGRAM-AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRANT-ON-MATRIX  TO TRUE
           END-READ

           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           IF WS-PGA-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SAY WHETHER ANY OPERATOR OR ROLE GRANT IS STILL KEYED UNDER
      * THE PROGRAM - POSITION AT THE FIRST KEY OF EACH GRANT TYPE
      * AND LOOK AT THE RECORD THAT FOLLOWS
      *-----------------------------------------------------------------
       2060-CHECK-REMAINING.
           MOVE 'N'                     TO WS-REMAINING-SWITCH

           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           SET PGA-OPERATOR-GRANT       TO TRUE
           PERFORM 2070-LOOK-AFTER-KEY  THRU 2070-EXIT

           IF NOT GRANTS-REMAIN
               MOVE PAM-PROGRAM-ID      TO PGA-PROGRAM-ID
               SET PGA-ROLE-GRANT       TO TRUE
               PERFORM 2070-LOOK-AFTER-KEY THRU 2070-EXIT
           END-IF.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START AT THE LOWEST GRANTEE UNDER THE PROGRAM AND ENTRY TYPE
      * ALREADY IN PGA-KEY; A RECORD THERE FOR THE SAME PROGRAM AND
      * TYPE IS A REMAINING GRANT
      *-----------------------------------------------------------------
       2070-LOOK-AFTER-KEY.
           MOVE PGA-PROGRAM-ID          TO WS-LOOK-PROGRAM-ID
           MOVE PGA-ENTRY-TYPE          TO WS-LOOK-ENTRY-TYPE
           MOVE LOW-VALUES              TO PGA-GRANTEE-ID
           START PROGRAM-AUTHORITY-FILE
               KEY IS NOT LESS THAN PGA-KEY
               INVALID KEY
                   GO TO 2070-EXIT
           END-START

           READ PROGRAM-AUTHORITY-FILE NEXT RECORD
               AT END
                   GO TO 2070-EXIT
           END-READ
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PGA-PROGRAM-ID = WS-LOOK-PROGRAM-ID
               AND PGA-ENTRY-TYPE = WS-LOOK-ENTRY-TYPE
               SET GRANTS-REMAIN        TO TRUE
           END-IF.
       2070-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT MAINTENANCE REQUEST RECORD
      *-----------------------------------------------------------------
       2100-READ-REQUEST.
           READ AUTH-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ

           IF NOT END-OF-MAINT-FILE
               MOVE WS-MAINT-STATUS      TO WS-CURRENT-STATUS
               MOVE 'PGAFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE PROGRAM'S CATALOGUE ENTRY, OR REWRITE IT IN PLACE
      * WHEN THE PROGRAM IS ALREADY CATALOGUED
      *-----------------------------------------------------------------
       2200-DEFINE-PROGRAM.
           MOVE SPACES                  TO PROGRAM-AUTHORITY-RECORD
           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           SET PGA-PROGRAM-ENTRY        TO TRUE
           MOVE PAM-REQUIRED-LEVEL      TO PGA-REQUIRED-LEVEL
           MOVE PAM-RESTRICTED-FLAG     TO PGA-RESTRICTED-FLAG
           MOVE PAM-PROGRAM-KIND        TO PGA-PROGRAM-KIND
           MOVE PAM-DESCRIPTION         TO PGA-DESCRIPTION
           MOVE CTL-RUN-DATE            TO PGA-MAINT-DATE
           MOVE CTL-OPERATOR-ID         TO PGA-MAINT-BY

           IF PROGRAM-IS-CATALOGUED
               REWRITE PROGRAM-AUTHORITY-RECORD
               MOVE 'REDEFINED'         TO WS-REGISTER-STATUS
           ELSE
               WRITE PROGRAM-AUTHORITY-RECORD
               MOVE 'DEFINED'           TO WS-REGISTER-STATUS
           END-IF
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-DEFINE-COUNT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DELETE THE PROGRAM'S CATALOGUE ENTRY - NO GRANTS REMAIN
      *-----------------------------------------------------------------
       2300-REMOVE-PROGRAM.
           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           SET PGA-PROGRAM-ENTRY        TO TRUE
           MOVE SPACES                  TO PGA-GRANTEE-ID
           DELETE PROGRAM-AUTHORITY-FILE
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REMOVE-COUNT
           MOVE 'REMOVED'               TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE GRANT OF THE PROGRAM TO THE OPERATOR OR ROLE - THE
      * CARD'S DESCRIPTION, IF ANY, RIDES ALONG AS THE REASON GIVEN
      *-----------------------------------------------------------------
       2400-GRANT-PROGRAM.
           MOVE SPACES                  TO PROGRAM-AUTHORITY-RECORD
           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           MOVE PAM-GRANTEE-TYPE        TO PGA-ENTRY-TYPE
           MOVE PAM-GRANTEE-ID          TO PGA-GRANTEE-ID
           MOVE ZERO                    TO PGA-REQUIRED-LEVEL
           MOVE PAM-DESCRIPTION         TO PGA-DESCRIPTION
           MOVE CTL-RUN-DATE            TO PGA-MAINT-DATE
           MOVE CTL-OPERATOR-ID         TO PGA-MAINT-BY
           WRITE PROGRAM-AUTHORITY-RECORD
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-GRANT-COUNT
           MOVE 'GRANTED'               TO WS-REGISTER-STATUS.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DELETE THE GRANT READ BY 1950-CHECK-MATRIX
      *-----------------------------------------------------------------
       2500-REVOKE-GRANT.
           MOVE PAM-PROGRAM-ID          TO PGA-PROGRAM-ID
           MOVE PAM-GRANTEE-TYPE        TO PGA-ENTRY-TYPE
           MOVE PAM-GRANTEE-ID          TO PGA-GRANTEE-ID
           DELETE PROGRAM-AUTHORITY-FILE
           MOVE WS-PGA-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PGMAUTH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REVOKE-COUNT
           MOVE 'REVOKED'               TO WS-REGISTER-STATUS.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE PAM-ACTION              TO REJ-ACTION
           MOVE PAM-PROGRAM-ID          TO REJ-PROGRAM-ID
           MOVE PAM-GRANTEE-TYPE        TO REJ-GRANTEE-TYPE
           MOVE PAM-GRANTEE-ID          TO REJ-GRANTEE-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX61 - REJECTED ' PAM-ACTION ' '
               PAM-PROGRAM-ID ' ' PAM-GRANTEE-TYPE ' ' PAM-GRANTEE-ID
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

           MOVE PAM-ACTION               TO WS-DTL-ACTION
           MOVE PAM-PROGRAM-ID           TO WS-DTL-PROGRAM-ID
           MOVE PAM-GRANTEE-TYPE         TO WS-DTL-GRANTEE-TYPE
           MOVE PAM-GRANTEE-ID           TO WS-DTL-GRANTEE-ID
           IF PAM-REQUIRED-LEVEL NUMERIC
               MOVE PAM-REQUIRED-LEVEL   TO WS-DTL-LEVEL
           ELSE
               MOVE ZERO                 TO WS-DTL-LEVEL
           END-IF
           MOVE PAM-RESTRICTED-FLAG      TO WS-DTL-RESTRICTED
           MOVE PAM-PROGRAM-KIND         TO WS-DTL-KIND
           MOVE PAM-DESCRIPTION          TO WS-DTL-DESCRIPTION
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE AUTH-REPORT-LINE         FROM WS-DETAIL-LINE
           MOVE WS-PGARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PGARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER TOTALS, WRITE THE RUN LOG AND CLOSE THE
      * FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-DEFINE-COUNT         TO WS-TOT-DEFINES
           MOVE WS-REMOVE-COUNT         TO WS-TOT-REMOVES
           MOVE WS-GRANT-COUNT          TO WS-TOT-GRANTS
           MOVE WS-REVOKE-COUNT         TO WS-TOT-REVOKES
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           WRITE AUTH-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE AUTH-REPORT-LINE        FROM WS-TOTAL-LINE
           MOVE WS-PGARPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PGARPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX61 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-DEFINE-COUNT ' DEFINED, '
               WS-REMOVE-COUNT ' REMOVED, ' WS-GRANT-COUNT
               ' GRANTED, ' WS-REVOKE-COUNT ' REVOKED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE AUTH-MAINT-FILE
           CLOSE PROGRAM-AUTHORITY-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE AUTH-REPORT-FILE
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
           MOVE 'CLS01X61'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-DEFINE-COUNT + WS-REMOVE-COUNT + WS-GRANT-COUNT
                               + WS-REVOKE-COUNT
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
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN
      * OPEN, WRITE, REWRITE, DELETE OR GENUINE READ ERROR (THE
      * NORMAL '10' AT-END AND '23' NOT-ON-FILE STATUSES NEVER
      * REACH HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX61 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
