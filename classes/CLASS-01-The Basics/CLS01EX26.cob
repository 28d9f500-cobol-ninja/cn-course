      * ON THE MASTER YET TO VALIDATE AGAINST.  ONCE THE MASTER
      * EXISTS, THIS PROGRAM REQUIRES CORRECTION AUTHORITY LIKE ANY
      * OTHER UPDATE PROGRAM
      * SIGN-ON PASSWORDS: AN ADD MAY CARRY A FIRST PASSWORD, AND A
      * (R)ESET REQUEST ISSUES A NEW ONE FOR AN EXISTING ID - THE
      * ONLY WAY TO UNLOCK AN ID THAT CLS01SGN LOCKED AFTER TOO MANY
      * FAILED SIGN-ONS.  ONLY THE CLS01PWH DIGEST OF THE PASSWORD
      * REACHES THE MASTER, IT NEVER PRINTS ON THE REGISTER OR THE
      * REJECT FILE, AND A PASSWORD ISSUED HERE IS DATED ZERO SO THE
      * OPERATOR MUST REPLACE IT AT THE FIRST SIGN-ON.  A CHANGE
      * REQUEST LEAVES THE PASSWORD AND LOCK AS THEY ARE
      * ROLES: AN ADD OR CHANGE ALSO CARRIES THE OPERATOR'S JOB ROLE
      * (BLANK FOR NONE), WHICH THE PROGRAM-AUTHORITY MATRIX KEPT BY
      * CLS01EX61 CAN GRANT PROGRAMS TO.  THE ROLE PRINTS ON THE
      * REGISTER SO A ROLE CHANGE IS AUDITED LIKE A LEVEL CHANGE
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
               88  ACTION-IS-RESET                 VALUE 'R'.
           05  OPM-OPERATOR-ID         PIC X(08).
           05  OPM-NAME                PIC X(25).
           05  OPM-AUTH-LEVEL          PIC 9(02).
           05  OPM-ACTIVE-FLAG         PIC X(01).
           05  OPM-PASSWORD            PIC X(08).
           05  OPM-ROLE                PIC X(08).
           05  FILLER                  PIC X(27).
       FD  OPERATOR-MASTER-FILE.
       COPY CLS01OPR.
       FD  OPER-REPORT-FILE.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-RESET-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
           88  FIRST-LOAD-BOOTSTRAP                VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
       COPY CLS01PWP.
      *================================================================
      * OPERATOR ID - AN OPTIONAL FIRST COMMAND-LINE ARGUMENT THAT
      * OVERRIDES CTL-OPERATOR-ID'S 'BATCH' DEFAULT
           05  FILLER                  PIC X(03) VALUE 'FLG'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'STATUS'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'ROLE'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  WS-DTL-FLAG             PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ROLE             PIC X(08).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-ADDS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE ' ADDS '.
           05  WS-TOT-CHANGES          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' CHANGES '.
           05  WS-TOT-DELETES          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' DELETES '.
           05  WS-TOT-RESETS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' RESETS '.
           05  WS-TOT-REJECTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(01) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
                       PERFORM 2300-CHANGE-OPERATOR THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-OPERATOR THRU 2400-EXIT
                   WHEN ACTION-IS-RESET
                       PERFORM 2500-RESET-PASSWORD  THRU 2500-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT

      *-----------------------------------------------------------------
      * EDIT THE ACTION, ID, LEVEL AND FLAG, THEN RANDOM-READ THE
      * MASTER SO ADDS CAN REJECT DUPLICATES AND CHANGES, DELETES AND
      * RESETS CAN REJECT IDS THAT ARE NOT ON THE MASTER
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           SET WS-VALID-SWITCH          TO 'N'

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
                                 AND NOT ACTION-IS-RESET
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-RESET AND OPM-PASSWORD = SPACES
               MOVE 'RESET PASSWORD IS BLANK' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE OPM-OPERATOR-ID         TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
               WHEN ACTION-IS-ADD AND OPM-NAME = SPACES
                   MOVE 'OPERATOR NAME IS BLANK'
                                         TO WS-REJECT-REASON
               WHEN (ACTION-IS-CHANGE OR ACTION-IS-DELETE
                                       OR ACTION-IS-RESET)
                     AND NOT OPERATOR-FOUND-ON-MASTER
                   MOVE 'OPERATOR NOT ON MASTER'
                                         TO WS-REJECT-REASON
           EXIT.

      *-----------------------------------------------------------------
      * WRITE A NEW MASTER RECORD FROM THE REQUEST FIELDS - UNLOCKED,
      * WITH THE DIGEST OF THE FIRST PASSWORD WHEN THE CARD CARRIES
      * ONE (NONE ISSUED OTHERWISE; A LATER RESET ISSUES IT)
      *-----------------------------------------------------------------
       2200-ADD-OPERATOR.
           MOVE SPACES                  TO OPERATOR-MASTER-RECORD
           MOVE OPM-NAME                TO OPR-NAME
           MOVE OPM-AUTH-LEVEL          TO OPR-AUTH-LEVEL
           MOVE OPM-ACTIVE-FLAG         TO OPR-ACTIVE-FLAG
           MOVE OPM-ROLE                TO OPR-ROLE
           MOVE ZERO                    TO OPR-PASSWORD-DIGEST
                                            OPR-PASSWORD-DATE
                                            OPR-FAILED-ATTEMPTS
                                            OPR-LOCKED-DATE
           IF OPM-PASSWORD NOT = SPACES
               PERFORM 2550-DIGEST-PASSWORD THRU 2550-EXIT
           END-IF
           WRITE OPERATOR-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'              TO WS-CURRENT-FILE-ID
           MOVE OPM-NAME                TO OPR-NAME
           MOVE OPM-AUTH-LEVEL          TO OPR-AUTH-LEVEL
           MOVE OPM-ACTIVE-FLAG         TO OPR-ACTIVE-FLAG
           MOVE OPM-ROLE                TO OPR-ROLE
           REWRITE OPERATOR-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'              TO WS-CURRENT-FILE-ID
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ISSUE A NEW PASSWORD FOR THE MASTER RECORD READ BY
      * 1900-VALIDATE-REQUEST - CLEARS ANY LOCK AND THE FAILED-ATTEMPT
      * COUNT, AND DATES THE PASSWORD ZERO SO IT MUST BE REPLACED AT
      * THE NEXT SIGN-ON
      *-----------------------------------------------------------------
       2500-RESET-PASSWORD.
           MOVE SPACE                   TO OPR-LOCK-FLAG
           MOVE ZERO                    TO OPR-FAILED-ATTEMPTS
                                            OPR-LOCKED-DATE
           PERFORM 2550-DIGEST-PASSWORD THRU 2550-EXIT
           REWRITE OPERATOR-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'OPERMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RESET-COUNT
           MOVE 'PASSWORD RESET'        TO WS-REGISTER-STATUS.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DIGEST THE CARD'S PASSWORD ONTO THE MASTER RECORD, DATED ZERO
      * (MUST CHANGE), AND BLANK IT OUT OF STORAGE
      *-----------------------------------------------------------------
       2550-DIGEST-PASSWORD.
           MOVE OPM-OPERATOR-ID         TO PWD-OPERATOR-ID
           MOVE OPM-PASSWORD            TO PWD-PASSWORD
           CALL 'CLS01PWH'              USING PASSWORD-DIGEST-PARMS
           MOVE PWD-DIGEST              TO OPR-PASSWORD-DIGEST
           MOVE ZERO                    TO OPR-PASSWORD-DATE
           MOVE SPACES                  TO PWD-PASSWORD
                                            OPM-PASSWORD.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
               MOVE ZERO                 TO WS-DTL-LEVEL
           END-IF
           MOVE OPM-ACTIVE-FLAG          TO WS-DTL-FLAG
           MOVE OPM-ROLE                 TO WS-DTL-ROLE
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
           MOVE WS-ADD-COUNT            TO WS-TOT-ADDS
           MOVE WS-CHANGE-COUNT         TO WS-TOT-CHANGES
           MOVE WS-DELETE-COUNT         TO WS-TOT-DELETES
           MOVE WS-RESET-COUNT          TO WS-TOT-RESETS
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           WRITE OPER-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE OPER-REPORT-LINE        FROM WS-TOTAL-LINE
           DISPLAY 'CLS01EX26 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-DELETE-COUNT ' DELETED, '
               WS-RESET-COUNT ' RESET, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
                            + WS-RESET-COUNT
           MOVE WS-REJECT-COUNT         TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
