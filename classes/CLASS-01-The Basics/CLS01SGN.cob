      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01SGN.
      * SHARED SIGN-ON SUBPROGRAM FOR THE ONLINE SCREENS
      * CLS01OPV ONLY SAYS AN OPERATOR ID IS ACTIVE AND HIGH ENOUGH -
      * ANYONE WHO KNEW A COLLEAGUE'S ID COULD SIGN ON AS THEM.  EVERY
      * ONLINE SCREEN NOW ALSO ASKS FOR THE OPERATOR'S PASSWORD AND
      * CALLS THIS ROUTINE, AFTER CLS01OPV, TO CHECK IT:
      *   - THE KEYED PASSWORD IS DIGESTED BY CLS01PWH AND COMPARED
      *     WITH THE DIGEST ON THE OPERATOR MASTER - THE PASSWORD
      *     ITSELF IS NEVER KEPT, LOGGED OR DISPLAYED
      *   - A WRONG PASSWORD ADDS ONE TO THE OPERATOR'S FAILED-ATTEMPT
      *     COUNT; REACHING THE POLICY LIMIT LOCKS THE ID, AND ONLY A
      *     CLS01EX26 RESET (ACTION R) UNLOCKS IT.  A RIGHT PASSWORD
      *     CLEARS THE COUNT
      *   - A PASSWORD OLDER THAN THE POLICY EXPIRY CYCLE, OR ONE
      *     ISSUED BY CLS01EX26 AND NEVER CHANGED, SIGNS NOTHING ON
      *     UNTIL THE OPERATOR KEYS A NEW ONE (TWICE) WITH THE OLD
      * THE FAILURE LIMIT AND EXPIRY CYCLE COME FROM THE ONE-CARD
      * POLICY FILE SECPARM (CLS01SPC), DEFAULTED WHEN IT IS MISSING
      * EVERY ATTEMPT, ACCEPTED OR NOT, IS APPENDED TO THE SIGN-ON LOG
      * (SIGNLOG, CLS01SGL) FOR THE CLS01EX60 SECURITY REPORT - WHEN
      * THE LOG CANNOT BE OPENED OR WRITTEN THE SIGN-ON IS REFUSED,
      * SINCE AN UNRECORDED SIGN-ON IS EXACTLY WHAT THE LOG EXISTS TO
      * PREVENT.  SO IS ONE WHOSE COUNT, LOCK OR NEW PASSWORD CANNOT BE
      * REWRITTEN TO THE OPERATOR MASTER
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
                                        FILE STATUS IS WS-OPER-STATUS
                                        RECORD KEY IS OPR-OPERATOR-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT SIGN-ON-LOG-FILE     ASSIGN TO "SIGNLOG"
                                        FILE STATUS IS WS-SIGNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-POLICY-FILE ASSIGN TO "SECPARM"
                                        FILE STATUS IS WS-POLICY-STATUS
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
      *================================================================
       WORKING-STORAGE                 SECTION.
      *================================================================
       01  WS-OPER-STATUS              PIC X(02)   VALUE '00'.
       01  WS-SIGNLOG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-POLICY-STATUS            PIC X(02)   VALUE '00'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
           88  MASTER-IS-OPEN                      VALUE 'Y'.
      *================================================================
      * SIGN-ON POLICY - HOUSE DEFAULTS, OVERRIDDEN BY SECPARM
      *================================================================
       01  WS-MAX-FAILURES             PIC 9(02)   VALUE 03.
       01  WS-EXPIRY-DAYS              PIC 9(03)   VALUE 090.
       01  WS-MIN-PASSWORD-LENGTH      PIC 9(02)   VALUE 06.
       01  WS-SIGN-ON-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-NOW-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-NOW-TIME                 PIC X(08)   VALUE SPACES.
       01  WS-SPACE-COUNT              PIC 9(02)   VALUE ZERO.
       COPY CLS01PWP.
       COPY CLS01DTP.
      *================================================================
       LINKAGE                         SECTION.
      *================================================================
       COPY CLS01SGP.
      *****************************************************************
       PROCEDURE                       DIVISION
                                        USING SIGN-ON-PARMS.
      *****************************************************************
       0000-MAINLINE.
           MOVE SPACES                  TO SGN-RESULT
                                            SGN-RESULT-TEXT
           MOVE ZERO                    TO SGN-ATTEMPTS-LEFT
           SET WS-FOUND-SWITCH          TO 'N'
           SET WS-MASTER-OPEN-SWITCH    TO 'N'
           ACCEPT WS-NOW-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME           FROM TIME
           IF SGN-BUSINESS-DATE NUMERIC AND SGN-BUSINESS-DATE > ZERO
               MOVE SGN-BUSINESS-DATE   TO WS-SIGN-ON-DATE
           ELSE
               MOVE WS-NOW-DATE         TO WS-SIGN-ON-DATE
           END-IF

           PERFORM 1000-READ-POLICY     THRU 1000-EXIT

           OPEN EXTEND SIGN-ON-LOG-FILE
           IF WS-SIGNLOG-STATUS = '35'
               OPEN OUTPUT SIGN-ON-LOG-FILE
           END-IF
           IF WS-SIGNLOG-STATUS NOT = '00'
               SET SGN-NOT-AVAILABLE    TO TRUE
               MOVE 'SIGN-ON LOG NOT AVAILABLE'
                                         TO SGN-RESULT-TEXT
               DISPLAY 'CLS01SGN - SIGNLOG UNAVAILABLE, STATUS '
                   WS-SIGNLOG-STATUS ' - SIGN-ON REFUSED'
               PERFORM 9000-CLEAR-PASSWORDS THRU 9000-EXIT
               GOBACK
           END-IF

           OPEN I-O    OPERATOR-MASTER-FILE
           IF WS-OPER-STATUS = '00'
               SET MASTER-IS-OPEN       TO TRUE
               PERFORM 2000-READ-OPERATOR THRU 2000-EXIT
           ELSE
               SET SGN-NOT-AVAILABLE    TO TRUE
               MOVE 'OPERATOR MASTER NOT AVAILABLE'
                                         TO SGN-RESULT-TEXT
           END-IF

           IF OPERATOR-FOUND
               PERFORM 2100-CHECK-PASSWORD THRU 2100-EXIT
           END-IF

           PERFORM 2800-WRITE-LOG       THRU 2800-EXIT

           IF MASTER-IS-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE SIGN-ON-LOG-FILE
           PERFORM 9000-CLEAR-PASSWORDS THRU 9000-EXIT

           GOBACK.

      *-----------------------------------------------------------------
      * READ THE ONE-CARD POLICY FILE - A MISSING CARD, OR A FIELD
      * NOT NUMERIC OR ZERO, LEAVES THE HOUSE DEFAULT
      *-----------------------------------------------------------------
       1000-READ-POLICY.
           OPEN INPUT  SECURITY-POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               GO TO 1000-EXIT
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
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE CALLER'S OPERATOR ID ON THE MASTER
      *-----------------------------------------------------------------
       2000-READ-OPERATOR.
           MOVE SGN-OPERATOR-ID         TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   SET SGN-UNKNOWN-OPERATOR TO TRUE
                   MOVE 'OPERATOR NOT ON MASTER'
                                         TO SGN-RESULT-TEXT
               NOT INVALID KEY
                   SET OPERATOR-FOUND   TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JUDGE THE KEYED PASSWORD AGAINST THE MASTER - A LOCKED ID OR
      * ONE WITH NO PASSWORD ISSUED IS REFUSED WITHOUT LOOKING AT IT
      *-----------------------------------------------------------------
       2100-CHECK-PASSWORD.
           IF OPERATOR-IS-LOCKED
               SET SGN-LOCKED-OUT       TO TRUE
               MOVE 'OPERATOR IS LOCKED OUT'
                                         TO SGN-RESULT-TEXT
               GO TO 2100-EXIT
           END-IF

           IF OPR-PASSWORD-DIGEST NOT NUMERIC
               OR OPR-PASSWORD-DIGEST = ZERO
               SET SGN-NO-PASSWORD      TO TRUE
               MOVE 'NO PASSWORD ISSUED - SEE ADMIN'
                                         TO SGN-RESULT-TEXT
               GO TO 2100-EXIT
           END-IF

           IF OPR-FAILED-ATTEMPTS NOT NUMERIC
               MOVE ZERO                TO OPR-FAILED-ATTEMPTS
           END-IF

           MOVE SGN-OPERATOR-ID         TO PWD-OPERATOR-ID
           MOVE SGN-PASSWORD            TO PWD-PASSWORD
           CALL 'CLS01PWH'              USING PASSWORD-DIGEST-PARMS
           MOVE SPACES                  TO PWD-PASSWORD

           IF PWD-DIGEST NOT = OPR-PASSWORD-DIGEST
               PERFORM 2200-RECORD-FAILURE THRU 2200-EXIT
               PERFORM 2700-REWRITE-OPERATOR THRU 2700-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE ZERO                    TO OPR-FAILED-ATTEMPTS

           IF SGN-NEW-PASSWORD NOT = SPACES
               PERFORM 2300-CHANGE-PASSWORD THRU 2300-EXIT
           ELSE
               PERFORM 2400-CHECK-EXPIRY THRU 2400-EXIT
           END-IF

           PERFORM 2700-REWRITE-OPERATOR THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT A WRONG PASSWORD - AT THE POLICY LIMIT THE ID LOCKS
      *-----------------------------------------------------------------
       2200-RECORD-FAILURE.
           IF OPR-FAILED-ATTEMPTS < 99
               ADD 1                    TO OPR-FAILED-ATTEMPTS
           END-IF

           IF OPR-FAILED-ATTEMPTS NOT < WS-MAX-FAILURES
               MOVE 'L'                 TO OPR-LOCK-FLAG
               MOVE WS-SIGN-ON-DATE     TO OPR-LOCKED-DATE
               SET SGN-LOCKED-OUT       TO TRUE
               MOVE 'WRONG PASSWORD - ID NOW LOCKED'
                                         TO SGN-RESULT-TEXT
           ELSE
               SET SGN-WRONG-PASSWORD   TO TRUE
               MOVE 'WRONG PASSWORD'    TO SGN-RESULT-TEXT
               COMPUTE SGN-ATTEMPTS-LEFT = WS-MAX-FAILURES
                                         - OPR-FAILED-ATTEMPTS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPLACE THE PASSWORD - THE NEW ONE MUST BE KEYED THE SAME
      * TWICE, DIFFER FROM THE OLD ONE AND FROM THE ID, AND HAVE NO
      * SPACE IN ITS FIRST SIX CHARACTERS.  THE OLD PASSWORD WAS
      * ALREADY PROVED, SO A REFUSED CHANGE IS NOT A FAILED ATTEMPT
      *-----------------------------------------------------------------
       2300-CHANGE-PASSWORD.
           MOVE ZERO                    TO WS-SPACE-COUNT
           INSPECT SGN-NEW-PASSWORD (1:WS-MIN-PASSWORD-LENGTH)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE

           EVALUATE TRUE
               WHEN SGN-NEW-PASSWORD NOT = SGN-NEW-CONFIRM
                   SET SGN-CHANGE-REFUSED TO TRUE
                   MOVE 'NEW PASSWORDS DO NOT MATCH'
                                         TO SGN-RESULT-TEXT
               WHEN SGN-NEW-PASSWORD = SGN-PASSWORD
                   SET SGN-CHANGE-REFUSED TO TRUE
                   MOVE 'NEW PASSWORD SAME AS OLD'
                                         TO SGN-RESULT-TEXT
               WHEN SGN-NEW-PASSWORD = SGN-OPERATOR-ID
                   SET SGN-CHANGE-REFUSED TO TRUE
                   MOVE 'NEW PASSWORD SAME AS ID'
                                         TO SGN-RESULT-TEXT
               WHEN WS-SPACE-COUNT > ZERO
                   SET SGN-CHANGE-REFUSED TO TRUE
                   MOVE 'NEW PASSWORD UNDER 6 CHARACTERS'
                                         TO SGN-RESULT-TEXT
               WHEN OTHER
                   MOVE SGN-OPERATOR-ID TO PWD-OPERATOR-ID
                   MOVE SGN-NEW-PASSWORD TO PWD-PASSWORD
                   CALL 'CLS01PWH'      USING PASSWORD-DIGEST-PARMS
                   MOVE SPACES          TO PWD-PASSWORD
                   MOVE PWD-DIGEST      TO OPR-PASSWORD-DIGEST
                   MOVE WS-SIGN-ON-DATE TO OPR-PASSWORD-DATE
                   SET SGN-PASSWORD-CHANGED TO TRUE
                   MOVE 'SIGNED ON - PASSWORD CHANGED'
                                         TO SGN-RESULT-TEXT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A PASSWORD ISSUED BY CLS01EX26 (ZERO DATE) OR SET LONGER AGO
      * THAN THE EXPIRY CYCLE MUST BE CHANGED BEFORE IT SIGNS ON
      *-----------------------------------------------------------------
       2400-CHECK-EXPIRY.
           IF OPR-PASSWORD-DATE NOT NUMERIC
               OR OPR-PASSWORD-DATE = ZERO
               SET SGN-PASSWORD-EXPIRED TO TRUE
               MOVE 'NEW PASSWORD MUST BE SET'
                                         TO SGN-RESULT-TEXT
               GO TO 2400-EXIT
           END-IF

           MOVE OPR-PASSWORD-DATE       TO DTV-DATE
           MOVE WS-SIGN-ON-DATE         TO DTV-COMPARE-DATE
           MOVE WS-EXPIRY-DAYS          TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS

           IF DTV-DATE-IS-VALID
               SET SGN-SIGNED-ON        TO TRUE
               MOVE 'SIGNED ON'         TO SGN-RESULT-TEXT
           ELSE
               SET SGN-PASSWORD-EXPIRED TO TRUE
               MOVE 'PASSWORD HAS EXPIRED'
                                         TO SGN-RESULT-TEXT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PUT THE UPDATED COUNT, LOCK OR PASSWORD BACK ON THE MASTER -
      * A MASTER THAT CANNOT BE UPDATED REFUSES THE SIGN-ON
      *-----------------------------------------------------------------
       2700-REWRITE-OPERATOR.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   SET SGN-NOT-AVAILABLE TO TRUE
                   MOVE 'OPERATOR MASTER NOT UPDATED'
                                         TO SGN-RESULT-TEXT
                   MOVE ZERO            TO SGN-ATTEMPTS-LEFT
                   DISPLAY 'CLS01SGN - OPERMSTR REWRITE FAILED FOR '
                       OPR-OPERATOR-ID ', STATUS ' WS-OPER-STATUS
                       ' - SIGN-ON REFUSED'
           END-REWRITE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THE ATTEMPT TO THE SIGN-ON LOG - NEVER THE PASSWORD.
      * AN ATTEMPT THE LOG DID NOT TAKE IS REFUSED, WHATEVER ITS RESULT
      *-----------------------------------------------------------------
       2800-WRITE-LOG.
           MOVE SPACES                  TO SIGN-ON-LOG-RECORD
           MOVE SGN-OPERATOR-ID         TO SGL-OPERATOR-ID
           MOVE SGN-CALLER-ID           TO SGL-PROGRAM-ID
           MOVE WS-SIGN-ON-DATE         TO SGL-BUSINESS-DATE
           MOVE WS-NOW-DATE             TO SGL-SYSTEM-DATE
           MOVE WS-NOW-TIME             TO SGL-TIME
           MOVE SGN-RESULT              TO SGL-RESULT
           MOVE SGN-RESULT-TEXT         TO SGL-RESULT-TEXT
           IF OPERATOR-FOUND
               MOVE OPR-FAILED-ATTEMPTS TO SGL-FAILED-ATTEMPTS
           ELSE
               MOVE ZERO                TO SGL-FAILED-ATTEMPTS
           END-IF
           WRITE SIGN-ON-LOG-RECORD
           IF WS-SIGNLOG-STATUS NOT = '00'
               SET SGN-NOT-AVAILABLE    TO TRUE
               MOVE 'SIGN-ON LOG NOT WRITTEN'
                                         TO SGN-RESULT-TEXT
               MOVE ZERO                TO SGN-ATTEMPTS-LEFT
               DISPLAY 'CLS01SGN - SIGNLOG WRITE FAILED, STATUS '
                   WS-SIGNLOG-STATUS ' - SIGN-ON REFUSED'
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NO KEYED PASSWORD OUTLIVES THE CALL
      *-----------------------------------------------------------------
       9000-CLEAR-PASSWORDS.
           MOVE SPACES                  TO SGN-PASSWORD
                                            SGN-NEW-PASSWORD
                                            SGN-NEW-CONFIRM.
       9000-EXIT.
           EXIT.
