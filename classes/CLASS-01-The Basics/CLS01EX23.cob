      * RESFILE AND ITS ARCHIVES
      * THE MASTER IS THE ONE CLS01EX22 LOADS NIGHTLY; THIS SCREEN
      * ONLY READS IT
      * SIGN-ON TAKES THE OPERATOR'S PASSWORD AS WELL AS THE ID:
      * AFTER CLS01OPV HAS PASSED THE ID, THE SIGN-ON SCREEN ASKS FOR
      * IT AND CLS01SGN CHECKS IT, COUNTS FAILURES TOWARD THE LOCKOUT
      * AND LOGS THE ATTEMPT.  AN EXPIRED PASSWORD IS REPLACED ON THE
      * SAME SCREEN; A LOCKED ID ENDS THE SESSION
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * SIGN-ON - THE PASSWORD FIELDS ARE NON-DISPLAY ON THE SCREEN
      * AND ARE CLEARED AS SOON AS CLS01SGN HAS CHECKED THEM
      *================================================================
       COPY CLS01SGP.
       01  WS-SCR-PASSWORD             PIC X(08)   VALUE SPACES.
       01  WS-SCR-NEW-PASSWORD         PIC X(08)   VALUE SPACES.
       01  WS-SCR-NEW-CONFIRM          PIC X(08)   VALUE SPACES.
       01  WS-SIGN-ON-MESSAGE          PIC X(50)   VALUE SPACES.
       01  WS-SIGN-ON-SWITCH           PIC X(01)   VALUE 'N'.
           88  SIGN-ON-FINISHED                    VALUE 'Y'.
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-SCR-PROGRAM-ID           PIC X(08)   VALUE SPACES.
      *================================================================
       SCREEN                          SECTION.
      *================================================================
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CLS01EX23 - SIGN-ON'.
           05  LINE 3  COLUMN 1  VALUE 'OPERATOR ID    :'.
           05  LINE 3  COLUMN 20 PIC X(08)
                                  FROM CTL-OPERATOR-ID.
           05  LINE 4  COLUMN 1  VALUE 'PASSWORD       :'.
           05  LINE 4  COLUMN 20 PIC X(08)
                                  USING WS-SCR-PASSWORD SECURE.
           05  LINE 6  COLUMN 1  VALUE 'NEW PASSWORD   :'.
           05  LINE 6  COLUMN 20 PIC X(08)
                                  USING WS-SCR-NEW-PASSWORD SECURE.
           05  LINE 7  COLUMN 1  VALUE 'NEW (AGAIN)    :'.
           05  LINE 7  COLUMN 20 PIC X(08)
                                  USING WS-SCR-NEW-CONFIRM SECURE.
           05  LINE 9  COLUMN 1  PIC X(50)
                                  FROM WS-SIGN-ON-MESSAGE.
           05  LINE 11 COLUMN 1  VALUE
               'NEW PASSWORD ONLY TO CHANGE IT - BLANK PASSWORD QUITS'.
       01  INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
           END-IF

           PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT
           PERFORM 1060-SIGN-ON         THRU 1060-EXIT

           OPEN INPUT  RESULTS-MASTER-FILE
           MOVE WS-RESMST-STATUS         TO WS-CURRENT-STATUS
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE OPERATOR'S PASSWORD FOR CLS01SGN - A WRONG PASSWORD
      * (UNTIL THE LOCKOUT), AN EXPIRED ONE OR A REFUSED NEW ONE
      * GOES BACK TO THE SIGN-ON SCREEN; ANYTHING ELSE NOT ACCEPTED,
      * OR A BLANK PASSWORD, ENDS THE RUN
      *-----------------------------------------------------------------
       1060-SIGN-ON.
           SET WS-SIGN-ON-SWITCH        TO 'N'
           MOVE SPACES                  TO SGN-RESULT
           MOVE 'SIGN-ON ABANDONED'     TO SGN-RESULT-TEXT
           MOVE 'ENTER YOUR PASSWORD'   TO WS-SIGN-ON-MESSAGE

           PERFORM 1065-SIGN-ON-ATTEMPT THRU 1065-EXIT
               UNTIL SIGN-ON-FINISHED

           IF NOT SGN-ACCEPTED
               DISPLAY 'CLS01EX23 - OPERATOR ' CTL-OPERATOR-ID
                   ' SIGN-ON REFUSED: ' SGN-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE SIGN-ON ATTEMPT
      *-----------------------------------------------------------------
       1065-SIGN-ON-ATTEMPT.
           MOVE SPACES                  TO WS-SCR-PASSWORD
                                            WS-SCR-NEW-PASSWORD
                                            WS-SCR-NEW-CONFIRM
           DISPLAY SIGN-ON-SCREEN
           ACCEPT  SIGN-ON-SCREEN

           IF WS-SCR-PASSWORD = SPACES
               SET SIGN-ON-FINISHED     TO TRUE
               GO TO 1065-EXIT
           END-IF

           MOVE CTL-OPERATOR-ID         TO SGN-OPERATOR-ID
           MOVE 'CLS01X23'              TO SGN-CALLER-ID
           MOVE CTL-RUN-DATE            TO SGN-BUSINESS-DATE
           MOVE WS-SCR-PASSWORD         TO SGN-PASSWORD
           MOVE WS-SCR-NEW-PASSWORD     TO SGN-NEW-PASSWORD
           MOVE WS-SCR-NEW-CONFIRM      TO SGN-NEW-CONFIRM
           MOVE SPACES                  TO WS-SCR-PASSWORD
                                            WS-SCR-NEW-PASSWORD
                                            WS-SCR-NEW-CONFIRM
           CALL 'CLS01SGN'              USING SIGN-ON-PARMS

           MOVE SPACES                  TO WS-SIGN-ON-MESSAGE
           EVALUATE TRUE
               WHEN SGN-ACCEPTED
                   SET SIGN-ON-FINISHED TO TRUE
               WHEN SGN-WRONG-PASSWORD
                   STRING 'WRONG PASSWORD - ' DELIMITED BY SIZE
                          SGN-ATTEMPTS-LEFT   DELIMITED BY SIZE
                          ' ATTEMPT(S) BEFORE LOCKOUT'
                                              DELIMITED BY SIZE
                       INTO WS-SIGN-ON-MESSAGE
                   END-STRING
               WHEN SGN-PASSWORD-EXPIRED
                 OR SGN-CHANGE-REFUSED
                   STRING SGN-RESULT-TEXT     DELIMITED BY '  '
                          ' - KEY A NEW ONE TWICE'
                                              DELIMITED BY SIZE
                       INTO WS-SIGN-ON-MESSAGE
                   END-STRING
               WHEN OTHER
                   SET SIGN-ON-FINISHED TO TRUE
           END-EVALUATE.
       1065-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE INQUIRY CYCLE: SHOW THE SCREEN, TAKE THE KEY, READ THE
      * MASTER AND SHOW THE STORED VALUE AND BATCH (OR A NOT-FOUND
