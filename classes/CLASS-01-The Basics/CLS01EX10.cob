      * CLS01EX07 CORRECTS IN BATCH
      * THE OPERATOR KEYS AN ACCOUNT NUMBER FIRST; THE ACCOUNT IS
      * RANDOM-READ FROM THE MASTER AND ITS CURRENT NAME AND SUFFIX
      * FIELDS ARE SHOWN ON THE CORRECTION SCREEN FOR OVERTYPING
      * - AN ACCOUNT NOT YET ON THE MASTER TAKES THE ADD PATH
      * CHOOSING CANCEL DISCARDS THE ENTRY, QUIT ENDS THE SESSION -
      * NOTHING IS WRITTEN UNLESS THE ENTRY IS CONFIRMED AND PASSES
      * EDIT
      * A CONFIRMED ENTRY NO LONGER TOUCHES THE MASTER: IT IS STAGED
      * ON THE PENDING-CHANGE FILE (ACCTPEND, CLS01ACR) WITH THE
      * MASTER'S BEFORE-IMAGE, THE PROPOSED AFTER-IMAGE AND THE
      * MAKER'S ID, AND ONLY REACHES ACCTMSTR WHEN A SECOND
      * OPERATOR APPROVES IT ON THE CLS01EX59 APPROVAL SCREEN.  AN
      * ACCOUNT ALREADY CARRYING A CHANGE AWAITING APPROVAL SHOWS
      * THE PROPOSED VALUES AND REFUSES ANOTHER UNTIL IT IS DECIDED
      * AT SIGN-ON THE MASTER-BUSY INTERLOCK (CLS01MHL) IS CHECKED:
      * WHILE THE NIGHTLY CHAIN HOLDS THE ACCOUNT MASTER THE SCREEN
      * DROPS TO INQUIRY-ONLY AND SAYS PLAINLY WHO HOLDS IT AND
      * SINCE WHEN - NO MORE COLLIDING WITH STEP050'S REWRITES
      * THE CORRECTION SCREEN ALSO SHOWS THE ACCOUNT'S STATUS (OPEN,
      * FROZEN OR CLOSED, WITH ITS DATE AND REASON) AS SET BY
      * CLS01EX12 - A CLOSED ACCOUNT IS SHOWN BUT NEVER REWRITTEN,
      * AND A NEW ACCOUNT IS ADDED OPEN AS OF THE BUSINESS DATE
      * THIS REPLACES THE OLD BLIND OPEN-EXTEND APPEND TO TGTFILE
      * THAT LEFT EVERY 'CORRECTION' AS A DUPLICATE ROW FOR SOMEONE
      * DOWNSTREAM TO RESOLVE
      * SIGN-ON TAKES THE OPERATOR'S PASSWORD AS WELL AS THE ID:
      * AFTER CLS01OPV HAS PASSED THE ID, THE SIGN-ON SCREEN ASKS FOR
      * IT AND CLS01SGN CHECKS IT, COUNTS FAILURES TOWARD THE LOCKOUT
      * AND LOGS THE ATTEMPT.  AN EXPIRED PASSWORD IS REPLACED ON THE
      * SAME SCREEN; A LOCKED ID ENDS THE SESSION
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT PENDING-CHANGE-FILE  ASSIGN TO "ACCTPEND"
                                        FILE STATUS IS WS-PENDING-STATUS
                                        RECORD KEY IS ACR-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
       FILE                            SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  PENDING-CHANGE-FILE.
       COPY CLS01ACR.
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================
      *================================================================
      * OPERATOR AUTHORIZATION - THE ID THE RUN WAS SUBMITTED WITH IS
      * VALIDATED AGAINST THE OPERATOR MASTER BY CLS01OPV BEFORE ANY
      * WORK IS DONE; THIS PROGRAM KEYS ACCOUNT-MASTER CHANGES,
      * SO CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
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
      * MASTER-BUSY INTERLOCK - CHECKED ONCE AT SIGN-ON; WHILE THE
      * BATCH HOLDS THE MASTER EVERY CONFIRM IS REFUSED
      *================================================================
       01  WS-SCR-SUFFIX-2             PIC X(01)   VALUE SPACE.
       01  WS-SCR-ACTION               PIC X(01)   VALUE SPACE.
       01  WS-SCR-MODE-TEXT            PIC X(20)   VALUE SPACES.
       01  WS-SCR-STATUS-TEXT.
           05  WS-SCR-STATUS-NAME      PIC X(06)   VALUE SPACES.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SCR-STATUS-DATE      PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SCR-STATUS-REASON    PIC X(20)   VALUE SPACES.
       01  WS-QUIT-SWITCH              PIC X(01)   VALUE 'N'.
           88  QUIT-REQUESTED                      VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  ACCOUNT-FOUND-ON-MASTER             VALUE 'Y'.
       01  WS-PENDING-SWITCH           PIC X(01)   VALUE 'N'.
           88  CHANGE-ALREADY-PENDING              VALUE 'Y'.
       01  WS-EDIT-VALID-SWITCH        PIC X(01)   VALUE 'N'.
           88  ENTRY-IS-VALID                      VALUE 'Y'.
       01  WS-EDIT-REASON              PIC X(30)   VALUE SPACES.
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PENDING-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
       SCREEN                          SECTION.
      *================================================================
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CLS01EX10 - SIGN-ON'.
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
       01  ACCOUNT-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
           05  LINE 6  COLUMN 1  VALUE 'SUFFIX 2       :'.
           05  LINE 6  COLUMN 20 PIC X(01)
                                  USING WS-SCR-SUFFIX-2.
           05  LINE 7  COLUMN 1  VALUE 'ACCOUNT STATUS :'.
           05  LINE 7  COLUMN 20 PIC X(36)
                                  FROM WS-SCR-STATUS-TEXT.
           05  LINE 8  COLUMN 1  VALUE
               '(C)ONFIRM  (X)CANCEL  (Q)UIT  :'.
           05  LINE 8  COLUMN 33 PIC X(01)
           STOP RUN.

      *-----------------------------------------------------------------
      * OPEN THE ACCOUNT MASTER FOR KEYED READ ONLY AND THE
      * PENDING-CHANGE FILE FOR UPDATE - CONFIRMED ENTRIES ARE STAGED
      * THERE FOR APPROVAL, NEVER WRITTEN TO THE MASTER FROM HERE
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'CLS01BDT'              USING
           END-IF

           PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT
           PERFORM 1060-SIGN-ON         THRU 1060-EXIT

           PERFORM 1080-CHECK-MASTER-HOLD THRU 1080-EXIT

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    PENDING-CHANGE-FILE
           IF WS-PENDING-STATUS = '35'
               DISPLAY 'CLS01EX10 - ACCTPEND NOT LOADED - CREATING'
               OPEN OUTPUT PENDING-CHANGE-FILE
               MOVE WS-PENDING-STATUS    TO WS-CURRENT-STATUS
               MOVE 'ACCTPEND'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           MOVE WS-PENDING-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1000-EXIT.
           EXIT.
           END-IF

           PERFORM 2100-READ-MASTER     THRU 2100-EXIT
           PERFORM 2120-READ-PENDING    THRU 2120-EXIT

           IF ACCOUNT-FOUND-ON-MASTER
               MOVE 'CHANGE EXISTING'    TO WS-SCR-MODE-TEXT
               MOVE MST-ACCOUNT-NAME     TO WS-SCR-ACCOUNT-NAME
               MOVE MST-SUFFIX-1         TO WS-SCR-SUFFIX-1
               MOVE MST-SUFFIX-2         TO WS-SCR-SUFFIX-2
               PERFORM 2150-SHOW-STATUS  THRU 2150-EXIT
           ELSE
               MOVE 'ADD NEW ACCOUNT'    TO WS-SCR-MODE-TEXT
               MOVE SPACES               TO WS-SCR-ACCOUNT-NAME
               MOVE SPACE                TO WS-SCR-SUFFIX-1
                                            WS-SCR-SUFFIX-2
               MOVE SPACES               TO WS-SCR-STATUS-TEXT
               MOVE 'NEW'                TO WS-SCR-STATUS-NAME
           END-IF
           IF CHANGE-ALREADY-PENDING
               MOVE 'AWAITING APPROVAL'  TO WS-SCR-MODE-TEXT
               MOVE ACR-AFTER-NAME       TO WS-SCR-ACCOUNT-NAME
               MOVE ACR-AFTER-SUFFIX-1   TO WS-SCR-SUFFIX-1
               MOVE ACR-AFTER-SUFFIX-2   TO WS-SCR-SUFFIX-2
           END-IF
           IF ACCOUNT-FOUND-ON-MASTER AND MST-ACCOUNT-CLOSED
               MOVE 'CLOSED - INQUIRY'   TO WS-SCR-MODE-TEXT
           END-IF
           IF INQUIRY-ONLY-SESSION
               MOVE 'INQUIRY ONLY (HELD)' TO WS-SCR-MODE-TEXT
                       ' ' MHL-HELD-SINCE-TIME
                       ' - UPDATE REFUSED, INQUIRY ONLY'

               WHEN (WS-SCR-ACTION = 'C' OR WS-SCR-ACTION = 'c')
                    AND ACCOUNT-FOUND-ON-MASTER
                    AND MST-ACCOUNT-CLOSED
                   DISPLAY 'CLS01EX10 - ACCOUNT '
                       WS-SCR-ACCOUNT-NUMBER ' IS CLOSED SINCE '
                       MST-STATUS-DATE ' - UPDATE REFUSED'

               WHEN (WS-SCR-ACTION = 'C' OR WS-SCR-ACTION = 'c')
                    AND CHANGE-ALREADY-PENDING
                   DISPLAY 'CLS01EX10 - ACCOUNT '
                       WS-SCR-ACCOUNT-NUMBER ' HAS A CHANGE BY '
                       ACR-MAKER-ID ' KEYED ' ACR-KEYED-DATE
                       ' AWAITING APPROVAL - UPDATE REFUSED'

               WHEN WS-SCR-ACTION = 'C' OR WS-SCR-ACTION = 'c'
                   PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE PENDING-CHANGE FILE FOR THE KEYED ACCOUNT - A
      * HIT MEANS A CHANGE IS ALREADY AWAITING APPROVAL; NOT FOUND
      * ('23') IS THE NORMAL CASE
      *-----------------------------------------------------------------
       2120-READ-PENDING.
           SET WS-PENDING-SWITCH        TO 'N'

           MOVE WS-SCR-ACCOUNT-NUMBER   TO ACR-ACCOUNT-NUMBER
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHANGE-ALREADY-PENDING TO TRUE
           END-READ

           MOVE WS-PENDING-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'              TO WS-CURRENT-FILE-ID
           IF WS-PENDING-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMAT THE FOUND ACCOUNT'S STATUS, DATE AND REASON FOR THE
      * CORRECTION SCREEN - A RECORD WITH NO STATUS YET IS OPEN
      *-----------------------------------------------------------------
       2150-SHOW-STATUS.
           MOVE SPACES                  TO WS-SCR-STATUS-TEXT
           EVALUATE TRUE
               WHEN MST-ACCOUNT-FROZEN
                   MOVE 'FROZEN'        TO WS-SCR-STATUS-NAME
               WHEN MST-ACCOUNT-CLOSED
                   MOVE 'CLOSED'        TO WS-SCR-STATUS-NAME
               WHEN OTHER
                   MOVE 'OPEN'          TO WS-SCR-STATUS-NAME
           END-EVALUATE
           MOVE MST-STATUS-DATE         TO WS-SCR-STATUS-DATE
           MOVE MST-STATUS-REASON       TO WS-SCR-STATUS-REASON.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A CONFIRMED ENTRY MUST HAVE A NON-BLANK ACCOUNT NUMBER AND
      * ACCOUNT NAME - CANCEL AND QUIT ARE NOT EDITED
           EXIT.

      *-----------------------------------------------------------------
      * STAGE THE CONFIRMED ENTRY FOR APPROVAL - THE MASTER RECORD AS
      * READ IS THE BEFORE-IMAGE (SPACES ON THE ADD PATH), THE RECORD
      * AS IT WOULD BE WRITTEN IS THE AFTER-IMAGE.  A DUPLICATE KEY
      * MEANS ANOTHER TERMINAL STAGED A CHANGE TO THE SAME ACCOUNT
      * SINCE IT WAS READ, AND THIS ONE IS REFUSED
      *-----------------------------------------------------------------
       2200-APPLY-ENTRY.
           MOVE SPACES                   TO ACCOUNT-CHANGE-REQUEST
           IF ACCOUNT-FOUND-ON-MASTER
               MOVE ACCOUNT-MASTER-RECORD TO ACR-BEFORE-IMAGE
               SET ACR-CHANGE-ACCOUNT    TO TRUE
           ELSE
               MOVE SPACES               TO ACCOUNT-MASTER-RECORD
               MOVE 'O'                  TO MST-ACCOUNT-STATUS
               MOVE CTL-RUN-DATE         TO MST-STATUS-DATE
               MOVE 'OPENED ONLINE'      TO MST-STATUS-REASON
               SET ACR-ADD-ACCOUNT       TO TRUE
           END-IF
           MOVE WS-SCR-ACCOUNT-NUMBER    TO MST-ACCOUNT-NUMBER
           MOVE WS-SCR-ACCOUNT-NAME      TO MST-ACCOUNT-NAME
           MOVE WS-SCR-SUFFIX-1          TO MST-SUFFIX-1
           MOVE WS-SCR-SUFFIX-2          TO MST-SUFFIX-2

           MOVE WS-SCR-ACCOUNT-NUMBER    TO ACR-ACCOUNT-NUMBER
           SET ACR-AWAITING-APPROVAL     TO TRUE
           MOVE CTL-OPERATOR-ID          TO ACR-MAKER-ID
           MOVE CTL-RUN-DATE             TO ACR-KEYED-DATE
           ACCEPT ACR-KEYED-TIME         FROM TIME
           MOVE ZERO                     TO ACR-DECISION-DATE
           MOVE ACCOUNT-MASTER-RECORD    TO ACR-AFTER-IMAGE

           WRITE ACCOUNT-CHANGE-REQUEST
               INVALID KEY
                   DISPLAY 'CLS01EX10 - ACCOUNT '
                       WS-SCR-ACCOUNT-NUMBER ' ALREADY HAS A CHANGE'
                       ' AWAITING APPROVAL - UPDATE REFUSED'
                   GO TO 2200-EXIT
           END-WRITE
           MOVE WS-PENDING-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF ACR-CHANGE-ACCOUNT
               ADD 1                     TO WS-CHANGE-COUNT
           ELSE
               ADD 1                     TO WS-ADD-COUNT
           END-IF
           DISPLAY 'CLS01EX10 - ACCOUNT '
               WS-SCR-ACCOUNT-NUMBER ' STAGED - AWAITING APPROVAL BY'
               ' A SECOND OPERATOR'.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE MASTER AND THE PENDING-CHANGE FILE
      *-----------------------------------------------------------------
       3000-FINALIZE.
           DISPLAY 'CLS01EX10 STAGED ' WS-CHANGE-COUNT ' CHANGES AND '
               WS-ADD-COUNT ' ADDS FOR APPROVAL - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE PENDING-CHANGE-FILE.
       3000-EXIT.
           EXIT.

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
               DISPLAY 'CLS01EX10 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE 'CLS01X10'              TO SGN-CALLER-ID
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
      * APPEND THIS RUN'S IDENTIFICATION, TIMESTAMPS, COUNTS AND
      * RETURN CODE TO THE CENTRAL RUN LOG SO THE NUMBERS SURVIVE
