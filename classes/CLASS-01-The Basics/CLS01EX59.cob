      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX59.
      * ONLINE APPROVAL SCREEN FOR ACCOUNT-MASTER CHANGES KEYED ON
      * CLS01EX10 - THE CHECKER HALF OF THE MAKER-CHECKER CONTROL
      * CLS01EX10 NO LONGER WRITES ACCTMSTR: EACH CONFIRMED ENTRY IS
      * STAGED ON THE PENDING-CHANGE FILE (ACCTPEND, CLS01ACR) WITH
      * THE MASTER'S BEFORE-IMAGE, THE PROPOSED AFTER-IMAGE AND THE
      * ID OF THE OPERATOR WHO KEYED IT.  HERE A SECOND OPERATOR
      * WITH CORRECTION AUTHORITY KEYS AN ACCOUNT (OR PAGES THROUGH
      * THE QUEUE WITH NEXT), SEES THE CURRENT AND PROPOSED VALUES
      * SIDE BY SIDE AND APPROVES OR REJECTS THE CHANGE
      *   - THE OPERATOR WHO KEYED A CHANGE CAN NEVER DECIDE IT
      *   - AN APPROVAL RE-READS THE MASTER AND IS REFUSED WHEN THE
      *     RECORD NO LONGER MATCHES THE STAGED BEFORE-IMAGE (OR, FOR
      *     AN ADD, THE ACCOUNT HAS SINCE APPEARED) - THE CHECKER
      *     REJECTS IT AND THE MAKER RE-KEYS AGAINST THE NEW RECORD
      *   - AN APPROVED CHANGE IS JOURNALED TO JRNFILE, BEFORE- AND
      *     AFTER-IMAGE IN AN ENVELOPED SECTION OF ITS OWN, EXACTLY
      *     AS CLS01EX12 JOURNALS ITS BATCH UPDATES, THEN REWRITTEN
      *     (OR WRITTEN NEW) ON THE MASTER
      *     - JRNFILE IS OPENED FOR EACH APPROVAL AND CLOSED BEHIND
      *     IT, SO THE BATCH CHAIN NEVER MEETS A SECTION LEFT OPEN
      *     BY A SESSION STILL SIGNED ON
      *     - EACH JOURNAL RECORD CHAINED (CLS01CHN) TO THE LAST
      *     RECORD ON JRNFILE AT THE MOMENT OF THE APPROVAL, THE
      *     CHAIN BEING PICKED UP AFRESH EVERY TIME
      *   - A REJECTION NEEDS A REASON AND NEVER TOUCHES THE MASTER
      * EITHER WAY THE DECIDED REQUEST LEAVES ACCTPEND AND IS
      * APPENDED, WITH THE CHECKER AND DECISION, TO THE DECISION
      * HISTORY (ACCTDEC).  CHANGES LEFT UNDECIDED TOO LONG ARE
      * LISTED ON CLS01EX24'S MORNING EXCEPTION DIGEST
      * WHILE THE NIGHTLY CHAIN HOLDS THE MASTER (CLS01MHL) APPROVALS
      * ARE REFUSED; REJECTIONS ARE STILL TAKEN.  THE HOLD IS CHECKED
      * AT SIGN-ON AND AGAIN BEFORE EVERY APPROVAL, SO A CYCLE THAT
      * STARTS MID-SESSION STOPS APPROVALS AT ONCE
      * SIGN-ON TAKES THE OPERATOR'S PASSWORD AS WELL AS THE ID:
      * AFTER CLS01OPV HAS PASSED THE ID, THE SIGN-ON SCREEN ASKS FOR
      * IT AND CLS01SGN CHECKS IT, COUNTS FAILURES TOWARD THE LOCKOUT
      * AND LOGS THE ATTEMPT.  AN EXPIRED PASSWORD IS REPLACED ON THE
      * SAME SCREEN; A LOCKED ID ENDS THE SESSION
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT PENDING-CHANGE-FILE  ASSIGN TO "ACCTPEND"
                                        FILE STATUS IS WS-PENDING-STATUS
                                        RECORD KEY IS ACR-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC.
           SELECT DECISION-HISTORY-FILE ASSIGN TO "ACCTDEC"
                                        FILE STATUS IS WS-HISTORY-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE         ASSIGN TO "JRNFILE"
                                        FILE STATUS IS WS-JOURNAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  PENDING-CHANGE-FILE.
       COPY CLS01ACR.
       FD  DECISION-HISTORY-FILE.
       01  DECISION-HISTORY-RECORD     PIC X(260).
       FD  JOURNAL-FILE.
       COPY CLS01JRN.
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
      * WORK IS DONE; APPROVING A CHANGE UPDATES THE ACCOUNT MASTER,
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
      * MASTER-BUSY INTERLOCK - CHECKED AT SIGN-ON AND BEFORE EVERY
      * APPROVAL; WHILE THE BATCH HOLDS THE MASTER EVERY APPROVAL IS
      * REFUSED
      *================================================================
       COPY CLS01MHP.
       01  WS-INQUIRY-ONLY-SWITCH      PIC X(01)   VALUE 'N'.
           88  INQUIRY-ONLY-SESSION                VALUE 'Y'.
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * SCREEN FIELDS
      *================================================================
       01  WS-SCR-ACCOUNT-NUMBER       PIC X(10)   VALUE SPACES.
       01  WS-SCR-ACTION               PIC X(01)   VALUE SPACE.
       01  WS-SCR-MODE-TEXT            PIC X(20)   VALUE SPACES.
       01  WS-SCR-MAKER-TEXT.
           05  WS-SCR-MAKER-ID         PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(08)   VALUE '  KEYED '.
           05  WS-SCR-KEYED-DATE       PIC X(08)   VALUE SPACES.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SCR-KEYED-TIME       PIC X(06)   VALUE SPACES.
       01  WS-SCR-BEFORE-NAME          PIC X(25)   VALUE SPACES.
       01  WS-SCR-BEFORE-SUFFIX-1      PIC X(01)   VALUE SPACE.
       01  WS-SCR-BEFORE-SUFFIX-2      PIC X(01)   VALUE SPACE.
       01  WS-SCR-AFTER-NAME           PIC X(25)   VALUE SPACES.
       01  WS-SCR-AFTER-SUFFIX-1       PIC X(01)   VALUE SPACE.
       01  WS-SCR-AFTER-SUFFIX-2       PIC X(01)   VALUE SPACE.
       01  WS-SCR-REJECT-REASON        PIC X(30)   VALUE SPACES.
      *================================================================
       01  WS-QUIT-SWITCH              PIC X(01)   VALUE 'N'.
           88  QUIT-REQUESTED                      VALUE 'Y'.
       01  WS-REQUEST-SWITCH           PIC X(01)   VALUE 'N'.
           88  REQUEST-FOUND                       VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  ACCOUNT-FOUND-ON-MASTER             VALUE 'Y'.
       01  WS-APPROVE-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-STALE-COUNT              PIC 9(06)   VALUE ZERO.
      *================================================================
      * JOURNAL WORK AREAS - THE BEFORE-IMAGE IS THE MASTER RECORD AS
      * RE-READ AT APPROVAL (SPACES ON AN ADD), THE TIMESTAMP THE
      * MOMENT THE CHANGE IS APPLIED
      *================================================================
       01  WS-TIMESTAMP.
           05  WS-TS-DATE              PIC 9(08).
           05  WS-TS-TIME              PIC 9(08).
       01  WS-BEFORE-IMAGE             PIC X(80)   VALUE SPACES.
      *================================================================
      * INTERFACE-ENVELOPE CONTROLS FOR THE JOURNAL SECTION EACH
      * APPROVAL APPENDS - COUNT PLUS A HASH OF THE NUMERIC ACCOUNT
      * NUMBERS
      *================================================================
       COPY CLS01ENP.
       01  WS-ENV-JRN-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-ENV-JRN-HASH             PIC 9(13)V99 VALUE ZERO.
       01  WS-ENV-ACCOUNT-NUM          PIC 9(10)   VALUE ZERO.
      *================================================================
      * RECORD-CHAIN CONTROLS - THE SEQUENCE AND HASH OF THE LAST
      * RECORD WRITTEN TO EACH CHAINED FILE (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       01  WS-JRN-CHAIN-SEQUENCE       PIC 9(09)   VALUE ZERO.
       01  WS-JRN-CHAIN-HASH           PIC 9(15)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PENDING-STATUS           PIC X(02)   VALUE '00'.
       01  WS-HISTORY-STATUS           PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
       SCREEN                          SECTION.
      *================================================================
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CLS01EX59 - SIGN-ON'.
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
       01  APPROVAL-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CLS01EX59 - ACCOUNT CHANGE APPROVAL'.
           05  LINE 3  COLUMN 1  VALUE 'ACCOUNT NUMBER :'.
           05  LINE 3  COLUMN 20 PIC X(10)
                                  USING WS-SCR-ACCOUNT-NUMBER.
           05  LINE 5  COLUMN 1  VALUE
               'ENTER ACCOUNT, (N)EXT PENDING OR (Q)UIT :'.
           05  LINE 5  COLUMN 43 PIC X(01)
                                  USING WS-SCR-ACTION.
       01  APPROVAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'CLS01EX59 - ACCOUNT CHANGE APPROVAL'.
           05  LINE 2  COLUMN 1  PIC X(20)
                                  FROM WS-SCR-MODE-TEXT.
           05  LINE 3  COLUMN 1  VALUE 'ACCOUNT NUMBER :'.
           05  LINE 3  COLUMN 20 PIC X(10)
                                  FROM WS-SCR-ACCOUNT-NUMBER.
           05  LINE 4  COLUMN 1  VALUE 'KEYED BY       :'.
           05  LINE 4  COLUMN 20 PIC X(31)
                                  FROM WS-SCR-MAKER-TEXT.
           05  LINE 6  COLUMN 20 VALUE 'CURRENT'.
           05  LINE 6  COLUMN 48 VALUE 'PROPOSED'.
           05  LINE 7  COLUMN 1  VALUE 'ACCOUNT NAME   :'.
           05  LINE 7  COLUMN 20 PIC X(25)
                                  FROM WS-SCR-BEFORE-NAME.
           05  LINE 7  COLUMN 48 PIC X(25)
                                  FROM WS-SCR-AFTER-NAME.
           05  LINE 8  COLUMN 1  VALUE 'SUFFIX 1       :'.
           05  LINE 8  COLUMN 20 PIC X(01)
                                  FROM WS-SCR-BEFORE-SUFFIX-1.
           05  LINE 8  COLUMN 48 PIC X(01)
                                  FROM WS-SCR-AFTER-SUFFIX-1.
           05  LINE 9  COLUMN 1  VALUE 'SUFFIX 2       :'.
           05  LINE 9  COLUMN 20 PIC X(01)
                                  FROM WS-SCR-BEFORE-SUFFIX-2.
           05  LINE 9  COLUMN 48 PIC X(01)
                                  FROM WS-SCR-AFTER-SUFFIX-2.
           05  LINE 11 COLUMN 1  VALUE 'REJECT REASON  :'.
           05  LINE 11 COLUMN 20 PIC X(30)
                                  USING WS-SCR-REJECT-REASON.
           05  LINE 13 COLUMN 1  VALUE
               '(A)PPROVE  (R)EJECT  (X)CANCEL  (Q)UIT :'.
           05  LINE 13 COLUMN 42 PIC X(01)
                                  USING WS-SCR-ACTION.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-REVIEW-REQUEST  THRU 2000-EXIT
               UNTIL QUIT-REQUESTED
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * OPEN THE MASTER AND THE PENDING-CHANGE FILE FOR UPDATE AND
      * THE DECISION HISTORY FOR APPEND - THE JOURNAL IS OPENED ONLY
      * FOR EACH APPROVAL (2400-JOURNAL-APPROVAL)
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
           PERFORM 1060-SIGN-ON         THRU 1060-EXIT

           PERFORM 1080-CHECK-MASTER-HOLD THRU 1080-EXIT

           OPEN I-O    ACCOUNT-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    PENDING-CHANGE-FILE
           IF WS-PENDING-STATUS = '35'
               DISPLAY 'CLS01EX59 - ACCTPEND NOT LOADED - CREATING'
               OPEN OUTPUT PENDING-CHANGE-FILE
               MOVE WS-PENDING-STATUS    TO WS-CURRENT-STATUS
               MOVE 'ACCTPEND'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           MOVE WS-PENDING-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN EXTEND DECISION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT DECISION-HISTORY-FILE
           END-IF
           MOVE WS-HISTORY-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTDEC'                TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X59'               TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX59 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
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
               DISPLAY 'CLS01EX59 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE 'CLS01X59'              TO SGN-CALLER-ID
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
      * CHECK THE MASTER-BUSY INTERLOCK - AT SIGN-ON, AND AGAIN FROM
      * 2200-APPROVE-REQUEST BEFORE EVERY APPROVAL.  WHILE THE BATCH
      * HOLDS THE MASTER NO CHANGE CAN BE APPROVED
      *-----------------------------------------------------------------
       1080-CHECK-MASTER-HOLD.
           SET WS-INQUIRY-ONLY-SWITCH   TO 'N'
           SET MHL-CHECK-HOLD           TO TRUE
           MOVE CTL-OPERATOR-ID         TO MHL-OPERATOR-ID
           CALL 'CLS01MHL'              USING MASTER-HOLD-PARMS

           IF MHL-HOLD-IS-ON
               SET WS-INQUIRY-ONLY-SWITCH TO 'Y'
               DISPLAY 'CLS01EX59 - MASTER HELD BY ' MHL-HOLDER-ID
                   ' SINCE ' MHL-HELD-SINCE-DATE ' '
                   MHL-HELD-SINCE-TIME ' - APPROVALS REFUSED'
           END-IF.
       1080-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE REVIEW CYCLE: TAKE AN ACCOUNT NUMBER (OR NEXT), SHOW THE
      * STAGED CHANGE AGAINST THE CURRENT VALUES, THEN APPROVE,
      * REJECT, CANCEL OR QUIT
      *-----------------------------------------------------------------
       2000-REVIEW-REQUEST.
           MOVE SPACES                  TO WS-SCR-ACCOUNT-NUMBER
           MOVE SPACE                   TO WS-SCR-ACTION

           DISPLAY APPROVAL-KEY-SCREEN
           ACCEPT  APPROVAL-KEY-SCREEN

           IF WS-SCR-ACTION = 'Q' OR WS-SCR-ACTION = 'q'
               SET QUIT-REQUESTED       TO TRUE
               GO TO 2000-EXIT
           END-IF

           IF WS-SCR-ACTION = 'N' OR WS-SCR-ACTION = 'n'
               PERFORM 2110-NEXT-PENDING THRU 2110-EXIT
           ELSE
               IF WS-SCR-ACCOUNT-NUMBER = SPACES
                   DISPLAY 'CLS01EX59 - ACCOUNT NUMBER IS BLANK'
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2100-READ-PENDING THRU 2100-EXIT
           END-IF

           IF NOT REQUEST-FOUND
               GO TO 2000-EXIT
           END-IF

           PERFORM 2150-SHOW-REQUEST    THRU 2150-EXIT
           MOVE SPACES                  TO WS-SCR-REJECT-REASON
           MOVE SPACE                   TO WS-SCR-ACTION

           DISPLAY APPROVAL-SCREEN
           ACCEPT  APPROVAL-SCREEN

           EVALUATE TRUE
               WHEN WS-SCR-ACTION = 'Q' OR WS-SCR-ACTION = 'q'
                   SET QUIT-REQUESTED   TO TRUE

               WHEN WS-SCR-ACTION = 'X' OR WS-SCR-ACTION = 'x'
                   DISPLAY 'CLS01EX59 - REVIEW CANCELLED, CHANGE'
                       ' LEFT AWAITING APPROVAL'

               WHEN (WS-SCR-ACTION = 'A' OR WS-SCR-ACTION = 'a'
                     OR WS-SCR-ACTION = 'R' OR WS-SCR-ACTION = 'r')
                    AND ACR-MAKER-ID = CTL-OPERATOR-ID
                   DISPLAY 'CLS01EX59 - ' CTL-OPERATOR-ID
                       ' KEYED THIS CHANGE - A SECOND OPERATOR MUST'
                       ' DECIDE IT'

               WHEN WS-SCR-ACTION = 'A' OR WS-SCR-ACTION = 'a'
                   PERFORM 2200-APPROVE-REQUEST THRU 2200-EXIT

               WHEN (WS-SCR-ACTION = 'R' OR WS-SCR-ACTION = 'r')
                    AND WS-SCR-REJECT-REASON = SPACES
                   DISPLAY 'CLS01EX59 - A REJECTION NEEDS A REASON'

               WHEN WS-SCR-ACTION = 'R' OR WS-SCR-ACTION = 'r'
                   PERFORM 2300-REJECT-REQUEST THRU 2300-EXIT

               WHEN OTHER
                   DISPLAY
                       'CLS01EX59 - ENTER A TO APPROVE, R TO REJECT,'
                       ' X TO CANCEL OR Q TO QUIT'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE KEYED ACCOUNT'S STAGED CHANGE - NOT FOUND
      * ('23') JUST MEANS NOTHING IS AWAITING APPROVAL FOR IT
      *-----------------------------------------------------------------
       2100-READ-PENDING.
           SET WS-REQUEST-SWITCH        TO 'N'

           MOVE WS-SCR-ACCOUNT-NUMBER   TO ACR-ACCOUNT-NUMBER
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   DISPLAY 'CLS01EX59 - NO CHANGE AWAITING APPROVAL'
                       ' FOR ACCOUNT ' WS-SCR-ACCOUNT-NUMBER
               NOT INVALID KEY
                   SET REQUEST-FOUND    TO TRUE
           END-READ

           MOVE WS-PENDING-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'              TO WS-CURRENT-FILE-ID
           IF WS-PENDING-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * STEP TO THE NEXT STAGED CHANGE IN ACCOUNT ORDER, WRAPPING TO
      * THE FIRST AT THE END OF THE FILE (OR WHEN A FAILED KEYED READ
      * LEFT NO POSITION, STATUS '46') - AN EMPTY FILE SAYS SO
      *-----------------------------------------------------------------
       2110-NEXT-PENDING.
           SET WS-REQUEST-SWITCH        TO 'N'

           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   SET REQUEST-FOUND    TO TRUE
           END-READ
           IF REQUEST-FOUND
               GO TO 2110-EXIT
           END-IF
           IF WS-PENDING-STATUS NOT = '10'
               AND WS-PENDING-STATUS NOT = '46'
               MOVE WS-PENDING-STATUS   TO WS-CURRENT-STATUS
               MOVE 'ACCTPEND'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           MOVE LOW-VALUES              TO ACR-ACCOUNT-NUMBER
           START PENDING-CHANGE-FILE
               KEY IS GREATER THAN ACR-ACCOUNT-NUMBER
               INVALID KEY
                   DISPLAY 'CLS01EX59 - NO CHANGES AWAITING APPROVAL'
                   GO TO 2110-EXIT
           END-START

           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   DISPLAY 'CLS01EX59 - NO CHANGES AWAITING APPROVAL'
               NOT AT END
                   SET REQUEST-FOUND    TO TRUE
           END-READ
           IF WS-PENDING-STATUS NOT = '10'
               MOVE WS-PENDING-STATUS   TO WS-CURRENT-STATUS
               MOVE 'ACCTPEND'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMAT THE STAGED CHANGE FOR THE APPROVAL SCREEN - WHO KEYED
      * IT AND WHEN, AND THE CURRENT VALUES BESIDE THE PROPOSED ONES
      *-----------------------------------------------------------------
       2150-SHOW-REQUEST.
           MOVE ACR-ACCOUNT-NUMBER      TO WS-SCR-ACCOUNT-NUMBER
           IF ACR-ADD-ACCOUNT
               MOVE 'ADD NEW ACCOUNT'   TO WS-SCR-MODE-TEXT
           ELSE
               MOVE 'CHANGE EXISTING'   TO WS-SCR-MODE-TEXT
           END-IF
           MOVE ACR-MAKER-ID            TO WS-SCR-MAKER-ID
           MOVE ACR-KEYED-DATE          TO WS-SCR-KEYED-DATE
           MOVE ACR-KEYED-TIME          TO WS-SCR-KEYED-TIME
           MOVE ACR-BEFORE-NAME         TO WS-SCR-BEFORE-NAME
           MOVE ACR-BEFORE-SUFFIX-1     TO WS-SCR-BEFORE-SUFFIX-1
           MOVE ACR-BEFORE-SUFFIX-2     TO WS-SCR-BEFORE-SUFFIX-2
           MOVE ACR-AFTER-NAME          TO WS-SCR-AFTER-NAME
           MOVE ACR-AFTER-SUFFIX-1      TO WS-SCR-AFTER-SUFFIX-1
           MOVE ACR-AFTER-SUFFIX-2      TO WS-SCR-AFTER-SUFFIX-2.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPROVE THE STAGED CHANGE - REFUSED WHILE THE BATCH HOLDS
      * THE MASTER, THE REQUEST BEING LEFT AWAITING APPROVAL.  THE
      * MASTER MUST STILL BE AS THE MAKER SAW IT (AND AN ADD MUST
      * STILL BE NEW), OTHERWISE THE APPROVAL IS REFUSED AS STALE.
      * THE CHANGE IS JOURNALED, THEN APPLIED, THEN THE REQUEST IS
      * CLOSED OFF TO THE HISTORY
      *-----------------------------------------------------------------
       2200-APPROVE-REQUEST.
           PERFORM 1080-CHECK-MASTER-HOLD THRU 1080-EXIT
           IF INQUIRY-ONLY-SESSION
               DISPLAY 'CLS01EX59 - ACCOUNT ' ACR-ACCOUNT-NUMBER
                   ' CHANGE LEFT AWAITING APPROVAL'
               GO TO 2200-EXIT
           END-IF

           PERFORM 2250-READ-MASTER     THRU 2250-EXIT

           IF ACR-CHANGE-ACCOUNT
               IF NOT ACCOUNT-FOUND-ON-MASTER
                   OR ACCOUNT-MASTER-RECORD NOT = ACR-BEFORE-IMAGE
                   ADD 1                TO WS-STALE-COUNT
                   DISPLAY 'CLS01EX59 - ACCOUNT ' ACR-ACCOUNT-NUMBER
                       ' HAS CHANGED ON THE MASTER SINCE IT WAS'
                       ' KEYED - REJECT IT AND RE-KEY'
                   GO TO 2200-EXIT
               END-IF
               MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
           ELSE
               IF ACCOUNT-FOUND-ON-MASTER
                   ADD 1                TO WS-STALE-COUNT
                   DISPLAY 'CLS01EX59 - ACCOUNT ' ACR-ACCOUNT-NUMBER
                       ' HAS BEEN ADDED TO THE MASTER SINCE IT WAS'
                       ' KEYED - REJECT IT AND RE-KEY'
                   GO TO 2200-EXIT
               END-IF
               MOVE SPACES              TO WS-BEFORE-IMAGE
           END-IF

           MOVE ACR-AFTER-IMAGE         TO ACCOUNT-MASTER-RECORD
           PERFORM 2400-JOURNAL-APPROVAL THRU 2400-EXIT

           IF ACR-CHANGE-ACCOUNT
               REWRITE ACCOUNT-MASTER-RECORD
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
           END-IF
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           SET ACR-APPROVED             TO TRUE
           MOVE SPACES                  TO ACR-REJECT-REASON
           PERFORM 2500-CLOSE-REQUEST   THRU 2500-EXIT

           ADD 1                        TO WS-APPROVE-COUNT
           DISPLAY 'CLS01EX59 - ACCOUNT ' ACR-ACCOUNT-NUMBER
               ' CHANGE BY ' ACR-MAKER-ID ' APPROVED AND APPLIED'.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE MASTER RECORD THE CHANGE APPLIES TO - NOT ON
      * MASTER ('23') IS THE NORMAL CASE FOR AN ADD
      *-----------------------------------------------------------------
       2250-READ-MASTER.
           SET WS-FOUND-SWITCH          TO 'N'

           MOVE ACR-ACCOUNT-NUMBER      TO MST-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND-ON-MASTER TO TRUE
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           IF WS-MASTER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REJECT THE STAGED CHANGE WITH THE CHECKER'S REASON - THE
      * MASTER IS NOT TOUCHED
      *-----------------------------------------------------------------
       2300-REJECT-REQUEST.
           SET ACR-REJECTED             TO TRUE
           MOVE WS-SCR-REJECT-REASON    TO ACR-REJECT-REASON
           PERFORM 2500-CLOSE-REQUEST   THRU 2500-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           DISPLAY 'CLS01EX59 - ACCOUNT ' ACR-ACCOUNT-NUMBER
               ' CHANGE BY ' ACR-MAKER-ID ' REJECTED'.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JOURNAL ONE APPROVAL AS A SELF-CONTAINED ENVELOPED SECTION -
      * PICK THE CHAIN UP FROM JRNFILE AS IT STANDS NOW, APPEND THE
      * HEADER, THE CHANGE AND THE TRAILER, AND CLOSE THE FILE AGAIN
      * SO NOTHING IS LEFT OPEN WHILE THE OPERATOR WORKS THE QUEUE
      *-----------------------------------------------------------------
       2400-JOURNAL-APPROVAL.
           PERFORM 1100-PICK-UP-JOURNAL-CHAIN THRU 1100-EXIT

           OPEN EXTEND  JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                     TO WS-ENV-JRN-COUNT
                                            WS-ENV-JRN-HASH
           SET ENV-BUILD-HEADER          TO TRUE
           MOVE CTL-RUN-DATE             TO ENV-BUSINESS-DATE
           MOVE 1                        TO ENV-GENERATION
           CALL 'CLS01ENV'               USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA          TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL    THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2450-WRITE-JOURNAL    THRU 2450-EXIT

           SET ENV-BUILD-TRAILER         TO TRUE
           MOVE WS-ENV-JRN-COUNT         TO ENV-RECORD-COUNT
           MOVE WS-ENV-JRN-HASH          TO ENV-HASH-TOTAL
           CALL 'CLS01ENV'               USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA          TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL    THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE JOURNAL-FILE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JOURNAL THE APPROVED CHANGE ABOUT TO BE APPLIED - THE
      * BEFORE-IMAGE AS RE-READ FROM THE MASTER (SPACES ON AN ADD),
      * THE AFTER-IMAGE AS THE MASTER RECORD STANDS READY TO WRITE
      *-----------------------------------------------------------------
       2450-WRITE-JOURNAL.
           ACCEPT WS-TS-DATE            FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME            FROM TIME

           MOVE 'CLS01X59'              TO JRN-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO JRN-BATCH-ID
           MOVE CTL-RUN-DATE            TO JRN-RUN-DATE
           MOVE WS-TIMESTAMP            TO JRN-TIMESTAMP
           MOVE ACR-ACCOUNT-NUMBER      TO JRN-ACCOUNT-NUMBER
           MOVE WS-BEFORE-IMAGE         TO JRN-BEFORE-IMAGE
           MOVE ACCOUNT-MASTER-RECORD   TO JRN-AFTER-IMAGE
           PERFORM 2460-CHAIN-JOURNAL THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS       TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-ENV-JRN-COUNT
           IF ACR-ACCOUNT-NUMBER NUMERIC
               MOVE ACR-ACCOUNT-NUMBER  TO WS-ENV-ACCOUNT-NUM
               ADD WS-ENV-ACCOUNT-NUM   TO WS-ENV-JRN-HASH
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE JOURNAL CHAIN WHERE THE LAST WRITER LEFT IT - THE
      * LAST SEQUENCE AND HASH ON JRNFILE, ZERO ON A NEW FILE.  A
      * JOURNAL THAT CANNOT BE READ IS FATAL; A BROKEN ONE IS SAID
      * HERE, LEFT FOR CLS01EX63 TO REPORT, AND CHAINED ON FROM ITS
      * LAST RECORD
      *-----------------------------------------------------------------
       1100-PICK-UP-JOURNAL-CHAIN.
           SET CHN-VERIFY-JOURNAL       TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           IF CHN-FILE-ERROR
               MOVE CHN-FILE-STATUS     TO WS-CURRENT-STATUS
               MOVE 'JRNFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF
           IF CHN-CHAIN-BROKEN
               DISPLAY 'CLS01EX59 - JRNFILE CHAIN ALREADY BROKEN AT '
                   'RECORD ' CHN-FIRST-BREAK-RECORD ': '
                   CHN-FIRST-BREAK-REASON
           END-IF
           MOVE CHN-LAST-SEQUENCE       TO WS-JRN-CHAIN-SEQUENCE
           MOVE CHN-LAST-HASH           TO WS-JRN-CHAIN-HASH.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * STAMP THE JOURNAL RECORD ABOUT TO BE WRITTEN WITH THE NEXT
      * CHAIN SEQUENCE AND ITS LINK TO THE RECORD BEFORE IT
      *-----------------------------------------------------------------
       2460-CHAIN-JOURNAL.
           ADD 1                        TO WS-JRN-CHAIN-SEQUENCE
           MOVE WS-JRN-CHAIN-SEQUENCE   TO JRN-CHAIN-SEQUENCE
           MOVE ZERO                    TO JRN-CHAIN-HASH
           SET CHN-LINK-RECORD          TO TRUE
           MOVE WS-JRN-CHAIN-HASH       TO CHN-PRIOR-HASH
           MOVE JOURNAL-RECORD          TO CHN-RECORD-AREA
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           MOVE CHN-LINK-HASH           TO JRN-CHAIN-HASH
                                           WS-JRN-CHAIN-HASH.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE OFF A DECIDED REQUEST - STAMP THE CHECKER AND DECISION
      * TIME, APPEND IT TO THE DECISION HISTORY AND REMOVE IT FROM
      * THE PENDING-CHANGE FILE
      *-----------------------------------------------------------------
       2500-CLOSE-REQUEST.
           MOVE CTL-OPERATOR-ID         TO ACR-CHECKER-ID
           MOVE CTL-RUN-DATE            TO ACR-DECISION-DATE
           ACCEPT ACR-DECISION-TIME     FROM TIME

           WRITE DECISION-HISTORY-RECORD FROM ACCOUNT-CHANGE-REQUEST
           MOVE WS-HISTORY-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTDEC'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DELETE PENDING-CHANGE-FILE RECORD
           MOVE WS-PENDING-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPORT THE SESSION'S COUNTS AND CLOSE THE FILES - EVERY
      * APPROVAL'S JOURNAL SECTION WAS CLOSED AS IT WAS WRITTEN
      *-----------------------------------------------------------------
       3000-FINALIZE.
           DISPLAY 'CLS01EX59 APPROVED ' WS-APPROVE-COUNT
               ' AND REJECTED ' WS-REJECT-COUNT ' CHANGES, '
               WS-STALE-COUNT ' APPROVALS REFUSED AS STALE - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE DECISION-HISTORY-FILE.
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
           MOVE 'CLS01X59'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           COMPUTE LOG-INPUT-COUNT =
               WS-APPROVE-COUNT + WS-REJECT-COUNT
           MOVE WS-APPROVE-COUNT        TO LOG-OUTPUT-COUNT
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
      * NORMAL '23' NOT-FOUND STATUS NEVER REACHES HERE) IS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX59 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
