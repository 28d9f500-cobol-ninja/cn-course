      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX48.
      * MONTH-END ACCOUNT STATEMENTS FROM THE POSTING HISTORY
      * CLS01EX04 APPENDS EVERY PAIR IT POSTS TO THE LEDGER TO THE
      * POSTING HISTORY FILE (POSTHIST) WITH THE ACCOUNT'S POSTING
      * SEQUENCE AND THE RUNNING BALANCE IT LEFT.  THIS STEP SORTS
      * THE HISTORY BY ACCOUNT AND SEQUENCE, READS THE ACCOUNT
      * MASTER IN KEY ORDER AND PRINTS ONE STATEMENT PER ACCOUNT:
      * THE OPENING BALANCE, EVERY POSTING OF THE PERIOD WITH ITS
      * BATCH, CURRENCY, ORIGINAL AND CONVERTED AMOUNT AND RUNNING
      * BALANCE, AND THE CLOSING BALANCE
      * EACH STATEMENT IS PROVEN AGAINST THE LEDGER: THE CLOSING
      * BALANCE PLUS ANY POSTINGS DATED AFTER THE PERIOD MUST EQUAL
      * THE ACCOUNT'S LDG-BALANCE ON LDGFILE, AND EVERY POSTING'S
      * RUNNING BALANCE MUST FOLLOW FROM THE ONE BEFORE IT.  A
      * STATEMENT THAT DOES NOT TIE IS MARKED AND ENDS THE STEP
      * RC 16 - A STATEMENT THAT DISAGREES WITH THE BOOKS IS NOT
      * HANDED TO A CUSTOMER.  HISTORY FOR AN ACCOUNT NO LONGER ON
      * THE MASTER IS COUNTED AND SURFACES THROUGH RETURN CODE 8
      * THE STEP FIRES OFF THE PERIOD-END FLAG CARD CLS01EX29 WRITES
      * (PERFLAG): UNLESS A PERIOD IS GIVEN ON THE COMMAND LINE IT
      * PRINTS ONLY WHEN THE CARD SAYS TONIGHT'S BUSINESS DATE
      * CLOSES A PERIOD, AND ENDS RC 0 WITHOUT PRINTING ON ANY
      * OTHER NIGHT, SO IT CAN SIT IN THE SCHEDULE EVERY CYCLE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - PERIOD START DATE YYYYMMDD (BLANK = FIRST OF THE
      *       BUSINESS DATE'S MONTH)
      *   3 - PERIOD END DATE YYYYMMDD (BLANK = THE BUSINESS DATE)
      * EITHER DATE GIVEN REPRINTS THAT PERIOD WHATEVER THE CARD SAYS
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
                                        FILE STATUS IS WS-PHS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-ACCTMST-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LEDGER-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT PERIOD-FLAG-FILE     ASSIGN TO "PERFLAG"
                                        FILE STATUS IS WS-PERFLAG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE       ASSIGN TO "STMTRPT"
                                        FILE STATUS IS WS-STMT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  POSTING-HISTORY-FILE.
       COPY CLS01PHS.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  PERIOD-FLAG-FILE.
       01  PERIOD-FLAG-RECORD.
           05  PEF-NEXT-DATE           PIC 9(08).
           05  PEF-PERIOD-END-FLAG     PIC X(01).
               88  NEXT-DAY-CLOSES-PERIOD          VALUE 'Y'.
           05  FILLER                  PIC X(71).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).
       SD  SORT-FILE.
       01  SORT-HISTORY-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC X(10).
           05  SRT-BATCH-ID            PIC X(10).
           05  SRT-BUSINESS-DATE       PIC 9(08).
           05  SRT-POSTING-SEQ         PIC 9(07).
           05  SRT-CURRENCY-CODE       PIC X(03).
           05  SRT-ORIG-AMOUNT         PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SRT-AMOUNT              PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SRT-RUNNING-BALANCE     PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(08).
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
      * ENOUGH FOR THIS PROGRAM
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS AND THE STATEMENT PERIOD
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DATE-FROM-PARM           PIC X(08)   VALUE SPACES.
       01  WS-DATE-TO-PARM             PIC X(08)   VALUE SPACES.
       01  WS-PERIOD-FROM              PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-TO                PIC 9(08)   VALUE ZERO.
       01  WS-MONTH-WORK               PIC 9(06)   VALUE ZERO.
       01  WS-DAY-WORK                 PIC 9(02)   VALUE ZERO.
       01  WS-PERIOD-GIVEN-SWITCH      PIC X(01)   VALUE 'N'.
           88  PERIOD-GIVEN                        VALUE 'Y'.
       01  WS-RUN-SWITCH               PIC X(01)   VALUE 'N'.
           88  STATEMENTS-DUE                      VALUE 'Y'.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-MASTER-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  END-OF-MASTER-FILE                  VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  END-OF-INPUT-HISTORY                VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-HISTORY-FILE                     VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-HISTORY               VALUE 'Y'.
       01  WS-LEDGER-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
           88  LEDGER-RECORD-FOUND                 VALUE 'Y'.
      *================================================================
      * PER-ACCOUNT STATEMENT WORK AREAS
      *================================================================
       01  WS-OPENING-SWITCH           PIC X(01)   VALUE 'N'.
           88  OPENING-PRINTED                     VALUE 'Y'.
       01  WS-PRIOR-SWITCH             PIC X(01)   VALUE 'N'.
           88  HISTORY-BEFORE-PERIOD               VALUE 'Y'.
       01  WS-AFTER-SWITCH             PIC X(01)   VALUE 'N'.
           88  HISTORY-AFTER-PERIOD                VALUE 'Y'.
       01  WS-CHAIN-SWITCH             PIC X(01)   VALUE 'N'.
           88  RUNNING-BALANCE-BROKEN              VALUE 'Y'.
       01  WS-FIRST-POST-SWITCH        PIC X(01)   VALUE 'Y'.
           88  FIRST-POSTING-OF-ACCOUNT            VALUE 'Y'.
       01  WS-LAST-SEQ                 PIC 9(07)   VALUE ZERO.
       01  WS-LAST-RUNNING             PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECT-RUNNING           PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-RUNNING            PIC S9(11)V99 VALUE ZERO.
       01  WS-AFTER-OPENING            PIC S9(11)V99 VALUE ZERO.
       01  WS-AFTER-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-PERIOD-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-PERIOD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-LEDGER-BALANCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-LEDGER          PIC S9(11)V99 VALUE ZERO.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-HISTORY-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-POSTING-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-UNTIED-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PHS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ACCTMST-STATUS           PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PERFLAG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-STMT-STATUS              PIC X(02)   VALUE '00'.
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
               'CLS01EX48  ACCOUNT STATEMENT'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(09) VALUE 'ACCOUNT: '.
           05  WS-HDR-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HDR-NAME             PIC X(25).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-HDR-FROM             PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-HDR-TO               PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
               '  RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-HEADER-LINE-4.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(12) VALUE 'BATCH'.
           05  FILLER                  PIC X(05) VALUE 'CCY'.
           05  FILLER                  PIC X(11) VALUE
               '   ORIGINAL'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               '     AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '        BALANCE'.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BATCH            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ORIGINAL         PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-BALANCE-LINE.
           05  WS-BAL-LABEL            PIC X(24).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BAL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BAL-AMOUNT           PIC -ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-BALANCE          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-TIE-LINE.
           05  FILLER                  PIC X(18) VALUE
               'LDGFILE BALANCE:  '.
           05  WS-TIE-LEDGER           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TIE-VERDICT          PIC X(40).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX48  STATEMENT RUN SUMMARY'.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL            PIC X(32).
           05  WS-SUM-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           IF STATEMENTS-DUE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                    SRT-POSTING-SEQ
                   INPUT PROCEDURE IS 0100-SORT-INPUT
                                 THRU 0100-EXIT
                   OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                                  THRU 0200-EXIT
           END-IF

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT FROM THE POSTING HISTORY - A MISSING HISTORY
      * FILE ONLY MEANS NO ACCOUNT HAS A POSTING TO LIST
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  POSTING-HISTORY-FILE
           IF WS-PHS-STATUS = '35'
               SET NO-HISTORY-FILE       TO TRUE
               DISPLAY 'CLS01EX48 - NO POSTING HISTORY - STATEMENTS '
                   'WILL CARRY BALANCES ONLY'
               GO TO 0100-EXIT
           END-IF
           MOVE WS-PHS-STATUS            TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2050-RELEASE-HISTORY THRU 2050-EXIT
               UNTIL END-OF-INPUT-HISTORY

           CLOSE POSTING-HISTORY-FILE.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED HISTORY BACK AND PRINT ONE STATEMENT PER
      * MASTER ACCOUNT; HISTORY LEFT OVER PAST THE LAST MASTER
      * ACCOUNT BELONGS TO NO ACCOUNT AND IS ONLY COUNTED
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT
           PERFORM 2600-READ-MASTER     THRU 2600-EXIT

           PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE

           PERFORM 2900-SKIP-ORPHAN     THRU 2900-EXIT
               UNTIL END-OF-SORTED-HISTORY.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, DECIDE WHETHER STATEMENTS ARE DUE
      * TONIGHT AND OPEN THE FILES
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
           ACCEPT WS-DATE-FROM-PARM      FROM ARGUMENT-VALUE
           IF WS-DATE-FROM-PARM IS NUMERIC
               MOVE WS-DATE-FROM-PARM    TO WS-PERIOD-FROM
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               DIVIDE CTL-RUN-DATE BY 100
                   GIVING WS-MONTH-WORK
                   REMAINDER WS-DAY-WORK
               COMPUTE WS-PERIOD-FROM =
                   (WS-MONTH-WORK * 100) + 1
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-TO-PARM        FROM ARGUMENT-VALUE
           IF WS-DATE-TO-PARM IS NUMERIC
               MOVE WS-DATE-TO-PARM      TO WS-PERIOD-TO
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               MOVE CTL-RUN-DATE         TO WS-PERIOD-TO
           END-IF

           IF PERIOD-GIVEN
               SET STATEMENTS-DUE        TO TRUE
           ELSE
               PERFORM 1100-CHECK-PERIOD-FLAG THRU 1100-EXIT
           END-IF

           IF NOT STATEMENTS-DUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-ACCTMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-STMT-STATUS           TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE PERIOD-END FLAG CARD - STATEMENTS ARE DUE WHEN IT
      * NAMES TONIGHT'S BUSINESS DATE AS A DAY THAT CLOSES A PERIOD.
      * A MISSING CARD MEANS THE CYCLE CLOSE HAS NOT RUN, SO NOTHING
      * IS DUE
      *-----------------------------------------------------------------
       1100-CHECK-PERIOD-FLAG.
           OPEN INPUT  PERIOD-FLAG-FILE
           IF WS-PERFLAG-STATUS = '35'
               DISPLAY 'CLS01EX48 - NO PERIOD-END FLAG CARD - NO '
                   'STATEMENTS DUE'
               GO TO 1100-EXIT
           END-IF
           MOVE WS-PERFLAG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PERFLAG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           READ PERIOD-FLAG-FILE
               AT END
                   MOVE SPACES           TO PERIOD-FLAG-RECORD
           END-READ

           IF NEXT-DAY-CLOSES-PERIOD
               AND PEF-NEXT-DATE IS NUMERIC
               AND PEF-NEXT-DATE = CTL-RUN-DATE
               SET STATEMENTS-DUE        TO TRUE
           ELSE
               DISPLAY 'CLS01EX48 - ' CTL-RUN-DATE ' DOES NOT CLOSE '
                   'A PERIOD - NO STATEMENTS DUE'
           END-IF

           CLOSE PERIOD-FLAG-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW STATEMENT PAGE HEADER FOR THE CURRENT ACCOUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE MST-ACCOUNT-NUMBER       TO WS-HDR-ACCOUNT
           MOVE MST-ACCOUNT-NAME         TO WS-HDR-NAME
           MOVE WS-PERIOD-FROM           TO WS-HDR-FROM
           MOVE WS-PERIOD-TO             TO WS-HDR-TO
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE

           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-1
           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-2
           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-3
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-4
           MOVE WS-STMT-STATUS           TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE ACCOUNT'S STATEMENT: CLEAR THE HISTORY OF ACCOUNTS THAT
      * SORT AHEAD OF IT (NOT ON THE MASTER), WALK ITS OWN HISTORY,
      * THEN CLOSE THE STATEMENT AGAINST THE LEDGER
      *-----------------------------------------------------------------
       2000-PRINT-STATEMENT.
           ADD 1                        TO WS-ACCOUNT-COUNT

           PERFORM 2900-SKIP-ORPHAN     THRU 2900-EXIT
               UNTIL END-OF-SORTED-HISTORY
                   OR SRT-ACCOUNT-NUMBER NOT < MST-ACCOUNT-NUMBER

           SET WS-OPENING-SWITCH        TO 'N'
           SET WS-PRIOR-SWITCH          TO 'N'
           SET WS-AFTER-SWITCH          TO 'N'
           SET WS-CHAIN-SWITCH          TO 'N'
           SET WS-FIRST-POST-SWITCH     TO 'Y'
           MOVE ZERO                    TO WS-PRIOR-RUNNING
                                            WS-AFTER-OPENING
                                            WS-AFTER-TOTAL
                                            WS-OPENING-BALANCE
                                            WS-CLOSING-BALANCE
                                            WS-PERIOD-TOTAL
                                            WS-PERIOD-COUNT
                                            WS-LAST-SEQ
                                            WS-LAST-RUNNING

           PERFORM 2300-READ-LEDGER     THRU 2300-EXIT
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2200-APPLY-HISTORY   THRU 2200-EXIT
               UNTIL END-OF-SORTED-HISTORY
                   OR SRT-ACCOUNT-NUMBER NOT = MST-ACCOUNT-NUMBER

           IF NOT OPENING-PRINTED
               EVALUATE TRUE
                   WHEN HISTORY-BEFORE-PERIOD
                       MOVE WS-PRIOR-RUNNING TO WS-OPENING-BALANCE
                   WHEN HISTORY-AFTER-PERIOD
                       MOVE WS-AFTER-OPENING TO WS-OPENING-BALANCE
                   WHEN OTHER
                       MOVE WS-LEDGER-BALANCE TO WS-OPENING-BALANCE
               END-EVALUATE
               MOVE WS-OPENING-BALANCE  TO WS-CLOSING-BALANCE
               PERFORM 2400-WRITE-OPENING THRU 2400-EXIT
           END-IF

           PERFORM 2500-CLOSE-STATEMENT THRU 2500-EXIT

           PERFORM 2600-READ-MASTER     THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE POSTING HISTORY RECORD TO THE SORT
      *-----------------------------------------------------------------
       2050-RELEASE-HISTORY.
           READ POSTING-HISTORY-FILE
               AT END
                   SET END-OF-INPUT-HISTORY TO TRUE
                   GO TO 2050-EXIT
           END-READ

           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-HISTORY-COUNT
           MOVE POSTING-HISTORY-RECORD  TO SORT-HISTORY-RECORD
           RELEASE SORT-HISTORY-RECORD.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT POSTING BACK FROM THE SORT
      *-----------------------------------------------------------------
       2100-RETURN-HISTORY.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-HISTORY TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPLY ONE OF THE ACCOUNT'S POSTINGS: PROVE ITS RUNNING
      * BALANCE FOLLOWS FROM THE ONE BEFORE IT, THEN PLACE IT BEFORE,
      * INSIDE OR AFTER THE STATEMENT PERIOD - ONLY THE POSTINGS
      * INSIDE THE PERIOD PRINT
      *-----------------------------------------------------------------
       2200-APPLY-HISTORY.
           IF NOT FIRST-POSTING-OF-ACCOUNT
               COMPUTE WS-EXPECT-RUNNING =
                   WS-LAST-RUNNING + SRT-AMOUNT
               IF SRT-RUNNING-BALANCE NOT = WS-EXPECT-RUNNING
                   OR SRT-POSTING-SEQ NOT = WS-LAST-SEQ + 1
                   SET RUNNING-BALANCE-BROKEN TO TRUE
               END-IF
           END-IF
           SET WS-FIRST-POST-SWITCH     TO 'N'
           MOVE SRT-RUNNING-BALANCE     TO WS-LAST-RUNNING
           MOVE SRT-POSTING-SEQ         TO WS-LAST-SEQ

           EVALUATE TRUE
               WHEN SRT-BUSINESS-DATE < WS-PERIOD-FROM
                   SET HISTORY-BEFORE-PERIOD TO TRUE
                   MOVE SRT-RUNNING-BALANCE TO WS-PRIOR-RUNNING
               WHEN SRT-BUSINESS-DATE > WS-PERIOD-TO
                   IF NOT HISTORY-AFTER-PERIOD
                       SET HISTORY-AFTER-PERIOD TO TRUE
                       COMPUTE WS-AFTER-OPENING =
                           SRT-RUNNING-BALANCE - SRT-AMOUNT
                   END-IF
                   ADD SRT-AMOUNT       TO WS-AFTER-TOTAL
               WHEN OTHER
                   PERFORM 2250-PRINT-POSTING THRU 2250-EXIT
           END-EVALUATE

           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE POSTING OF THE PERIOD - THE FIRST ONE ALSO FIXES
      * AND PRINTS THE OPENING BALANCE IT WAS POSTED AGAINST
      *-----------------------------------------------------------------
       2250-PRINT-POSTING.
           IF NOT OPENING-PRINTED
               COMPUTE WS-OPENING-BALANCE =
                   SRT-RUNNING-BALANCE - SRT-AMOUNT
               PERFORM 2400-WRITE-OPENING THRU 2400-EXIT
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE SRT-BUSINESS-DATE       TO WS-DTL-DATE
           MOVE SRT-BATCH-ID            TO WS-DTL-BATCH
           MOVE SRT-CURRENCY-CODE       TO WS-DTL-CURRENCY
           MOVE SRT-ORIG-AMOUNT         TO WS-DTL-ORIGINAL
           MOVE SRT-AMOUNT              TO WS-DTL-AMOUNT
           MOVE SRT-RUNNING-BALANCE     TO WS-DTL-BALANCE
           WRITE STATEMENT-LINE          FROM WS-DETAIL-LINE
           MOVE WS-STMT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE

           ADD 1                        TO WS-PERIOD-COUNT
                                            WS-POSTING-COUNT
           ADD SRT-AMOUNT               TO WS-PERIOD-TOTAL
           MOVE SRT-RUNNING-BALANCE     TO WS-CLOSING-BALANCE.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE ACCOUNT'S LEDGER BALANCE - AN ACCOUNT THAT
      * HAS NEVER POSTED HAS NO LEDGER RECORD AND A ZERO BALANCE
      *-----------------------------------------------------------------
       2300-READ-LEDGER.
           SET WS-LEDGER-FOUND-SWITCH   TO 'N'
           MOVE ZERO                    TO WS-LEDGER-BALANCE

           MOVE MST-ACCOUNT-NUMBER      TO LDG-ACCOUNT-NUMBER
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-RECORD-FOUND TO TRUE
           END-READ

           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           IF WS-LEDGER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF LEDGER-RECORD-FOUND
               MOVE LDG-BALANCE         TO WS-LEDGER-BALANCE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE OPENING BALANCE LINE
      *-----------------------------------------------------------------
       2400-WRITE-OPENING.
           SET OPENING-PRINTED          TO TRUE
           MOVE 'OPENING BALANCE'       TO WS-BAL-LABEL
           MOVE ZERO                    TO WS-BAL-COUNT
                                            WS-BAL-AMOUNT
           MOVE WS-OPENING-BALANCE      TO WS-BAL-BALANCE
           WRITE STATEMENT-LINE          FROM WS-BALANCE-LINE
           MOVE WS-STMT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE CLOSING BALANCE AND PROVE IT AGAINST THE LEDGER -
      * THE CLOSING BALANCE PLUS EVERYTHING POSTED SINCE THE PERIOD
      * ENDED MUST BE THE BALANCE LDGFILE CARRIES NOW
      *-----------------------------------------------------------------
       2500-CLOSE-STATEMENT.
           MOVE 'CLOSING BALANCE'       TO WS-BAL-LABEL
           MOVE WS-PERIOD-COUNT         TO WS-BAL-COUNT
           MOVE WS-PERIOD-TOTAL         TO WS-BAL-AMOUNT
           MOVE WS-CLOSING-BALANCE      TO WS-BAL-BALANCE
           WRITE STATEMENT-LINE          FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE          FROM WS-BALANCE-LINE

           COMPUTE WS-EXPECTED-LEDGER =
               WS-CLOSING-BALANCE + WS-AFTER-TOTAL
           MOVE WS-LEDGER-BALANCE       TO WS-TIE-LEDGER
           IF WS-EXPECTED-LEDGER NOT = WS-LEDGER-BALANCE
               OR RUNNING-BALANCE-BROKEN
               ADD 1                    TO WS-UNTIED-COUNT
               MOVE '*** DOES NOT TIE - DO NOT ISSUE ***'
                                        TO WS-TIE-VERDICT
               DISPLAY 'CLS01EX48 - STATEMENT FOR ' MST-ACCOUNT-NUMBER
                   ' DOES NOT TIE TO LDGFILE'
           ELSE
               IF HISTORY-AFTER-PERIOD
                   MOVE 'TIES (WITH POSTINGS AFTER PERIOD END)'
                                        TO WS-TIE-VERDICT
               ELSE
                   MOVE 'TIES'          TO WS-TIE-VERDICT
               END-IF
           END-IF
           WRITE STATEMENT-LINE          FROM WS-TIE-LINE
           MOVE WS-STMT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT MASTER ACCOUNT IN KEY ORDER
      *-----------------------------------------------------------------
       2600-READ-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
           END-READ

           IF NOT END-OF-MASTER-FILE
               MOVE WS-ACCTMST-STATUS    TO WS-CURRENT-STATUS
               MOVE 'ACCTMSTR'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT AND PASS OVER A POSTING WHOSE ACCOUNT IS NOT ON THE
      * MASTER - IT CANNOT BE STATED TO ANYONE
      *-----------------------------------------------------------------
       2900-SKIP-ORPHAN.
           ADD 1                        TO WS-ORPHAN-COUNT
           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN SUMMARY, SET THE RETURN CODE AND CLOSE THE
      * FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF STATEMENTS-DUE
               PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE LEDGER-FILE
               CLOSE STATEMENT-FILE
           END-IF

           IF WS-UNTIED-COUNT > ZERO
               MOVE 16                   TO RETURN-CODE
           ELSE
               IF WS-ORPHAN-COUNT > ZERO
                   MOVE 8                TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'CLS01EX48 PRINTED ' WS-ACCOUNT-COUNT
               ' STATEMENTS FOR ' WS-PERIOD-FROM '-' WS-PERIOD-TO
               ' WITH ' WS-POSTING-COUNT ' POSTINGS, '
               WS-UNTIED-COUNT ' NOT TIED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE
               ' BATCH ' CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ, PRINTED AND COULD NOT TIE
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-TITLE-LINE
           WRITE STATEMENT-LINE          FROM WS-BLANK-LINE

           MOVE 'HISTORY RECORDS READ:'  TO WS-SUM-LABEL
           MOVE WS-HISTORY-COUNT         TO WS-SUM-COUNT
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-LINE
           MOVE 'STATEMENTS PRINTED:'    TO WS-SUM-LABEL
           MOVE WS-ACCOUNT-COUNT         TO WS-SUM-COUNT
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-LINE
           MOVE 'POSTINGS IN PERIOD:'    TO WS-SUM-LABEL
           MOVE WS-POSTING-COUNT         TO WS-SUM-COUNT
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-LINE
           MOVE 'STATEMENTS NOT TIED:'   TO WS-SUM-LABEL
           MOVE WS-UNTIED-COUNT          TO WS-SUM-COUNT
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-LINE
           MOVE 'POSTINGS OFF THE MASTER:' TO WS-SUM-LABEL
           MOVE WS-ORPHAN-COUNT          TO WS-SUM-COUNT
           WRITE STATEMENT-LINE          FROM WS-SUMMARY-LINE
           MOVE WS-STMT-STATUS           TO WS-CURRENT-STATUS
           MOVE 'STMTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X48'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX48 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
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
           MOVE 'CLS01X48'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-COUNT        TO LOG-INPUT-COUNT
           MOVE WS-ACCOUNT-COUNT        TO LOG-OUTPUT-COUNT
           MOVE WS-UNTIED-COUNT         TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX48 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
