      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX49.
      * SUBLEDGER-TO-GENERAL-LEDGER PROOF BETWEEN LDGFILE AND GLFILE
      * CLS01EX16 BALANCES SUMFILE AGAINST RESFILE, BUT NOTHING
      * PROVED THE PER-ACCOUNT BALANCES ON LDGFILE MOVED BY WHAT
      * CLS01EX39 SENT TO THE GL - ACCOUNTING TIED THE SUBLEDGER TO
      * THE GL BY HAND AT MONTH END
      * THIS STEP READS LDGFILE IN ACCOUNT ORDER AGAINST THE PRIOR
      * NIGHT'S BALANCE SNAPSHOT (LDGSNAP) AND TAKES EACH ACCOUNT'S
      * MOVEMENT AS ITS BALANCE NOW LESS ITS SNAPSHOT BALANCE,
      * WRITING TONIGHT'S BALANCES AS THE NEXT SNAPSHOT (LDGSNEW -
      * THE JOB SWAPS IT IN WHEN THE PROOF IS CLEAN).  THE POSTING
      * HISTORY (POSTHIST) DATED SINCE THE SNAPSHOT BREAKS THE
      * MOVEMENT DOWN BY ACCOUNT, BY TRANFILE BATCH AND BY CURRENCY,
      * AND THE GL INTERFACE FILE (GLFILE) IS TOTALED THE SAME WAYS -
      * THE ACCOUNT LEGS (CREDIT PLUS, DEBIT MINUS) AND THE OFFSET
      * LEGS TO THE CONTROL ACCOUNT SEPARATELY - WITH EACH GL BATCH'S
      * ROW COUNT AND HASH RECOMPUTED AGAINST ITS TRAILER.  ANY
      * BATCH REVERSALS CLS01EX50 HAS WRITTEN SINCE THE LAST CLEAN
      * PROOF (GLREVS, SAME LAYOUT) ARE READ AS PART OF THE GL SIDE
      * AFTER GLFILE, AS THEIR LEDGER REVERSALS ARE IN THE HISTORY
      * THE PROOF REPORT (PRFRPT) SHOWS:
      *   - EVERY ACCOUNT WHOSE LEDGER MOVEMENT IS NOT WHAT ITS
      *     POSTING HISTORY SAYS WAS POSTED
      *   - PER BATCH AND PER CURRENCY, THE LEDGER MOVEMENT, THE GL
      *     ACCOUNT LEGS, THE CONTROL-ACCOUNT OFFSET AND THE
      *     DIFFERENCE
      *   - EACH GL BATCH'S ROWS AND HASH AGAINST ITS TRAILER
      *   - THE TOTAL LEDGER MOVEMENT AGAINST THE GL TOTALS
      * ANY DIFFERENCE ENDS THE STEP WITH RETURN CODE 16.  WITH NO
      * PRIOR SNAPSHOT THE FIRST RUN ONLY TAKES THE BASELINE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - GL CONTROL ACCOUNT (DEFAULT 9999999999 - THE SAME
      *       ACCOUNT CLS01EX39 OFFSETS TO)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LEDGER-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT SNAPSHOT-FILE        ASSIGN TO "LDGSNAP"
                                        FILE STATUS IS WS-SNAP-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SNAPSHOT-FILE    ASSIGN TO "LDGSNEW"
                                        FILE STATUS IS WS-SNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
                                        FILE STATUS IS WS-PHS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "GLFILE"
                                        FILE STATUS IS WS-GLFILE-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REVERSAL-FILE     ASSIGN TO "GLREVS"
                                        FILE STATUS IS WS-GLREVS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT-FILE    ASSIGN TO "PRFRPT"
                                        FILE STATUS IS WS-PRFRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  SNAPSHOT-FILE.
       COPY CLS01SNP.
       FD  NEW-SNAPSHOT-FILE.
       COPY CLS01SNP               REPLACING LEDGER-SNAPSHOT-RECORD
                                    BY NEW-SNAPSHOT-RECORD.
       FD  POSTING-HISTORY-FILE.
       COPY CLS01PHS.
       FD  GL-INTERFACE-FILE.
       01  GL-FILE-RECORD              PIC X(80).
       FD  GL-REVERSAL-FILE.
       01  GL-REVERSAL-RECORD          PIC X(80).
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE           PIC X(80).
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
      * GL INTERFACE RECORD - GLFILE AND GLREVS ARE BOTH READ INTO IT
      *================================================================
       COPY CLS01GLI.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-CONTROL-ACCOUNT          PIC X(10)   VALUE '9999999999'.
       01  WS-CONTROL-PARM             PIC X(10)   VALUE SPACES.
      *================================================================
      * FILE CONTROLS - THE LEDGER AND THE SNAPSHOT ARE MATCHED ON
      * ACCOUNT NUMBER, HIGH-VALUES STANDING IN AT END OF FILE
      *================================================================
       01  WS-LEDGER-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  END-OF-LEDGER-FILE                  VALUE 'Y'.
       01  WS-SNAP-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SNAPSHOT-FILE                VALUE 'Y'.
       01  WS-BASELINE-SWITCH          PIC X(01)   VALUE 'N'.
           88  BASELINE-RUN                        VALUE 'Y'.
       01  WS-PHS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-HISTORY-FILE                 VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-HISTORY-FILE                     VALUE 'Y'.
       01  WS-GL-EOF-SWITCH            PIC X(01)   VALUE 'N'.
           88  END-OF-GL-FILE                      VALUE 'Y'.
       01  WS-GL-SOURCE-SWITCH         PIC X(01)   VALUE 'F'.
           88  READING-GL-REVERSALS                VALUE 'R'.
       01  WS-NO-GLREVS-SWITCH         PIC X(01)   VALUE 'N'.
           88  NO-GL-REVERSAL-FILE                 VALUE 'Y'.
       01  WS-LEDGER-KEY               PIC X(10)   VALUE SPACES.
       01  WS-SNAP-KEY                 PIC X(10)   VALUE SPACES.
       01  WS-SNAP-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-SNAP-DATE          PIC 9(08)   VALUE ZERO.
      *================================================================
      * PER-ACCOUNT POSTED AMOUNTS FROM THE HISTORY SINCE THE
      * SNAPSHOT - EACH ENTRY IS MARKED ONCE THE LEDGER PASS HAS
      * PROVEN IT, SO HISTORY FOR AN ACCOUNT NOT ON THE LEDGER SHOWS
      *================================================================
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY             OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT       PIC X(10).
               10  WS-AC-POSTED        PIC S9(11)V99 COMP.
               10  WS-AC-MATCHED       PIC X(01).
       01  WS-AC-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-AC-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-AC-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-AC-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  ACCOUNT-IN-TABLE                    VALUE 'Y'.
       01  WS-AC-FULL-SWITCH           PIC X(01)   VALUE 'N'.
           88  ACCOUNT-TABLE-OVERFLOWED            VALUE 'Y'.
       01  WS-LOOKUP-ACCOUNT           PIC X(10)   VALUE SPACES.
      *================================================================
      * PER-BATCH AND PER-CURRENCY COMPARISON TABLES - THE LEDGER
      * SIDE FROM THE POSTING HISTORY, THE GL SIDE FROM GLFILE
      *================================================================
       01  WS-BATCH-TABLE.
           05  WS-BT-ENTRY             OCCURS 100 TIMES.
               10  WS-BT-KEY           PIC X(10).
               10  WS-BT-LEDGER        PIC S9(11)V99 COMP.
               10  WS-BT-GL-ACCOUNT    PIC S9(11)V99 COMP.
               10  WS-BT-GL-OFFSET     PIC S9(11)V99 COMP.
       01  WS-BT-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-BT-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-BT-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-BT-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  BATCH-IN-TABLE                      VALUE 'Y'.
       01  WS-LOOKUP-BATCH             PIC X(10)   VALUE SPACES.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-ENTRY             OCCURS 50 TIMES.
               10  WS-CY-KEY           PIC X(03).
               10  WS-CY-LEDGER        PIC S9(11)V99 COMP.
               10  WS-CY-GL-ACCOUNT    PIC S9(11)V99 COMP.
               10  WS-CY-GL-OFFSET     PIC S9(11)V99 COMP.
       01  WS-CY-USED                  PIC 9(02)   COMP VALUE ZERO.
       01  WS-CY-SUB                   PIC 9(02)   COMP VALUE ZERO.
       01  WS-CY-MATCH-SUB             PIC 9(02)   COMP VALUE ZERO.
       01  WS-CY-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  CURRENCY-IN-TABLE                   VALUE 'Y'.
       01  WS-LOOKUP-CURRENCY          PIC X(03)   VALUE SPACES.
      *================================================================
      * GL BATCH TRAILER CONTROLS - ROWS AND HASH RECOMPUTED PER
      * HEADER/TRAILER SET
      *================================================================
       01  WS-GL-BATCH-TABLE.
           05  WS-GB-ENTRY             OCCURS 20 TIMES.
               10  WS-GB-BATCH-ID      PIC X(10).
               10  WS-GB-ROWS          PIC 9(07).
               10  WS-GB-HASH          PIC 9(13)V99.
               10  WS-GB-TRL-ROWS      PIC 9(07).
               10  WS-GB-TRL-HASH      PIC 9(13)V99.
               10  WS-GB-TRL-SEEN      PIC X(01).
       01  WS-GB-USED                  PIC 9(02)   COMP VALUE ZERO.
       01  WS-GB-SUB                   PIC 9(02)   COMP VALUE ZERO.
      *================================================================
      * AMOUNTS AND RUN TOTALS
      *================================================================
       01  WS-PRIOR-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01  WS-CURRENT-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-MOVEMENT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTED-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.
       01  WS-OFFSET-CHECK             PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-MOVEMENT           PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-POSTED             PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-GL-ACCOUNT         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-GL-OFFSET          PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-GL-DETAIL-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-DIFFERENCE-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-PRINT-FLAG               PIC X(04)   VALUE SPACES.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SNAP-STATUS              PIC X(02)   VALUE '00'.
       01  WS-SNEW-STATUS              PIC X(02)   VALUE '00'.
       01  WS-PHS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-GLFILE-STATUS            PIC X(02)   VALUE '00'.
       01  WS-GLREVS-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PRFRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL AND PRINT LINES
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX49  SUBLEDGER/GL PROOF'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  SNAPSHOT: '.
           05  WS-HDR-SNAP-DATE        PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  CONTROL: '.
           05  WS-HDR-CONTROL          PIC X(10).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-ACCOUNT-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(16) VALUE
               '   PRIOR BALANCE'.
           05  FILLER                  PIC X(16) VALUE
               ' CURRENT BALANCE'.
           05  FILLER                  PIC X(16) VALUE
               '        MOVEMENT'.
           05  FILLER                  PIC X(16) VALUE
               '          POSTED'.
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-ACCOUNT-LINE.
           05  WS-ACL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ACL-PRIOR            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-CURRENT          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-MOVEMENT         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-POSTED           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-FLAG             PIC X(04).
       01  WS-COMPARE-COLUMN-LINE.
           05  WS-CCL-KEY-TITLE        PIC X(12).
           05  FILLER                  PIC X(16) VALUE
               ' LEDGER MOVEMENT'.
           05  FILLER                  PIC X(16) VALUE
               '     GL ACCOUNTS'.
           05  FILLER                  PIC X(16) VALUE
               '   CONTROL OFFST'.
           05  FILLER                  PIC X(16) VALUE
               '      DIFFERENCE'.
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-COMPARE-LINE.
           05  WS-CML-KEY              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CML-LEDGER           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CML-GL-ACCOUNT       PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CML-GL-OFFSET        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CML-DIFFERENCE       PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CML-FLAG             PIC X(04).
       01  WS-TRAILER-COLUMN-LINE.
           05  FILLER                  PIC X(12) VALUE 'GL BATCH'.
           05  FILLER                  PIC X(08) VALUE '    ROWS'.
           05  FILLER                  PIC X(08) VALUE ' TRL ROW'.
           05  FILLER                  PIC X(17) VALUE
               '             HASH'.
           05  FILLER                  PIC X(17) VALUE
               '     TRAILER HASH'.
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  WS-TRAILER-LINE.
           05  WS-TRL-BATCH            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TRL-ROWS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRL-TRL-ROWS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRL-HASH             PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRL-TRL-HASH         PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TRL-FLAG             PIC X(12).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(34).
           05  WS-TOT-AMOUNT           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TOT-FLAG             PIC X(04).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(09) VALUE 'VERDICT: '.
           05  WS-VERDICT-TEXT         PIC X(50).
           05  FILLER                  PIC X(21) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-HISTORY    THRU 1300-EXIT
               UNTIL END-OF-HISTORY-FILE
           PERFORM 1500-LOAD-GL         THRU 1500-EXIT
               UNTIL END-OF-GL-FILE
           PERFORM 2000-MATCH-ACCOUNT   THRU 2000-EXIT
               UNTIL END-OF-LEDGER-FILE
                   AND END-OF-SNAPSHOT-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, OPEN THE FILES AND PRIME THE LEDGER
      * AND SNAPSHOT READS - THE FIRST SNAPSHOT RECORD NAMES THE
      * DATE THE MOVEMENT IS MEASURED FROM, AND NO SNAPSHOT AT ALL
      * MAKES THIS THE BASELINE RUN
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
           ACCEPT WS-CONTROL-PARM        FROM ARGUMENT-VALUE
           IF WS-CONTROL-PARM NOT = SPACES
               MOVE WS-CONTROL-PARM      TO WS-CONTROL-ACCOUNT
           END-IF

           OPEN INPUT  LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  SNAPSHOT-FILE
           IF WS-SNAP-STATUS = '35'
               SET BASELINE-RUN          TO TRUE
               SET END-OF-SNAPSHOT-FILE  TO TRUE
               MOVE HIGH-VALUES          TO WS-SNAP-KEY
               DISPLAY 'CLS01EX49 - NO PRIOR LEDGER SNAPSHOT - '
                   'TAKING THE BASELINE, NO PROOF TONIGHT'
           ELSE
               MOVE WS-SNAP-STATUS       TO WS-CURRENT-STATUS
               MOVE 'LDGSNAP'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
               IF END-OF-SNAPSHOT-FILE
                   SET BASELINE-RUN      TO TRUE
                   DISPLAY 'CLS01EX49 - PRIOR LEDGER SNAPSHOT IS '
                       'EMPTY - TAKING THE BASELINE, NO PROOF TONIGHT'
               ELSE
                   MOVE SNP-SNAPSHOT-DATE OF LEDGER-SNAPSHOT-RECORD
                                         TO WS-PRIOR-SNAP-DATE
               END-IF
           END-IF

           OPEN INPUT  POSTING-HISTORY-FILE
           IF WS-PHS-STATUS = '35'
               SET NO-HISTORY-FILE       TO TRUE
               SET END-OF-HISTORY-FILE   TO TRUE
               DISPLAY 'CLS01EX49 - NO POSTING HISTORY - ANY LEDGER '
                   'MOVEMENT WILL SHOW AS UNPOSTED'
           ELSE
               MOVE WS-PHS-STATUS        TO WS-CURRENT-STATUS
               MOVE 'POSTHIST'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  GL-INTERFACE-FILE
           MOVE WS-GLFILE-STATUS         TO WS-CURRENT-STATUS
           MOVE 'GLFILE'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  GL-REVERSAL-FILE
           IF WS-GLREVS-STATUS = '35'
               SET NO-GL-REVERSAL-FILE   TO TRUE
           ELSE
               MOVE WS-GLREVS-STATUS     TO WS-CURRENT-STATUS
               MOVE 'GLREVS'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN OUTPUT NEW-SNAPSHOT-FILE
           MOVE WS-SNEW-STATUS           TO WS-CURRENT-STATUS
           MOVE 'LDGSNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-PRFRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF BASELINE-RUN
               SET END-OF-HISTORY-FILE   TO TRUE
               SET END-OF-GL-FILE        TO TRUE
           END-IF

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2100-READ-LEDGER     THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-PRIOR-SNAP-DATE       TO WS-HDR-SNAP-DATE
           MOVE WS-CONTROL-ACCOUNT       TO WS-HDR-CONTROL

           WRITE PROOF-REPORT-LINE        FROM WS-HEADER-LINE-1
           WRITE PROOF-REPORT-LINE        FROM WS-HEADER-LINE-2
           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE WS-PRFRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ROLL ONE POSTING DATED SINCE THE SNAPSHOT INTO ITS ACCOUNT,
      * BATCH AND CURRENCY - THE LEDGER SIDE OF THE BREAKDOWN
      *-----------------------------------------------------------------
       1300-LOAD-HISTORY.
           READ POSTING-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PHS-BUSINESS-DATE NOT NUMERIC
               OR PHS-BUSINESS-DATE NOT > WS-PRIOR-SNAP-DATE
               OR PHS-BUSINESS-DATE > CTL-RUN-DATE
               GO TO 1300-EXIT
           END-IF

           ADD 1                        TO WS-HISTORY-COUNT
           ADD PHS-AMOUNT               TO WS-TOTAL-POSTED

           MOVE PHS-ACCOUNT-NUMBER      TO WS-LOOKUP-ACCOUNT
           PERFORM 1400-FIND-ACCOUNT    THRU 1400-EXIT
           IF WS-AC-MATCH-SUB > ZERO
               ADD PHS-AMOUNT           TO WS-AC-POSTED
                                            (WS-AC-MATCH-SUB)
           END-IF

           MOVE PHS-BATCH-ID            TO WS-LOOKUP-BATCH
           PERFORM 1420-FIND-BATCH      THRU 1420-EXIT
           IF WS-BT-MATCH-SUB > ZERO
               ADD PHS-AMOUNT           TO WS-BT-LEDGER
                                            (WS-BT-MATCH-SUB)
           END-IF

           MOVE PHS-CURRENCY-CODE       TO WS-LOOKUP-CURRENCY
           PERFORM 1440-FIND-CURRENCY   THRU 1440-EXIT
           IF WS-CY-MATCH-SUB > ZERO
               ADD PHS-AMOUNT           TO WS-CY-LEDGER
                                            (WS-CY-MATCH-SUB)
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND (OR ADD) THE ACCOUNT-TABLE ENTRY FOR THE LOOKUP ACCOUNT,
      * LEAVING ITS SUBSCRIPT IN WS-AC-MATCH-SUB (ZERO = TABLE FULL)
      *-----------------------------------------------------------------
       1400-FIND-ACCOUNT.
           SET WS-AC-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-AC-MATCH-SUB

           PERFORM 1410-MATCH-ACCOUNT   THRU 1410-EXIT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-USED
                   OR ACCOUNT-IN-TABLE

           IF NOT ACCOUNT-IN-TABLE
               IF WS-AC-USED < 1000
                   ADD 1                TO WS-AC-USED
                   MOVE WS-AC-USED      TO WS-AC-MATCH-SUB
                   MOVE WS-LOOKUP-ACCOUNT
                                        TO WS-AC-ACCOUNT (WS-AC-USED)
                   MOVE ZERO            TO WS-AC-POSTED (WS-AC-USED)
                   MOVE 'N'             TO WS-AC-MATCHED (WS-AC-USED)
               ELSE
                   IF NOT ACCOUNT-TABLE-OVERFLOWED
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY 'CLS01EX49 - ACCOUNT TABLE FULL - '
                           'PER-ACCOUNT PROOF INCOMPLETE'
                   END-IF
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ACCOUNT-TABLE ENTRY AGAINST THE LOOKUP ACCOUNT
      *-----------------------------------------------------------------
       1410-MATCH-ACCOUNT.
           IF WS-AC-ACCOUNT (WS-AC-SUB) = WS-LOOKUP-ACCOUNT
               SET ACCOUNT-IN-TABLE     TO TRUE
               MOVE WS-AC-SUB           TO WS-AC-MATCH-SUB
           END-IF.
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND (OR ADD) THE BATCH-TABLE ENTRY FOR THE LOOKUP BATCH
      *-----------------------------------------------------------------
       1420-FIND-BATCH.
           SET WS-BT-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-BT-MATCH-SUB

           PERFORM 1430-MATCH-BATCH     THRU 1430-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-USED
                   OR BATCH-IN-TABLE

           IF NOT BATCH-IN-TABLE
               IF WS-BT-USED < 100
                   ADD 1                TO WS-BT-USED
                   MOVE WS-BT-USED      TO WS-BT-MATCH-SUB
                   MOVE WS-LOOKUP-BATCH TO WS-BT-KEY (WS-BT-USED)
                   MOVE ZERO            TO WS-BT-LEDGER (WS-BT-USED)
                                           WS-BT-GL-ACCOUNT
                                               (WS-BT-USED)
                                           WS-BT-GL-OFFSET
                                               (WS-BT-USED)
               ELSE
                   DISPLAY 'CLS01EX49 - BATCH TABLE FULL - '
                       WS-LOOKUP-BATCH ' LEFT OUT OF THE BREAKDOWN'
               END-IF
           END-IF.
       1420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE BATCH-TABLE ENTRY AGAINST THE LOOKUP BATCH
      *-----------------------------------------------------------------
       1430-MATCH-BATCH.
           IF WS-BT-KEY (WS-BT-SUB) = WS-LOOKUP-BATCH
               SET BATCH-IN-TABLE       TO TRUE
               MOVE WS-BT-SUB           TO WS-BT-MATCH-SUB
           END-IF.
       1430-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND (OR ADD) THE CURRENCY-TABLE ENTRY FOR THE LOOKUP CODE
      *-----------------------------------------------------------------
       1440-FIND-CURRENCY.
           SET WS-CY-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-CY-MATCH-SUB

           PERFORM 1450-MATCH-CURRENCY  THRU 1450-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CY-USED
                   OR CURRENCY-IN-TABLE

           IF NOT CURRENCY-IN-TABLE
               IF WS-CY-USED < 50
                   ADD 1                TO WS-CY-USED
                   MOVE WS-CY-USED      TO WS-CY-MATCH-SUB
                   MOVE WS-LOOKUP-CURRENCY
                                        TO WS-CY-KEY (WS-CY-USED)
                   MOVE ZERO            TO WS-CY-LEDGER (WS-CY-USED)
                                           WS-CY-GL-ACCOUNT
                                               (WS-CY-USED)
                                           WS-CY-GL-OFFSET
                                               (WS-CY-USED)
               ELSE
                   DISPLAY 'CLS01EX49 - CURRENCY TABLE FULL - '
                       WS-LOOKUP-CURRENCY ' LEFT OUT OF THE BREAKDOWN'
               END-IF
           END-IF.
       1440-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE CURRENCY-TABLE ENTRY AGAINST THE LOOKUP CODE
      *-----------------------------------------------------------------
       1450-MATCH-CURRENCY.
           IF WS-CY-KEY (WS-CY-SUB) = WS-LOOKUP-CURRENCY
               SET CURRENCY-IN-TABLE    TO TRUE
               MOVE WS-CY-SUB           TO WS-CY-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ROLL ONE GLFILE RECORD INTO THE GL SIDE - A HEADER OPENS A
      * GL BATCH, EACH DETAIL IS AN ACCOUNT LEG OR A CONTROL-ACCOUNT
      * OFFSET LEG (CREDIT PLUS, DEBIT MINUS), AND THE TRAILER'S
      * COUNT AND HASH ARE KEPT FOR THE RECOMPUTE.  AT THE END OF
      * GLFILE THE REVERSAL BATCHES ON GLREVS FOLLOW
      *-----------------------------------------------------------------
       1500-LOAD-GL.
           IF READING-GL-REVERSALS
               GO TO 1500-READ-REVERSAL
           END-IF

           READ GL-INTERFACE-FILE       INTO GL-INTERFACE-RECORD
               AT END
                   IF NO-GL-REVERSAL-FILE
                       SET END-OF-GL-FILE TO TRUE
                       GO TO 1500-EXIT
                   END-IF
                   SET READING-GL-REVERSALS TO TRUE
                   GO TO 1500-READ-REVERSAL
           END-READ

           MOVE WS-GLFILE-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           GO TO 1500-APPLY-RECORD.

       1500-READ-REVERSAL.
           READ GL-REVERSAL-FILE        INTO GL-INTERFACE-RECORD
               AT END
                   SET END-OF-GL-FILE   TO TRUE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-GLREVS-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLREVS'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.

       1500-APPLY-RECORD.
           EVALUATE GLI-REC-TYPE
               WHEN 'H'
                   IF WS-GB-USED < 20
                       ADD 1            TO WS-GB-USED
                       MOVE GLH-BATCH-ID
                                   TO WS-GB-BATCH-ID (WS-GB-USED)
                       MOVE ZERO   TO WS-GB-ROWS (WS-GB-USED)
                                      WS-GB-HASH (WS-GB-USED)
                                      WS-GB-TRL-ROWS (WS-GB-USED)
                                      WS-GB-TRL-HASH (WS-GB-USED)
                       MOVE 'N'    TO WS-GB-TRL-SEEN (WS-GB-USED)
                   ELSE
                       DISPLAY 'CLS01EX49 - GL BATCH TABLE FULL - '
                           GLH-BATCH-ID ' TRAILER NOT RECOMPUTED'
                   END-IF
               WHEN 'D'
                   PERFORM 1550-APPLY-GL-DETAIL THRU 1550-EXIT
               WHEN 'T'
                   IF WS-GB-USED > ZERO
                       MOVE GLT-RECORD-COUNT
                                   TO WS-GB-TRL-ROWS (WS-GB-USED)
                       MOVE GLT-HASH-TOTAL
                                   TO WS-GB-TRL-HASH (WS-GB-USED)
                       MOVE 'Y'    TO WS-GB-TRL-SEEN (WS-GB-USED)
                   END-IF
               WHEN OTHER
                   DISPLAY 'CLS01EX49 - UNKNOWN GLFILE RECORD TYPE '
                       GLI-REC-TYPE ' IGNORED'
           END-EVALUATE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE GL JOURNAL ROW: SIGN IT, COUNT IT INTO ITS GL BATCH'S
      * ROWS AND HASH, AND ADD IT TO ITS SOURCE BATCH AND CURRENCY
      * AS AN ACCOUNT LEG OR AN OFFSET LEG
      *-----------------------------------------------------------------
       1550-APPLY-GL-DETAIL.
           ADD 1                        TO WS-GL-DETAIL-COUNT
           IF WS-GB-USED > ZERO
               ADD 1                    TO WS-GB-ROWS (WS-GB-USED)
               ADD GLD-AMOUNT           TO WS-GB-HASH (WS-GB-USED)
           END-IF

           IF GLD-DEBIT-CREDIT = 'D'
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GLD-AMOUNT
           ELSE
               MOVE GLD-AMOUNT          TO WS-SIGNED-AMOUNT
           END-IF

           MOVE GLD-SOURCE-BATCH        TO WS-LOOKUP-BATCH
           PERFORM 1420-FIND-BATCH      THRU 1420-EXIT
           MOVE GLD-CURRENCY-CODE       TO WS-LOOKUP-CURRENCY
           PERFORM 1440-FIND-CURRENCY   THRU 1440-EXIT

           IF GLD-ACCOUNT-NUMBER = WS-CONTROL-ACCOUNT
               ADD WS-SIGNED-AMOUNT     TO WS-TOTAL-GL-OFFSET
               IF WS-BT-MATCH-SUB > ZERO
                   ADD WS-SIGNED-AMOUNT TO WS-BT-GL-OFFSET
                                            (WS-BT-MATCH-SUB)
               END-IF
               IF WS-CY-MATCH-SUB > ZERO
                   ADD WS-SIGNED-AMOUNT TO WS-CY-GL-OFFSET
                                            (WS-CY-MATCH-SUB)
               END-IF
           ELSE
               ADD WS-SIGNED-AMOUNT     TO WS-TOTAL-GL-ACCOUNT
               IF WS-BT-MATCH-SUB > ZERO
                   ADD WS-SIGNED-AMOUNT TO WS-BT-GL-ACCOUNT
                                            (WS-BT-MATCH-SUB)
               END-IF
               IF WS-CY-MATCH-SUB > ZERO
                   ADD WS-SIGNED-AMOUNT TO WS-CY-GL-ACCOUNT
                                            (WS-CY-MATCH-SUB)
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH THE LEDGER AGAINST THE SNAPSHOT ON ACCOUNT NUMBER: THE
      * MOVEMENT IS THE BALANCE NOW LESS THE SNAPSHOT BALANCE (AN
      * ACCOUNT NEW SINCE THE SNAPSHOT MOVED BY ITS WHOLE BALANCE,
      * ONE GONE FROM THE LEDGER BY MINUS ITS OLD ONE).  EVERY
      * LEDGER ACCOUNT GOES ON TONIGHT'S SNAPSHOT
      *-----------------------------------------------------------------
       2000-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-LEDGER-KEY < WS-SNAP-KEY
                   MOVE WS-LEDGER-KEY   TO WS-LOOKUP-ACCOUNT
                   MOVE ZERO            TO WS-PRIOR-BALANCE
                   MOVE LDG-BALANCE     TO WS-CURRENT-BALANCE
                   PERFORM 2300-WRITE-SNAPSHOT THRU 2300-EXIT
                   PERFORM 2100-READ-LEDGER THRU 2100-EXIT
               WHEN WS-LEDGER-KEY = WS-SNAP-KEY
                   MOVE WS-LEDGER-KEY   TO WS-LOOKUP-ACCOUNT
                   MOVE WS-SNAP-BALANCE TO WS-PRIOR-BALANCE
                   MOVE LDG-BALANCE     TO WS-CURRENT-BALANCE
                   PERFORM 2300-WRITE-SNAPSHOT THRU 2300-EXIT
                   PERFORM 2100-READ-LEDGER THRU 2100-EXIT
                   PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
               WHEN OTHER
                   MOVE WS-SNAP-KEY     TO WS-LOOKUP-ACCOUNT
                   MOVE WS-SNAP-BALANCE TO WS-PRIOR-BALANCE
                   MOVE ZERO            TO WS-CURRENT-BALANCE
                   PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
           END-EVALUATE

           IF BASELINE-RUN
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-MOVEMENT =
               WS-CURRENT-BALANCE - WS-PRIOR-BALANCE
           ADD WS-MOVEMENT              TO WS-TOTAL-MOVEMENT

           PERFORM 2400-PROVE-ACCOUNT   THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT LEDGER ACCOUNT IN KEY ORDER
      *-----------------------------------------------------------------
       2100-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   SET END-OF-LEDGER-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-LEDGER-KEY
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LEDGER-COUNT
           MOVE LDG-ACCOUNT-NUMBER      TO WS-LEDGER-KEY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT PRIOR-SNAPSHOT ACCOUNT
      *-----------------------------------------------------------------
       2200-READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOT-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-SNAP-KEY
                   GO TO 2200-EXIT
           END-READ

           MOVE WS-SNAP-STATUS          TO WS-CURRENT-STATUS
           MOVE 'LDGSNAP'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SNP-ACCOUNT-NUMBER OF LEDGER-SNAPSHOT-RECORD
                                        TO WS-SNAP-KEY
           MOVE SNP-BALANCE OF LEDGER-SNAPSHOT-RECORD
                                        TO WS-SNAP-BALANCE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PUT THE CURRENT LEDGER ACCOUNT ON TONIGHT'S SNAPSHOT
      *-----------------------------------------------------------------
       2300-WRITE-SNAPSHOT.
           MOVE SPACES                  TO NEW-SNAPSHOT-RECORD
           MOVE LDG-ACCOUNT-NUMBER      TO SNP-ACCOUNT-NUMBER
                                            OF NEW-SNAPSHOT-RECORD
           MOVE LDG-BALANCE             TO SNP-BALANCE
                                            OF NEW-SNAPSHOT-RECORD
           MOVE LDG-POSTING-COUNT       TO SNP-POSTING-COUNT
                                            OF NEW-SNAPSHOT-RECORD
           MOVE CTL-RUN-DATE            TO SNP-SNAPSHOT-DATE
                                            OF NEW-SNAPSHOT-RECORD
           WRITE NEW-SNAPSHOT-RECORD
           MOVE WS-SNEW-STATUS          TO WS-CURRENT-STATUS
           MOVE 'LDGSNEW'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PROVE ONE ACCOUNT'S MOVEMENT AGAINST WHAT ITS HISTORY SAYS
      * WAS POSTED SINCE THE SNAPSHOT - ONLY A DIFFERENCE PRINTS
      *-----------------------------------------------------------------
       2400-PROVE-ACCOUNT.
           MOVE ZERO                    TO WS-POSTED-AMOUNT
           SET WS-AC-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-AC-MATCH-SUB
           PERFORM 1410-MATCH-ACCOUNT   THRU 1410-EXIT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-USED
                   OR ACCOUNT-IN-TABLE
           IF ACCOUNT-IN-TABLE
               MOVE WS-AC-POSTED (WS-AC-MATCH-SUB)
                                        TO WS-POSTED-AMOUNT
               MOVE 'Y'                 TO WS-AC-MATCHED
                                            (WS-AC-MATCH-SUB)
           END-IF

           IF WS-MOVEMENT = WS-POSTED-AMOUNT
               GO TO 2400-EXIT
           END-IF
           IF ACCOUNT-TABLE-OVERFLOWED
               AND NOT ACCOUNT-IN-TABLE
               GO TO 2400-EXIT
           END-IF

           ADD 1                        TO WS-DIFFERENCE-COUNT
           PERFORM 2450-WRITE-ACCOUNT-LINE THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE ACCOUNT DIFFERENCE, THE SECTION HEADING BEFORE THE
      * FIRST
      *-----------------------------------------------------------------
       2450-WRITE-ACCOUNT-LINE.
           IF WS-DIFFERENCE-COUNT = 1
               MOVE 'ACCOUNT MOVEMENT NOT MATCHED BY POSTINGS'
                                        TO WS-SEC-TITLE
               WRITE PROOF-REPORT-LINE   FROM WS-SECTION-LINE
               WRITE PROOF-REPORT-LINE   FROM WS-ACCOUNT-COLUMN-LINE
               ADD 2                    TO WS-LINES-ON-PAGE
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
               WRITE PROOF-REPORT-LINE   FROM WS-ACCOUNT-COLUMN-LINE
           END-IF

           MOVE WS-LOOKUP-ACCOUNT       TO WS-ACL-ACCOUNT
           MOVE WS-PRIOR-BALANCE        TO WS-ACL-PRIOR
           MOVE WS-CURRENT-BALANCE      TO WS-ACL-CURRENT
           MOVE WS-MOVEMENT             TO WS-ACL-MOVEMENT
           MOVE WS-POSTED-AMOUNT        TO WS-ACL-POSTED
           MOVE 'DIFF'                  TO WS-ACL-FLAG
           WRITE PROOF-REPORT-LINE       FROM WS-ACCOUNT-LINE
           MOVE WS-PRFRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POSTINGS FOR AN ACCOUNT THE LEDGER NEVER CARRIED - THE
      * HISTORY SAYS IT MOVED, THE LEDGER CANNOT SHOW IT
      *-----------------------------------------------------------------
       2500-CHECK-UNMATCHED.
           IF WS-AC-MATCHED (WS-AC-SUB) = 'Y'
               OR WS-AC-POSTED (WS-AC-SUB) = ZERO
               GO TO 2500-EXIT
           END-IF

           ADD 1                        TO WS-DIFFERENCE-COUNT
           MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO WS-LOOKUP-ACCOUNT
           MOVE ZERO                    TO WS-PRIOR-BALANCE
                                            WS-CURRENT-BALANCE
                                            WS-MOVEMENT
           MOVE WS-AC-POSTED (WS-AC-SUB) TO WS-POSTED-AMOUNT
           PERFORM 2450-WRITE-ACCOUNT-LINE THRU 2450-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE BATCH'S COMPARISON: THE LEDGER MOVEMENT MUST EQUAL
      * THE GL ACCOUNT LEGS, AND THE CONTROL OFFSET MUST CANCEL THEM
      *-----------------------------------------------------------------
       2600-WRITE-BATCH-LINE.
           MOVE WS-BT-KEY (WS-BT-SUB)   TO WS-CML-KEY
           MOVE WS-BT-LEDGER (WS-BT-SUB) TO WS-CML-LEDGER
           MOVE WS-BT-GL-ACCOUNT (WS-BT-SUB) TO WS-CML-GL-ACCOUNT
           MOVE WS-BT-GL-OFFSET (WS-BT-SUB) TO WS-CML-GL-OFFSET
           COMPUTE WS-DIFFERENCE =
               WS-BT-LEDGER (WS-BT-SUB) - WS-BT-GL-ACCOUNT (WS-BT-SUB)
           COMPUTE WS-OFFSET-CHECK =
               WS-BT-GL-ACCOUNT (WS-BT-SUB) +
               WS-BT-GL-OFFSET (WS-BT-SUB)
           PERFORM 2800-WRITE-COMPARE-LINE THRU 2800-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE CURRENCY'S COMPARISON, THE SAME TESTS AS A BATCH
      *-----------------------------------------------------------------
       2700-WRITE-CURRENCY-LINE.
           IF WS-CY-KEY (WS-CY-SUB) = SPACES
               MOVE 'BASE'              TO WS-CML-KEY
           ELSE
               MOVE WS-CY-KEY (WS-CY-SUB) TO WS-CML-KEY
           END-IF
           MOVE WS-CY-LEDGER (WS-CY-SUB) TO WS-CML-LEDGER
           MOVE WS-CY-GL-ACCOUNT (WS-CY-SUB) TO WS-CML-GL-ACCOUNT
           MOVE WS-CY-GL-OFFSET (WS-CY-SUB) TO WS-CML-GL-OFFSET
           COMPUTE WS-DIFFERENCE =
               WS-CY-LEDGER (WS-CY-SUB) - WS-CY-GL-ACCOUNT (WS-CY-SUB)
           COMPUTE WS-OFFSET-CHECK =
               WS-CY-GL-ACCOUNT (WS-CY-SUB) +
               WS-CY-GL-OFFSET (WS-CY-SUB)
           PERFORM 2800-WRITE-COMPARE-LINE THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FLAG AND PRINT A PREPARED COMPARISON LINE
      *-----------------------------------------------------------------
       2800-WRITE-COMPARE-LINE.
           MOVE WS-DIFFERENCE           TO WS-CML-DIFFERENCE
           IF WS-DIFFERENCE NOT = ZERO
               OR WS-OFFSET-CHECK NOT = ZERO
               ADD 1                    TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'              TO WS-CML-FLAG
           ELSE
               MOVE 'OK'                TO WS-CML-FLAG
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
               WRITE PROOF-REPORT-LINE   FROM WS-COMPARE-COLUMN-LINE
           END-IF

           WRITE PROOF-REPORT-LINE       FROM WS-COMPARE-LINE
           MOVE WS-PRFRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE GL BATCH'S RECOMPUTED ROWS AND HASH AGAINST ITS
      * TRAILER - A MISSING TRAILER IS A DIFFERENCE TOO
      *-----------------------------------------------------------------
       2900-WRITE-TRAILER-LINE.
           MOVE WS-GB-BATCH-ID (WS-GB-SUB) TO WS-TRL-BATCH
           MOVE WS-GB-ROWS (WS-GB-SUB)  TO WS-TRL-ROWS
           MOVE WS-GB-TRL-ROWS (WS-GB-SUB) TO WS-TRL-TRL-ROWS
           MOVE WS-GB-HASH (WS-GB-SUB)  TO WS-TRL-HASH
           MOVE WS-GB-TRL-HASH (WS-GB-SUB) TO WS-TRL-TRL-HASH

           EVALUATE TRUE
               WHEN WS-GB-TRL-SEEN (WS-GB-SUB) NOT = 'Y'
                   ADD 1                TO WS-DIFFERENCE-COUNT
                   MOVE 'NO TRAILER'    TO WS-TRL-FLAG
               WHEN WS-GB-ROWS (WS-GB-SUB) NOT =
                    WS-GB-TRL-ROWS (WS-GB-SUB)
                   OR WS-GB-HASH (WS-GB-SUB) NOT =
                      WS-GB-TRL-HASH (WS-GB-SUB)
                   ADD 1                TO WS-DIFFERENCE-COUNT
                   MOVE 'DIFF'          TO WS-TRL-FLAG
               WHEN OTHER
                   MOVE 'OK'            TO WS-TRL-FLAG
           END-EVALUATE

           WRITE PROOF-REPORT-LINE       FROM WS-TRAILER-LINE
           MOVE WS-PRFRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE BREAKDOWNS, THE TRAILER CHECKS AND THE TOTALS, SET
      * THE RETURN CODE AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF BASELINE-RUN
               MOVE 'BASELINE SNAPSHOT TAKEN - NO PROOF TONIGHT'
                                         TO WS-VERDICT-TEXT
               GO TO 3000-CLOSE
           END-IF

           PERFORM 2500-CHECK-UNMATCHED THRU 2500-EXIT
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-USED

           PERFORM 3100-WRITE-BREAKDOWNS THRU 3100-EXIT
           PERFORM 3200-WRITE-TOTALS    THRU 3200-EXIT

           IF WS-DIFFERENCE-COUNT > ZERO
               MOVE 'SUBLEDGER AND GL DISAGREE - SEE DIFF LINES'
                                         TO WS-VERDICT-TEXT
               MOVE 16                   TO RETURN-CODE
           ELSE
               MOVE 'PROVEN - LEDGER MOVEMENT TIES TO THE GL'
                                         TO WS-VERDICT-TEXT
           END-IF.

       3000-CLOSE.
           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE PROOF-REPORT-LINE        FROM WS-VERDICT-LINE
           MOVE WS-PRFRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX49 PROVED ' WS-LEDGER-COUNT
               ' LEDGER ACCOUNTS, ' WS-HISTORY-COUNT ' POSTINGS, '
               WS-GL-DETAIL-COUNT ' GL ROWS - ' WS-DIFFERENCE-COUNT
               ' DIFFERENCES - OPERATOR ' CTL-OPERATOR-ID
               ' RUN DATE ' CTL-RUN-DATE ' BATCH ' CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE LEDGER-FILE
           IF NOT WS-SNAP-STATUS = '35'
               CLOSE SNAPSHOT-FILE
           END-IF
           IF NOT NO-HISTORY-FILE
               CLOSE POSTING-HISTORY-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE
           IF NOT NO-GL-REVERSAL-FILE
               CLOSE GL-REVERSAL-FILE
           END-IF
           CLOSE NEW-SNAPSHOT-FILE
           CLOSE PROOF-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE PER-BATCH AND PER-CURRENCY COMPARISONS AND THE GL
      * TRAILER RECOMPUTE
      *-----------------------------------------------------------------
       3100-WRITE-BREAKDOWNS.
           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE 'MOVEMENT BY BATCH'      TO WS-SEC-TITLE
           WRITE PROOF-REPORT-LINE        FROM WS-SECTION-LINE
           MOVE 'BATCH'                  TO WS-CCL-KEY-TITLE
           WRITE PROOF-REPORT-LINE        FROM WS-COMPARE-COLUMN-LINE
           ADD 3                         TO WS-LINES-ON-PAGE
           PERFORM 2600-WRITE-BATCH-LINE THRU 2600-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-USED

           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE 'MOVEMENT BY CURRENCY'   TO WS-SEC-TITLE
           WRITE PROOF-REPORT-LINE        FROM WS-SECTION-LINE
           MOVE 'CURRENCY'               TO WS-CCL-KEY-TITLE
           WRITE PROOF-REPORT-LINE        FROM WS-COMPARE-COLUMN-LINE
           ADD 3                         TO WS-LINES-ON-PAGE
           PERFORM 2700-WRITE-CURRENCY-LINE THRU 2700-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CY-USED

           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE
           MOVE 'GL BATCH TRAILERS'      TO WS-SEC-TITLE
           WRITE PROOF-REPORT-LINE        FROM WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE        FROM WS-TRAILER-COLUMN-LINE
           ADD 3                         TO WS-LINES-ON-PAGE
           PERFORM 2900-WRITE-TRAILER-LINE THRU 2900-EXIT
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-USED

           IF WS-GB-USED = ZERO
               ADD 1                     TO WS-DIFFERENCE-COUNT
               DISPLAY 'CLS01EX49 - GLFILE CARRIES NO BATCH'
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE TOTALS: THE SNAPSHOT MOVEMENT, WHAT THE HISTORY POSTED,
      * THE GL ACCOUNT LEGS AND THE CONTROL OFFSET - THE FIRST THREE
      * MUST AGREE AND THE OFFSET MUST CANCEL THEM
      *-----------------------------------------------------------------
       3200-WRITE-TOTALS.
           WRITE PROOF-REPORT-LINE        FROM WS-BLANK-LINE

           MOVE 'LEDGER MOVEMENT SINCE SNAPSHOT:' TO WS-TOT-LABEL
           MOVE WS-TOTAL-MOVEMENT        TO WS-TOT-AMOUNT
           MOVE SPACES                   TO WS-TOT-FLAG
           WRITE PROOF-REPORT-LINE        FROM WS-TOTAL-LINE

           MOVE 'POSTED PER HISTORY:'    TO WS-TOT-LABEL
           MOVE WS-TOTAL-POSTED          TO WS-TOT-AMOUNT
           IF WS-TOTAL-POSTED = WS-TOTAL-MOVEMENT
               MOVE 'OK'                 TO WS-TOT-FLAG
           ELSE
               ADD 1                     TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'               TO WS-TOT-FLAG
           END-IF
           WRITE PROOF-REPORT-LINE        FROM WS-TOTAL-LINE

           MOVE 'GL ACCOUNT LEGS:'       TO WS-TOT-LABEL
           MOVE WS-TOTAL-GL-ACCOUNT      TO WS-TOT-AMOUNT
           IF WS-TOTAL-GL-ACCOUNT = WS-TOTAL-MOVEMENT
               MOVE 'OK'                 TO WS-TOT-FLAG
           ELSE
               ADD 1                     TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'               TO WS-TOT-FLAG
           END-IF
           WRITE PROOF-REPORT-LINE        FROM WS-TOTAL-LINE

           MOVE 'GL CONTROL ACCOUNT OFFSET:' TO WS-TOT-LABEL
           MOVE WS-TOTAL-GL-OFFSET       TO WS-TOT-AMOUNT
           COMPUTE WS-OFFSET-CHECK =
               WS-TOTAL-GL-ACCOUNT + WS-TOTAL-GL-OFFSET
           IF WS-OFFSET-CHECK = ZERO
               MOVE 'OK'                 TO WS-TOT-FLAG
           ELSE
               ADD 1                     TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'               TO WS-TOT-FLAG
           END-IF
           WRITE PROOF-REPORT-LINE        FROM WS-TOTAL-LINE
           MOVE WS-PRFRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PRFRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X49'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX49 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE 'CLS01X49'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-LEDGER-COUNT         TO LOG-INPUT-COUNT
           MOVE WS-LEDGER-COUNT         TO LOG-OUTPUT-COUNT
           MOVE WS-DIFFERENCE-COUNT     TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX49 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
