      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX64.
      * ACCOUNT-MASTER SYNCHRONIZATION FROM THE MIGRATED TARGET FILE
      * CLS01EX03 WRITES TGTFILE IN THE NEW LAYOUT AND CLS01EX18
      * PROVES IT AGAINST SRCFILE, BUT THE MIGRATED ACCOUNTS ONLY
      * REACHED ACCTMSTR THROUGH HAND-KEYED CLS01EX12 CARDS.  THIS
      * STEP SORTS TGTFILE INTO ACCOUNT ORDER, MATCHES IT AGAINST
      * THE MASTER ON ACCOUNT NUMBER AND WRITES READY-TO-RUN CLS01EX12
      * REQUEST CARDS (SYNCMNT, LAYOUT CLS01MNR):
      *   - AN ADD FOR EVERY TARGET ACCOUNT NOT ON THE MASTER
      *   - A CHANGE FOR EVERY ACCOUNT WHOSE NAME OR SUFFIXES DIFFER
      *   - ON REQUEST ONLY, A DELETE FOR EVERY MASTER ACCOUNT NOT ON
      *     THE TARGET FILE
      * NOTHING IS APPLIED HERE - THE CARDS GO THROUGH CLS01EX12
      * (JOB CLS01MNT) ONCE THE REVIEW REPORT (SYNRPT) HAS BEEN
      * CHECKED.  THE REPORT LISTS EVERY PROPOSED ACTION (A CHANGE
      * WITH THE MASTER'S CURRENT VALUES BENEATH IT) AND EVERY
      * TARGET RECORD THAT GETS NO CARD:
      *   - A TGT-ACCOUNT-NUMBER THAT WILL NOT FIT MST-ACCOUNT-NUMBER
      *     (ANYTHING PAST THE TENTH POSITION) OR IS BLANK
      *   - A SECOND TARGET RECORD FOR AN ACCOUNT ALREADY SEEN
      *   - AN ADD WITH NO ACCOUNT NAME, OR A CHANGE TO A CLOSED
      *     ACCOUNT - CLS01EX12 WOULD ONLY REJECT EITHER
      * ANY SUCH EXCEPTION ENDS THE STEP RC 8
      * A MIGRATION RUN IN WAVES NAMES EACH WAVE'S ACCOUNT RANGE, SO
      * ONLY THAT RANGE OF BOTH FILES IS MATCHED - A DELETE IS NEVER
      * PROPOSED FOR AN ACCOUNT OUTSIDE THE WAVE.  NO MASTER YET
      * (FILE STATUS '35') MAKES EVERY TARGET ACCOUNT AN ADD
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - 'DELETE' TO PROPOSE DELETES FOR MASTER ACCOUNTS NOT ON
      *       THE TARGET FILE (DEFAULT: NONE ARE PROPOSED)
      *   3 - FIRST ACCOUNT OF THE WAVE ('ALL' OR BLANK = FROM THE
      *       FIRST ACCOUNT)
      *   4 - LAST ACCOUNT OF THE WAVE ('ALL' OR BLANK = TO THE LAST
      *       ACCOUNT)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE          ASSIGN TO "TGTFILE"
                                        FILE STATUS IS WS-TARGET-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT REQUEST-FILE         ASSIGN TO "SYNCMNT"
                                        FILE STATUS IS WS-SYNCMNT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYNC-REPORT-FILE     ASSIGN TO "SYNRPT"
                                        FILE STATUS IS WS-SYNRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  TARGET-FILE.
       COPY CLS01TGT.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  REQUEST-FILE.
       COPY CLS01MNR.
       FD  SYNC-REPORT-FILE.
       01  SYNC-REPORT-LINE            PIC X(80).
       SD  SORT-FILE.
       01  SORT-TARGET-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC X(10).
           05  SRT-TARGET-ORDINAL      PIC 9(09).
           05  SRT-ACCOUNT-NAME        PIC X(25).
           05  SRT-SUFFIX-1            PIC X(01).
           05  SRT-SUFFIX-2            PIC X(01).
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
      * IS ENOUGH FOR THIS PROGRAM, WHICH ONLY READS THE MASTER; THE
      * CARDS IT WRITES NEED CLS01EX12'S OWN AUTHORITY TO APPLY
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DELETE-PARM              PIC X(08)   VALUE SPACES.
           88  DELETES-REQUESTED                   VALUE 'DELETE'.
       01  WS-WAVE-LOW                 PIC X(10)   VALUE SPACES.
       01  WS-WAVE-HIGH                PIC X(10)   VALUE SPACES.
      *================================================================
      * MATCH CONTROLS - THE SORTED TARGET AND THE MASTER ARE READ
      * IN ACCOUNT ORDER, HIGH-VALUES MARKING THE END OF EITHER
      *================================================================
       01  WS-TGT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-TARGET-FILE                  VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-TARGETS               VALUE 'Y'.
       01  WS-MST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-MASTER-FILE                  VALUE 'Y'.
       01  WS-MST-ABSENT-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-MASTER-FILE                      VALUE 'Y'.
       01  WS-TARGET-ORDINAL           PIC 9(09)   VALUE ZERO.
       01  WS-TARGET-KEY               PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-TARGET-KEY         PIC X(10)   VALUE SPACES.
       01  WS-MASTER-KEY               PIC X(10)   VALUE SPACES.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-TARGET-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-MASTER-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-SAME-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-OUT-OF-WAVE-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-TARGET-STATUS            PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SYNCMNT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-SYNRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
      *================================================================
      * PRINT LINES
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(41) VALUE
               'CLS01EX64  MASTER SYNC REVIEW (TGTFILE)'.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  WAVE: '.
           05  WS-HDR-WAVE-LOW         PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-HDR-WAVE-HIGH        PIC X(10).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(03) VALUE 'ACT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'ACCOUNT NAME'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'SFX'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE 'NOTE'.
       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-ACCOUNT-NUMBER   PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCOUNT-NAME     PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SUFFIX-1         PIC X(01).
           05  WS-DTL-SUFFIX-2         PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(29).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL            PIC X(34).
           05  WS-TOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-TARGET-ORDINAL
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT WITH EVERY TARGET RECORD OF THE WAVE WHOSE
      * ACCOUNT NUMBER FITS THE MASTER
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           PERFORM 2000-RELEASE-TARGET  THRU 2000-EXIT
               UNTIL END-OF-TARGET-FILE.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH THE SORTED TARGET AGAINST THE MASTER
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2350-NEXT-TARGET     THRU 2350-EXIT
           PERFORM 2400-MATCH-ACCOUNT   THRU 2400-EXIT
               UNTIL END-OF-SORTED-TARGETS
                   AND END-OF-MASTER-FILE.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, OPEN THE FILES, POSITION THE MASTER
      * AT THE START OF THE WAVE AND PRINT THE FIRST PAGE HEADER
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
           ACCEPT WS-DELETE-PARM         FROM ARGUMENT-VALUE

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-WAVE-LOW            FROM ARGUMENT-VALUE
           IF WS-WAVE-LOW = 'ALL'
               MOVE SPACES               TO WS-WAVE-LOW
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-WAVE-HIGH           FROM ARGUMENT-VALUE
           IF WS-WAVE-HIGH = 'ALL' OR WS-WAVE-HIGH = SPACES
               MOVE HIGH-VALUES          TO WS-WAVE-HIGH
           END-IF

           IF CTL-BATCH-ID = SPACES
               MOVE CTL-RUN-DATE         TO CTL-BATCH-ID
           END-IF

           OPEN INPUT  TARGET-FILE
           MOVE WS-TARGET-STATUS         TO WS-CURRENT-STATUS
           MOVE 'TGTFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  ACCOUNT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               SET NO-MASTER-FILE        TO TRUE
               SET END-OF-MASTER-FILE    TO TRUE
               MOVE HIGH-VALUES          TO WS-MASTER-KEY
               DISPLAY 'CLS01EX64 - NO ACCOUNT MASTER YET - EVERY '
                   'TARGET ACCOUNT IS AN ADD'
           ELSE
               MOVE WS-MASTER-STATUS     TO WS-CURRENT-STATUS
               MOVE 'ACCTMSTR'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 1100-POSITION-MASTER THRU 1100-EXIT
           END-IF

           OPEN OUTPUT REQUEST-FILE
           MOVE WS-SYNCMNT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SYNCMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT SYNC-REPORT-FILE
           MOVE WS-SYNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SYNRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X64'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX64 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START THE MASTER AT THE FIRST ACCOUNT OF THE WAVE AND READ IT -
      * NOTHING AT OR PAST THAT ACCOUNT LEAVES THE MASTER AT ITS END
      *-----------------------------------------------------------------
       1100-POSITION-MASTER.
           IF WS-WAVE-LOW = SPACES
               PERFORM 2300-READ-MASTER THRU 2300-EXIT
               GO TO 1100-EXIT
           END-IF

           MOVE WS-WAVE-LOW             TO MST-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN MST-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-MASTER-KEY
                   GO TO 1100-EXIT
           END-START

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2300-READ-MASTER     THRU 2300-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR
           IF WS-WAVE-LOW = SPACES
               MOVE 'FIRST'              TO WS-HDR-WAVE-LOW
           ELSE
               MOVE WS-WAVE-LOW          TO WS-HDR-WAVE-LOW
           END-IF
           IF WS-WAVE-HIGH = HIGH-VALUES
               MOVE 'LAST'               TO WS-HDR-WAVE-HIGH
           ELSE
               MOVE WS-WAVE-HIGH         TO WS-HDR-WAVE-HIGH
           END-IF

           WRITE SYNC-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE SYNC-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE SYNC-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE SYNC-REPORT-LINE         FROM WS-HEADER-LINE-3
           MOVE WS-SYNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SYNRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE TARGET RECORD AND RELEASE IT TO THE SORT - AN ACCOUNT
      * NUMBER TOO LONG FOR THE MASTER (OR BLANK) IS REPORTED INSTEAD,
      * AND ONE OUTSIDE THE WAVE IS PASSED OVER
      *-----------------------------------------------------------------
       2000-RELEASE-TARGET.
           READ TARGET-FILE
               AT END
                   SET END-OF-TARGET-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-TARGET-STATUS        TO WS-CURRENT-STATUS
           MOVE 'TGTFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-TARGET-COUNT
           ADD 1                        TO WS-TARGET-ORDINAL

           IF TGT-ACCOUNT-NUMBER = SPACES
               MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-DTL-NOTE
               PERFORM 2050-REPORT-TARGET THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF
           IF TGT-ACCOUNT-NUMBER (11:2) NOT = SPACES
               MOVE 'ACCOUNT NUMBER WILL NOT FIT'
                                        TO WS-DTL-NOTE
               PERFORM 2050-REPORT-TARGET THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF

           IF TGT-ACCOUNT-NUMBER (1:10) < WS-WAVE-LOW
               OR TGT-ACCOUNT-NUMBER (1:10) > WS-WAVE-HIGH
               ADD 1                    TO WS-OUT-OF-WAVE-COUNT
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES                  TO SORT-TARGET-RECORD
           MOVE TGT-ACCOUNT-NUMBER (1:10) TO SRT-ACCOUNT-NUMBER
           MOVE WS-TARGET-ORDINAL       TO SRT-TARGET-ORDINAL
           MOVE TGT-ACCOUNT-NAME        TO SRT-ACCOUNT-NAME
           MOVE TGT-SUFFIX-1            TO SRT-SUFFIX-1
           MOVE TGT-SUFFIX-2            TO SRT-SUFFIX-2
           RELEASE SORT-TARGET-RECORD.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPORT A TARGET RECORD THAT CANNOT BE MATCHED, WITH THE FULL
      * TARGET ACCOUNT NUMBER AS IT STANDS ON TGTFILE
      *-----------------------------------------------------------------
       2050-REPORT-TARGET.
           MOVE '*'                     TO WS-DTL-ACTION
           MOVE TGT-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT-NUMBER
           MOVE TGT-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE TGT-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE TGT-SUFFIX-2            TO WS-DTL-SUFFIX-2
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
           ADD 1                        TO WS-EXCEPTION-COUNT.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT MASTER ACCOUNT IN KEY ORDER - AN ACCOUNT PAST
      * THE END OF THE WAVE ENDS THE MASTER
      *-----------------------------------------------------------------
       2300-READ-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-MASTER-KEY
                   GO TO 2300-EXIT
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF MST-ACCOUNT-NUMBER > WS-WAVE-HIGH
               SET END-OF-MASTER-FILE   TO TRUE
               MOVE HIGH-VALUES         TO WS-MASTER-KEY
               GO TO 2300-EXIT
           END-IF

           ADD 1                        TO WS-MASTER-COUNT
           MOVE MST-ACCOUNT-NUMBER      TO WS-MASTER-KEY.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVE ON TO THE NEXT DIFFERENT TARGET ACCOUNT - A REPEAT OF
      * THE ACCOUNT JUST USED IS REPORTED AND DROPPED
      *-----------------------------------------------------------------
       2350-NEXT-TARGET.
           MOVE WS-TARGET-KEY           TO WS-PRIOR-TARGET-KEY
           PERFORM 2360-RETURN-TARGET   THRU 2360-EXIT
           PERFORM 2370-DROP-DUPLICATE  THRU 2370-EXIT
               UNTIL END-OF-SORTED-TARGETS
                  OR WS-TARGET-KEY NOT = WS-PRIOR-TARGET-KEY.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT TARGET ACCOUNT BACK FROM THE SORT
      *-----------------------------------------------------------------
       2360-RETURN-TARGET.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-TARGETS TO TRUE
                   MOVE HIGH-VALUES     TO WS-TARGET-KEY
                   GO TO 2360-EXIT
           END-RETURN

           MOVE SRT-ACCOUNT-NUMBER      TO WS-TARGET-KEY.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A SECOND TARGET RECORD FOR THE SAME ACCOUNT GETS NO CARD
      *-----------------------------------------------------------------
       2370-DROP-DUPLICATE.
           MOVE '*'                     TO WS-DTL-ACTION
           MOVE SRT-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT-NUMBER
           MOVE SRT-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE SRT-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE SRT-SUFFIX-2            TO WS-DTL-SUFFIX-2
           MOVE 'DUPLICATE ON TGTFILE'  TO WS-DTL-NOTE
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
           ADD 1                        TO WS-EXCEPTION-COUNT

           PERFORM 2360-RETURN-TARGET   THRU 2360-EXIT.
       2370-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ACCOUNT: ON THE TARGET ONLY IS AN ADD, ON BOTH A
      * CHANGE IF THE NAME OR A SUFFIX DIFFERS, ON THE MASTER ONLY A
      * DELETE WHEN DELETES WERE ASKED FOR
      *-----------------------------------------------------------------
       2400-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-TARGET-KEY < WS-MASTER-KEY
                   PERFORM 2500-PROPOSE-ADD THRU 2500-EXIT
                   PERFORM 2350-NEXT-TARGET THRU 2350-EXIT
               WHEN WS-TARGET-KEY = WS-MASTER-KEY
                   PERFORM 2600-PROPOSE-CHANGE THRU 2600-EXIT
                   PERFORM 2350-NEXT-TARGET THRU 2350-EXIT
                   PERFORM 2300-READ-MASTER THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2700-PROPOSE-DELETE THRU 2700-EXIT
                   PERFORM 2300-READ-MASTER THRU 2300-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A TARGET ACCOUNT NOT ON THE MASTER - AN ADD, UNLESS IT HAS NO
      * NAME FOR CLS01EX12 TO LOAD
      *-----------------------------------------------------------------
       2500-PROPOSE-ADD.
           MOVE SRT-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT-NUMBER
           MOVE SRT-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE SRT-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE SRT-SUFFIX-2            TO WS-DTL-SUFFIX-2

           IF SRT-ACCOUNT-NAME = SPACES
               MOVE '*'                 TO WS-DTL-ACTION
               MOVE 'NO NAME - CANNOT BE ADDED' TO WS-DTL-NOTE
               PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
               ADD 1                    TO WS-EXCEPTION-COUNT
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES                  TO MAINT-REQUEST-RECORD
           SET ACTION-IS-ADD            TO TRUE
           PERFORM 2550-WRITE-REQUEST   THRU 2550-EXIT
           ADD 1                        TO WS-ADD-COUNT

           MOVE 'A'                     TO WS-DTL-ACTION
           MOVE 'NOT ON MASTER'         TO WS-DTL-NOTE
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FILL THE REQUEST CARD FROM THE TARGET ACCOUNT AND WRITE IT -
      * THE CALLER HAS SET THE ACTION
      *-----------------------------------------------------------------
       2550-WRITE-REQUEST.
           MOVE SRT-ACCOUNT-NUMBER      TO MNT-ACCOUNT-NUMBER
           MOVE SRT-ACCOUNT-NAME        TO MNT-ACCOUNT-NAME
           MOVE SRT-SUFFIX-1            TO MNT-SUFFIX-1
           MOVE SRT-SUFFIX-2            TO MNT-SUFFIX-2
           WRITE MAINT-REQUEST-RECORD
           MOVE WS-SYNCMNT-STATUS       TO WS-CURRENT-STATUS
           MOVE 'SYNCMNT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AN ACCOUNT ON BOTH FILES - A CHANGE WHEN THE NAME OR EITHER
      * SUFFIX DIFFERS, PRINTED WITH THE MASTER'S CURRENT VALUES
      * BENEATH IT.  A CLOSED ACCOUNT TAKES NO CHANGES
      *-----------------------------------------------------------------
       2600-PROPOSE-CHANGE.
           IF SRT-ACCOUNT-NAME = MST-ACCOUNT-NAME
               AND SRT-SUFFIX-1 = MST-SUFFIX-1
               AND SRT-SUFFIX-2 = MST-SUFFIX-2
               ADD 1                    TO WS-SAME-COUNT
               GO TO 2600-EXIT
           END-IF

           MOVE SRT-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT-NUMBER
           MOVE SRT-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE SRT-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE SRT-SUFFIX-2            TO WS-DTL-SUFFIX-2

           EVALUATE TRUE
               WHEN MST-ACCOUNT-CLOSED
                   MOVE '*'             TO WS-DTL-ACTION
                   MOVE 'MASTER ACCOUNT IS CLOSED'
                                        TO WS-DTL-NOTE
                   ADD 1                TO WS-EXCEPTION-COUNT
               WHEN SRT-ACCOUNT-NAME NOT = MST-ACCOUNT-NAME
                   AND (SRT-SUFFIX-1 NOT = MST-SUFFIX-1
                     OR SRT-SUFFIX-2 NOT = MST-SUFFIX-2)
                   MOVE 'C'             TO WS-DTL-ACTION
                   MOVE 'NAME AND SUFFIX DIFFER'
                                        TO WS-DTL-NOTE
               WHEN SRT-ACCOUNT-NAME NOT = MST-ACCOUNT-NAME
                   MOVE 'C'             TO WS-DTL-ACTION
                   MOVE 'NAME DIFFERS'  TO WS-DTL-NOTE
               WHEN OTHER
                   MOVE 'C'             TO WS-DTL-ACTION
                   MOVE 'SUFFIX DIFFERS' TO WS-DTL-NOTE
           END-EVALUATE
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT

           MOVE SPACES                  TO WS-DTL-ACTION
                                            WS-DTL-ACCOUNT-NUMBER
           MOVE MST-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE MST-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE MST-SUFFIX-2            TO WS-DTL-SUFFIX-2
           MOVE '  (NOW ON MASTER)'     TO WS-DTL-NOTE
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT

           IF MST-ACCOUNT-CLOSED
               GO TO 2600-EXIT
           END-IF

           MOVE SPACES                  TO MAINT-REQUEST-RECORD
           SET ACTION-IS-CHANGE         TO TRUE
           PERFORM 2550-WRITE-REQUEST   THRU 2550-EXIT
           ADD 1                        TO WS-CHANGE-COUNT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A MASTER ACCOUNT NOT ON THE TARGET FILE - A DELETE ONLY WHEN
      * DELETES WERE ASKED FOR, OTHERWISE IT IS SIMPLY KEPT
      *-----------------------------------------------------------------
       2700-PROPOSE-DELETE.
           IF NOT DELETES-REQUESTED
               ADD 1                    TO WS-KEPT-COUNT
               GO TO 2700-EXIT
           END-IF

           MOVE SPACES                  TO MAINT-REQUEST-RECORD
           SET ACTION-IS-DELETE         TO TRUE
           MOVE MST-ACCOUNT-NUMBER      TO MNT-ACCOUNT-NUMBER
           WRITE MAINT-REQUEST-RECORD
           MOVE WS-SYNCMNT-STATUS       TO WS-CURRENT-STATUS
           MOVE 'SYNCMNT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-DELETE-COUNT

           MOVE 'D'                     TO WS-DTL-ACTION
           MOVE MST-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT-NUMBER
           MOVE MST-ACCOUNT-NAME        TO WS-DTL-ACCOUNT-NAME
           MOVE MST-SUFFIX-1            TO WS-DTL-SUFFIX-1
           MOVE MST-SUFFIX-2            TO WS-DTL-SUFFIX-2
           MOVE 'NOT ON TGTFILE'        TO WS-DTL-NOTE
           PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE REVIEW LINE, STARTING A NEW PAGE FIRST IF THE
      * CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2800-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE SYNC-REPORT-LINE       FROM WS-DETAIL-LINE
           MOVE WS-SYNRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SYNRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE TOTALS, SET THE RETURN CODE, CLOSE THE FILES AND
      * WRITE THE RUN LOG
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE SYNC-REPORT-LINE       FROM WS-BLANK-LINE
           MOVE 'TARGET RECORDS READ:'  TO WS-TOT-LABEL
           MOVE WS-TARGET-COUNT         TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'TARGET RECORDS OUTSIDE THE WAVE:'
                                        TO WS-TOT-LABEL
           MOVE WS-OUT-OF-WAVE-COUNT    TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'MASTER ACCOUNTS IN THE WAVE:' TO WS-TOT-LABEL
           MOVE WS-MASTER-COUNT         TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'ADDS PROPOSED:'        TO WS-TOT-LABEL
           MOVE WS-ADD-COUNT            TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'CHANGES PROPOSED:'     TO WS-TOT-LABEL
           MOVE WS-CHANGE-COUNT         TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'DELETES PROPOSED:'     TO WS-TOT-LABEL
           MOVE WS-DELETE-COUNT         TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'ALREADY IN STEP:'      TO WS-TOT-LABEL
           MOVE WS-SAME-COUNT           TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'MASTER ONLY, KEPT:'    TO WS-TOT-LABEL
           MOVE WS-KEPT-COUNT           TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'EXCEPTIONS (NO CARD):' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT      TO WS-TOT-COUNT
           WRITE SYNC-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE WS-SYNRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SYNRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE TARGET-FILE
           CLOSE REQUEST-FILE
           CLOSE SYNC-REPORT-FILE
           IF NOT NO-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX64 PROPOSED ' WS-ADD-COUNT ' ADDS, '
               WS-CHANGE-COUNT ' CHANGES, ' WS-DELETE-COUNT
               ' DELETES, ' WS-EXCEPTION-COUNT ' EXCEPTIONS - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
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
           MOVE 'CLS01X64'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-TARGET-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
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
               DISPLAY 'CLS01EX64 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
