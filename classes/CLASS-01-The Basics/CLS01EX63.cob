      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX63.
      * AUDIT-TRAIL AND JOURNAL CHAIN VERIFICATION
      * EVERY RECORD CLS01EX07 WRITES TO AUDITOUT, AND EVERY RECORD
      * CLS01EX07, CLS01EX12 AND CLS01EX59 APPEND TO JRNFILE, CARRIES
      * A CHAIN SEQUENCE AND A CHAIN HASH LINKING IT TO THE RECORD
      * BEFORE IT (CLS01CHN).  THIS STEP RUNS IN THE NIGHTLY CYCLE
      * AFTER THE FILES ARE WRITTEN AND WALKS BOTH FROM THE TOP:
      *   - A SEQUENCE GAP MEANS RECORDS WERE DROPPED, A SEQUENCE
      *     GOING BACKWARDS MEANS RECORDS WERE REPEATED OR REORDERED
      *   - A HASH THAT NO LONGER MATCHES MEANS THE RECORD, OR THE
      *     ONE BEFORE IT, WAS EDITED AFTER IT WAS WRITTEN
      *   - A RECORD WITH NO CHAIN AT ALL IS A BREAK, EXCEPT FOR
      *     JOURNAL RECORDS WRITTEN BEFORE THE CHAIN WAS INTRODUCED,
      *     WHICH ARE COUNTED AS UNCHAINED AND PASSED
      * FOR EACH FILE THE REPORT GIVES THE RECORDS WALKED, THE BREAKS
      * FOUND AND THE FIRST RECORD AFFECTED (ITS POSITION ON THE
      * FILE, ITS SEQUENCE AND ITS ACCOUNT).  ANY BREAK, OR A FILE
      * THAT CANNOT BE READ, ENDS THE STEP RC 16 - CLS01EX14 AND THE
      * CLS01EX40 DOSSIER REFUSE SUCH A FILE ON THEIR OWN ACCOUNT
      * A FILE NOT YET CREATED IS REPORTED AND PASSED
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CHAIN-REPORT-FILE    ASSIGN TO "CHNRPT"
                                        FILE STATUS IS WS-CHNRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-LINE           PIC X(80).
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
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * RECORD-CHAIN VERIFICATION (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       01  WS-VERIFY-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-RECORDS-WALKED           PIC 9(09)   VALUE ZERO.
       01  WS-BREAKS-FOUND             PIC 9(09)   VALUE ZERO.
       01  WS-FILES-FAILED             PIC 9(02)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-CHNRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PRINT LINES - ONE PAGE, ONE BLOCK PER FILE
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(44) VALUE
               'CLS01EX63  AUDIT/JOURNAL CHAIN VERIFICATION'.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
       01  WS-FILE-LINE.
           05  FILLER                  PIC X(06) VALUE 'FILE: '.
           05  WS-FLL-FILE-ID          PIC X(08).
           05  FILLER                  PIC X(10) VALUE '  RESULT: '.
           05  WS-FLL-RESULT           PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(24) VALUE
               '  FIRST BREAK AT RECORD '.
           05  WS-BKL-RECORD           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE '  SEQUENCE '.
           05  WS-BKL-SEQUENCE         PIC X(09).
           05  FILLER                  PIC X(10) VALUE '  ACCOUNT '.
           05  WS-BKL-KEY              PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-REASON-LINE.
           05  FILLER                  PIC X(10) VALUE '  REASON: '.
           05  WS-RSL-REASON           PIC X(30).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUM-LABEL            PIC X(30).
           05  WS-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SET CHN-VERIFY-AUDIT         TO TRUE
           MOVE 'AUDITOUT'              TO WS-VERIFY-FILE-ID
           PERFORM 2000-VERIFY-FILE     THRU 2000-EXIT

           SET CHN-VERIFY-JOURNAL       TO TRUE
           MOVE 'JRNFILE'               TO WS-VERIFY-FILE-ID
           PERFORM 2000-VERIFY-FILE     THRU 2000-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, OPEN THE REPORT AND PRINT ITS HEADING
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

           IF CTL-BATCH-ID = SPACES
               MOVE CTL-RUN-DATE         TO CTL-BATCH-ID
           END-IF

           OPEN OUTPUT CHAIN-REPORT-FILE
           MOVE WS-CHNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CHNRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR
           WRITE CHAIN-REPORT-LINE       FROM WS-HEADER-LINE-1
           WRITE CHAIN-REPORT-LINE       FROM WS-HEADER-LINE-2
           WRITE CHAIN-REPORT-LINE       FROM WS-BLANK-LINE
           MOVE WS-CHNRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CHNRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X63'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX63 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK ONE FILE'S CHAIN AND PRINT ITS BLOCK OF THE REPORT
      *-----------------------------------------------------------------
       2000-VERIFY-FILE.
           CALL 'CLS01CHN'              USING CHAIN-PARMS

           ADD CHN-RECORDS-READ         TO WS-RECORDS-WALKED
           ADD CHN-BREAK-COUNT          TO WS-BREAKS-FOUND

           MOVE SPACES                  TO WS-FLL-RESULT
           EVALUATE TRUE
               WHEN CHN-CHAIN-INTACT
                   MOVE 'CHAIN INTACT'  TO WS-FLL-RESULT
               WHEN CHN-CHAIN-BROKEN
                   MOVE 'CHAIN BROKEN - FILE NOT TO BE TRUSTED'
                                        TO WS-FLL-RESULT
                   ADD 1                TO WS-FILES-FAILED
               WHEN CHN-FILE-ABSENT
                   MOVE 'FILE NOT PRESENT - NOTHING TO VERIFY'
                                        TO WS-FLL-RESULT
               WHEN OTHER
                   STRING 'FILE UNREADABLE - FILE STATUS '
                          CHN-FILE-STATUS
                          DELIMITED BY SIZE
                          INTO WS-FLL-RESULT
                   END-STRING
                   ADD 1                TO WS-FILES-FAILED
           END-EVALUATE

           MOVE WS-VERIFY-FILE-ID       TO WS-FLL-FILE-ID
           WRITE CHAIN-REPORT-LINE      FROM WS-FILE-LINE

           MOVE 'RECORDS WALKED:'       TO WS-SUM-LABEL
           MOVE CHN-RECORDS-READ        TO WS-SUM-COUNT
           WRITE CHAIN-REPORT-LINE      FROM WS-SUMMARY-LINE
           MOVE 'UNCHAINED (BEFORE CHAIN):' TO WS-SUM-LABEL
           MOVE CHN-UNCHAINED-COUNT     TO WS-SUM-COUNT
           WRITE CHAIN-REPORT-LINE      FROM WS-SUMMARY-LINE
           MOVE 'CHAIN BREAKS:'         TO WS-SUM-LABEL
           MOVE CHN-BREAK-COUNT         TO WS-SUM-COUNT
           WRITE CHAIN-REPORT-LINE      FROM WS-SUMMARY-LINE
           MOVE 'LAST CHAIN SEQUENCE:'  TO WS-SUM-LABEL
           MOVE CHN-LAST-SEQUENCE       TO WS-SUM-COUNT
           WRITE CHAIN-REPORT-LINE      FROM WS-SUMMARY-LINE

           IF CHN-BREAK-COUNT > ZERO
               PERFORM 2100-PRINT-FIRST-BREAK THRU 2100-EXIT
           END-IF

           WRITE CHAIN-REPORT-LINE      FROM WS-BLANK-LINE
           MOVE WS-CHNRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CHNRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIRST RECORD AFFECTED - ALSO SAID ON SYSOUT SO THE
      * OPERATOR SEES WHY THE STEP FAILED WITHOUT PULLING THE REPORT
      *-----------------------------------------------------------------
       2100-PRINT-FIRST-BREAK.
           MOVE CHN-FIRST-BREAK-RECORD  TO WS-BKL-RECORD
           MOVE CHN-FIRST-BREAK-SEQUENCE TO WS-BKL-SEQUENCE
           MOVE CHN-FIRST-BREAK-KEY     TO WS-BKL-KEY
           MOVE CHN-FIRST-BREAK-REASON  TO WS-RSL-REASON
           WRITE CHAIN-REPORT-LINE      FROM WS-BREAK-LINE
           WRITE CHAIN-REPORT-LINE      FROM WS-REASON-LINE

           DISPLAY 'CLS01EX63 - ' WS-VERIFY-FILE-ID ' CHAIN BROKEN - '
               CHN-BREAK-COUNT ' BREAK(S), FIRST AT RECORD '
               CHN-FIRST-BREAK-RECORD ': ' CHN-FIRST-BREAK-REASON.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SET THE RETURN CODE, CLOSE THE REPORT AND WRITE THE RUN LOG
      *-----------------------------------------------------------------
       3000-FINALIZE.
           CLOSE CHAIN-REPORT-FILE

           IF WS-FILES-FAILED > ZERO
               MOVE 16                  TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX63 WALKED ' WS-RECORDS-WALKED
               ' RECORDS, ' WS-BREAKS-FOUND ' CHAIN BREAKS, '
               WS-FILES-FAILED ' FILES FAILED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

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
           MOVE 'CLS01X63'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORDS-WALKED       TO LOG-INPUT-COUNT
           MOVE ZERO                    TO LOG-OUTPUT-COUNT
           MOVE WS-BREAKS-FOUND         TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE RUN-LOG-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN
      * OR WRITE IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX63 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
