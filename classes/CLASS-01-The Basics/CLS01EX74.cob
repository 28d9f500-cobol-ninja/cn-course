      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX74.
      * PROCESS CAPABILITY (CP/CPK) STUDY FROM THE QC HISTORY
      * CLS01EX17 SHOWS ONE NIGHT'S SIGMA AND CLS01EX33 CATCHES
      * DRIFT, BUT CUSTOMERS ASK QA FOR CAPABILITY FIGURES OVER A
      * PERIOD.  THIS STEP READS THE QC HISTORY FILE (QCHIST) THAT
      * CLS01EX33 APPENDS TO EVERY NIGHT AND, OVER THE REQUESTED
      * DATE RANGE, POOLS EACH READING GROUP'S NIGHTLY AVERAGE AND
      * STANDARD DEVIATION:
      *   MEAN  - THE MEAN OF THE NIGHTLY AVERAGES
      *   SIGMA - THE ROOT OF THE MEAN NIGHTLY VARIANCE (THE POOLED
      *           WITHIN-NIGHT SPREAD), TAKEN BY THE SAME SHORT
      *           NEWTON ITERATION CLS01EX06 USES
      *   CP    - (USL - LSL) / 6 SIGMA
      *   CPK   - THE NEARER LIMIT'S DISTANCE FROM THE MEAN / 3 SIGMA
      *           (NEGATIVE WHEN THE MEAN SITS OUTSIDE THE LIMITS)
      * THE SPEC LIMITS ARE THE QCLIMITS MINIMUM AND MAXIMUM, FOUND
      * BY THE FIRST-MATCH ID-OR-PREFIX RULE CLS01EX06 APPLIES, SO A
      * GROUP IS JUDGED AGAINST THE LIMITS ITS READINGS ARE HELD TO
      * EACH PROCESS LINE (THE FOUR-CHARACTER GROUP PREFIX) IS
      * POOLED THE SAME WAY OVER ALL ITS GROUPS' NIGHTS, AGAINST THE
      * LIMITS ITS GROUPS SHARE - A LINE WHOSE GROUPS ARE HELD TO
      * DIFFERENT LIMITS IS SHOWN AS MIXED AND NOT RATED.  THE
      * '/ALL' PREFIX RECORDS ON THE HISTORY ARE NOT USED - THEY ARE
      * A MEAN OF GROUP AVERAGES, NOT A SPREAD OF READINGS
      * THE HISTORY IS SORTED LINE/GROUP/DATE, SO THE FIRST SECTION
      * LISTS EVERY GROUP UNDER ITS LINE WITH THE LINE'S POOLED
      * FIGURE AFTER IT; THE SECOND RANKS THE LINES FROM LEAST TO
      * MOST CAPABLE.  EVERY FIGURE BELOW THE MINIMUM CPK IS FLAGGED,
      * AND EVERY FIGURE SHOWS THE NIGHTS OF HISTORY IT RESTS ON.
      * WHEN A NIGHT WAS RERUN THE LAST RECORD FOR THE DATE IS USED
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - RANGE START DATE YYYYMMDD (BLANK = FIRST OF THE
      *       BUSINESS DATE'S MONTH)
      *   3 - RANGE END DATE YYYYMMDD (BLANK = THE BUSINESS DATE)
      *   4 - MINIMUM CPK IN HUNDREDTHS, THREE DIGITS (DEFAULT 133 =
      *       1.33)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT QC-HISTORY-FILE      ASSIGN TO "QCHIST"
                                        FILE STATUS IS WS-QCHIST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-LIMITS-FILE       ASSIGN TO "QCLIMITS"
                                        FILE STATUS IS WS-QCLIM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPABILITY-REPORT-FILE ASSIGN TO "CAPRPT"
                                        FILE STATUS IS WS-CAPRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  QC-HISTORY-FILE.
       COPY CLS01QCH.
       FD  QC-LIMITS-FILE.
       01  QC-LIMITS-RECORD.
           05  QCL-GROUP-PREFIX        PIC X(08).
           05  QCL-MINIMUM             PIC 9(03)V9.
           05  QCL-MAXIMUM             PIC 9(03)V9.
           05  FILLER                  PIC X(64).
       FD  CAPABILITY-REPORT-FILE.
       01  CAPABILITY-REPORT-LINE      PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-LINE                PIC X(04).
           05  SRT-GROUP-ID            PIC X(08).
           05  SRT-RUN-DATE            PIC 9(08).
           05  SRT-AVERAGE             PIC 9(03)V9.
           05  SRT-STD-DEV             PIC 9(03)V99.
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
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DATE-FROM-PARM           PIC X(08)   VALUE SPACES.
       01  WS-DATE-TO-PARM             PIC X(08)   VALUE SPACES.
       01  WS-MIN-CPK-PARM             PIC X(03)   VALUE SPACES.
       01  WS-MIN-CPK-HUNDREDTHS       REDEFINES WS-MIN-CPK-PARM
                                       PIC 9(03).
       01  WS-RANGE-FROM               PIC 9(08)   VALUE ZERO.
       01  WS-RANGE-TO                 PIC 9(08)   VALUE ZERO.
       01  WS-MIN-CPK                  PIC 9V99    VALUE 1.33.
       01  WS-MONTH-WORK               PIC 9(06)   VALUE ZERO.
       01  WS-DAY-WORK                 PIC 9(02)   VALUE ZERO.
      *================================================================
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-QC-HISTORY                   VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-QC-HISTORY                       VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-HISTORY               VALUE 'Y'.
       01  WS-QCL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-QC-LIMITS                    VALUE 'Y'.
       01  WS-NO-QCL-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-QC-LIMITS-MASTER                 VALUE 'Y'.
       01  WS-RANKING-SWITCH           PIC X(01)   VALUE 'N'.
           88  RANKING-COMPLETE                    VALUE 'Y'.
       01  WS-SECTION-SWITCH           PIC X(01)   VALUE 'G'.
           88  IN-GROUP-SECTION                    VALUE 'G'.
           88  IN-RANKING-SECTION                  VALUE 'R'.
      *================================================================
      * QC LIMITS TABLE - LOADED AND MATCHED EXACTLY AS CLS01EX06
      * DOES: THE STORED LENGTH IS THE PREFIX'S LAST NON-SPACE
      * POSITION AND THE FIRST ENTRY THAT MATCHES THE GROUP WINS
      *================================================================
       01  WS-QC-LIMITS-TABLE.
           05  WS-QCL-ENTRY            OCCURS 100 TIMES.
               10  WS-QCL-PREFIX       PIC X(08).
               10  WS-QCL-LENGTH       PIC 9(02)  COMP.
               10  WS-QCL-MINIMUM      PIC 9(03)V9.
               10  WS-QCL-MAXIMUM      PIC 9(03)V9.
       01  WS-QCL-USED                 PIC 9(03)   COMP VALUE ZERO.
       01  WS-QCL-SUB                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-QCL-MATCH-SUB            PIC 9(03)   COMP VALUE ZERO.
       01  WS-QCL-CHAR-SUB             PIC 9(02)   COMP VALUE ZERO.
       01  WS-QCL-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
           88  LIMIT-ENTRY-FOUND                   VALUE 'Y'.
      *================================================================
      * THE POINT WAITING TO BE COMMITTED - A RERUN NIGHT REPLACES IT
      *================================================================
       01  WS-PENDING-SWITCH           PIC X(01)   VALUE 'N'.
           88  POINT-PENDING                       VALUE 'Y'.
       01  WS-PEND-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-PEND-AVERAGE             PIC 9(03)V9 VALUE ZERO.
       01  WS-PEND-STD-DEV             PIC 9(03)V99 VALUE ZERO.
      *================================================================
      * GROUP AND LINE ACCUMULATORS.  THE LINE'S NIGHTS ARE THE
      * DISTINCT DATES ACROSS ITS GROUPS, KEPT IN A SMALL DATE TABLE;
      * ITS LIMITS ARE THOSE OF ITS FIRST GROUP, MARKED MIXED WHEN A
      * LATER GROUP IS HELD TO DIFFERENT ONES
      *================================================================
       01  WS-GRP-GROUP-ID             PIC X(08)   VALUE SPACES.
       01  WS-GRP-NIGHTS               PIC 9(05)   VALUE ZERO.
       01  WS-GRP-SUM-AVG              PIC 9(08)V9 VALUE ZERO.
       01  WS-GRP-SUM-VAR              PIC 9(11)V9(04) VALUE ZERO.
       01  WS-LIN-LINE                 PIC X(04)   VALUE SPACES.
       01  WS-LIN-POINTS               PIC 9(07)   VALUE ZERO.
       01  WS-LIN-GROUPS               PIC 9(04)   VALUE ZERO.
       01  WS-LIN-SUM-AVG              PIC 9(08)V9 VALUE ZERO.
       01  WS-LIN-SUM-VAR              PIC 9(11)V9(04) VALUE ZERO.
       01  WS-LIN-LIMIT-STATE          PIC X(01)   VALUE 'U'.
           88  LINE-LIMITS-UNSET                   VALUE 'U'.
           88  LINE-LIMITS-SET                     VALUE 'S'.
           88  LINE-LIMITS-NONE                    VALUE 'N'.
           88  LINE-LIMITS-MIXED                   VALUE 'M'.
       01  WS-LIN-LSL                  PIC 9(03)V9 VALUE ZERO.
       01  WS-LIN-USL                  PIC 9(03)V9 VALUE ZERO.
       01  WS-LINE-DATE-TABLE.
           05  WS-LD-DATE              PIC 9(08)   OCCURS 400 TIMES.
       01  WS-LD-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-LD-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-LD-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  LINE-DATE-FOUND                     VALUE 'Y'.
       01  WS-LD-FULL-SWITCH           PIC X(01)   VALUE 'N'.
           88  LINE-DATE-TABLE-FULL                VALUE 'Y'.
      *================================================================
      * CAPABILITY WORK AREA - LOADED FROM THE GROUP OR LINE
      * ACCUMULATORS BEFORE 2500-COMPUTE-CAPABILITY RUNS
      *================================================================
       01  WS-CAP-POINTS               PIC 9(07)   VALUE ZERO.
       01  WS-CAP-SUM-AVG              PIC 9(08)V9 VALUE ZERO.
       01  WS-CAP-SUM-VAR              PIC 9(11)V9(04) VALUE ZERO.
       01  WS-CAP-LSL                  PIC 9(03)V9 VALUE ZERO.
       01  WS-CAP-USL                  PIC 9(03)V9 VALUE ZERO.
       01  WS-CAP-MEAN                 PIC 9(03)V9(04) VALUE ZERO.
       01  WS-CAP-SIGMA                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-CAP-CP                   PIC 9(03)V99 VALUE ZERO.
       01  WS-CAP-CPK                  PIC S9(03)V99 VALUE ZERO.
       01  WS-CAP-UPPER-GAP            PIC S9(04)V9(04) VALUE ZERO.
       01  WS-CAP-SIGMA-SPAN           PIC 9(04)V9(04) VALUE ZERO.
       01  WS-CAP-LOWER-GAP            PIC S9(04)V9(04) VALUE ZERO.
       01  WS-CAP-STATE                PIC X(01)   VALUE SPACE.
           88  CAPABILITY-RATED                    VALUE 'R'.
           88  CAPABILITY-NO-LIMITS                VALUE 'N'.
           88  CAPABILITY-MIXED-LIMITS             VALUE 'M'.
           88  CAPABILITY-NO-SPREAD                VALUE 'Z'.
       01  WS-CAP-FLAG                 PIC X(14)   VALUE SPACES.
       01  WS-VARIANCE                 PIC 9(09)V9(04) VALUE ZERO.
       01  WS-SQRT-GUESS               PIC 9(09)V9(04) VALUE ZERO.
       01  WS-SQRT-PRIOR               PIC 9(09)V9(04) VALUE ZERO.
       01  WS-SQRT-INDEX               PIC 9(02)   COMP VALUE ZERO.
      *================================================================
      * LINE RESULTS HELD FOR THE RANKING SECTION
      *================================================================
       01  WS-LINE-TABLE.
           05  WS-LN-ENTRY             OCCURS 200 TIMES.
               10  WS-LN-LINE          PIC X(04).
               10  WS-LN-NIGHTS        PIC 9(05).
               10  WS-LN-GROUPS        PIC 9(04).
               10  WS-LN-MEAN          PIC 9(03)V9(04).
               10  WS-LN-SIGMA         PIC 9(03)V9(04).
               10  WS-LN-CP            PIC 9(03)V99.
               10  WS-LN-CPK           PIC S9(03)V99.
               10  WS-LN-STATE         PIC X(01).
               10  WS-LN-FLAG          PIC X(14).
               10  WS-LN-RANKED        PIC X(01).
       01  WS-LN-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-LN-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-LN-LOW-SUB               PIC 9(03)   COMP VALUE ZERO.
       01  WS-RANK                     PIC 9(03)   VALUE ZERO.
      *================================================================
      * RUN COUNTS
      *================================================================
       01  WS-HISTORY-READ             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(07)   VALUE ZERO.
       01  WS-RERUN-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-BAD-HISTORY-COUNT        PIC 9(07)   VALUE ZERO.
       01  WS-GROUPS-STUDIED           PIC 9(05)   VALUE ZERO.
       01  WS-GROUPS-BELOW             PIC 9(05)   VALUE ZERO.
       01  WS-LINES-STUDIED            PIC 9(05)   VALUE ZERO.
       01  WS-LINES-BELOW              PIC 9(05)   VALUE ZERO.
       01  WS-NOT-RATED-COUNT          PIC 9(05)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-QCHIST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCLIM-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CAPRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX74  PROCESS CAPABILITY STUDY'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  RANGE '.
           05  WS-HDR-FROM             PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-HDR-TO               PIC 9(08).
           05  FILLER                  PIC X(11) VALUE
               '  MIN CPK  '.
           05  WS-HDR-MIN-CPK          PIC 9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-GROUP-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE 'LINE'.
           05  FILLER                  PIC X(09) VALUE 'GROUP'.
           05  FILLER                  PIC X(06) VALUE 'NIGHTS'.
           05  FILLER                  PIC X(07) VALUE '   MEAN'.
           05  FILLER                  PIC X(08) VALUE '   SIGMA'.
           05  FILLER                  PIC X(06) VALUE '   LSL'.
           05  FILLER                  PIC X(06) VALUE '   USL'.
           05  FILLER                  PIC X(07) VALUE '     CP'.
           05  FILLER                  PIC X(08) VALUE '     CPK'.
           05  FILLER                  PIC X(18) VALUE ' FLAG'.
       01  WS-RANKING-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE 'RANK'.
           05  FILLER                  PIC X(06) VALUE 'LINE'.
           05  FILLER                  PIC X(06) VALUE 'NIGHTS'.
           05  FILLER                  PIC X(05) VALUE ' GRPS'.
           05  FILLER                  PIC X(07) VALUE '   MEAN'.
           05  FILLER                  PIC X(08) VALUE '   SIGMA'.
           05  FILLER                  PIC X(07) VALUE '     CP'.
           05  FILLER                  PIC X(08) VALUE '     CPK'.
           05  FILLER                  PIC X(28) VALUE ' FLAG'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-LINE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-GROUP-ID         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NIGHTS           PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-MEAN             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-SIGMA            PIC ZZ9.999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LSL              PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-USL              PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FIGURES.
               10  WS-DTL-CP           PIC ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-DTL-CPK          PIC ---9.99.
           05  WS-DTL-FIGURES-TEXT     REDEFINES WS-DTL-FIGURES
                                       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(14).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RANK-LINE.
           05  WS-RNK-RANK             PIC ZZZ.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RNK-LINE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RNK-NIGHTS           PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RNK-GROUPS           PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RNK-MEAN             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RNK-SIGMA            PIC ZZ9.999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RNK-FIGURES.
               10  WS-RNK-CP           PIC ZZ9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-RNK-CPK          PIC ---9.99.
           05  WS-RNK-FIGURES-TEXT     REDEFINES WS-RNK-FIGURES
                                       PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RNK-FLAG             PIC X(14).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(76).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX74  CAPABILITY RUN TOTALS'.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL            PIC X(32).
           05  WS-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-QC-LIMIT   THRU 1300-EXIT
               UNTIL END-OF-QC-LIMITS

           MOVE 'GROUP CAPABILITY BY PROCESS LINE' TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-LINE
                                SRT-GROUP-ID
                                SRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           IF WS-GROUPS-STUDIED = ZERO
               MOVE 'NO QC HISTORY IN THE RANGE' TO WS-MSG-TEXT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
           END-IF

           SET WS-SECTION-SWITCH        TO 'R'
           MOVE 'PROCESS LINES - LEAST CAPABLE FIRST'
                                         TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           PERFORM 2700-RANK-NEXT-LINE  THRU 2700-EXIT
               UNTIL RANKING-COMPLETE
           PERFORM 2800-LIST-UNRATED-LINE THRU 2800-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-USED
           IF WS-LN-USED = ZERO
               MOVE 'NO PROCESS LINE HAS HISTORY IN THE RANGE'
                                         TO WS-MSG-TEXT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
           END-IF

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - EVERY GROUP RECORD DATED INSIDE THE RANGE.
      * AN ABSENT HISTORY FILE (STATUS '35') MEANS CLS01EX33 HAS NOT
      * RUN SINCE THE FILE WAS INTRODUCED - THE STUDY COMES OUT EMPTY
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  QC-HISTORY-FILE
           IF WS-QCHIST-STATUS = '35'
               SET NO-QC-HISTORY        TO TRUE
               SET END-OF-QC-HISTORY    TO TRUE
               DISPLAY 'CLS01EX74 - NO QC HISTORY FILE - NOTHING TO '
                   'STUDY'
           ELSE
               MOVE WS-QCHIST-STATUS    TO WS-CURRENT-STATUS
               MOVE 'QCHIST'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
           END-IF

           PERFORM 0150-RELEASE-HISTORY THRU 0150-EXIT
               UNTIL END-OF-QC-HISTORY

           IF NOT NO-QC-HISTORY
               CLOSE QC-HISTORY-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE HISTORY RECORD IF IT IS A GROUP RECORD (NOT A
      * PREFIX '/ALL' RECORD), READABLE AND DATED INSIDE THE RANGE
      *-----------------------------------------------------------------
       0150-RELEASE-HISTORY.
           IF QCH-GROUP-ID (5:4) = '/ALL'
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           IF QCH-RUN-DATE NOT NUMERIC
               OR QCH-AVERAGE NOT NUMERIC
               OR QCH-STD-DEV NOT NUMERIC
               OR QCH-GROUP-ID = SPACES
               ADD 1                    TO WS-BAD-HISTORY-COUNT
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           IF QCH-RUN-DATE < WS-RANGE-FROM
               OR QCH-RUN-DATE > WS-RANGE-TO
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
               GO TO 0150-EXIT
           END-IF

           MOVE QCH-GROUP-ID (1:4)      TO SRT-LINE
           MOVE QCH-GROUP-ID            TO SRT-GROUP-ID
           MOVE QCH-RUN-DATE            TO SRT-RUN-DATE
           MOVE QCH-AVERAGE             TO SRT-AVERAGE
           MOVE QCH-STD-DEV             TO SRT-STD-DEV
           RELEASE SORT-RECORD
           ADD 1                        TO WS-HISTORY-USED

           PERFORM 2100-READ-HISTORY    THRU 2100-EXIT.
       0150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED HISTORY BACK AND RATE EACH GROUP AS ITS LAST
      * NIGHT GOES BY, AND EACH LINE AFTER ITS LAST GROUP
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT

           IF NOT END-OF-SORTED-HISTORY
               PERFORM 2220-START-LINE  THRU 2220-EXIT
               PERFORM 2200-START-GROUP THRU 2200-EXIT
           END-IF

           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL END-OF-SORTED-HISTORY

           IF POINT-PENDING
               PERFORM 2300-RATE-GROUP  THRU 2300-EXIT
               PERFORM 2400-RATE-LINE   THRU 2400-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR, TAKE THE RANGE AND THE MINIMUM CPK
      * AND OPEN THE REPORT AND THE LIMITS MASTER
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
               MOVE WS-DATE-FROM-PARM    TO WS-RANGE-FROM
           ELSE
               DIVIDE CTL-RUN-DATE BY 100
                   GIVING WS-MONTH-WORK
                   REMAINDER WS-DAY-WORK
               COMPUTE WS-RANGE-FROM =
                   (WS-MONTH-WORK * 100) + 1
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-TO-PARM        FROM ARGUMENT-VALUE
           IF WS-DATE-TO-PARM IS NUMERIC
               MOVE WS-DATE-TO-PARM      TO WS-RANGE-TO
           ELSE
               MOVE CTL-RUN-DATE         TO WS-RANGE-TO
           END-IF

           IF WS-RANGE-FROM > WS-RANGE-TO
               DISPLAY 'CLS01EX74 - RANGE START ' WS-RANGE-FROM
                   ' IS AFTER RANGE END ' WS-RANGE-TO
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-MIN-CPK-PARM        FROM ARGUMENT-VALUE
           IF WS-MIN-CPK-PARM IS NUMERIC
               COMPUTE WS-MIN-CPK = WS-MIN-CPK-HUNDREDTHS / 100
           END-IF

           OPEN OUTPUT CAPABILITY-REPORT-FILE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  QC-LIMITS-FILE
           IF WS-QCLIM-STATUS = '35'
               SET NO-QC-LIMITS-MASTER   TO TRUE
               SET END-OF-QC-LIMITS      TO TRUE
               DISPLAY 'CLS01EX74 - NO QC LIMITS MASTER - NO FIGURE '
                   'CAN BE RATED'
           ELSE
               MOVE WS-QCLIM-STATUS      TO WS-CURRENT-STATUS
               MOVE 'QCLIMITS'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X74'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX74 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER WITH THE CURRENT SECTION'S COLUMN
      * HEADINGS AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1100-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-RANGE-FROM            TO WS-HDR-FROM
           MOVE WS-RANGE-TO              TO WS-HDR-TO
           MOVE WS-MIN-CPK               TO WS-HDR-MIN-CPK

           WRITE CAPABILITY-REPORT-LINE  FROM WS-HEADER-LINE-1
           WRITE CAPABILITY-REPORT-LINE  FROM WS-HEADER-LINE-2
           WRITE CAPABILITY-REPORT-LINE  FROM WS-BLANK-LINE
           IF IN-GROUP-SECTION
               WRITE CAPABILITY-REPORT-LINE
                                         FROM WS-GROUP-HEADER-LINE
           ELSE
               WRITE CAPABILITY-REPORT-LINE
                                         FROM WS-RANKING-HEADER-LINE
           END-IF
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE QC LIMITS RECORD INTO THE LIMITS TABLE - THE STORED
      * LENGTH IS THE PREFIX'S LAST NON-SPACE POSITION SO A SHORT
      * PREFIX CAN MATCH EVERY GROUP THAT STARTS WITH IT
      *-----------------------------------------------------------------
       1300-LOAD-QC-LIMIT.
           READ QC-LIMITS-FILE
               AT END
                   SET END-OF-QC-LIMITS TO TRUE
                   CLOSE QC-LIMITS-FILE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-QCLIM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCLIMITS'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF QCL-MINIMUM NOT NUMERIC
               OR QCL-MAXIMUM NOT NUMERIC
               OR QCL-GROUP-PREFIX = SPACES
               DISPLAY 'CLS01EX74 - BAD QC LIMITS RECORD FOR '
                   QCL-GROUP-PREFIX ' IGNORED'
               GO TO 1300-EXIT
           END-IF

           IF WS-QCL-USED < 100
               ADD 1                    TO WS-QCL-USED
               MOVE QCL-GROUP-PREFIX    TO WS-QCL-PREFIX (WS-QCL-USED)
               MOVE QCL-MINIMUM         TO WS-QCL-MINIMUM
                                            (WS-QCL-USED)
               MOVE QCL-MAXIMUM         TO WS-QCL-MAXIMUM
                                            (WS-QCL-USED)
               MOVE 8                   TO WS-QCL-LENGTH (WS-QCL-USED)
               PERFORM 1350-SET-PREFIX-LENGTH THRU 1350-EXIT
                   VARYING WS-QCL-CHAR-SUB FROM 8 BY -1
                   UNTIL WS-QCL-CHAR-SUB < 1
           ELSE
               DISPLAY 'CLS01EX74 - QC LIMITS TABLE FULL - ENTRY '
                   QCL-GROUP-PREFIX ' IGNORED'
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK THE PREFIX FROM THE RIGHT - THE LENGTH ENDS UP AT THE
      * LAST NON-SPACE CHARACTER
      *-----------------------------------------------------------------
       1350-SET-PREFIX-LENGTH.
           IF QCL-GROUP-PREFIX (WS-QCL-CHAR-SUB:1) = SPACE
               COMPUTE WS-QCL-LENGTH (WS-QCL-USED) =
                   WS-QCL-CHAR-SUB - 1
           ELSE
               MOVE 1                   TO WS-QCL-CHAR-SUB
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND THE FIRST LIMITS ENTRY WHOSE ID-OR-PREFIX MATCHES THE
      * CURRENT GROUP
      *-----------------------------------------------------------------
       1400-FIND-LIMIT.
           SET WS-QCL-FOUND-SWITCH      TO 'N'
           MOVE ZERO                    TO WS-QCL-MATCH-SUB

           PERFORM 1450-MATCH-LIMIT     THRU 1450-EXIT
               VARYING WS-QCL-SUB FROM 1 BY 1
               UNTIL WS-QCL-SUB > WS-QCL-USED
                   OR LIMIT-ENTRY-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE LIMITS ENTRY AGAINST THE GROUP ID ON ITS STORED
      * PREFIX LENGTH
      *-----------------------------------------------------------------
       1450-MATCH-LIMIT.
           IF WS-QCL-LENGTH (WS-QCL-SUB) > ZERO
               AND WS-GRP-GROUP-ID (1:WS-QCL-LENGTH (WS-QCL-SUB)) =
                   WS-QCL-PREFIX (WS-QCL-SUB)
                       (1:WS-QCL-LENGTH (WS-QCL-SUB))
               SET LIMIT-ENTRY-FOUND    TO TRUE
               MOVE WS-QCL-SUB          TO WS-QCL-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A REPORT SECTION ON A FRESH PAGE
      *-----------------------------------------------------------------
       1550-START-SECTION.
           PERFORM 1100-WRITE-HEADER    THRU 1100-EXIT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-BLANK-LINE
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SECTION-LINE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 2                         TO WS-LINES-ON-PAGE.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE SORTED HISTORY POINT - A NEW LINE CLOSES THE PRIOR GROUP
      * AND LINE, A NEW GROUP THE PRIOR GROUP; A NEW DATE COMMITS THE
      * PENDING POINT; THE SAME DATE AGAIN (A RERUN NIGHT) SIMPLY
      * REPLACES IT
      *-----------------------------------------------------------------
       2000-PROCESS-HISTORY.
           EVALUATE TRUE
               WHEN SRT-LINE NOT = WS-LIN-LINE
                   PERFORM 2300-RATE-GROUP  THRU 2300-EXIT
                   PERFORM 2400-RATE-LINE   THRU 2400-EXIT
                   PERFORM 2220-START-LINE  THRU 2220-EXIT
                   PERFORM 2200-START-GROUP THRU 2200-EXIT
               WHEN SRT-GROUP-ID NOT = WS-GRP-GROUP-ID
                   PERFORM 2300-RATE-GROUP  THRU 2300-EXIT
                   PERFORM 2200-START-GROUP THRU 2200-EXIT
               WHEN POINT-PENDING AND SRT-RUN-DATE = WS-PEND-DATE
                   ADD 1                TO WS-RERUN-COUNT
               WHEN POINT-PENDING
                   PERFORM 2250-COMMIT-POINT THRU 2250-EXIT
           END-EVALUATE

           MOVE SRT-RUN-DATE            TO WS-PEND-DATE
           MOVE SRT-AVERAGE             TO WS-PEND-AVERAGE
           MOVE SRT-STD-DEV             TO WS-PEND-STD-DEV
           SET POINT-PENDING            TO TRUE

           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT QC HISTORY RECORD
      *-----------------------------------------------------------------
       2100-READ-HISTORY.
           READ QC-HISTORY-FILE
               AT END
                   SET END-OF-QC-HISTORY TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-QCHIST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'QCHIST'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-HISTORY-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT HISTORY POINT BACK FROM THE SORT
      *-----------------------------------------------------------------
       2150-RETURN-HISTORY.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-HISTORY TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A NEW GROUP ON THE CURRENT SORTED KEY WITH EMPTY SUMS
      *-----------------------------------------------------------------
       2200-START-GROUP.
           MOVE SRT-GROUP-ID            TO WS-GRP-GROUP-ID
           MOVE ZERO                    TO WS-GRP-NIGHTS
                                            WS-GRP-SUM-AVG
                                            WS-GRP-SUM-VAR
           MOVE 'N'                     TO WS-PENDING-SWITCH.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A NEW PROCESS LINE WITH EMPTY SUMS AND NO LIMITS YET
      *-----------------------------------------------------------------
       2220-START-LINE.
           MOVE SRT-LINE                TO WS-LIN-LINE
           MOVE ZERO                    TO WS-LIN-POINTS
                                            WS-LIN-GROUPS
                                            WS-LIN-SUM-AVG
                                            WS-LIN-SUM-VAR
                                            WS-LD-USED
                                            WS-LIN-LSL
                                            WS-LIN-USL
           SET LINE-LIMITS-UNSET        TO TRUE
           MOVE 'N'                     TO WS-LD-FULL-SWITCH.
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD THE PENDING POINT TO THE GROUP'S AND THE LINE'S SUMS AND
      * NOTE ITS DATE AMONG THE LINE'S NIGHTS
      *-----------------------------------------------------------------
       2250-COMMIT-POINT.
           ADD 1                        TO WS-GRP-NIGHTS
                                            WS-LIN-POINTS
           ADD WS-PEND-AVERAGE          TO WS-GRP-SUM-AVG
                                            WS-LIN-SUM-AVG
           COMPUTE WS-GRP-SUM-VAR = WS-GRP-SUM-VAR +
               (WS-PEND-STD-DEV * WS-PEND-STD-DEV)
           COMPUTE WS-LIN-SUM-VAR = WS-LIN-SUM-VAR +
               (WS-PEND-STD-DEV * WS-PEND-STD-DEV)

           SET WS-LD-FOUND-SWITCH       TO 'N'
           PERFORM 2260-MATCH-LINE-DATE THRU 2260-EXIT
               VARYING WS-LD-SUB FROM 1 BY 1
               UNTIL WS-LD-SUB > WS-LD-USED
                   OR LINE-DATE-FOUND
           IF NOT LINE-DATE-FOUND
               IF WS-LD-USED < 400
                   ADD 1                TO WS-LD-USED
                   MOVE WS-PEND-DATE    TO WS-LD-DATE (WS-LD-USED)
               ELSE
                   IF NOT LINE-DATE-TABLE-FULL
                       SET LINE-DATE-TABLE-FULL TO TRUE
                       DISPLAY 'CLS01EX74 - NIGHT TABLE FULL FOR LINE '
                           WS-LIN-LINE ' - NIGHTS SHOWN AS 400'
                   END-IF
               END-IF
           END-IF

           MOVE 'N'                     TO WS-PENDING-SWITCH.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE OF THE LINE'S NIGHTS AGAINST THE PENDING DATE
      *-----------------------------------------------------------------
       2260-MATCH-LINE-DATE.
           IF WS-LD-DATE (WS-LD-SUB) = WS-PEND-DATE
               SET LINE-DATE-FOUND      TO TRUE
           END-IF.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE CURRENT GROUP - COMMIT ITS LAST NIGHT, FIND ITS
      * LIMITS, RATE IT AND PRINT IT.  ITS LIMITS BECOME THE LINE'S,
      * OR MARK THE LINE MIXED WHEN THEY DISAGREE
      *-----------------------------------------------------------------
       2300-RATE-GROUP.
           PERFORM 2250-COMMIT-POINT    THRU 2250-EXIT
           ADD 1                        TO WS-GROUPS-STUDIED
                                            WS-LIN-GROUPS

           PERFORM 1400-FIND-LIMIT      THRU 1400-EXIT
           IF LIMIT-ENTRY-FOUND
               MOVE WS-QCL-MINIMUM (WS-QCL-MATCH-SUB) TO WS-CAP-LSL
               MOVE WS-QCL-MAXIMUM (WS-QCL-MATCH-SUB) TO WS-CAP-USL
           ELSE
               MOVE ZERO                TO WS-CAP-LSL
                                            WS-CAP-USL
           END-IF

           EVALUATE TRUE
               WHEN LINE-LIMITS-MIXED
                   CONTINUE
               WHEN LINE-LIMITS-UNSET AND LIMIT-ENTRY-FOUND
                   SET LINE-LIMITS-SET  TO TRUE
                   MOVE WS-CAP-LSL      TO WS-LIN-LSL
                   MOVE WS-CAP-USL      TO WS-LIN-USL
               WHEN LINE-LIMITS-UNSET
                   SET LINE-LIMITS-NONE TO TRUE
               WHEN LINE-LIMITS-NONE AND LIMIT-ENTRY-FOUND
                   SET LINE-LIMITS-MIXED TO TRUE
               WHEN LINE-LIMITS-SET AND NOT LIMIT-ENTRY-FOUND
                   SET LINE-LIMITS-MIXED TO TRUE
               WHEN LINE-LIMITS-SET
                   IF WS-CAP-LSL NOT = WS-LIN-LSL
                       OR WS-CAP-USL NOT = WS-LIN-USL
                       SET LINE-LIMITS-MIXED TO TRUE
                   END-IF
           END-EVALUATE

           MOVE WS-GRP-NIGHTS           TO WS-CAP-POINTS
           MOVE WS-GRP-SUM-AVG          TO WS-CAP-SUM-AVG
           MOVE WS-GRP-SUM-VAR          TO WS-CAP-SUM-VAR
           IF LIMIT-ENTRY-FOUND
               SET CAPABILITY-RATED     TO TRUE
           ELSE
               SET CAPABILITY-NO-LIMITS TO TRUE
           END-IF
           PERFORM 2500-COMPUTE-CAPABILITY THRU 2500-EXIT
           IF WS-CAP-FLAG = 'BELOW MINIMUM'
               ADD 1                    TO WS-GROUPS-BELOW
           END-IF

           MOVE WS-LIN-LINE             TO WS-DTL-LINE
           MOVE WS-GRP-GROUP-ID         TO WS-DTL-GROUP-ID
           MOVE WS-GRP-NIGHTS           TO WS-DTL-NIGHTS
           PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE CURRENT LINE - RATE ITS POOLED HISTORY, PRINT IT
      * UNDER ITS GROUPS AND KEEP IT FOR THE RANKING
      *-----------------------------------------------------------------
       2400-RATE-LINE.
           ADD 1                        TO WS-LINES-STUDIED
           MOVE WS-LIN-POINTS           TO WS-CAP-POINTS
           MOVE WS-LIN-SUM-AVG          TO WS-CAP-SUM-AVG
           MOVE WS-LIN-SUM-VAR          TO WS-CAP-SUM-VAR
           MOVE WS-LIN-LSL              TO WS-CAP-LSL
           MOVE WS-LIN-USL              TO WS-CAP-USL
           EVALUATE TRUE
               WHEN LINE-LIMITS-SET
                   SET CAPABILITY-RATED TO TRUE
               WHEN LINE-LIMITS-MIXED
                   SET CAPABILITY-MIXED-LIMITS TO TRUE
               WHEN OTHER
                   SET CAPABILITY-NO-LIMITS TO TRUE
           END-EVALUATE
           PERFORM 2500-COMPUTE-CAPABILITY THRU 2500-EXIT
           IF WS-CAP-FLAG = 'BELOW MINIMUM'
               ADD 1                    TO WS-LINES-BELOW
           END-IF

           MOVE WS-LIN-LINE             TO WS-DTL-LINE
           MOVE 'LINE TOT'              TO WS-DTL-GROUP-ID
           MOVE WS-LD-USED              TO WS-DTL-NIGHTS
           PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-BLANK-LINE
           ADD 1                         TO WS-LINES-ON-PAGE

           IF WS-LN-USED NOT < 200
               DISPLAY 'CLS01EX74 - LINE TABLE FULL - LINE '
                   WS-LIN-LINE ' LEFT OFF THE RANKING'
               GO TO 2400-EXIT
           END-IF

           ADD 1                        TO WS-LN-USED
           MOVE WS-LIN-LINE             TO WS-LN-LINE (WS-LN-USED)
           MOVE WS-LD-USED              TO WS-LN-NIGHTS (WS-LN-USED)
           MOVE WS-LIN-GROUPS           TO WS-LN-GROUPS (WS-LN-USED)
           MOVE WS-CAP-MEAN             TO WS-LN-MEAN (WS-LN-USED)
           MOVE WS-CAP-SIGMA            TO WS-LN-SIGMA (WS-LN-USED)
           MOVE WS-CAP-CP               TO WS-LN-CP (WS-LN-USED)
           MOVE WS-CAP-CPK              TO WS-LN-CPK (WS-LN-USED)
           MOVE WS-CAP-STATE            TO WS-LN-STATE (WS-LN-USED)
           MOVE WS-CAP-FLAG             TO WS-LN-FLAG (WS-LN-USED)
           MOVE 'N'                     TO WS-LN-RANKED (WS-LN-USED).
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POOL THE WORK AREA INTO MEAN, SIGMA, CP AND CPK.  A FIGURE
      * WITH NO LIMITS, MIXED LIMITS OR NO SPREAD IS LEFT UNRATED;
      * A RATED ONE BELOW THE MINIMUM CPK IS FLAGGED
      *-----------------------------------------------------------------
       2500-COMPUTE-CAPABILITY.
           MOVE ZERO                    TO WS-CAP-MEAN
                                            WS-CAP-SIGMA
                                            WS-CAP-CP
                                            WS-CAP-CPK
           MOVE SPACES                  TO WS-CAP-FLAG
           IF WS-CAP-POINTS = ZERO
               GO TO 2500-EXIT
           END-IF

           COMPUTE WS-CAP-MEAN ROUNDED =
               WS-CAP-SUM-AVG / WS-CAP-POINTS
           COMPUTE WS-VARIANCE ROUNDED =
               WS-CAP-SUM-VAR / WS-CAP-POINTS
           IF WS-VARIANCE > ZERO
               COMPUTE WS-SQRT-GUESS = (WS-VARIANCE + 1) / 2
               PERFORM 2550-REFINE-SQRT THRU 2550-EXIT
                   VARYING WS-SQRT-INDEX FROM 1 BY 1
                   UNTIL WS-SQRT-INDEX > 20
               COMPUTE WS-CAP-SIGMA ROUNDED = WS-SQRT-GUESS
           END-IF

           IF NOT CAPABILITY-RATED
               GO TO 2500-EXIT
           END-IF
           IF WS-CAP-SIGMA = ZERO
               SET CAPABILITY-NO-SPREAD TO TRUE
               GO TO 2500-EXIT
           END-IF

           COMPUTE WS-CAP-SIGMA-SPAN = 6 * WS-CAP-SIGMA
           COMPUTE WS-CAP-CP ROUNDED =
               (WS-CAP-USL - WS-CAP-LSL) / WS-CAP-SIGMA-SPAN
               ON SIZE ERROR
                   MOVE 999.99          TO WS-CAP-CP
           END-COMPUTE
           COMPUTE WS-CAP-UPPER-GAP = WS-CAP-USL - WS-CAP-MEAN
           COMPUTE WS-CAP-LOWER-GAP = WS-CAP-MEAN - WS-CAP-LSL
           IF WS-CAP-LOWER-GAP < WS-CAP-UPPER-GAP
               MOVE WS-CAP-LOWER-GAP    TO WS-CAP-UPPER-GAP
           END-IF
           COMPUTE WS-CAP-SIGMA-SPAN = 3 * WS-CAP-SIGMA
           COMPUTE WS-CAP-CPK ROUNDED =
               WS-CAP-UPPER-GAP / WS-CAP-SIGMA-SPAN
               ON SIZE ERROR
                   IF WS-CAP-UPPER-GAP < ZERO
                       MOVE -999.99     TO WS-CAP-CPK
                   ELSE
                       MOVE 999.99      TO WS-CAP-CPK
                   END-IF
           END-COMPUTE

           IF WS-CAP-CPK < WS-MIN-CPK
               MOVE 'BELOW MINIMUM'     TO WS-CAP-FLAG
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE NEWTON STEP: NEXT GUESS = (GUESS + VARIANCE/GUESS) / 2
      *-----------------------------------------------------------------
       2550-REFINE-SQRT.
           MOVE WS-SQRT-GUESS           TO WS-SQRT-PRIOR
           COMPUTE WS-SQRT-GUESS =
               (WS-SQRT-PRIOR + (WS-VARIANCE / WS-SQRT-PRIOR)) / 2.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE GROUP OR LINE-TOTAL LINE FROM THE WORK AREA - THE
      * CP/CPK COLUMNS SAY WHY WHEN THE FIGURE IS NOT RATED
      *-----------------------------------------------------------------
       2600-WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE WS-CAP-MEAN             TO WS-DTL-MEAN
           MOVE WS-CAP-SIGMA            TO WS-DTL-SIGMA
           MOVE WS-CAP-LSL              TO WS-DTL-LSL
           MOVE WS-CAP-USL              TO WS-DTL-USL
           MOVE SPACES                  TO WS-DTL-FIGURES-TEXT
           EVALUATE TRUE
               WHEN CAPABILITY-RATED
                   MOVE WS-CAP-CP       TO WS-DTL-CP
                   MOVE WS-CAP-CPK      TO WS-DTL-CPK
               WHEN CAPABILITY-NO-SPREAD
                   MOVE '     NO SPREAD' TO WS-DTL-FIGURES-TEXT
               WHEN CAPABILITY-MIXED-LIMITS
                   MOVE '  MIXED LIMITS' TO WS-DTL-FIGURES-TEXT
               WHEN OTHER
                   MOVE 'NO SPEC LIMITS' TO WS-DTL-FIGURES-TEXT
           END-EVALUATE
           MOVE WS-CAP-FLAG             TO WS-DTL-FLAG
           WRITE CAPABILITY-REPORT-LINE  FROM WS-DETAIL-LINE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                         TO WS-LINES-ON-PAGE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANK THE LEAST CAPABLE RATED LINE NOT YET PRINTED - WHEN NONE
      * IS LEFT THE RANKING IS COMPLETE
      *-----------------------------------------------------------------
       2700-RANK-NEXT-LINE.
           MOVE ZERO                    TO WS-LN-LOW-SUB
           PERFORM 2750-FIND-LOWEST     THRU 2750-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-USED
           IF WS-LN-LOW-SUB = ZERO
               SET RANKING-COMPLETE     TO TRUE
               GO TO 2700-EXIT
           END-IF

           ADD 1                        TO WS-RANK
           MOVE 'Y'                     TO WS-LN-RANKED (WS-LN-LOW-SUB)
           MOVE WS-LN-LOW-SUB           TO WS-LN-SUB
           MOVE WS-RANK                 TO WS-RNK-RANK
           PERFORM 2850-WRITE-RANK-LINE THRU 2850-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEEP THE LOWEST CPK AMONG THE RATED LINES NOT YET RANKED
      *-----------------------------------------------------------------
       2750-FIND-LOWEST.
           IF WS-LN-STATE (WS-LN-SUB) NOT = 'R'
               OR WS-LN-RANKED (WS-LN-SUB) = 'Y'
               GO TO 2750-EXIT
           END-IF

           IF WS-LN-LOW-SUB = ZERO
               MOVE WS-LN-SUB           TO WS-LN-LOW-SUB
           ELSE
               IF WS-LN-CPK (WS-LN-SUB) < WS-LN-CPK (WS-LN-LOW-SUB)
                   MOVE WS-LN-SUB       TO WS-LN-LOW-SUB
               END-IF
           END-IF.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST A LINE THAT COULD NOT BE RATED AFTER THE RANKED ONES
      *-----------------------------------------------------------------
       2800-LIST-UNRATED-LINE.
           IF WS-LN-STATE (WS-LN-SUB) = 'R'
               GO TO 2800-EXIT
           END-IF

           ADD 1                        TO WS-NOT-RATED-COUNT
           MOVE ZERO                    TO WS-RNK-RANK
           PERFORM 2850-WRITE-RANK-LINE THRU 2850-EXIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RANKING LINE FOR THE LINE ENTRY WS-LN-SUB
      *-----------------------------------------------------------------
       2850-WRITE-RANK-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE WS-LN-LINE (WS-LN-SUB)   TO WS-RNK-LINE
           MOVE WS-LN-NIGHTS (WS-LN-SUB) TO WS-RNK-NIGHTS
           MOVE WS-LN-GROUPS (WS-LN-SUB) TO WS-RNK-GROUPS
           MOVE WS-LN-MEAN (WS-LN-SUB)   TO WS-RNK-MEAN
           MOVE WS-LN-SIGMA (WS-LN-SUB)  TO WS-RNK-SIGMA
           MOVE SPACES                  TO WS-RNK-FIGURES-TEXT
           EVALUATE WS-LN-STATE (WS-LN-SUB)
               WHEN 'R'
                   MOVE WS-LN-CP (WS-LN-SUB)  TO WS-RNK-CP
                   MOVE WS-LN-CPK (WS-LN-SUB) TO WS-RNK-CPK
               WHEN 'Z'
                   MOVE '     NO SPREAD' TO WS-RNK-FIGURES-TEXT
               WHEN 'M'
                   MOVE '  MIXED LIMITS' TO WS-RNK-FIGURES-TEXT
               WHEN OTHER
                   MOVE 'NO SPEC LIMITS' TO WS-RNK-FIGURES-TEXT
           END-EVALUATE
           MOVE WS-LN-FLAG (WS-LN-SUB)   TO WS-RNK-FLAG
           WRITE CAPABILITY-REPORT-LINE  FROM WS-RANK-LINE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                         TO WS-LINES-ON-PAGE.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE MESSAGE LINE
      *-----------------------------------------------------------------
       2900-WRITE-MESSAGE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           WRITE CAPABILITY-REPORT-LINE  FROM WS-MESSAGE-LINE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS AND CLOSE UP
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE CAPABILITY-REPORT-LINE  FROM WS-BLANK-LINE
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-TITLE-LINE
           MOVE 'HISTORY RECORDS READ:'      TO WS-SUM-LABEL
           MOVE WS-HISTORY-READ              TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'GROUP RECORDS IN RANGE:'    TO WS-SUM-LABEL
           MOVE WS-HISTORY-USED              TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'RERUN NIGHTS REPLACED:'     TO WS-SUM-LABEL
           MOVE WS-RERUN-COUNT               TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'UNREADABLE RECORDS:'        TO WS-SUM-LABEL
           MOVE WS-BAD-HISTORY-COUNT         TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'GROUPS STUDIED:'            TO WS-SUM-LABEL
           MOVE WS-GROUPS-STUDIED            TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'GROUPS BELOW MINIMUM CPK:'  TO WS-SUM-LABEL
           MOVE WS-GROUPS-BELOW              TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'PROCESS LINES STUDIED:'     TO WS-SUM-LABEL
           MOVE WS-LINES-STUDIED             TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'LINES BELOW MINIMUM CPK:'   TO WS-SUM-LABEL
           MOVE WS-LINES-BELOW               TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE 'LINES NOT RATED:'           TO WS-SUM-LABEL
           MOVE WS-NOT-RATED-COUNT           TO WS-SUM-COUNT
           WRITE CAPABILITY-REPORT-LINE  FROM WS-SUMMARY-LINE
           MOVE WS-CAPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CAPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX74 STUDIED ' WS-GROUPS-STUDIED ' GROUPS, '
               WS-LINES-STUDIED ' LINES FROM ' WS-HISTORY-USED ' OF '
               WS-HISTORY-READ ' HISTORY RECORDS - '
               WS-LINES-BELOW ' LINES BELOW MINIMUM CPK - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE CAPABILITY-REPORT-FILE.
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
           MOVE 'CLS01X74'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-READ         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-GROUPS-STUDIED + WS-LINES-STUDIED
           MOVE WS-BAD-HISTORY-COUNT    TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX74 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
