      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX73.
      * INSTRUMENT CALIBRATION DUE AND LOOK-BACK REPORT
      * METROLOGY NEEDS TO SEE WHAT IS COMING DUE BEFORE CLS01EX06
      * STARTS THROWING READINGS AWAY, AND QC NEEDS TO KNOW, ONCE AN
      * INSTRUMENT IS FAILED, WHICH AVERAGES IT HAS ALREADY FED INTO
      * AND SO CANNOT BE TRUSTED
      * THE FIRST SECTION LISTS, FROM THE CALIBRATION MASTER
      * (INSTMSTR, CLS01EX72), EVERY INSTRUMENT THAT IS FAILED, PAST
      * ITS DUE DATE, OR DUE WITHIN THE LOOK-AHEAD WINDOW, WITH THE
      * DAYS TO (OR SINCE) THE DUE DATE
      * THE SECOND SECTION TAKES EACH FAILED INSTRUMENT AND LISTS
      * EVERY GROUP RECORD IT MEASURED FROM ITS LAST GOOD CALIBRATION
      * ON, OUT OF THE INSTRUMENT USAGE HISTORY CLS01EX06 APPENDS
      * (INSTUSE), SORTED BY INSTRUMENT, NIGHT AND GROUP.  A RECORD
      * WHOSE READINGS WERE STILL USED IN A PUBLISHED AVERAGE IS
      * MARKED SUSPECT; ONE CLS01EX06 ALREADY EXCLUDED WHOLE IS
      * MARKED EXCLUDED
      * RETURN CODE 8 WHEN ANY INSTRUMENT IS FAILED OR OVERDUE, SO
      * THE CONDITION IS SEEN WITHOUT READING THE REPORT
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - LOOK-AHEAD WINDOW IN DAYS, THREE DIGITS (DEFAULT 030)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT INSTRUMENT-FILE      ASSIGN TO "INSTMSTR"
                                        FILE STATUS IS WS-INSTM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTRUMENT-USAGE-FILE ASSIGN TO "INSTUSE"
                                        FILE STATUS IS WS-INSTUSE-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALIBRATION-REPORT-FILE ASSIGN TO "CALRPT"
                                        FILE STATUS IS WS-CALRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  INSTRUMENT-FILE.
       COPY CLS01INM.
       FD  INSTRUMENT-USAGE-FILE.
       COPY CLS01IUH.
       FD  CALIBRATION-REPORT-FILE.
       01  CALIBRATION-REPORT-LINE     PIC X(80).
       SD  SORT-FILE.
       01  SORT-USAGE-RECORD.
           05  SRT-INSTRUMENT-ID       PIC X(08).
           05  SRT-RUN-DATE            PIC 9(08).
           05  SRT-GROUP-ID            PIC X(08).
           05  SRT-READING-COUNT       PIC 9(02).
           05  SRT-EXCLUDED-COUNT      PIC 9(02).
           05  SRT-AVERAGE             PIC 9(03)V9.
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
       01  WS-WINDOW-PARM              PIC X(03)   VALUE SPACES.
       01  WS-WINDOW-DAYS              PIC 9(03)   VALUE 030.
      *================================================================
       01  WS-INS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-INSTRUMENT-FILE              VALUE 'Y'.
       01  WS-IUH-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-USAGE-FILE                   VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-USAGE                 VALUE 'Y'.
       01  WS-NO-INS-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-INSTRUMENT-MASTER                VALUE 'Y'.
       01  WS-NO-IUH-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-USAGE-HISTORY                    VALUE 'Y'.
       01  WS-SECTION-SWITCH           PIC X(01)   VALUE 'D'.
           88  IN-DUE-SECTION                      VALUE 'D'.
           88  IN-LOOK-BACK-SECTION                VALUE 'L'.
       01  WS-INSTRUMENT-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-COMING-DUE-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-USAGE-READ-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-LOOK-BACK-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-SUSPECT-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-INST-RECORD-COUNT        PIC 9(06)   VALUE ZERO.
       01  WS-INST-SUSPECT-COUNT       PIC 9(06)   VALUE ZERO.
       01  WS-CURRENT-INSTRUMENT       PIC X(08)   VALUE SPACES.
       01  WS-FIND-ID                  PIC X(08)   VALUE SPACES.
      *================================================================
      * THE CALIBRATION MASTER HELD IN STORAGE - THE DUE SECTION
      * WALKS IT, AND THE LOOK-BACK SELECTS THE USAGE HISTORY BY IT
      *================================================================
       01  WS-INSTRUMENT-TABLE.
           05  WS-IN-ENTRY             OCCURS 500 TIMES.
               10  WS-IN-ID            PIC X(08).
               10  WS-IN-LINE          PIC X(04).
               10  WS-IN-DESCRIPTION   PIC X(16).
               10  WS-IN-LAST-CAL      PIC 9(08).
               10  WS-IN-DUE-DATE      PIC 9(08).
               10  WS-IN-STATUS        PIC X(01).
               10  WS-IN-FAILED-DATE   PIC 9(08).
               10  WS-IN-LISTED        PIC X(01).
       01  WS-IN-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-IN-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  INSTRUMENT-FOUND                    VALUE 'Y'.
      *================================================================
      * DAY-NUMBER WORK AREAS - THE ARITHMETIC CLS01DTV USES FOR ITS
      * STALENESS TEST (SHIFTED-YEAR CIVIL ALGORITHM, MARCH-FIRST
      * YEAR, SO LEAP DAYS FALL OUT OF THE INTEGER ARITHMETIC)
      *================================================================
       01  WS-DN-INPUT                 PIC 9(08)   VALUE ZERO.
       01  WS-DN-PARTS                 REDEFINES WS-DN-INPUT.
           05  WS-DN-IN-YEAR           PIC 9(04).
           05  WS-DN-IN-MONTH          PIC 9(02).
           05  WS-DN-IN-DAY            PIC 9(02).
       01  WS-DN-YEAR                  PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-MONTH                 PIC 9(04)   COMP VALUE ZERO.
       01  WS-DN-DAY                   PIC 9(02)   COMP VALUE ZERO.
       01  WS-DN-QUARTERS              PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-CENTURIES             PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-QUADCENTS             PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-MONTH-DAYS            PIC 9(06)   COMP VALUE ZERO.
       01  WS-DN-RESULT                PIC 9(08)   COMP VALUE ZERO.
       01  WS-RUN-DN                   PIC 9(08)   COMP VALUE ZERO.
       01  WS-DAYS-TO-DUE              PIC S9(05)  COMP VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-INSTM-STATUS             PIC X(02)   VALUE '00'.
       01  WS-INSTUSE-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CALRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX73  INSTRUMENT CALIBRATION'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HDR-SECTION          PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-DUE-HEADER-LINE.
           05  FILLER                  PIC X(09) VALUE 'INSTRMNT'.
           05  FILLER                  PIC X(05) VALUE 'LINE'.
           05  FILLER                  PIC X(17) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(09) VALUE 'LAST CAL'.
           05  FILLER                  PIC X(09) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(07) VALUE '  DAYS'.
           05  FILLER                  PIC X(24) VALUE 'CONDITION'.
       01  WS-LOOK-BACK-HEADER-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
           05  FILLER                  PIC X(09) VALUE 'GROUP'.
           05  FILLER                  PIC X(09) VALUE 'READINGS'.
           05  FILLER                  PIC X(09) VALUE 'EXCLUDED'.
           05  FILLER                  PIC X(09) VALUE 'AVERAGE'.
           05  FILLER                  PIC X(24) VALUE 'STANDING'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-DUE-DETAIL-LINE.
           05  WS-DUE-INSTRUMENT-ID    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-LINE             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-DESCRIPTION      PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-LAST-CAL         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-DAYS             PIC -----9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DUE-CONDITION        PIC X(24).
       01  WS-INSTRUMENT-LINE.
           05  FILLER                  PIC X(11) VALUE 'INSTRUMENT '.
           05  WS-INL-INSTRUMENT-ID    PIC X(08).
           05  FILLER                  PIC X(06) VALUE ' LINE '.
           05  WS-INL-LINE             PIC X(04).
           05  FILLER                  PIC X(16) VALUE
               '  LAST GOOD CAL '.
           05  WS-INL-LAST-CAL         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  FAILED '.
           05  WS-INL-FAILED-DATE      PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-LOOK-BACK-DETAIL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-LBK-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LBK-GROUP-ID         PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LBK-READINGS         PIC Z9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-LBK-EXCLUDED         PIC Z9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LBK-AVERAGE          PIC ZZ9.9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LBK-STANDING         PIC X(24).
       01  WS-INSTRUMENT-TOTAL-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-ITL-RECORDS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               ' GROUP RECORDS, '.
           05  WS-ITL-SUSPECT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' SUSPECT'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(76).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX73  CALIBRATION RUN TOTALS'.
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
           PERFORM 1300-LOAD-INSTRUMENT THRU 1300-EXIT
               UNTIL END-OF-INSTRUMENT-FILE

           MOVE 'INSTRUMENTS FAILED OR COMING DUE' TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           PERFORM 2000-JUDGE-INSTRUMENT THRU 2000-EXIT
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-IN-USED
           IF WS-FAILED-COUNT + WS-OVERDUE-COUNT
                              + WS-COMING-DUE-COUNT = ZERO
               MOVE 'NO INSTRUMENT FAILED, OVERDUE OR COMING DUE'
                                         TO WS-MSG-TEXT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
           END-IF

           SET WS-SECTION-SWITCH        TO 'L'
           MOVE 'GROUPS MEASURED BY FAILED INSTRUMENTS'
                                         TO WS-SEC-TITLE
           PERFORM 1550-START-SECTION   THRU 1550-EXIT
           IF WS-FAILED-COUNT > ZERO
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-INSTRUMENT-ID
                                    SRT-RUN-DATE
                                    SRT-GROUP-ID
                   INPUT PROCEDURE IS 0100-SORT-INPUT
                                  THRU 0100-EXIT
                   OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                                  THRU 0200-EXIT
               PERFORM 2700-LIST-UNUSED-FAILED THRU 2700-EXIT
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > WS-IN-USED
           ELSE
               MOVE 'NO INSTRUMENT IS FAILED' TO WS-MSG-TEXT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
           END-IF

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - ONLY USAGE OF A FAILED INSTRUMENT, FROM ITS
      * LAST GOOD CALIBRATION ON, GOES IN
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  INSTRUMENT-USAGE-FILE
           IF WS-INSTUSE-STATUS = '35'
               SET NO-USAGE-HISTORY     TO TRUE
               SET END-OF-USAGE-FILE    TO TRUE
               DISPLAY 'CLS01EX73 - NO INSTRUMENT USAGE HISTORY - '
                   'NOTHING TO LOOK BACK OVER'
           ELSE
               MOVE WS-INSTUSE-STATUS   TO WS-CURRENT-STATUS
               MOVE 'INSTUSE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           PERFORM 2100-SELECT-USAGE    THRU 2100-EXIT
               UNTIL END-OF-USAGE-FILE

           IF NOT NO-USAGE-HISTORY
               CLOSE INSTRUMENT-USAGE-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SELECTED USAGE BACK IN INSTRUMENT, NIGHT AND GROUP
      * ORDER AND LIST IT UNDER EACH INSTRUMENT
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2400-RETURN-USAGE    THRU 2400-EXIT
           PERFORM 2500-LIST-USAGE      THRU 2500-EXIT
               UNTIL END-OF-SORTED-USAGE

           IF WS-CURRENT-INSTRUMENT NOT = SPACES
               PERFORM 2600-CLOSE-INSTRUMENT THRU 2600-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS AND OPEN THE FILES - NO CALIBRATION
      * MASTER ONLY MEANS THERE IS NOTHING TO REPORT
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
           ACCEPT WS-WINDOW-PARM         FROM ARGUMENT-VALUE
           IF WS-WINDOW-PARM IS NUMERIC
               MOVE WS-WINDOW-PARM       TO WS-WINDOW-DAYS
           END-IF

           MOVE CTL-RUN-DATE             TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-RUN-DN

           OPEN OUTPUT CALIBRATION-REPORT-FILE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  INSTRUMENT-FILE
           IF WS-INSTM-STATUS = '35'
               SET NO-INSTRUMENT-MASTER  TO TRUE
               SET END-OF-INSTRUMENT-FILE TO TRUE
               DISPLAY 'CLS01EX73 - NO INSTRUMENT CALIBRATION MASTER '
                   '- NOTHING TO REPORT'
           ELSE
               MOVE WS-INSTM-STATUS      TO WS-CURRENT-STATUS
               MOVE 'INSTMSTR'           TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X73'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX73 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE WS-SEC-TITLE             TO WS-HDR-SECTION

           WRITE CALIBRATION-REPORT-LINE FROM WS-HEADER-LINE-1
           WRITE CALIBRATION-REPORT-LINE FROM WS-HEADER-LINE-2
           WRITE CALIBRATION-REPORT-LINE FROM WS-BLANK-LINE
           IF IN-DUE-SECTION
               WRITE CALIBRATION-REPORT-LINE
                                         FROM WS-DUE-HEADER-LINE
           ELSE
               WRITE CALIBRATION-REPORT-LINE
                                         FROM WS-LOOK-BACK-HEADER-LINE
           END-IF
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE INSTRUMENT FROM THE CALIBRATION MASTER
      *-----------------------------------------------------------------
       1300-LOAD-INSTRUMENT.
           READ INSTRUMENT-FILE
               AT END
                   SET END-OF-INSTRUMENT-FILE TO TRUE
                   CLOSE INSTRUMENT-FILE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-INSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'INSTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF INM-DUE-DATE NOT NUMERIC
               OR INM-LAST-CALIBRATED NOT NUMERIC
               OR INM-INSTRUMENT-ID = SPACES
               DISPLAY 'CLS01EX73 - BAD INSTRUMENT RECORD FOR '
                   INM-INSTRUMENT-ID ' IGNORED'
               GO TO 1300-EXIT
           END-IF

           IF WS-IN-USED < 500
               ADD 1                    TO WS-IN-USED
               MOVE INM-INSTRUMENT-ID   TO WS-IN-ID (WS-IN-USED)
               MOVE INM-PROCESS-LINE    TO WS-IN-LINE (WS-IN-USED)
               MOVE INM-DESCRIPTION     TO WS-IN-DESCRIPTION
                                            (WS-IN-USED)
               MOVE INM-LAST-CALIBRATED TO WS-IN-LAST-CAL (WS-IN-USED)
               MOVE INM-DUE-DATE        TO WS-IN-DUE-DATE (WS-IN-USED)
               MOVE INM-STATUS          TO WS-IN-STATUS (WS-IN-USED)
               MOVE INM-FAILED-DATE     TO WS-IN-FAILED-DATE
                                            (WS-IN-USED)
               MOVE 'N'                 TO WS-IN-LISTED (WS-IN-USED)
               ADD 1                    TO WS-INSTRUMENT-COUNT
           ELSE
               DISPLAY 'CLS01EX73 - INSTRUMENT TABLE FULL - ENTRY '
                   INM-INSTRUMENT-ID ' IGNORED'
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-ID UP IN THE INSTRUMENT TABLE
      *-----------------------------------------------------------------
       1400-FIND-INSTRUMENT.
           SET WS-IN-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-IN-MATCH-SUB

           PERFORM 1450-MATCH-INSTRUMENT THRU 1450-EXIT
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > WS-IN-USED
                   OR INSTRUMENT-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST WS-FIND-ID
      *-----------------------------------------------------------------
       1450-MATCH-INSTRUMENT.
           IF WS-IN-ID (WS-IN-SUB) = WS-FIND-ID
               SET INSTRUMENT-FOUND     TO TRUE
               MOVE WS-IN-SUB           TO WS-IN-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A REPORT SECTION ON A FRESH PAGE
      *-----------------------------------------------------------------
       1550-START-SECTION.
           PERFORM 1100-WRITE-HEADER    THRU 1100-EXIT
           WRITE CALIBRATION-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CALIBRATION-REPORT-LINE FROM WS-SECTION-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 2                         TO WS-LINES-ON-PAGE.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE INSTRUMENT IF IT IS FAILED, PAST DUE OR DUE WITHIN
      * THE WINDOW - THE DAYS COLUMN IS NEGATIVE ONCE IT IS PAST DUE
      *-----------------------------------------------------------------
       2000-JUDGE-INSTRUMENT.
           MOVE WS-IN-DUE-DATE (WS-IN-SUB) TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           COMPUTE WS-DAYS-TO-DUE = WS-DN-RESULT - WS-RUN-DN

           MOVE SPACES                  TO WS-DUE-CONDITION
           EVALUATE TRUE
               WHEN WS-IN-STATUS (WS-IN-SUB) = 'F'
                   ADD 1                TO WS-FAILED-COUNT
                   MOVE 'FAILED'        TO WS-DUE-CONDITION
               WHEN WS-DAYS-TO-DUE < ZERO
                   ADD 1                TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE - READINGS OUT'
                                         TO WS-DUE-CONDITION
               WHEN WS-DAYS-TO-DUE NOT > WS-WINDOW-DAYS
                   ADD 1                TO WS-COMING-DUE-COUNT
                   MOVE 'COMING DUE'    TO WS-DUE-CONDITION
               WHEN OTHER
                   GO TO 2000-EXIT
           END-EVALUATE

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE WS-IN-ID (WS-IN-SUB)    TO WS-DUE-INSTRUMENT-ID
           MOVE WS-IN-LINE (WS-IN-SUB)  TO WS-DUE-LINE
           MOVE WS-IN-DESCRIPTION (WS-IN-SUB) TO WS-DUE-DESCRIPTION
           MOVE WS-IN-LAST-CAL (WS-IN-SUB) TO WS-DUE-LAST-CAL
           MOVE WS-IN-DUE-DATE (WS-IN-SUB) TO WS-DUE-DUE-DATE
           MOVE WS-DAYS-TO-DUE          TO WS-DUE-DAYS
           WRITE CALIBRATION-REPORT-LINE FROM WS-DUE-DETAIL-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE USAGE RECORD AND RELEASE IT WHEN ITS INSTRUMENT IS
      * FAILED AND IT WAS TAKEN ON OR AFTER THE LAST GOOD CALIBRATION
      *-----------------------------------------------------------------
       2100-SELECT-USAGE.
           READ INSTRUMENT-USAGE-FILE
               AT END
                   SET END-OF-USAGE-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-INSTUSE-STATUS       TO WS-CURRENT-STATUS
           MOVE 'INSTUSE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-USAGE-READ-COUNT

           MOVE IUH-INSTRUMENT-ID       TO WS-FIND-ID
           PERFORM 1400-FIND-INSTRUMENT THRU 1400-EXIT
           IF NOT INSTRUMENT-FOUND
               GO TO 2100-EXIT
           END-IF
           IF WS-IN-STATUS (WS-IN-MATCH-SUB) NOT = 'F'
               OR IUH-RUN-DATE < WS-IN-LAST-CAL (WS-IN-MATCH-SUB)
               GO TO 2100-EXIT
           END-IF

           MOVE IUH-INSTRUMENT-ID       TO SRT-INSTRUMENT-ID
           MOVE IUH-RUN-DATE            TO SRT-RUN-DATE
           MOVE IUH-GROUP-ID            TO SRT-GROUP-ID
           MOVE IUH-READING-COUNT       TO SRT-READING-COUNT
           MOVE IUH-EXCLUDED-COUNT      TO SRT-EXCLUDED-COUNT
           MOVE IUH-AVERAGE             TO SRT-AVERAGE
           RELEASE SORT-USAGE-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT SORTED USAGE RECORD BACK
      *-----------------------------------------------------------------
       2400-RETURN-USAGE.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-USAGE TO TRUE
           END-RETURN.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE USAGE RECORD - A NEW INSTRUMENT CLOSES THE LAST ONE
      * AND PRINTS ITS OWN HEADING LINE FIRST.  A RECORD WHOSE
      * READINGS WENT INTO A PUBLISHED AVERAGE IS SUSPECT
      *-----------------------------------------------------------------
       2500-LIST-USAGE.
           IF SRT-INSTRUMENT-ID NOT = WS-CURRENT-INSTRUMENT
               IF WS-CURRENT-INSTRUMENT NOT = SPACES
                   PERFORM 2600-CLOSE-INSTRUMENT THRU 2600-EXIT
               END-IF
               PERFORM 2550-OPEN-INSTRUMENT THRU 2550-EXIT
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE SRT-RUN-DATE            TO WS-LBK-RUN-DATE
           MOVE SRT-GROUP-ID            TO WS-LBK-GROUP-ID
           MOVE SRT-READING-COUNT       TO WS-LBK-READINGS
           MOVE SRT-EXCLUDED-COUNT      TO WS-LBK-EXCLUDED
           MOVE SRT-AVERAGE             TO WS-LBK-AVERAGE
           IF SRT-EXCLUDED-COUNT < SRT-READING-COUNT
               AND SRT-AVERAGE > ZERO
               MOVE 'SUSPECT - AVERAGE USED' TO WS-LBK-STANDING
               ADD 1                    TO WS-INST-SUSPECT-COUNT
               ADD 1                    TO WS-SUSPECT-COUNT
           ELSE
               MOVE 'EXCLUDED'          TO WS-LBK-STANDING
           END-IF
           WRITE CALIBRATION-REPORT-LINE FROM WS-LOOK-BACK-DETAIL-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE
           ADD 1                         TO WS-INST-RECORD-COUNT
           ADD 1                         TO WS-LOOK-BACK-COUNT

           PERFORM 2400-RETURN-USAGE    THRU 2400-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE HEADING LINE OF A FAILED INSTRUMENT'S LOOK-BACK
      *-----------------------------------------------------------------
       2550-OPEN-INSTRUMENT.
           MOVE SRT-INSTRUMENT-ID       TO WS-CURRENT-INSTRUMENT
                                            WS-FIND-ID
           PERFORM 1400-FIND-INSTRUMENT THRU 1400-EXIT
           MOVE ZERO                    TO WS-INST-RECORD-COUNT
                                            WS-INST-SUSPECT-COUNT
           PERFORM 2650-WRITE-INSTRUMENT-LINE THRU 2650-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE CLOSED INSTRUMENT'S COUNTS
      *-----------------------------------------------------------------
       2600-CLOSE-INSTRUMENT.
           MOVE WS-INST-RECORD-COUNT    TO WS-ITL-RECORDS
           MOVE WS-INST-SUSPECT-COUNT   TO WS-ITL-SUSPECT
           WRITE CALIBRATION-REPORT-LINE FROM WS-INSTRUMENT-TOTAL-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE HEADING LINE OF THE INSTRUMENT WS-IN-MATCH-SUB
      * POINTS AT AND MARK IT LISTED
      *-----------------------------------------------------------------
       2650-WRITE-INSTRUMENT-LINE.
           IF WS-LINES-ON-PAGE + 2 > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE WS-IN-ID (WS-IN-MATCH-SUB) TO WS-INL-INSTRUMENT-ID
           MOVE WS-IN-LINE (WS-IN-MATCH-SUB) TO WS-INL-LINE
           MOVE WS-IN-LAST-CAL (WS-IN-MATCH-SUB) TO WS-INL-LAST-CAL
           MOVE WS-IN-FAILED-DATE (WS-IN-MATCH-SUB)
                                         TO WS-INL-FAILED-DATE
           MOVE 'Y'                     TO WS-IN-LISTED
                                            (WS-IN-MATCH-SUB)
           WRITE CALIBRATION-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CALIBRATION-REPORT-LINE FROM WS-INSTRUMENT-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 2                         TO WS-LINES-ON-PAGE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A FAILED INSTRUMENT WITH NO USAGE SINCE ITS LAST GOOD
      * CALIBRATION STILL GETS ITS HEADING, SO QC SEES IT WAS CHECKED
      *-----------------------------------------------------------------
       2700-LIST-UNUSED-FAILED.
           IF WS-IN-STATUS (WS-IN-SUB) NOT = 'F'
               OR WS-IN-LISTED (WS-IN-SUB) = 'Y'
               GO TO 2700-EXIT
           END-IF

           MOVE WS-IN-SUB               TO WS-IN-MATCH-SUB
           PERFORM 2650-WRITE-INSTRUMENT-LINE THRU 2650-EXIT
           MOVE 'NO GROUP MEASURED SINCE THE LAST GOOD CALIBRATION'
                                         TO WS-MSG-TEXT
           PERFORM 2900-WRITE-MESSAGE   THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE MESSAGE LINE
      *-----------------------------------------------------------------
       2900-WRITE-MESSAGE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           WRITE CALIBRATION-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                         TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS, SET THE RETURN CODE AND CLOSE UP
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE CALIBRATION-REPORT-LINE FROM WS-BLANK-LINE
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-TITLE-LINE
           MOVE 'INSTRUMENTS ON MASTER:'    TO WS-SUM-LABEL
           MOVE WS-INSTRUMENT-COUNT         TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FAILED:'                   TO WS-SUM-LABEL
           MOVE WS-FAILED-COUNT             TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OVERDUE:'                  TO WS-SUM-LABEL
           MOVE WS-OVERDUE-COUNT            TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'COMING DUE IN WINDOW:'     TO WS-SUM-LABEL
           MOVE WS-COMING-DUE-COUNT         TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'USAGE RECORDS READ:'       TO WS-SUM-LABEL
           MOVE WS-USAGE-READ-COUNT         TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'LOOK-BACK GROUP RECORDS:'  TO WS-SUM-LABEL
           MOVE WS-LOOK-BACK-COUNT          TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SUSPECT AVERAGES:'         TO WS-SUM-LABEL
           MOVE WS-SUSPECT-COUNT            TO WS-SUM-COUNT
           WRITE CALIBRATION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CALRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CALRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-FAILED-COUNT > ZERO
               OR WS-OVERDUE-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX73 CHECKED ' WS-INSTRUMENT-COUNT
               ' INSTRUMENTS - ' WS-FAILED-COUNT ' FAILED, '
               WS-OVERDUE-COUNT ' OVERDUE, ' WS-COMING-DUE-COUNT
               ' COMING DUE, ' WS-SUSPECT-COUNT ' SUSPECT AVERAGES '
               '- OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE CALIBRATION-REPORT-FILE.
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
           MOVE 'CLS01X73'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-INSTRUMENT-COUNT     TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-FAILED-COUNT + WS-OVERDUE-COUNT
               + WS-COMING-DUE-COUNT + WS-LOOK-BACK-COUNT
           MOVE ZERO                    TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE RUN-LOG-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TURN WS-DN-INPUT (A VALID YYYYMMDD) INTO A DAY NUMBER - THE
      * YEAR IS SHIFTED SO IT STARTS IN MARCH AND THE LEAP DAY FALLS
      * OUT OF THE INTEGER ARITHMETIC, AS IN CLS01DTV
      *-----------------------------------------------------------------
       8100-DAY-NUMBER.
           MOVE WS-DN-IN-YEAR           TO WS-DN-YEAR
           MOVE WS-DN-IN-MONTH          TO WS-DN-MONTH
           MOVE WS-DN-IN-DAY            TO WS-DN-DAY

           IF WS-DN-MONTH < 3
               ADD 12                   TO WS-DN-MONTH
               SUBTRACT 1               FROM WS-DN-YEAR
           END-IF

           DIVIDE WS-DN-YEAR BY 4
               GIVING WS-DN-QUARTERS
           DIVIDE WS-DN-YEAR BY 100
               GIVING WS-DN-CENTURIES
           DIVIDE WS-DN-YEAR BY 400
               GIVING WS-DN-QUADCENTS
           COMPUTE WS-DN-MONTH-DAYS =
               (153 * (WS-DN-MONTH + 1)) / 5
           COMPUTE WS-DN-RESULT =
               (365 * WS-DN-YEAR) + WS-DN-QUARTERS
               - WS-DN-CENTURIES + WS-DN-QUADCENTS
               + WS-DN-MONTH-DAYS + WS-DN-DAY.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX73 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
