      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX51.
      * FRONT-OF-CYCLE RELEASE OF VALUE-DATED PENDING POSTINGS
      * CLS01EX04 HOLDS A DETAIL PAIR WHOSE VALUE DATE IS STILL IN
      * THE FUTURE ON THE PENDING POSTINGS FILE (PNDFILE) INSTEAD OF
      * POSTING IT.  THIS STEP RUNS AHEAD OF CLS01EX04 EACH NIGHT
      * AND, FOR EVERY HELD PAIR, FINDS ITS RELEASE DATE ON THE
      * PROCESSING CALENDAR (CALFILE) - THE VALUE DATE ITSELF WHEN
      * IT IS A BUSINESS DAY, OTHERWISE THE NEXT BUSINESS DAY AFTER
      * IT, SO A PAIR DATED ON A WEEKEND OR HOLIDAY ROLLS FORWARD:
      *   - A PAIR WHOSE RELEASE DATE HAS ARRIVED IS WRITTEN, AS
      *     SUBMITTED BUT FOR ITS SOURCE BATCH STAMPED IN COLUMNS
      *     38-47, TO TONIGHT'S RELEASE BATCH (VDREL) - ONE
      *     HEADER/DETAIL/TRAILER SET WITH BATCH ID 'VD' PLUS THE
      *     BUSINESS DATE, ITS EXPECTED COUNT AND INP-A CONTROL HASH
      *     BUILT THE SAME WAY CLS01EX04 CHECKS THEM (SIGN DROPPED,
      *     NON-NUMERIC HASHES AS ZERO).  THE JOB READS VDREL AS PART
      *     OF TONIGHT'S TRANFILE, AND ITS VALUE DATE IS NO LONGER
      *     AFTER THE BUSINESS DATE, SO THE PAIR POSTS
      *   - EVERY OTHER PAIR IS CARRIED TO THE NEW PENDING FILE
      *     (PNDNEW - THE JOB SWAPS IT IN FOR PNDFILE)
      * THE PENDING-ITEMS REPORT (PNDRPT) LISTS EVERY HELD PAIR WITH
      * ITS VALUE DATE, RELEASE DATE, ACCOUNT, AMOUNTS AND THE BATCH
      * AND NIGHT IT WAS SUBMITTED IN, MARKED RELEASED OR PENDING
      * A MISSING CALENDAR, OR A VALUE DATE PAST ITS LAST DAY, FALLS
      * BACK TO THE VALUE DATE AS THE RELEASE DATE AND ENDS THE STEP
      * RC 8 SO THE SCHEDULING DESK EXTENDS THE CALENDAR
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE         ASSIGN TO "PNDFILE"
                                        FILE STATUS IS WS-PND-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PENDING-FILE     ASSIGN TO "PNDNEW"
                                        FILE STATUS IS WS-PNDNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE        ASSIGN TO "CALFILE"
                                        FILE STATUS IS WS-CAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-TRAN-FILE    ASSIGN TO "VDREL"
                                        FILE STATUS IS WS-VDREL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-REPORT-FILE  ASSIGN TO "PNDRPT"
                                        FILE STATUS IS WS-PNDRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  PENDING-FILE.
       COPY CLS01PND.
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD          PIC X(120).
       FD  CALENDAR-FILE.
       COPY CLS01CAL.
       FD  RELEASE-TRAN-FILE.
       01  TRAN-RECORD                 PIC X(80).
      *-----------------------------------------------------------------
      * THE RELEASE BATCH'S HEADER AND TRAILER, EXACTLY AS CLS01EX04
      * DEFINES THEM
      *-----------------------------------------------------------------
       01  HEADER-RECORD.
           05  HDR-BATCH-ID            PIC X(10).
           05  HDR-RUN-DATE            PIC 9(08).
           05  HDR-EXPECTED-COUNT      PIC 9(07).
           05  HDR-CONTROL-HASH        PIC 9(09).
           05  FILLER                  PIC X(46).
       01  TRAILER-RECORD.
           05  TRL-MARKER              PIC X(03).
           05  TRL-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(67).
       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE         PIC X(80).
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
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-PND-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-PENDING-FILE                 VALUE 'Y'.
       01  WS-NO-PENDING-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-PENDING-FILE                     VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CALENDAR                     VALUE 'Y'.
       01  WS-NO-CALENDAR-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-CALENDAR-MASTER                  VALUE 'Y'.
      *================================================================
      * THE CALENDAR'S BUSINESS DAYS, IN DATE ORDER - A RELEASE DATE
      * IS THE FIRST ONE ON OR AFTER THE VALUE DATE
      *================================================================
       01  WS-BUSINESS-DAY-TABLE.
           05  WS-BD-DATE              PIC 9(08)   OCCURS 2000 TIMES.
       01  WS-BD-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-BD-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-BD-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  RELEASE-DAY-FOUND                   VALUE 'Y'.
      *================================================================
      * THE HELD PAIR BEING LOOKED AT, IN CLS01EX04'S DETAIL LAYOUT
      *================================================================
       01  WS-PENDING-TRAN.
           05  WS-PT-INP-A             PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  WS-PT-INP-B             PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  WS-PT-CURRENCY-CODE     PIC X(03).
           05  WS-PT-ACCOUNT-NUMBER    PIC X(10).
           05  WS-PT-VALUE-DATE        PIC X(08).
           05  WS-PT-SOURCE-BATCH      PIC X(10).
           05  FILLER                  PIC X(33).
       01  WS-RELEASE-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-RELEASE-SWITCH           PIC X(01)   VALUE 'N'.
           88  PAIR-IS-DUE                         VALUE 'Y'.
      *================================================================
      * RELEASE BATCH CONTROLS AND RUN TOTALS
      *================================================================
       01  WS-RELEASE-BATCH-ID.
           05  FILLER                  PIC X(02)   VALUE 'VD'.
           05  WS-RB-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-DUE-HASH                 PIC 9(09)   VALUE ZERO.
       01  WS-ABS-INP-A                PIC 9(07)   VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-NOT-ON-CALENDAR-COUNT    PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PND-STATUS               PIC X(02)   VALUE '00'.
       01  WS-PNDNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CAL-STATUS               PIC X(02)   VALUE '00'.
       01  WS-VDREL-STATUS             PIC X(02)   VALUE '00'.
       01  WS-PNDRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX51  VALUE-DATED PENDING ITEMS'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(17) VALUE
               '  RELEASE BATCH: '.
           05  WS-HDR-BATCH            PIC X(10).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(09) VALUE 'VALUE DT'.
           05  FILLER                  PIC X(09) VALUE 'RELEASE'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(04) VALUE 'CUR'.
           05  FILLER                  PIC X(09) VALUE '   INP-A'.
           05  FILLER                  PIC X(09) VALUE '   INP-B'.
           05  FILLER                  PIC X(11) VALUE 'BATCH'.
           05  FILLER                  PIC X(09) VALUE 'SUBMIT'.
           05  FILLER                  PIC X(09) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-VALUE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RELEASE-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-INP-A            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-INP-B            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-BATCH            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-SUBMIT-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(08).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(07) VALUE 'ITEMS: '.
           05  WS-TOT-READ             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  RELEASED: '.
           05  WS-TOT-RELEASED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  PENDING: '.
           05  WS-TOT-CARRIED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE '  HASH: '.
           05  WS-TOT-HASH             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-CALENDAR-NOTE-LINE.
           05  WS-CAL-NOTE             PIC X(80).
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1200-LOAD-CALENDAR   THRU 1200-EXIT
               UNTIL END-OF-CALENDAR
           PERFORM 1500-TALLY-DUE       THRU 1500-EXIT
               UNTIL END-OF-PENDING-FILE
           PERFORM 2000-OPEN-OUTPUTS    THRU 2000-EXIT
           PERFORM 2200-SPLIT-PENDING   THRU 2200-EXIT
               UNTIL END-OF-PENDING-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AND OPEN THE CALENDAR AND THE PENDING
      * FILE - NEITHER IS FATAL WHEN MISSING: NO PENDING FILE MEANS
      * NOTHING IS HELD, NO CALENDAR MEANS NO WEEKEND/HOLIDAY ROLL
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

           MOVE CTL-RUN-DATE             TO WS-RB-DATE
           MOVE WS-RELEASE-BATCH-ID      TO CTL-BATCH-ID

           OPEN INPUT  CALENDAR-FILE
           IF WS-CAL-STATUS = '35'
               SET NO-CALENDAR-MASTER    TO TRUE
               SET END-OF-CALENDAR       TO TRUE
               DISPLAY 'CLS01EX51 - NO PROCESSING CALENDAR - RELEASE '
                   'DATES ARE THE VALUE DATES, NO WEEKEND/HOLIDAY ROLL'
               MOVE 8                    TO RETURN-CODE
           ELSE
               MOVE WS-CAL-STATUS        TO WS-CURRENT-STATUS
               MOVE 'CALFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  PENDING-FILE
           IF WS-PND-STATUS = '35'
               SET NO-PENDING-FILE       TO TRUE
               SET END-OF-PENDING-FILE   TO TRUE
           ELSE
               MOVE WS-PND-STATUS        TO WS-CURRENT-STATUS
               MOVE 'PNDFILE'            TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X51'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX51 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEEP ONE CALENDAR DAY IF IT IS A BUSINESS DAY - A FULL TABLE
      * ONLY SHORTENS HOW FAR AHEAD A RELEASE DATE CAN BE FOUND
      *-----------------------------------------------------------------
       1200-LOAD-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR  TO TRUE
                   GO TO 1200-EXIT
           END-READ

           MOVE WS-CAL-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CALFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF CAL-DATE NOT NUMERIC
               OR NOT DAY-IS-BUSINESS
               GO TO 1200-EXIT
           END-IF

           IF WS-BD-USED < 2000
               ADD 1                    TO WS-BD-USED
               MOVE CAL-DATE            TO WS-BD-DATE (WS-BD-USED)
           ELSE
               DISPLAY 'CLS01EX51 - CALENDAR TABLE FULL - BUSINESS '
                   'DAY ' CAL-DATE ' IGNORED'
               SET END-OF-CALENDAR      TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIRST PASS: COUNT AND HASH THE PAIRS DUE TONIGHT SO THE
      * RELEASE BATCH'S HEADER CAN CARRY ITS CONTROL TOTALS
      *-----------------------------------------------------------------
       1500-TALLY-DUE.
           PERFORM 2100-READ-PENDING    THRU 2100-EXIT
           IF END-OF-PENDING-FILE
               GO TO 1500-EXIT
           END-IF

           IF NOT PAIR-IS-DUE
               GO TO 1500-EXIT
           END-IF

           ADD 1                        TO WS-DUE-COUNT
           IF WS-PT-INP-A NUMERIC AND WS-PT-INP-A < ZERO
               COMPUTE WS-ABS-INP-A = ZERO - WS-PT-INP-A
           ELSE
               IF WS-PT-INP-A NUMERIC
                   MOVE WS-PT-INP-A     TO WS-ABS-INP-A
               ELSE
                   MOVE ZERO            TO WS-ABS-INP-A
               END-IF
           END-IF
           ADD WS-ABS-INP-A             TO WS-DUE-HASH.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REOPEN THE PENDING FILE FOR THE SECOND PASS, OPEN THE
      * OUTPUTS AND START THE RELEASE BATCH WITH ITS HEADER - NO
      * PAIR DUE MEANS AN EMPTY RELEASE FILE, NOT AN EMPTY BATCH
      *-----------------------------------------------------------------
       2000-OPEN-OUTPUTS.
           IF NOT NO-PENDING-FILE
               CLOSE PENDING-FILE
               OPEN INPUT  PENDING-FILE
               MOVE WS-PND-STATUS        TO WS-CURRENT-STATUS
               MOVE 'PNDFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'N'                  TO WS-PND-EOF-SWITCH
           END-IF

           OPEN OUTPUT RELEASE-TRAN-FILE
           MOVE WS-VDREL-STATUS          TO WS-CURRENT-STATUS
           MOVE 'VDREL'                  TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-PENDING-FILE
           MOVE WS-PNDNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PNDNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE WS-PNDRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PNDRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2900-WRITE-HEADER    THRU 2900-EXIT

           IF WS-DUE-COUNT > ZERO
               MOVE SPACES               TO HEADER-RECORD
               MOVE WS-RELEASE-BATCH-ID  TO HDR-BATCH-ID
               MOVE CTL-RUN-DATE         TO HDR-RUN-DATE
               MOVE WS-DUE-COUNT         TO HDR-EXPECTED-COUNT
               MOVE WS-DUE-HASH          TO HDR-CONTROL-HASH
               WRITE HEADER-RECORD
               MOVE WS-VDREL-STATUS      TO WS-CURRENT-STATUS
               MOVE 'VDREL'              TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ ONE HELD PAIR, FIND ITS RELEASE DATE AND DECIDE WHETHER
      * IT IS DUE TONIGHT
      *-----------------------------------------------------------------
       2100-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE PND-ORIGINAL-RECORD     TO WS-PENDING-TRAN
           MOVE PND-VALUE-DATE          TO WS-RELEASE-DATE
           MOVE 'N'                     TO WS-BD-FOUND-SWITCH

           IF NOT NO-CALENDAR-MASTER
               PERFORM 2150-MATCH-BUSINESS-DAY THRU 2150-EXIT
                   VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-USED
                       OR RELEASE-DAY-FOUND
           END-IF

           IF WS-RELEASE-DATE NOT > CTL-RUN-DATE
               SET PAIR-IS-DUE          TO TRUE
           ELSE
               MOVE 'N'                 TO WS-RELEASE-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIRST BUSINESS DAY ON OR AFTER THE VALUE DATE RELEASES
      *-----------------------------------------------------------------
       2150-MATCH-BUSINESS-DAY.
           IF WS-BD-DATE (WS-BD-SUB) NOT < PND-VALUE-DATE
               SET RELEASE-DAY-FOUND    TO TRUE
               MOVE WS-BD-DATE (WS-BD-SUB) TO WS-RELEASE-DATE
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SECOND PASS: A DUE PAIR GOES TO THE RELEASE BATCH, ANY OTHER
      * IS CARRIED TO THE NEW PENDING FILE, AND EVERY ONE IS LISTED
      *-----------------------------------------------------------------
       2200-SPLIT-PENDING.
           PERFORM 2100-READ-PENDING    THRU 2100-EXIT
           IF END-OF-PENDING-FILE
               GO TO 2200-EXIT
           END-IF

           ADD 1                        TO WS-READ-COUNT

           IF PAIR-IS-DUE
               MOVE PND-SOURCE-BATCH    TO WS-PT-SOURCE-BATCH
               WRITE TRAN-RECORD        FROM WS-PENDING-TRAN
               MOVE WS-VDREL-STATUS     TO WS-CURRENT-STATUS
               MOVE 'VDREL'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               ADD 1                    TO WS-RELEASED-COUNT
               MOVE 'RELEASED'          TO WS-DTL-STATUS
           ELSE
               WRITE NEW-PENDING-RECORD FROM PENDING-POSTING-RECORD
               MOVE WS-PNDNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'PNDNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               ADD 1                    TO WS-CARRIED-COUNT
               MOVE 'PENDING'           TO WS-DTL-STATUS
           END-IF

           IF NOT NO-CALENDAR-MASTER
               AND NOT RELEASE-DAY-FOUND
               ADD 1                    TO WS-NOT-ON-CALENDAR-COUNT
               MOVE 'NO CAL'            TO WS-DTL-STATUS
               IF PAIR-IS-DUE
                   MOVE 'REL/NCAL'      TO WS-DTL-STATUS
               END-IF
           END-IF

           PERFORM 2300-WRITE-DETAIL    THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE HELD PAIR ON THE PENDING-ITEMS REPORT
      *-----------------------------------------------------------------
       2300-WRITE-DETAIL.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           MOVE PND-VALUE-DATE          TO WS-DTL-VALUE-DATE
           MOVE WS-RELEASE-DATE         TO WS-DTL-RELEASE-DATE
           MOVE WS-PT-ACCOUNT-NUMBER    TO WS-DTL-ACCOUNT
           MOVE WS-PT-CURRENCY-CODE     TO WS-DTL-CURRENCY
           IF WS-PT-INP-A NUMERIC
               MOVE WS-PT-INP-A         TO WS-DTL-INP-A
           ELSE
               MOVE ZERO                TO WS-DTL-INP-A
           END-IF
           IF WS-PT-INP-B NUMERIC
               MOVE WS-PT-INP-B         TO WS-DTL-INP-B
           ELSE
               MOVE ZERO                TO WS-DTL-INP-B
           END-IF
           MOVE PND-SOURCE-BATCH        TO WS-DTL-BATCH
           MOVE PND-SUBMIT-DATE         TO WS-DTL-SUBMIT-DATE

           WRITE PENDING-REPORT-LINE     FROM WS-DETAIL-LINE
           MOVE WS-PNDRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PNDRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       2900-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-RELEASE-BATCH-ID      TO WS-HDR-BATCH

           WRITE PENDING-REPORT-LINE      FROM WS-HEADER-LINE-1
           WRITE PENDING-REPORT-LINE      FROM WS-HEADER-LINE-2
           WRITE PENDING-REPORT-LINE      FROM WS-BLANK-LINE
           WRITE PENDING-REPORT-LINE      FROM WS-HEADER-LINE-3
           MOVE WS-PNDRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PNDRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE RELEASE BATCH WITH ITS TRAILER, PRINT THE TOTALS
      * AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-DUE-COUNT > ZERO
               MOVE SPACES               TO TRAILER-RECORD
               MOVE 'TRL'                TO TRL-MARKER
               MOVE WS-RELEASE-BATCH-ID  TO TRL-BATCH-ID
               WRITE TRAILER-RECORD
               MOVE WS-VDREL-STATUS      TO WS-CURRENT-STATUS
               MOVE 'VDREL'              TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF WS-RELEASED-COUNT NOT = WS-DUE-COUNT
               DISPLAY 'CLS01EX51 - RELEASED ' WS-RELEASED-COUNT
                   ' BUT THE HEADER CARRIES ' WS-DUE-COUNT
               MOVE 16                   TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT            TO WS-TOT-READ
           MOVE WS-RELEASED-COUNT        TO WS-TOT-RELEASED
           MOVE WS-CARRIED-COUNT         TO WS-TOT-CARRIED
           MOVE WS-DUE-HASH              TO WS-TOT-HASH
           WRITE PENDING-REPORT-LINE      FROM WS-BLANK-LINE
           WRITE PENDING-REPORT-LINE      FROM WS-TOTAL-LINE

           IF NO-CALENDAR-MASTER
               MOVE 'NO PROCESSING CALENDAR - RELEASE DATES ARE THE '
                                         TO WS-CAL-NOTE
               WRITE PENDING-REPORT-LINE  FROM WS-CALENDAR-NOTE-LINE
               MOVE 'VALUE DATES, NOT ROLLED PAST WEEKENDS/HOLIDAYS'
                                         TO WS-CAL-NOTE
               WRITE PENDING-REPORT-LINE  FROM WS-CALENDAR-NOTE-LINE
           END-IF
           IF WS-NOT-ON-CALENDAR-COUNT > ZERO
               MOVE 'VALUE DATES PAST THE LAST CALENDAR DAY (NO CAL) '
                                         TO WS-CAL-NOTE
               WRITE PENDING-REPORT-LINE  FROM WS-CALENDAR-NOTE-LINE
               MOVE 'USE THE VALUE DATE - EXTEND THE CALENDAR'
                                         TO WS-CAL-NOTE
               WRITE PENDING-REPORT-LINE  FROM WS-CALENDAR-NOTE-LINE
               IF RETURN-CODE < 8
                   MOVE 8                TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-PNDRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PNDRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX51 RELEASED ' WS-RELEASED-COUNT
               ' VALUE-DATED ITEMS AS BATCH ' WS-RELEASE-BATCH-ID
               ', ' WS-CARRIED-COUNT ' STILL PENDING - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-CALENDAR-MASTER
               CLOSE CALENDAR-FILE
           END-IF
           IF NOT NO-PENDING-FILE
               CLOSE PENDING-FILE
           END-IF
           CLOSE RELEASE-TRAN-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE PENDING-REPORT-FILE.
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
           MOVE 'CLS01X51'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-READ-COUNT           TO LOG-INPUT-COUNT
           MOVE WS-RELEASED-COUNT       TO LOG-OUTPUT-COUNT
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
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX51 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
