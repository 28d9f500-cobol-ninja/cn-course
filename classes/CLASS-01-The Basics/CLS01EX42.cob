      * NOBODY PERFORMS CLERICAL SURGERY
      * A MALFORMED READING (BLANK GROUP, NON-NUMERIC SEQUENCE OR
      * VALUE) REJECTS TO THE EXCEPTION FILE WITH ITS REASON
      * EACH STREAM READING ALSO NAMES THE INSTRUMENT THAT TOOK IT
      * (BLANK WHEN THE COLLECTOR DOES NOT KNOW).  A GROUP RECORD
      * CARRIES ONE INSTRUMENT ID, SO A GROUP MEASURED BY MORE THAN
      * ONE INSTRUMENT CONTINUES INTO A FRESH RECORD UNDER THE SAME
      * GROUP ID EACH TIME THE INSTRUMENT CHANGES, JUST AS AN
      * OVERSIZED GROUP DOES - CLS01EX06 CAN THEN HOLD EACH RECORD'S
      * READINGS AGAINST THAT INSTRUMENT'S CALIBRATION
      * THE JOB'S FOLLOW-ON STEP SWAPS THE CONSOLIDATED FILE IN AS
      * THE LIVE READFILE
      *****************************************************************
           05  RDS-GROUP-ID            PIC X(08).
           05  RDS-SEQUENCE            PIC 9(02).
           05  RDS-VALUE               PIC 9(03)V9.
           05  RDS-INSTRUMENT-ID       PIC X(08).
           05  FILLER                  PIC X(58).
       FD  READING-OUT-FILE.
       01  READING-GROUP-RECORD.
           05  RDG-GROUP-ID            PIC X(08).
           05  RDG-READING-COUNT       PIC 9(02).
           05  RDG-READING             PIC 9(03)V9 OCCURS 20 TIMES.
           05  RDG-INSTRUMENT-ID       PIC X(08).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-GROUP-ID            PIC X(08).
           05  SRT-GROUP-ID            PIC X(08).
           05  SRT-SEQUENCE            PIC 9(02).
           05  SRT-VALUE               PIC 9(03)V9.
           05  SRT-INSTRUMENT-ID       PIC X(08).
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================
       01  WS-GROUP-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-SPLIT-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-INST-SPLIT-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  READING-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
      *================================================================
      * GROUP CONSOLIDATION WORK AREAS - THE OUTPUT RECORD FILLS TO
      * 20 READINGS AND AN OVERSIZED GROUP CONTINUES INTO FURTHER
      * RECORDS UNDER THE SAME ID, AS DOES A CHANGE OF INSTRUMENT
      *================================================================
       01  WS-CURRENT-GROUP            PIC X(08)   VALUE SPACES.
       01  WS-CURRENT-INSTRUMENT       PIC X(08)   VALUE SPACES.
       01  WS-GROUP-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
           88  GROUP-IS-OPEN                       VALUE 'Y'.
       01  WS-FILL-COUNT               PIC 9(02)   VALUE ZERO.
               '  OVERSIZED SPLIT:  '.
           05  WS-CNT-SPLITS           PIC ZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-INSTRUMENT-LINE.
           05  FILLER                  PIC X(34) VALUE
               'RECORDS SPLIT ON INSTRUMENT CHANGE'.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-CNT-INST-SPLITS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
               MOVE RDS-GROUP-ID        TO SRT-GROUP-ID
               MOVE RDS-SEQUENCE        TO SRT-SEQUENCE
               MOVE RDS-VALUE           TO SRT-VALUE
               MOVE RDS-INSTRUMENT-ID   TO SRT-INSTRUMENT-ID
               RELEASE SORT-READING-RECORD
           ELSE
               MOVE SPACES              TO REJECT-RECORD

      *-----------------------------------------------------------------
      * FOLD THE CURRENT SORTED READING INTO ITS GROUP'S OUTPUT
      * RECORD - A GROUP CHANGE CLOSES THE OPEN RECORD, A CHANGE OF
      * INSTRUMENT OR A FULL RECORD CONTINUES THE GROUP INTO A FRESH
      * ONE UNDER THE SAME ID
      *-----------------------------------------------------------------
       2500-BUILD-GROUP.
           IF GROUP-IS-OPEN
               PERFORM 2550-OPEN-GROUP  THRU 2550-EXIT
           END-IF

           IF SRT-INSTRUMENT-ID NOT = WS-CURRENT-INSTRUMENT
               ADD 1                    TO WS-INST-SPLIT-COUNT
               PERFORM 2600-WRITE-GROUP THRU 2600-EXIT
               PERFORM 2550-OPEN-GROUP  THRU 2550-EXIT
           END-IF

           IF WS-FILL-COUNT = 20
               ADD 1                    TO WS-SPLIT-COUNT
               PERFORM 2600-WRITE-GROUP THRU 2600-EXIT
           MOVE SRT-GROUP-ID            TO WS-CURRENT-GROUP
           MOVE SPACES                  TO READING-GROUP-RECORD
           MOVE WS-CURRENT-GROUP        TO RDG-GROUP-ID
           MOVE SRT-INSTRUMENT-ID       TO WS-CURRENT-INSTRUMENT
                                            RDG-INSTRUMENT-ID
           MOVE ZERO                    TO WS-FILL-COUNT
           SET WS-GROUP-OPEN-SWITCH     TO 'Y'.
       2550-EXIT.
           MOVE WS-RECORD-COUNT          TO WS-CNT-RECORDS
           MOVE WS-SPLIT-COUNT           TO WS-CNT-SPLITS
           WRITE INTAKE-REPORT-LINE       FROM WS-GROUP-LINE
           MOVE WS-INST-SPLIT-COUNT      TO WS-CNT-INST-SPLITS
           WRITE INTAKE-REPORT-LINE       FROM WS-INSTRUMENT-LINE
           MOVE WS-RINRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'RINRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
