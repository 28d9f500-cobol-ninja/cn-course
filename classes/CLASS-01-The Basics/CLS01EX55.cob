      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX55.
      * LARGE AND UNUSUAL POSTING SURVEILLANCE
      * RUNS EACH NIGHT AFTER CLS01EX04 HAS POSTED AND LOOKS OVER THE
      * NIGHT'S POSTINGS IN THE POSTING HISTORY (POSTHIST) FOR WHAT A
      * REVIEWER OUGHT TO SEE BEFORE THE MONEY MOVES ON:
      *   L - ONE POSTING OVER THE SINGLE-POSTING LIMIT FOR ITS
      *       CURRENCY (SRVTHR - ONE CARD PER CURRENCY, THE LIMIT IN
      *       THAT CURRENCY; A POSTING IN A CURRENCY WITH NO CARD IS
      *       TESTED IN BASE CURRENCY AGAINST THE USD CARD)
      *   C - AN ACCOUNT POSTED TO MORE TIMES IN THE NIGHT THAN THE
      *       NIGHT POSTING-COUNT LIMIT
      *   N - AN ACCOUNT WHOSE NET MOVEMENT FOR THE NIGHT, EITHER WAY,
      *       IS OVER THE NIGHT NET-AMOUNT LIMIT (BASE CURRENCY)
      *   P - ONE POSTING MORE THAN THE PATTERN MULTIPLE TIMES THE
      *       ACCOUNT'S TYPICAL POSTING - THE AVERAGE SIZE OF ITS
      *       EARLIER POSTINGS IN THE HISTORY, ONCE IT HAS ENOUGH OF
      *       THEM TO HAVE A PATTERN AT ALL
      * A REVERSAL ENTRY IS NEITHER FLAGGED NOR COUNTED TOWARD A
      * PATTERN - IT ONLY UNDOES A POSTING ALREADY SEEN
      * EVERY FLAG BECOMES A REVIEW ITEM (CLS01SVQ) ON THE REVIEW
      * QUEUE, KEYED BY TONIGHT'S DATE AND A SEQUENCE NUMBER.  THE
      * QUEUE CARRIES FORWARD NIGHT TO NIGHT THE WAY CLS01EX51 CARRIES
      * THE PENDING FILE: THE OLD QUEUE (REVQUE) IS READ, THE
      * REVIEWERS' DISPOSITIONS (SRVDSP) APPLIED AND THE NEW QUEUE
      * (REVNEW) WRITTEN FOR THE JOB TO SWAP IN.  A DISPOSITION CARD:
      *   COLS  1-8   FLAG DATE OF THE ITEM (YYYYMMDD)
      *   COLS  9-13  ITEM SEQUENCE NUMBER
      *   COL  14     C - CLEARED: THE ITEM LEAVES THE QUEUE
      *               E - ESCALATED: THE ITEM STAYS, MARKED ESCALATED
      *   COLS 15-22  REVIEWER ID
      *   COLS 23-52  REASON - REQUIRED TO ESCALATE
      * THE SURVEILLANCE REPORT (SRVRPT) SHOWS THE DISPOSITIONS
      * APPLIED, TONIGHT'S NEW ITEMS, THEN EVERY ITEM STILL ON THE
      * QUEUE WITH ITS AGE IN DAYS AND THE AGING TOTALS.  A
      * DISPOSITION THAT MATCHES NO QUEUED ITEM OR CANNOT BE READ, AN
      * UNUSABLE THRESHOLD CARD, OR A QUEUE THAT ALREADY HOLDS ITEMS
      * FLAGGED TONIGHT (A RERUN - NOTHING IS FLAGGED TWICE) ENDS THE
      * STEP RC 8; FLAGS ALONE DO NOT, THEY ARE WHAT THE STEP IS FOR
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - NIGHT POSTING-COUNT LIMIT PER ACCOUNT (DEFAULT 025)
      *   3 - NIGHT NET-AMOUNT LIMIT PER ACCOUNT IN WHOLE BASE UNITS
      *       (DEFAULT 000100000)
      *   4 - PATTERN MULTIPLE OF THE TYPICAL POSTING (DEFAULT 010)
      *   5 - EARLIER POSTINGS AN ACCOUNT NEEDS BEFORE ITS PATTERN IS
      *       TESTED (DEFAULT 010)
      * A LIMIT OR MULTIPLE OF ZERO SWITCHES THAT TEST OFF
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
                                        FILE STATUS IS WS-PHS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT THRESHOLD-FILE       ASSIGN TO "SRVTHR"
                                        FILE STATUS IS WS-THR-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSITION-FILE     ASSIGN TO "SRVDSP"
                                        FILE STATUS IS WS-DSP-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-QUEUE-FILE    ASSIGN TO "REVQUE"
                                        FILE STATUS IS WS-REVQUE-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-REVIEW-FILE      ASSIGN TO "REVNEW"
                                        FILE STATUS IS WS-REVNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SURVEILLANCE-REPORT  ASSIGN TO "SRVRPT"
                                        FILE STATUS IS WS-SRVRPT-STATUS
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
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05  THR-CURRENCY-CODE       PIC X(03).
           05  THR-SINGLE-LIMIT        PIC 9(09)V99.
           05  FILLER                  PIC X(66).
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DSP-ITEM-KEY.
               10  DSP-FLAG-DATE       PIC 9(08).
               10  DSP-ITEM-SEQ        PIC 9(05).
           05  DSP-ACTION              PIC X(01).
               88  DSP-CLEAR                       VALUE 'C'.
               88  DSP-ESCALATE                    VALUE 'E'.
           05  DSP-REVIEWER            PIC X(08).
           05  DSP-REASON              PIC X(30).
           05  FILLER                  PIC X(28).
       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD         PIC X(120).
       FD  NEW-REVIEW-FILE.
       01  NEW-REVIEW-RECORD           PIC X(120).
       FD  SURVEILLANCE-REPORT.
       01  SURVEILLANCE-REPORT-LINE    PIC X(80).
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
           05  SRT-ENTRY-TYPE          PIC X(01).
               88  SRT-IS-REVERSAL                 VALUE 'R'.
           05  FILLER                  PIC X(07).
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
      * ENOUGH FOR THIS PROGRAM - IT ONLY READS THE HISTORY AND
      * KEEPS ITS OWN QUEUE
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS AND THE LIMITS THEY SET
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-COUNT-PARM               PIC X(03)   VALUE SPACES.
       01  WS-NET-PARM                 PIC X(09)   VALUE SPACES.
       01  WS-MULTIPLE-PARM            PIC X(03)   VALUE SPACES.
       01  WS-HISTORY-PARM             PIC X(03)   VALUE SPACES.
       01  WS-COUNT-LIMIT              PIC 9(03)   VALUE 25.
       01  WS-NET-LIMIT                PIC 9(09)   VALUE 100000.
       01  WS-PATTERN-MULTIPLE         PIC 9(03)   VALUE 10.
       01  WS-MIN-HISTORY              PIC 9(03)   VALUE 10.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-HISTORY-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  END-OF-INPUT-HISTORY                VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-HISTORY               VALUE 'Y'.
       01  WS-THRESHOLD-EOF-SWITCH     PIC X(01)   VALUE 'N'.
           88  END-OF-THRESHOLDS                   VALUE 'Y'.
       01  WS-DISPOSITION-EOF-SWITCH   PIC X(01)   VALUE 'N'.
           88  END-OF-DISPOSITIONS                 VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-REVIEW-QUEUE                 VALUE 'Y'.
       01  WS-NO-QUEUE-SWITCH          PIC X(01)   VALUE 'N'.
           88  NO-REVIEW-QUEUE                     VALUE 'Y'.
       01  WS-RERUN-SWITCH             PIC X(01)   VALUE 'N'.
           88  ALREADY-SURVEYED                    VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  ENTRY-FOUND                         VALUE 'Y'.
      *================================================================
      * THE SINGLE-POSTING LIMITS BY CURRENCY, TABLED AT START-UP
      *================================================================
       01  WS-THT-MAX                  PIC 9(04)   COMP VALUE 100.
       01  WS-THT-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-THT-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-THRESHOLD-TABLE.
           05  WS-THT-ENTRY            OCCURS 100 TIMES.
               10  WS-THT-CURRENCY     PIC X(03).
               10  WS-THT-LIMIT        PIC 9(09)V99.
       01  WS-LOOKUP-CURRENCY          PIC X(03)   VALUE SPACES.
      *================================================================
      * THE REVIEWERS' DISPOSITIONS, TABLED AT START-UP AND MARKED AS
      * THE QUEUE ITEMS THEY NAME ARE FOUND
      *================================================================
       01  WS-DST-MAX                  PIC 9(04)   COMP VALUE 1000.
       01  WS-DST-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-DST-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-DISPOSITION-TABLE.
           05  WS-DST-ENTRY            OCCURS 1000 TIMES.
               10  WS-DST-KEY.
                   15  WS-DST-FLAG-DATE PIC 9(08).
                   15  WS-DST-ITEM-SEQ PIC 9(05).
               10  WS-DST-ACTION       PIC X(01).
               10  WS-DST-REVIEWER     PIC X(08).
               10  WS-DST-REASON       PIC X(30).
               10  WS-DST-USED         PIC X(01).
      *================================================================
      * THE REVIEW ITEM BEING CARRIED, FLAGGED OR LISTED - BOTH QUEUE
      * FILES ARE READ INTO AND WRITTEN FROM THIS ONE AREA
      *================================================================
       COPY CLS01SVQ.
      *================================================================
      * PER-ACCOUNT SURVEILLANCE WORK AREAS
      *================================================================
       01  WS-CURR-ACCOUNT             PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-PRIOR-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-TYPICAL-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-NIGHT-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-NIGHT-NET                PIC S9(11)V99 VALUE ZERO.
       01  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE ZERO.
       01  WS-NEXT-ITEM-SEQ            PIC 9(05)   VALUE ZERO.
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
       01  WS-ITEM-AGE                 PIC 9(05)   COMP VALUE ZERO.
      *================================================================
      * RUN TOTALS AND THE QUEUE AGING BUCKETS
      *================================================================
       01  WS-HISTORY-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-NIGHT-POSTINGS           PIC 9(07)   VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-CARRIED-IN-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-BAD-DISPOSITION-COUNT    PIC 9(06)   VALUE ZERO.
       01  WS-BAD-THRESHOLD-COUNT      PIC 9(04)   VALUE ZERO.
       01  WS-LARGE-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-COUNT-FLAG-COUNT         PIC 9(06)   VALUE ZERO.
       01  WS-NET-FLAG-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-PATTERN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-NEW-ITEM-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-QUEUE-OUT-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-ESCALATED-OPEN-COUNT     PIC 9(06)   VALUE ZERO.
       01  WS-AGE-0-1-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-AGE-2-5-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-AGE-6-10-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-AGE-OVER-10-COUNT        PIC 9(06)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PHS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-THR-STATUS               PIC X(02)   VALUE '00'.
       01  WS-DSP-STATUS               PIC X(02)   VALUE '00'.
       01  WS-REVQUE-STATUS            PIC X(02)   VALUE '00'.
       01  WS-REVNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SRVRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX55  POSTING SURVEILLANCE'.
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
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(15) VALUE 'ITEM'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(11) VALUE 'BATCH'.
           05  FILLER                  PIC X(15) VALUE
               '        AMOUNT'.
           05  FILLER                  PIC X(15) VALUE
               '   LIMIT/USUAL'.
           05  FILLER                  PIC X(07) VALUE 'ST  AGE'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(04) VALUE '*** '.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-FLAG-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DTL-ITEM-SEQ         PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-BATCH            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LIMIT            PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-AGE              PIC X(03).
       01  WS-AGE-EDIT                 PIC ZZ9.
       01  WS-REASON-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'BY '.
           05  WS-RSN-REVIEWER         PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  WS-RSN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-RSN-REASON           PIC X(30).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(76).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX55  SURVEILLANCE RUN TOTALS'.
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

           PERFORM 1200-LOAD-THRESHOLD  THRU 1200-EXIT
               UNTIL END-OF-THRESHOLDS

           MOVE 'DISPOSITIONS APPLIED'  TO WS-SEC-TITLE
           PERFORM 1400-START-SECTION   THRU 1400-EXIT
           PERFORM 1300-LOAD-DISPOSITION THRU 1300-EXIT
               UNTIL END-OF-DISPOSITIONS
           PERFORM 1500-CARRY-QUEUE     THRU 1500-EXIT
               UNTIL END-OF-REVIEW-QUEUE
           PERFORM 1700-LIST-UNMATCHED  THRU 1700-EXIT
               VARYING WS-DST-SUB FROM 1 BY 1
               UNTIL WS-DST-SUB > WS-DST-COUNT

           MOVE 'NEW ITEMS FLAGGED TONIGHT' TO WS-SEC-TITLE
           PERFORM 1400-START-SECTION   THRU 1400-EXIT
           IF ALREADY-SURVEYED
               MOVE SPACES              TO WS-MSG-TEXT
               STRING 'QUEUE ALREADY HOLDS ITEMS FLAGGED TONIGHT - '
                   'NOTHING FLAGGED ON THIS RUN' DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                    SRT-POSTING-SEQ
                   INPUT PROCEDURE IS 0100-SORT-INPUT
                                 THRU 0100-EXIT
                   OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                                  THRU 0200-EXIT
           END-IF
           CLOSE NEW-REVIEW-FILE

           MOVE 'OPEN REVIEW QUEUE'     TO WS-SEC-TITLE
           PERFORM 1400-START-SECTION   THRU 1400-EXIT
           PERFORM 2800-LIST-QUEUE      THRU 2800-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT FROM THE POSTING HISTORY - A MISSING HISTORY
      * FILE MEANS NOTHING HAS POSTED, SO THERE IS NOTHING TO FLAG
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  POSTING-HISTORY-FILE
           IF WS-PHS-STATUS = '35'
               DISPLAY 'CLS01EX55 - NO POSTING HISTORY - NOTHING TO '
                   'SURVEY'
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
      * TAKE THE SORTED HISTORY BACK ONE ACCOUNT AT A TIME
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT

           PERFORM 2000-SURVEY-ACCOUNT  THRU 2000-EXIT
               UNTIL END-OF-SORTED-HISTORY.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS AND OPEN THE FILES - THE OLD QUEUE IS
      * OPTIONAL (THE FIRST NIGHT HAS NONE), THE NEW QUEUE IS ALWAYS
      * WRITTEN SO THE JOB'S SWAP NEVER LOSES THE ITEMS CARRIED
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
           ACCEPT WS-COUNT-PARM          FROM ARGUMENT-VALUE
           IF WS-COUNT-PARM IS NUMERIC
               MOVE WS-COUNT-PARM        TO WS-COUNT-LIMIT
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-NET-PARM            FROM ARGUMENT-VALUE
           IF WS-NET-PARM IS NUMERIC
               MOVE WS-NET-PARM          TO WS-NET-LIMIT
           END-IF

           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-MULTIPLE-PARM       FROM ARGUMENT-VALUE
           IF WS-MULTIPLE-PARM IS NUMERIC
               MOVE WS-MULTIPLE-PARM     TO WS-PATTERN-MULTIPLE
           END-IF

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-HISTORY-PARM        FROM ARGUMENT-VALUE
           IF WS-HISTORY-PARM IS NUMERIC
               MOVE WS-HISTORY-PARM      TO WS-MIN-HISTORY
           END-IF

           MOVE CTL-RUN-DATE             TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-RUN-DN

           OPEN OUTPUT SURVEILLANCE-REPORT
           MOVE WS-SRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  DISPOSITION-FILE
           IF WS-DSP-STATUS = '35'
               SET END-OF-DISPOSITIONS   TO TRUE
           ELSE
               MOVE WS-DSP-STATUS        TO WS-CURRENT-STATUS
               MOVE 'SRVDSP'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  REVIEW-QUEUE-FILE
           IF WS-REVQUE-STATUS = '35'
               SET NO-REVIEW-QUEUE       TO TRUE
               SET END-OF-REVIEW-QUEUE   TO TRUE
               DISPLAY 'CLS01EX55 - NO REVIEW QUEUE - STARTING A NEW '
                   'ONE'
           ELSE
               MOVE WS-REVQUE-STATUS     TO WS-CURRENT-STATUS
               MOVE 'REVQUE'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN OUTPUT NEW-REVIEW-FILE
           MOVE WS-REVNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'REVNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  THRESHOLD-FILE
           IF WS-THR-STATUS = '35'
               SET END-OF-THRESHOLDS     TO TRUE
               DISPLAY 'CLS01EX55 - NO SINGLE-POSTING LIMITS - LARGE '
                   'POSTINGS WILL NOT BE FLAGGED'
           ELSE
               MOVE WS-THR-STATUS        TO WS-CURRENT-STATUS
               MOVE 'SRVTHR'             TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X55'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX55 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW SURVEILLANCE REPORT PAGE HEADER - THE SECTION
      * BEING PRINTED IS REPEATED ON EVERY PAGE OF IT
      *-----------------------------------------------------------------
       1100-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-SEC-TITLE             TO WS-HDR-SECTION

           WRITE SURVEILLANCE-REPORT-LINE FROM WS-HEADER-LINE-1
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-HEADER-LINE-2
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-HEADER-LINE-3
           MOVE WS-SRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE SINGLE-POSTING LIMIT - A CARD WITH NO CURRENCY OR
      * NO USABLE LIMIT IS COUNTED AND LEFT OUT; A LATER CARD FOR A
      * CURRENCY ALREADY TABLED REPLACES THE EARLIER ONE
      *-----------------------------------------------------------------
       1200-LOAD-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   SET END-OF-THRESHOLDS TO TRUE
                   CLOSE THRESHOLD-FILE
                   GO TO 1200-EXIT
           END-READ

           MOVE WS-THR-STATUS           TO WS-CURRENT-STATUS
           MOVE 'SRVTHR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF THR-CURRENCY-CODE = SPACES
               OR THR-SINGLE-LIMIT NOT NUMERIC
               ADD 1                    TO WS-BAD-THRESHOLD-COUNT
               DISPLAY 'CLS01EX55 - UNUSABLE LIMIT CARD FOR CURRENCY "'
                   THR-CURRENCY-CODE '" - IGNORED'
               GO TO 1200-EXIT
           END-IF

           MOVE THR-CURRENCY-CODE       TO WS-LOOKUP-CURRENCY
           PERFORM 2350-FIND-THRESHOLD  THRU 2350-EXIT
           IF ENTRY-FOUND
               MOVE THR-SINGLE-LIMIT    TO WS-THT-LIMIT (WS-THT-SUB)
               GO TO 1200-EXIT
           END-IF

           IF WS-THT-COUNT NOT < WS-THT-MAX
               DISPLAY 'CLS01EX55 - MORE THAN ' WS-THT-MAX
                   ' SINGLE-POSTING LIMIT CARDS'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                        TO WS-THT-COUNT
           MOVE THR-CURRENCY-CODE   TO WS-THT-CURRENCY (WS-THT-COUNT)
           MOVE THR-SINGLE-LIMIT    TO WS-THT-LIMIT (WS-THT-COUNT).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE DISPOSITION CARD - A CARD WITH NO USABLE ITEM KEY,
      * AN ACTION OTHER THAN C OR E, NO REVIEWER, OR AN ESCALATION
      * WITHOUT A REASON IS LISTED AND REFUSED.  A SECOND CARD FOR THE
      * SAME ITEM REPLACES THE FIRST
      *-----------------------------------------------------------------
       1300-LOAD-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET END-OF-DISPOSITIONS TO TRUE
                   CLOSE DISPOSITION-FILE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-DSP-STATUS           TO WS-CURRENT-STATUS
           MOVE 'SRVDSP'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF DISPOSITION-RECORD = SPACES
               GO TO 1300-EXIT
           END-IF

           MOVE SPACES                  TO WS-MSG-TEXT
           EVALUATE TRUE
               WHEN DSP-FLAG-DATE NOT NUMERIC
                   OR DSP-ITEM-SEQ NOT NUMERIC
                   STRING 'REFUSED - NO USABLE ITEM KEY: '
                       DSP-ITEM-KEY DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               WHEN NOT DSP-CLEAR AND NOT DSP-ESCALATE
                   STRING 'REFUSED - ITEM ' DSP-FLAG-DATE '-'
                       DSP-ITEM-SEQ ' ACTION "' DSP-ACTION
                       '" IS NOT C OR E' DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               WHEN DSP-REVIEWER = SPACES
                   STRING 'REFUSED - ITEM ' DSP-FLAG-DATE '-'
                       DSP-ITEM-SEQ ' NAMES NO REVIEWER'
                       DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
               WHEN DSP-ESCALATE AND DSP-REASON = SPACES
                   STRING 'REFUSED - ITEM ' DSP-FLAG-DATE '-'
                       DSP-ITEM-SEQ ' ESCALATED WITHOUT A REASON'
                       DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
           END-EVALUATE
           IF WS-MSG-TEXT NOT = SPACES
               ADD 1                    TO WS-BAD-DISPOSITION-COUNT
               PERFORM 2900-WRITE-MESSAGE THRU 2900-EXIT
               GO TO 1300-EXIT
           END-IF

           MOVE DSP-ITEM-KEY            TO SVQ-ITEM-KEY
           PERFORM 1600-FIND-DISPOSITION THRU 1600-EXIT
           IF NOT ENTRY-FOUND
               IF WS-DST-COUNT NOT < WS-DST-MAX
                   DISPLAY 'CLS01EX55 - MORE THAN ' WS-DST-MAX
                       ' DISPOSITION CARDS'
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO WS-DST-COUNT
               MOVE WS-DST-COUNT        TO WS-DST-SUB
           END-IF

           MOVE DSP-ITEM-KEY            TO WS-DST-KEY (WS-DST-SUB)
           MOVE DSP-ACTION              TO WS-DST-ACTION (WS-DST-SUB)
           MOVE DSP-REVIEWER            TO WS-DST-REVIEWER (WS-DST-SUB)
           MOVE DSP-REASON              TO WS-DST-REASON (WS-DST-SUB)
           MOVE 'N'                     TO WS-DST-USED (WS-DST-SUB).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A REPORT SECTION ON A FRESH PAGE
      *-----------------------------------------------------------------
       1400-START-SECTION.
           PERFORM 1100-WRITE-HEADER    THRU 1100-EXIT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SECTION-LINE
           MOVE WS-SRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 2                         TO WS-LINES-ON-PAGE.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CARRY ONE ITEM OF THE OLD QUEUE: A CLEARED ITEM IS LISTED AND
      * DROPPED, AN ESCALATED ONE LISTED AND KEPT WITH THE REVIEWER'S
      * REASON, AND ONE WITH NO DISPOSITION KEPT AS IT WAS.  AN ITEM
      * ALREADY FLAGGED TONIGHT MEANS THE STEP IS BEING RERUN
      *-----------------------------------------------------------------
       1500-CARRY-QUEUE.
           READ REVIEW-QUEUE-FILE       INTO REVIEW-ITEM-RECORD
               AT END
                   SET END-OF-REVIEW-QUEUE TO TRUE
                   CLOSE REVIEW-QUEUE-FILE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-REVQUE-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REVQUE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-CARRIED-IN-COUNT
           IF SVQ-FLAG-DATE = CTL-RUN-DATE
               SET ALREADY-SURVEYED     TO TRUE
           END-IF

           PERFORM 1600-FIND-DISPOSITION THRU 1600-EXIT
           IF NOT ENTRY-FOUND
               PERFORM 2750-WRITE-ITEM  THRU 2750-EXIT
               GO TO 1500-EXIT
           END-IF

           MOVE 'Y'                     TO WS-DST-USED (WS-DST-SUB)
           MOVE WS-DST-REVIEWER (WS-DST-SUB) TO SVQ-REVIEWER
           MOVE CTL-RUN-DATE            TO SVQ-ACTION-DATE
           IF WS-DST-REASON (WS-DST-SUB) NOT = SPACES
               MOVE WS-DST-REASON (WS-DST-SUB) TO SVQ-REASON
           END-IF
           MOVE SPACES                  TO WS-DTL-AGE
           IF WS-DST-ACTION (WS-DST-SUB) = 'C'
               ADD 1                    TO WS-CLEARED-COUNT
               MOVE 'CLR'               TO WS-DTL-STATUS
               PERFORM 2700-PRINT-ITEM  THRU 2700-EXIT
               GO TO 1500-EXIT
           END-IF

           ADD 1                        TO WS-ESCALATED-COUNT
           MOVE 'E'                     TO SVQ-STATUS
           MOVE 'ESC'                   TO WS-DTL-STATUS
           PERFORM 2700-PRINT-ITEM      THRU 2700-EXIT
           PERFORM 2750-WRITE-ITEM      THRU 2750-EXIT.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP THE DISPOSITION FOR THE ITEM KEY IN SVQ-ITEM-KEY
      *-----------------------------------------------------------------
       1600-FIND-DISPOSITION.
           MOVE 'N'                     TO WS-FOUND-SWITCH
           PERFORM 1650-MATCH-DISPOSITION THRU 1650-EXIT
               VARYING WS-DST-SUB FROM 1 BY 1
               UNTIL WS-DST-SUB > WS-DST-COUNT
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               SUBTRACT 1               FROM WS-DST-SUB
           END-IF.
       1600-EXIT.
           EXIT.

       1650-MATCH-DISPOSITION.
           IF WS-DST-KEY (WS-DST-SUB) = SVQ-ITEM-KEY
               SET ENTRY-FOUND          TO TRUE
           END-IF.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST A DISPOSITION THAT NAMED NO ITEM ON THE QUEUE - ALREADY
      * CLEARED, MISKEYED, OR NEVER FLAGGED
      *-----------------------------------------------------------------
       1700-LIST-UNMATCHED.
           IF WS-DST-USED (WS-DST-SUB) = 'Y'
               GO TO 1700-EXIT
           END-IF

           ADD 1                        TO WS-UNMATCHED-COUNT
           MOVE SPACES                  TO WS-MSG-TEXT
           STRING 'REFUSED - ITEM ' WS-DST-FLAG-DATE (WS-DST-SUB)
               '-' WS-DST-ITEM-SEQ (WS-DST-SUB)
               ' IS NOT ON THE REVIEW QUEUE'
               DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           PERFORM 2900-WRITE-MESSAGE   THRU 2900-EXIT.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE ACCOUNT: ITS EARLIER POSTINGS BUILD ITS TYPICAL SIZE, ITS
      * POSTINGS TONIGHT ARE TESTED ONE BY ONE, AND THE NIGHT'S COUNT
      * AND NET ARE TESTED ONCE ALL OF THEM HAVE BEEN SEEN
      *-----------------------------------------------------------------
       2000-SURVEY-ACCOUNT.
           ADD 1                        TO WS-ACCOUNT-COUNT
           MOVE SRT-ACCOUNT-NUMBER      TO WS-CURR-ACCOUNT
           MOVE ZERO                    TO WS-PRIOR-COUNT
                                            WS-PRIOR-TOTAL
                                            WS-NIGHT-COUNT
                                            WS-NIGHT-NET

           PERFORM 2200-EXAMINE-POSTING THRU 2200-EXIT
               UNTIL END-OF-SORTED-HISTORY
                   OR SRT-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT

           PERFORM 2500-CHECK-NIGHT     THRU 2500-EXIT.
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
      * ONE OF THE ACCOUNT'S POSTINGS - AN EARLIER ONE GOES INTO ITS
      * TYPICAL SIZE, ONE OF TONIGHT'S IS TESTED AND COUNTED
      *-----------------------------------------------------------------
       2200-EXAMINE-POSTING.
           IF SRT-IS-REVERSAL
               PERFORM 2100-RETURN-HISTORY THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF

           IF SRT-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - SRT-AMOUNT
           ELSE
               MOVE SRT-AMOUNT          TO WS-ABS-AMOUNT
           END-IF

           IF SRT-BUSINESS-DATE < CTL-RUN-DATE
               ADD 1                    TO WS-PRIOR-COUNT
               ADD WS-ABS-AMOUNT        TO WS-PRIOR-TOTAL
               PERFORM 2100-RETURN-HISTORY THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF

           IF SRT-BUSINESS-DATE = CTL-RUN-DATE
               ADD 1                    TO WS-NIGHT-POSTINGS
                                            WS-NIGHT-COUNT
               ADD SRT-AMOUNT           TO WS-NIGHT-NET
               PERFORM 2300-CHECK-SINGLE THRU 2300-EXIT
               PERFORM 2400-CHECK-PATTERN THRU 2400-EXIT
           END-IF

           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TEST ONE POSTING AGAINST ITS CURRENCY'S SINGLE-POSTING LIMIT,
      * IN THAT CURRENCY; A BLANK CURRENCY IS BASE (USD), AND A
      * CURRENCY WITH NO LIMIT OF ITS OWN IS TESTED ON ITS BASE
      * AMOUNT AGAINST THE USD LIMIT
      *-----------------------------------------------------------------
       2300-CHECK-SINGLE.
           MOVE SRT-CURRENCY-CODE       TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               MOVE 'USD'               TO WS-LOOKUP-CURRENCY
           END-IF
           PERFORM 2350-FIND-THRESHOLD  THRU 2350-EXIT

           IF ENTRY-FOUND
               IF SRT-ORIG-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = ZERO - SRT-ORIG-AMOUNT
               ELSE
                   MOVE SRT-ORIG-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               IF WS-ABS-AMOUNT NOT > WS-THT-LIMIT (WS-THT-SUB)
                   GO TO 2300-EXIT
               END-IF
               PERFORM 2600-START-POSTING-ITEM THRU 2600-EXIT
               MOVE WS-LOOKUP-CURRENCY  TO SVQ-CURRENCY-CODE
               MOVE SRT-ORIG-AMOUNT     TO SVQ-AMOUNT
           ELSE
               MOVE 'USD'               TO WS-LOOKUP-CURRENCY
               PERFORM 2350-FIND-THRESHOLD THRU 2350-EXIT
               IF NOT ENTRY-FOUND
                   GO TO 2300-EXIT
               END-IF
               IF SRT-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = ZERO - SRT-AMOUNT
               ELSE
                   MOVE SRT-AMOUNT      TO WS-ABS-AMOUNT
               END-IF
               IF WS-ABS-AMOUNT NOT > WS-THT-LIMIT (WS-THT-SUB)
                   GO TO 2300-EXIT
               END-IF
               PERFORM 2600-START-POSTING-ITEM THRU 2600-EXIT
               MOVE 'USD'               TO SVQ-CURRENCY-CODE
               MOVE SRT-AMOUNT          TO SVQ-AMOUNT
           END-IF

           MOVE 'L'                     TO SVQ-FLAG-TYPE
           MOVE WS-THT-LIMIT (WS-THT-SUB) TO SVQ-LIMIT
           ADD 1                        TO WS-LARGE-COUNT
           PERFORM 2650-FLAG-ITEM       THRU 2650-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP THE SINGLE-POSTING LIMIT FOR WS-LOOKUP-CURRENCY
      *-----------------------------------------------------------------
       2350-FIND-THRESHOLD.
           MOVE 'N'                     TO WS-FOUND-SWITCH
           PERFORM 2360-MATCH-THRESHOLD THRU 2360-EXIT
               VARYING WS-THT-SUB FROM 1 BY 1
               UNTIL WS-THT-SUB > WS-THT-COUNT
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               SUBTRACT 1               FROM WS-THT-SUB
           END-IF.
       2350-EXIT.
           EXIT.

       2360-MATCH-THRESHOLD.
           IF WS-THT-CURRENCY (WS-THT-SUB) = WS-LOOKUP-CURRENCY
               SET ENTRY-FOUND          TO TRUE
           END-IF.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TEST ONE POSTING AGAINST THE ACCOUNT'S OWN PATTERN - ONLY
      * ONCE THE ACCOUNT HAS ENOUGH EARLIER POSTINGS TO HAVE ONE
      *-----------------------------------------------------------------
       2400-CHECK-PATTERN.
           IF WS-PATTERN-MULTIPLE = ZERO
               OR WS-PRIOR-COUNT = ZERO
               OR WS-PRIOR-COUNT < WS-MIN-HISTORY
               GO TO 2400-EXIT
           END-IF

           COMPUTE WS-TYPICAL-AMOUNT ROUNDED =
               WS-PRIOR-TOTAL / WS-PRIOR-COUNT
           IF WS-TYPICAL-AMOUNT = ZERO
               GO TO 2400-EXIT
           END-IF

           IF SRT-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - SRT-AMOUNT
           ELSE
               MOVE SRT-AMOUNT          TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT NOT >
               WS-TYPICAL-AMOUNT * WS-PATTERN-MULTIPLE
               GO TO 2400-EXIT
           END-IF

           PERFORM 2600-START-POSTING-ITEM THRU 2600-EXIT
           MOVE 'P'                     TO SVQ-FLAG-TYPE
           MOVE 'USD'                   TO SVQ-CURRENCY-CODE
           MOVE SRT-AMOUNT              TO SVQ-AMOUNT
           MOVE WS-TYPICAL-AMOUNT       TO SVQ-LIMIT
           ADD 1                        TO WS-PATTERN-COUNT
           PERFORM 2650-FLAG-ITEM       THRU 2650-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE ACCOUNT'S NIGHT AS A WHOLE - HOW MANY TIMES IT POSTED AND
      * HOW FAR IT MOVED, IN BASE CURRENCY
      *-----------------------------------------------------------------
       2500-CHECK-NIGHT.
           IF WS-NIGHT-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF

           IF WS-COUNT-LIMIT > ZERO
               AND WS-NIGHT-COUNT > WS-COUNT-LIMIT
               PERFORM 2600-START-POSTING-ITEM THRU 2600-EXIT
               MOVE SPACES              TO SVQ-BATCH-ID
               MOVE ZERO                TO SVQ-POSTING-SEQ
               MOVE 'C'                 TO SVQ-FLAG-TYPE
               MOVE WS-NIGHT-COUNT      TO SVQ-AMOUNT
               MOVE WS-COUNT-LIMIT      TO SVQ-LIMIT
               ADD 1                    TO WS-COUNT-FLAG-COUNT
               PERFORM 2650-FLAG-ITEM   THRU 2650-EXIT
           END-IF

           IF WS-NIGHT-NET < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-NIGHT-NET
           ELSE
               MOVE WS-NIGHT-NET        TO WS-ABS-AMOUNT
           END-IF
           IF WS-NET-LIMIT > ZERO
               AND WS-ABS-AMOUNT > WS-NET-LIMIT
               PERFORM 2600-START-POSTING-ITEM THRU 2600-EXIT
               MOVE SPACES              TO SVQ-BATCH-ID
               MOVE ZERO                TO SVQ-POSTING-SEQ
               MOVE 'N'                 TO SVQ-FLAG-TYPE
               MOVE 'USD'               TO SVQ-CURRENCY-CODE
               MOVE WS-NIGHT-NET        TO SVQ-AMOUNT
               MOVE WS-NET-LIMIT        TO SVQ-LIMIT
               ADD 1                    TO WS-NET-FLAG-COUNT
               PERFORM 2650-FLAG-ITEM   THRU 2650-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START A NEW REVIEW ITEM FOR THE POSTING IN HAND - THE CALLER
      * FILLS IN WHAT TRIPPED IT
      *-----------------------------------------------------------------
       2600-START-POSTING-ITEM.
           MOVE SPACES                  TO REVIEW-ITEM-RECORD
           MOVE CTL-RUN-DATE            TO SVQ-FLAG-DATE
           MOVE ZERO                    TO SVQ-ITEM-SEQ
                                            SVQ-AMOUNT
                                            SVQ-LIMIT
                                            SVQ-ACTION-DATE
           MOVE WS-CURR-ACCOUNT         TO SVQ-ACCOUNT-NUMBER
           MOVE SRT-BATCH-ID            TO SVQ-BATCH-ID
           MOVE SRT-POSTING-SEQ         TO SVQ-POSTING-SEQ
           MOVE 'O'                     TO SVQ-STATUS.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NUMBER A NEW ITEM, QUEUE IT AND LIST IT
      *-----------------------------------------------------------------
       2650-FLAG-ITEM.
           ADD 1                        TO WS-NEXT-ITEM-SEQ
           MOVE WS-NEXT-ITEM-SEQ        TO SVQ-ITEM-SEQ
           ADD 1                        TO WS-NEW-ITEM-COUNT
           MOVE 'NEW'                   TO WS-DTL-STATUS
           MOVE SPACES                  TO WS-DTL-AGE
           PERFORM 2700-PRINT-ITEM      THRU 2700-EXIT
           PERFORM 2750-WRITE-ITEM      THRU 2750-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE ITEM IN REVIEW-ITEM-RECORD - THE CALLER SETS THE
      * STATUS AND AGE COLUMNS.  AN ITEM A REVIEWER HAS ACTED ON GETS
      * A SECOND LINE SAYING WHO, WHEN AND WHY
      *-----------------------------------------------------------------
       2700-PRINT-ITEM.
           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           MOVE SVQ-FLAG-DATE           TO WS-DTL-FLAG-DATE
           MOVE SVQ-ITEM-SEQ            TO WS-DTL-ITEM-SEQ
           EVALUATE TRUE
               WHEN SVQ-LARGE-POSTING
                   MOVE 'LARGE'         TO WS-DTL-TYPE
               WHEN SVQ-NIGHT-COUNT
                   MOVE 'COUNT'         TO WS-DTL-TYPE
               WHEN SVQ-NIGHT-NET
                   MOVE 'NET'           TO WS-DTL-TYPE
               WHEN SVQ-OUT-OF-PATTERN
                   MOVE 'PATTN'         TO WS-DTL-TYPE
               WHEN OTHER
                   MOVE SVQ-FLAG-TYPE   TO WS-DTL-TYPE
           END-EVALUATE
           MOVE SVQ-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT
           MOVE SVQ-BATCH-ID            TO WS-DTL-BATCH
           MOVE SVQ-AMOUNT              TO WS-DTL-AMOUNT
           MOVE SVQ-LIMIT               TO WS-DTL-LIMIT

           WRITE SURVEILLANCE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1                        TO WS-LINES-ON-PAGE

           IF SVQ-REVIEWER NOT = SPACES
               MOVE SVQ-REVIEWER        TO WS-RSN-REVIEWER
               MOVE SVQ-ACTION-DATE     TO WS-RSN-DATE
               MOVE SVQ-REASON          TO WS-RSN-REASON
               WRITE SURVEILLANCE-REPORT-LINE FROM WS-REASON-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF

           MOVE WS-SRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE ITEM IN REVIEW-ITEM-RECORD TO THE NEW QUEUE
      *-----------------------------------------------------------------
       2750-WRITE-ITEM.
           WRITE NEW-REVIEW-RECORD      FROM REVIEW-ITEM-RECORD
           MOVE WS-REVNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REVNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-QUEUE-OUT-COUNT.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEW QUEUE BACK AND LIST EVERYTHING STILL AWAITING A
      * REVIEWER, WITH ITS AGE IN CALENDAR DAYS SINCE IT WAS FLAGGED
      *-----------------------------------------------------------------
       2800-LIST-QUEUE.
           MOVE 'N'                     TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT  NEW-REVIEW-FILE
           MOVE WS-REVNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REVNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2850-LIST-ITEM       THRU 2850-EXIT
               UNTIL END-OF-REVIEW-QUEUE

           CLOSE NEW-REVIEW-FILE.
       2800-EXIT.
           EXIT.

       2850-LIST-ITEM.
           READ NEW-REVIEW-FILE         INTO REVIEW-ITEM-RECORD
               AT END
                   SET END-OF-REVIEW-QUEUE TO TRUE
                   GO TO 2850-EXIT
           END-READ

           MOVE WS-REVNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REVNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SVQ-FLAG-DATE           TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER      THRU 8100-EXIT
           IF WS-DN-RESULT < WS-RUN-DN
               COMPUTE WS-ITEM-AGE = WS-RUN-DN - WS-DN-RESULT
           ELSE
               MOVE ZERO                TO WS-ITEM-AGE
           END-IF

           EVALUATE TRUE
               WHEN WS-ITEM-AGE < 2
                   ADD 1                TO WS-AGE-0-1-COUNT
               WHEN WS-ITEM-AGE < 6
                   ADD 1                TO WS-AGE-2-5-COUNT
               WHEN WS-ITEM-AGE < 11
                   ADD 1                TO WS-AGE-6-10-COUNT
               WHEN OTHER
                   ADD 1                TO WS-AGE-OVER-10-COUNT
           END-EVALUATE

           IF SVQ-IS-ESCALATED
               ADD 1                    TO WS-ESCALATED-OPEN-COUNT
               MOVE 'ESC'               TO WS-DTL-STATUS
           ELSE
               ADD 1                    TO WS-OPEN-COUNT
               MOVE 'OPN'               TO WS-DTL-STATUS
           END-IF
           IF WS-ITEM-AGE > 999
               MOVE 999                 TO WS-AGE-EDIT
           ELSE
               MOVE WS-ITEM-AGE         TO WS-AGE-EDIT
           END-IF
           MOVE WS-AGE-EDIT             TO WS-DTL-AGE

           PERFORM 2700-PRINT-ITEM      THRU 2700-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE MESSAGE LINE FROM WS-MSG-TEXT
      *-----------------------------------------------------------------
       2900-WRITE-MESSAGE.
           IF WS-LINES-ON-PAGE > WS-MAX-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
           END-IF

           WRITE SURVEILLANCE-REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE WS-SRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS, SET THE RETURN CODE AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY   THRU 3100-EXIT
           CLOSE SURVEILLANCE-REPORT

           IF ALREADY-SURVEYED
               DISPLAY 'CLS01EX55 - REVIEW QUEUE ALREADY HOLDS ITEMS '
                   'FLAGGED ' CTL-RUN-DATE ' - NOTHING FLAGGED AGAIN'
           END-IF
           IF ALREADY-SURVEYED
               OR WS-UNMATCHED-COUNT > ZERO
               OR WS-BAD-DISPOSITION-COUNT > ZERO
               OR WS-BAD-THRESHOLD-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX55 SURVEYED ' WS-NIGHT-POSTINGS
               ' POSTINGS: ' WS-NEW-ITEM-COUNT ' NEW ITEMS, '
               WS-CLEARED-COUNT ' CLEARED, ' WS-QUEUE-OUT-COUNT
               ' ON THE QUEUE - OPERATOR ' CTL-OPERATOR-ID
               ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG   THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ, FLAGGED, CLEARED AND LEFT
      * OPEN, AND HOW OLD THE OPEN ITEMS ARE
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-BLANK-LINE
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-TITLE-LINE
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-BLANK-LINE

           MOVE 'HISTORY RECORDS READ:'  TO WS-SUM-LABEL
           MOVE WS-HISTORY-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'POSTINGS TONIGHT:'      TO WS-SUM-LABEL
           MOVE WS-NIGHT-POSTINGS        TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS SURVEYED:'     TO WS-SUM-LABEL
           MOVE WS-ACCOUNT-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ITEMS CARRIED IN:'      TO WS-SUM-LABEL
           MOVE WS-CARRIED-IN-COUNT      TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  CLEARED:'             TO WS-SUM-LABEL
           MOVE WS-CLEARED-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ESCALATED:'           TO WS-SUM-LABEL
           MOVE WS-ESCALATED-COUNT       TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DISPOSITIONS REFUSED:'  TO WS-SUM-LABEL
           MOVE WS-BAD-DISPOSITION-COUNT TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DISPOSITIONS NOT MATCHED:' TO WS-SUM-LABEL
           MOVE WS-UNMATCHED-COUNT       TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'NEW ITEMS FLAGGED:'     TO WS-SUM-LABEL
           MOVE WS-NEW-ITEM-COUNT        TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OVER SINGLE LIMIT:'   TO WS-SUM-LABEL
           MOVE WS-LARGE-COUNT           TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OVER NIGHT COUNT:'    TO WS-SUM-LABEL
           MOVE WS-COUNT-FLAG-COUNT      TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OVER NIGHT NET:'      TO WS-SUM-LABEL
           MOVE WS-NET-FLAG-COUNT        TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OUT OF PATTERN:'      TO WS-SUM-LABEL
           MOVE WS-PATTERN-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ITEMS ON THE QUEUE:'    TO WS-SUM-LABEL
           MOVE WS-QUEUE-OUT-COUNT       TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  OPEN:'                TO WS-SUM-LABEL
           MOVE WS-OPEN-COUNT            TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ESCALATED:'           TO WS-SUM-LABEL
           MOVE WS-ESCALATED-OPEN-COUNT  TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AGED 0-1 DAYS:'       TO WS-SUM-LABEL
           MOVE WS-AGE-0-1-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AGED 2-5 DAYS:'       TO WS-SUM-LABEL
           MOVE WS-AGE-2-5-COUNT         TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AGED 6-10 DAYS:'      TO WS-SUM-LABEL
           MOVE WS-AGE-6-10-COUNT        TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AGED OVER 10 DAYS:'   TO WS-SUM-LABEL
           MOVE WS-AGE-OVER-10-COUNT     TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNUSABLE LIMIT CARDS:'  TO WS-SUM-LABEL
           MOVE WS-BAD-THRESHOLD-COUNT   TO WS-SUM-COUNT
           WRITE SURVEILLANCE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-SRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
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
           MOVE 'CLS01X55'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-NIGHT-POSTINGS       TO LOG-INPUT-COUNT
           MOVE WS-NEW-ITEM-COUNT       TO LOG-OUTPUT-COUNT
           COMPUTE LOG-REJECT-COUNT = WS-UNMATCHED-COUNT
               + WS-BAD-DISPOSITION-COUNT
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
               DISPLAY 'CLS01EX55 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
