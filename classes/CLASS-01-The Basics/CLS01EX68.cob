      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX68.
      * MONTH-END FACILITIES SPACE CHARGEBACK TO COST CENTERS
      * WAREHOUSE SPACE IS PAID FOR CENTRALLY; THIS STEP BILLS IT OUT
      * TO THE DEPARTMENTS THAT OCCUPY IT.  THE FOOTAGE IS THE
      * NIGHTLY ZONE FOOTAGE CLS01EX08 ROLLS UP FROM CLS01EX05'S BIN
      * MEASUREMENTS AND APPENDS TO THE ZONE HISTORY (ZONEHIST): EACH
      * ZONE IS CHARGED FOR ITS AVERAGE SQUARE AND CUBIC FOOTAGE OVER
      * THE NIGHTS OF THE PERIOD (A RERUN NIGHT COUNTS ONCE, ITS LAST
      * RECORD STANDING), PRICED AT ITS WAREHOUSE'S RATES ON THE
      * SPACE RATE MASTER (SPCRATE)
      * THE ZONE MASTER (ZONEMSTR) SAYS WHO PAYS: AN ACTIVE ZONE WITH
      * A COST CENTER BILLS THAT COST CENTER; A ZONE WITH NO COST
      * CENTER, AN INACTIVE ZONE AND A ZONE NOT ON THE MASTER ALL
      * LAND ON THE CENTRAL OVERHEAD LINE WITH THE REASON SHOWN
      * A CHARGEBACK STATEMENT (SPCSTMT) IS PRINTED FOR EACH COST
      * CENTER, ZONE BY ZONE, THEN ONE FOR CENTRAL OVERHEAD AND A
      * SUMMARY PAGE WITH THE RATES USED AND THE JOURNAL TOTALS
      * THE JOURNAL (SPCGL) IS IN THE GL INTERFACE LAYOUT CLS01EX39
      * WRITES (CLS01GLI): EACH COST CENTER'S TOTAL IS DEBITED TO THE
      * COST CENTER AND CREDITED TO THE FACILITIES RECOVERY ACCOUNT,
      * THE OVERHEAD TOTAL IS DEBITED TO THE CENTRAL OVERHEAD ACCOUNT
      * AND CREDITED THE SAME WAY, SO THE BATCH BALANCES BY
      * CONSTRUCTION - DEBITS NOT EQUAL TO CREDITS IS STILL RC 16
      * A ZONE IN A WAREHOUSE WITH NO RATE, AN UNUSABLE RATE RECORD
      * OR A STATEMENT TOO LARGE FOR THE JOURNAL AMOUNT IS NOT
      * BILLED AND ENDS THE STEP RC 8
      * THE STEP FIRES OFF THE PERIOD-END FLAG CARD CLS01EX29 WRITES
      * (PERFLAG) JUST AS CLS01EX54 DOES.  SPCGL IS REWRITTEN ON EVERY
      * RUN - EMPTY ON A NIGHT THAT CLOSES NO PERIOD - SO AN OLD
      * MONTH'S JOURNAL IS NEVER LOADED TWICE
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - CENTRAL OVERHEAD GL ACCOUNT (DEFAULT 9999990100)
      *   3 - FACILITIES RECOVERY GL ACCOUNT (DEFAULT 9999990200)
      *   4 - PERIOD START DATE YYYYMMDD (BLANK = FIRST OF THE
      *       BUSINESS DATE'S MONTH)
      *   5 - PERIOD END DATE YYYYMMDD (BLANK = LAST DAY OF THE
      *       BUSINESS DATE'S MONTH)
      * EITHER DATE GIVEN CHARGES THAT PERIOD WHATEVER THE CARD SAYS
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ZONE-HISTORY-FILE    ASSIGN TO "ZONEHIST"
                                        FILE STATUS IS WS-ZONHST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONE-MASTER-FILE     ASSIGN TO "ZONEMSTR"
                                        FILE STATUS IS WS-ZONMST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPACE-RATE-FILE      ASSIGN TO "SPCRATE"
                                        FILE STATUS IS WS-SPCRAT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FLAG-FILE     ASSIGN TO "PERFLAG"
                                        FILE STATUS IS WS-PERFLAG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE    ASSIGN TO "SPCGL"
                                        FILE STATUS IS WS-SPCGL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE       ASSIGN TO "SPCSTMT"
                                        FILE STATUS IS WS-SPCSTM-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  ZONE-HISTORY-FILE.
       COPY CLS01ZHS.
       FD  ZONE-MASTER-FILE.
       COPY CLS01ZON.
       FD  SPACE-RATE-FILE.
       COPY CLS01SPR.
       FD  PERIOD-FLAG-FILE.
       01  PERIOD-FLAG-RECORD.
           05  PEF-NEXT-DATE           PIC 9(08).
           05  PEF-PERIOD-END-FLAG     PIC X(01).
               88  NEXT-DAY-CLOSES-PERIOD          VALUE 'Y'.
           05  FILLER                  PIC X(71).
       FD  GL-INTERFACE-FILE.
       COPY CLS01GLI.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-GROUP               PIC X(01).
               88  SRT-COST-CENTER-GROUP           VALUE '1'.
               88  SRT-OVERHEAD-GROUP              VALUE '2'.
           05  SRT-COST-CENTER         PIC X(10).
           05  SRT-WAREHOUSE           PIC X(08).
           05  SRT-ZONE                PIC X(04).
           05  SRT-RUN-DATE            PIC 9(08).
           05  SRT-AREA                PIC 9(09).
           05  SRT-VOLUME              PIC 9(11).
           05  SRT-REASON              PIC X(01).
               88  SRT-NO-COST-CENTER              VALUE 'U'.
               88  SRT-ZONE-INACTIVE               VALUE 'I'.
               88  SRT-ZONE-UNREGISTERED           VALUE 'N'.
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
      * OPERATOR AUTHORIZATION - THE CHARGEBACK JOURNAL IS THE MONEY
      * PATH, SO CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS AND THE PERIOD BEING CHARGED
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DATE-FROM-PARM           PIC X(08)   VALUE SPACES.
       01  WS-DATE-TO-PARM             PIC X(08)   VALUE SPACES.
       01  WS-OVERHEAD-PARM            PIC X(10)   VALUE SPACES.
       01  WS-RECOVERY-PARM            PIC X(10)   VALUE SPACES.
       01  WS-OVERHEAD-ACCOUNT         PIC X(10)   VALUE '9999990100'.
       01  WS-RECOVERY-ACCOUNT         PIC X(10)   VALUE '9999990200'.
       01  WS-BASE-CURRENCY            PIC X(03)   VALUE 'USD'.
       01  WS-PERIOD-FROM              PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-TO                PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-GIVEN-SWITCH      PIC X(01)   VALUE 'N'.
           88  PERIOD-GIVEN                        VALUE 'Y'.
       01  WS-RUN-SWITCH               PIC X(01)   VALUE 'N'.
           88  CHARGEBACK-DUE                      VALUE 'Y'.
      *================================================================
      * SWITCHES
      *================================================================
       01  WS-HIST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-ZONE-HISTORY                 VALUE 'Y'.
       01  WS-ZM-EOF-SWITCH            PIC X(01)   VALUE 'N'.
           88  END-OF-ZONE-MASTER                  VALUE 'Y'.
       01  WS-NO-ZONEMSTR-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-ZONE-MASTER                      VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-RATES                        VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-HISTORY               VALUE 'Y'.
       01  WS-PENDING-SWITCH           PIC X(01)   VALUE 'N'.
           88  NIGHT-PENDING                       VALUE 'Y'.
       01  WS-BALANCE-SWITCH           PIC X(01)   VALUE 'Y'.
           88  JOURNAL-IN-BALANCE                  VALUE 'Y'.
      *================================================================
      * DATE WORK AREAS - THE PERIOD DEFAULTS TO THE BUSINESS DATE'S
      * CALENDAR MONTH
      *================================================================
       01  WS-WORK-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-WORK-DATE-PARTS          REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR              PIC 9(04).
           05  WS-WD-MONTH             PIC 9(02).
           05  WS-WD-DAY               PIC 9(02).
       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM                  PIC 9(02) OCCURS 12 TIMES.
       01  WS-REMAINDER                PIC 9(04)   COMP VALUE ZERO.
       01  WS-QUOTIENT                 PIC 9(06)   COMP VALUE ZERO.
      *================================================================
      * ZONE MASTER TABLE - LOADED UP FRONT FOR THE COST CENTER AND
      * STATUS LOOKUP
      *================================================================
       01  WS-ZONE-MASTER-TABLE.
           05  WS-ZM-ENTRY             OCCURS 200 TIMES.
               10  WS-ZM-ZONE          PIC X(04).
               10  WS-ZM-STATUS        PIC X(01).
               10  WS-ZM-COST-CENTER   PIC X(10).
       01  WS-ZM-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-ZM-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  ZONE-ON-MASTER                      VALUE 'Y'.
       01  WS-LOOKUP-ZONE              PIC X(04)   VALUE SPACES.
      *================================================================
      * SPACE RATE TABLE - ONE ENTRY PER WAREHOUSE
      *================================================================
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY             OCCURS 100 TIMES.
               10  WS-RT-WAREHOUSE     PIC X(08).
               10  WS-RT-SQFT-RATE     PIC 9(03)V9(04).
               10  WS-RT-CUFT-RATE     PIC 9(03)V9(04).
       01  WS-RT-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-RT-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-RT-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-RT-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  WAREHOUSE-RATED                     VALUE 'Y'.
      *================================================================
      * BREAK CONTROL - ONE STATEMENT PER COST CENTER (THE OVERHEAD
      * GROUP SORTS LAST), ONE LINE PER ZONE; THE PENDING NIGHT HOLDS
      * THE LATEST RECORD FOR A DATE UNTIL THE DATE CHANGES SO A
      * RERUN NIGHT IS COUNTED ONCE
      *================================================================
       01  WS-PRIOR-GROUP              PIC X(01)   VALUE SPACES.
           88  PRIOR-IS-OVERHEAD                   VALUE '2'.
       01  WS-PRIOR-COST-CENTER        PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-WAREHOUSE          PIC X(08)   VALUE SPACES.
       01  WS-PRIOR-ZONE               PIC X(04)   VALUE SPACES.
       01  WS-ZONE-REASON              PIC X(01)   VALUE SPACES.
           88  ZONE-NO-COST-CENTER                 VALUE 'U'.
           88  ZONE-INACTIVE                       VALUE 'I'.
           88  ZONE-UNREGISTERED                   VALUE 'N'.
       01  WS-PEND-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-PEND-AREA                PIC 9(09)   VALUE ZERO.
       01  WS-PEND-VOLUME              PIC 9(11)   VALUE ZERO.
       01  WS-ZONE-NIGHTS              PIC 9(03)   VALUE ZERO.
       01  WS-ZONE-AREA-SUM            PIC 9(12)   VALUE ZERO.
       01  WS-ZONE-VOLUME-SUM          PIC 9(14)   VALUE ZERO.
       01  WS-ZONE-AVG-AREA            PIC 9(09)   VALUE ZERO.
       01  WS-ZONE-AVG-VOLUME          PIC 9(11)   VALUE ZERO.
       01  WS-ZONE-CHARGE              PIC 9(11)V99 VALUE ZERO.
      *================================================================
      * STATEMENT, OVERHEAD AND RUN TOTALS
      *================================================================
       01  WS-STMT-ZONES               PIC 9(05)   VALUE ZERO.
       01  WS-STMT-AREA                PIC 9(11)   VALUE ZERO.
       01  WS-STMT-VOLUME              PIC 9(13)   VALUE ZERO.
       01  WS-STMT-CHARGE              PIC 9(11)V99 VALUE ZERO.
       01  WS-MAX-GL-AMOUNT            PIC 9(09)V99 VALUE
                                        999999999.99.
       01  WS-OVH-NO-CC-CHARGE         PIC 9(11)V99 VALUE ZERO.
       01  WS-OVH-INACTIVE-CHARGE      PIC 9(11)V99 VALUE ZERO.
       01  WS-OVH-UNREG-CHARGE         PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-CENTER-COUNT        PIC 9(05)   VALUE ZERO.
       01  WS-COST-CENTER-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-OVERHEAD-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-HISTORY-READ             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-USED             PIC 9(07)   VALUE ZERO.
       01  WS-ZONES-CHARGED            PIC 9(05)   VALUE ZERO.
       01  WS-UNRATED-COUNT            PIC 9(05)   VALUE ZERO.
       01  WS-BAD-RATE-COUNT           PIC 9(05)   VALUE ZERO.
       01  WS-TOO-LARGE-COUNT          PIC 9(05)   VALUE ZERO.
      *================================================================
      * JOURNAL CONTROLS - THE BATCH ID IS 'SC' AND THE PERIOD END
      *================================================================
       01  WS-JOURNAL-BATCH-ID.
           05  FILLER                  PIC X(02)   VALUE 'SC'.
           05  WS-JB-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-JOURNAL-DESCRIPTION.
           05  FILLER                  PIC X(10)   VALUE 'SPACE CHG '.
           05  WS-JD-DATE              PIC 9(08)   VALUE ZERO.
           05  FILLER                  PIC X(02)   VALUE SPACES.
       01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-RECORD-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-ZONHST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-ZONMST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SPCRAT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PERFLAG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-SPCGL-STATUS             PIC X(02)   VALUE '00'.
       01  WS-SPCSTM-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX68  SPACE CHARGEBACK'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-HDR-PERIOD-FROM      PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-HDR-PERIOD-TO        PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE
               '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-COST-CENTER-TITLE-LINE.
           05  FILLER                  PIC X(34) VALUE
               'CHARGEBACK STATEMENT - COST CENTER'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CCT-COST-CENTER      PIC X(10).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  WS-OVERHEAD-TITLE-LINE.
           05  FILLER                  PIC X(48) VALUE
               'CHARGEBACK STATEMENT - CENTRAL OVERHEAD ACCOUNT'.
           05  WS-OHT-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(08) VALUE 'WHSE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'ZONE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'NTS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE ' AVG SQFT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               '   AVG CUFT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               '      CHARGE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE 'NOTE'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ZONE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NIGHTS           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AREA             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-VOLUME           PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CHARGE           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(21).
       01  WS-STATEMENT-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTAL'.
           05  WS-STT-ZONES            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE ' ZONES '.
           05  WS-STT-AREA             PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-STT-VOLUME           PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-STT-CHARGE           PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-JOURNAL-NOTE-LINE.
           05  FILLER                  PIC X(15) VALUE
               'JOURNAL: DEBIT '.
           05  WS-JNL-DEBIT-ACCOUNT    PIC X(10).
           05  FILLER                  PIC X(08) VALUE ' CREDIT '.
           05  WS-JNL-CREDIT-ACCOUNT   PIC X(10).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-NOT-POSTED-LINE.
           05  FILLER                  PIC X(50) VALUE
               'JOURNAL: NOT POSTED - TOTAL TOO LARGE FOR THE GL'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(40) VALUE
               'CHARGEBACK SUMMARY'.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-RATE-TITLE-LINE.
           05  FILLER                  PIC X(46) VALUE
               'RATES USED (PER FOOT PER MONTH, BASE CURRENCY)'.
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-RATE-LINE.
           05  FILLER                  PIC X(08) VALUE '  WHSE: '.
           05  WS-RTL-WAREHOUSE        PIC X(08).
           05  FILLER                  PIC X(08) VALUE '  SQFT: '.
           05  WS-RTL-SQFT-RATE        PIC ZZ9.9999.
           05  FILLER                  PIC X(08) VALUE '  CUFT: '.
           05  WS-RTL-CUFT-RATE        PIC ZZ9.9999.
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(10) VALUE '  (NONE)'.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SML-LABEL            PIC X(40).
           05  WS-SML-AMOUNT           PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-SUMMARY-COUNT-LINE.
           05  WS-SMC-LABEL            PIC X(40).
           05  WS-SMC-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  WS-VALUE-LINE.
           05  FILLER                  PIC X(08) VALUE 'DEBITS: '.
           05  WS-VAL-DEBITS           PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE '  CREDITS:'.
           05  WS-VAL-CREDITS          PIC ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE '  HASH: '.
           05  WS-VAL-HASH             PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(09) VALUE 'VERDICT: '.
           05  WS-VERDICT-TEXT         PIC X(40).
           05  FILLER                  PIC X(31) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           IF CHARGEBACK-DUE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-GROUP
                                    SRT-COST-CENTER
                                    SRT-WAREHOUSE
                                    SRT-ZONE
                                    SRT-RUN-DATE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 0100-SORT-INPUT
                                 THRU 0100-EXIT
                   OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                                  THRU 0200-EXIT
           END-IF

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT FROM THE ZONE HISTORY - ONLY THE ZONE RECORDS
      * DATED INSIDE THE PERIOD, EACH TAGGED WITH WHO PAYS FOR IT.  A
      * MISSING HISTORY FILE MEANS THE ROLLUP HAS NEVER RUN AND THERE
      * IS NOTHING TO CHARGE
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  ZONE-HISTORY-FILE
           IF WS-ZONHST-STATUS = '35'
               DISPLAY 'CLS01EX68 - NO ZONE HISTORY - NOTHING TO '
                   'CHARGE'
               GO TO 0100-EXIT
           END-IF
           MOVE WS-ZONHST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2100-READ-HISTORY    THRU 2100-EXIT
           PERFORM 0150-RELEASE-HISTORY THRU 0150-EXIT
               UNTIL END-OF-ZONE-HISTORY

           CLOSE ZONE-HISTORY-FILE.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE ZONE HISTORY RECORD IN THE PERIOD, SORTED UNDER
      * ITS COST CENTER OR UNDER THE OVERHEAD GROUP WITH THE REASON
      *-----------------------------------------------------------------
       0150-RELEASE-HISTORY.
           IF NOT ZHS-ZONE-RECORD
               OR ZHS-RUN-DATE NOT NUMERIC
               GO TO 0150-NEXT
           END-IF
           IF ZHS-RUN-DATE < WS-PERIOD-FROM
               OR ZHS-RUN-DATE > WS-PERIOD-TO
               GO TO 0150-NEXT
           END-IF

           ADD 1                        TO WS-HISTORY-USED
           MOVE ZHS-ZONE                TO WS-LOOKUP-ZONE
           PERFORM 1400-FIND-ZONE       THRU 1400-EXIT

           MOVE SPACES                  TO SRT-COST-CENTER
                                            SRT-REASON
           SET SRT-OVERHEAD-GROUP       TO TRUE
           EVALUATE TRUE
               WHEN NOT ZONE-ON-MASTER
                   SET SRT-ZONE-UNREGISTERED TO TRUE
               WHEN WS-ZM-STATUS (WS-ZM-MATCH-SUB) NOT = 'A'
                   SET SRT-ZONE-INACTIVE TO TRUE
               WHEN WS-ZM-COST-CENTER (WS-ZM-MATCH-SUB) = SPACES
                   SET SRT-NO-COST-CENTER TO TRUE
               WHEN OTHER
                   SET SRT-COST-CENTER-GROUP TO TRUE
                   MOVE WS-ZM-COST-CENTER (WS-ZM-MATCH-SUB)
                                         TO SRT-COST-CENTER
           END-EVALUATE

           MOVE ZHS-WAREHOUSE           TO SRT-WAREHOUSE
           MOVE ZHS-ZONE                TO SRT-ZONE
           MOVE ZHS-RUN-DATE            TO SRT-RUN-DATE
           MOVE ZHS-AREA                TO SRT-AREA
           MOVE ZHS-VOLUME              TO SRT-VOLUME
           RELEASE SORT-RECORD.

       0150-NEXT.
           PERFORM 2100-READ-HISTORY    THRU 2100-EXIT.
       0150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED HISTORY BACK COST-CENTER-MAJOR AND DRIVE THE
      * STATEMENT AND ZONE BREAKS, CLOSING OUT THE LAST OF EACH
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT

           IF END-OF-SORTED-HISTORY
               GO TO 0200-EXIT
           END-IF

           MOVE SRT-GROUP               TO WS-PRIOR-GROUP
           MOVE SRT-COST-CENTER         TO WS-PRIOR-COST-CENTER
           MOVE SRT-WAREHOUSE           TO WS-PRIOR-WAREHOUSE
           MOVE SRT-ZONE                TO WS-PRIOR-ZONE
           PERFORM 2300-START-STATEMENT THRU 2300-EXIT

           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL END-OF-SORTED-HISTORY

           PERFORM 2400-END-ZONE        THRU 2400-EXIT
           PERFORM 2500-END-STATEMENT   THRU 2500-EXIT.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, DECIDE WHETHER THE CHARGEBACK IS DUE
      * TONIGHT AND OPEN THE FILES - THE JOURNAL IS OPENED (AND SO
      * EMPTIED) EVERY NIGHT
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
           ACCEPT WS-OVERHEAD-PARM       FROM ARGUMENT-VALUE
           IF WS-OVERHEAD-PARM NOT = SPACES
               MOVE WS-OVERHEAD-PARM     TO WS-OVERHEAD-ACCOUNT
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECOVERY-PARM       FROM ARGUMENT-VALUE
           IF WS-RECOVERY-PARM NOT = SPACES
               MOVE WS-RECOVERY-PARM     TO WS-RECOVERY-ACCOUNT
           END-IF

           MOVE CTL-RUN-DATE             TO WS-WORK-DATE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-FROM-PARM      FROM ARGUMENT-VALUE
           IF WS-DATE-FROM-PARM IS NUMERIC
               MOVE WS-DATE-FROM-PARM    TO WS-PERIOD-FROM
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               MOVE 1                    TO WS-WD-DAY
               MOVE WS-WORK-DATE         TO WS-PERIOD-FROM
           END-IF

           MOVE CTL-RUN-DATE             TO WS-WORK-DATE
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-TO-PARM        FROM ARGUMENT-VALUE
           IF WS-DATE-TO-PARM IS NUMERIC
               MOVE WS-DATE-TO-PARM      TO WS-PERIOD-TO
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               PERFORM 8200-DAYS-IN-MONTH THRU 8200-EXIT
               MOVE WS-WORK-DATE         TO WS-PERIOD-TO
           END-IF

           IF WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY 'CLS01EX68 - PERIOD END ' WS-PERIOD-TO
                   ' IS BEFORE PERIOD START ' WS-PERIOD-FROM
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIOD-TO             TO WS-JB-DATE
                                            WS-JD-DATE
           MOVE WS-JOURNAL-BATCH-ID      TO CTL-BATCH-ID

           IF PERIOD-GIVEN
               SET CHARGEBACK-DUE        TO TRUE
           ELSE
               PERFORM 1100-CHECK-PERIOD-FLAG THRU 1100-EXIT
           END-IF

           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE WS-SPCGL-STATUS          TO WS-CURRENT-STATUS
           MOVE 'SPCGL'                  TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF NOT CHARGEBACK-DUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT  ZONE-MASTER-FILE
           IF WS-ZONMST-STATUS = '35'
               SET NO-ZONE-MASTER        TO TRUE
               SET END-OF-ZONE-MASTER    TO TRUE
               DISPLAY 'CLS01EX68 - NO ZONE MASTER - ALL SPACE WILL '
                   'GO TO CENTRAL OVERHEAD'
           ELSE
               MOVE WS-ZONMST-STATUS     TO WS-CURRENT-STATUS
               MOVE 'ZONEMSTR'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           PERFORM 1300-LOAD-ZONE        THRU 1300-EXIT
               UNTIL END-OF-ZONE-MASTER

           IF NOT NO-ZONE-MASTER
               CLOSE ZONE-MASTER-FILE
           END-IF

           OPEN INPUT  SPACE-RATE-FILE
           IF WS-SPCRAT-STATUS = '35'
               SET END-OF-RATES          TO TRUE
               DISPLAY 'CLS01EX68 - NO SPACE RATE MASTER - NO ZONE '
                   'WILL BE BILLED'
           ELSE
               MOVE WS-SPCRAT-STATUS     TO WS-CURRENT-STATUS
               MOVE 'SPCRATE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 1500-LOAD-RATE    THRU 1500-EXIT
                   UNTIL END-OF-RATES
               CLOSE SPACE-RATE-FILE
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-SPCSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                   TO GL-INTERFACE-RECORD
           MOVE 'H'                      TO GLH-REC-TYPE
           MOVE CTL-BATCH-ID             TO GLH-BATCH-ID
           MOVE CTL-RUN-DATE             TO GLH-BUSINESS-DATE
           MOVE 'CLS01X68'               TO GLH-SOURCE-SYSTEM
           WRITE GL-INTERFACE-RECORD
           MOVE WS-SPCGL-STATUS          TO WS-CURRENT-STATUS
           MOVE 'SPCGL'                  TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X68'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX68 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE PERIOD-END FLAG CARD - THE CHARGEBACK IS DUE WHEN IT
      * NAMES TONIGHT'S BUSINESS DATE AS A DAY THAT CLOSES A PERIOD.
      * A MISSING CARD MEANS THE CYCLE CLOSE HAS NOT RUN, SO NOTHING
      * IS DUE
      *-----------------------------------------------------------------
       1100-CHECK-PERIOD-FLAG.
           OPEN INPUT  PERIOD-FLAG-FILE
           IF WS-PERFLAG-STATUS = '35'
               DISPLAY 'CLS01EX68 - NO PERIOD-END FLAG CARD - NO '
                   'CHARGEBACK DUE'
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
               SET CHARGEBACK-DUE        TO TRUE
           ELSE
               DISPLAY 'CLS01EX68 - ' CTL-RUN-DATE ' DOES NOT CLOSE '
                   'A PERIOD - NO CHARGEBACK DUE'
           END-IF

           CLOSE PERIOD-FLAG-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE WS-PERIOD-FROM           TO WS-HDR-PERIOD-FROM
           MOVE WS-PERIOD-TO             TO WS-HDR-PERIOD-TO
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE

           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-1
           WRITE STATEMENT-LINE           FROM WS-HEADER-LINE-2
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE
           MOVE WS-SPCSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A STATEMENT PAGE HEADER - THE PAGE HEADER, WHOSE
      * STATEMENT THIS IS AND THE COLUMN HEADINGS
      *-----------------------------------------------------------------
       1250-WRITE-STATEMENT-HEADER.
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           IF PRIOR-IS-OVERHEAD
               MOVE WS-OVERHEAD-ACCOUNT TO WS-OHT-ACCOUNT
               WRITE STATEMENT-LINE      FROM WS-OVERHEAD-TITLE-LINE
           ELSE
               MOVE WS-PRIOR-COST-CENTER TO WS-CCT-COST-CENTER
               WRITE STATEMENT-LINE      FROM WS-COST-CENTER-TITLE-LINE
           END-IF
           WRITE STATEMENT-LINE          FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE          FROM WS-HEADER-LINE-3
           MOVE WS-SPCSTM-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE ZONE MASTER RECORD INTO THE ZONE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-ZONE.
           READ ZONE-MASTER-FILE
               AT END
                   SET END-OF-ZONE-MASTER TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-ZONMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-ZM-USED < 200
               ADD 1                    TO WS-ZM-USED
               MOVE ZM-ZONE             TO WS-ZM-ZONE (WS-ZM-USED)
               MOVE ZM-STATUS           TO WS-ZM-STATUS (WS-ZM-USED)
               MOVE ZM-COST-CENTER      TO WS-ZM-COST-CENTER
                                            (WS-ZM-USED)
           ELSE
               DISPLAY 'CLS01EX68 - ZONE MASTER TABLE FULL - ZONE '
                   ZM-ZONE ' IGNORED'
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE GIVEN ZONE UP IN THE ZONE MASTER TABLE
      *-----------------------------------------------------------------
       1400-FIND-ZONE.
           SET WS-ZM-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-ZM-MATCH-SUB

           PERFORM 1450-MATCH-ZONE      THRU 1450-EXIT
               VARYING WS-ZM-SUB FROM 1 BY 1
               UNTIL WS-ZM-SUB > WS-ZM-USED
                   OR ZONE-ON-MASTER.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ZONE MASTER TABLE ENTRY AGAINST THE GIVEN ZONE
      *-----------------------------------------------------------------
       1450-MATCH-ZONE.
           IF WS-ZM-ZONE (WS-ZM-SUB) = WS-LOOKUP-ZONE
               SET ZONE-ON-MASTER       TO TRUE
               MOVE WS-ZM-SUB           TO WS-ZM-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE SPACE RATE RECORD INTO THE RATE TABLE - A RECORD
      * WITH A RATE THAT IS NOT NUMERIC IS LEFT OUT AND REPORTED
      *-----------------------------------------------------------------
       1500-LOAD-RATE.
           READ SPACE-RATE-FILE
               AT END
                   SET END-OF-RATES     TO TRUE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-SPCRAT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SPCRATE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF SPR-SQFT-RATE NOT NUMERIC
               OR SPR-CUFT-RATE NOT NUMERIC
               ADD 1                    TO WS-BAD-RATE-COUNT
               DISPLAY 'CLS01EX68 - UNUSABLE RATE FOR WAREHOUSE '
                   SPR-WAREHOUSE ' - IGNORED'
               GO TO 1500-EXIT
           END-IF

           IF WS-RT-USED < 100
               ADD 1                    TO WS-RT-USED
               MOVE SPR-WAREHOUSE       TO WS-RT-WAREHOUSE
                                            (WS-RT-USED)
               MOVE SPR-SQFT-RATE       TO WS-RT-SQFT-RATE
                                            (WS-RT-USED)
               MOVE SPR-CUFT-RATE       TO WS-RT-CUFT-RATE
                                            (WS-RT-USED)
           ELSE
               ADD 1                    TO WS-BAD-RATE-COUNT
               DISPLAY 'CLS01EX68 - RATE TABLE FULL - WAREHOUSE '
                   SPR-WAREHOUSE ' IGNORED'
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE PRIOR ZONE'S WAREHOUSE UP IN THE RATE TABLE
      *-----------------------------------------------------------------
       1600-FIND-RATE.
           SET WS-RT-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-RT-MATCH-SUB

           PERFORM 1650-MATCH-RATE      THRU 1650-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-USED
                   OR WAREHOUSE-RATED.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE RATE TABLE ENTRY AGAINST THE PRIOR ZONE'S WAREHOUSE
      *-----------------------------------------------------------------
       1650-MATCH-RATE.
           IF WS-RT-WAREHOUSE (WS-RT-SUB) = WS-PRIOR-WAREHOUSE
               SET WAREHOUSE-RATED      TO TRUE
               MOVE WS-RT-SUB           TO WS-RT-MATCH-SUB
           END-IF.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BREAK THE STATEMENT WHEN THE COST CENTER (OR GROUP) CHANGES
      * AND THE ZONE LINE WHEN THE ZONE CHANGES, THEN HOLD THIS
      * NIGHT'S FOOTAGE AS PENDING - A NEW DATE FIRST COMMITS THE
      * NIGHT BEFORE, A REPEATED DATE REPLACES IT
      *-----------------------------------------------------------------
       2000-PROCESS-HISTORY.
           IF SRT-GROUP NOT = WS-PRIOR-GROUP
               OR SRT-COST-CENTER NOT = WS-PRIOR-COST-CENTER
               PERFORM 2400-END-ZONE    THRU 2400-EXIT
               PERFORM 2500-END-STATEMENT THRU 2500-EXIT
               MOVE SRT-GROUP           TO WS-PRIOR-GROUP
               MOVE SRT-COST-CENTER     TO WS-PRIOR-COST-CENTER
               MOVE SRT-WAREHOUSE       TO WS-PRIOR-WAREHOUSE
               MOVE SRT-ZONE            TO WS-PRIOR-ZONE
               PERFORM 2300-START-STATEMENT THRU 2300-EXIT
           ELSE
               IF SRT-WAREHOUSE NOT = WS-PRIOR-WAREHOUSE
                   OR SRT-ZONE NOT = WS-PRIOR-ZONE
                   PERFORM 2400-END-ZONE THRU 2400-EXIT
                   MOVE SRT-WAREHOUSE   TO WS-PRIOR-WAREHOUSE
                   MOVE SRT-ZONE        TO WS-PRIOR-ZONE
               END-IF
           END-IF

           MOVE SRT-REASON              TO WS-ZONE-REASON
           IF NIGHT-PENDING
               AND SRT-RUN-DATE NOT = WS-PEND-DATE
               PERFORM 2450-COMMIT-NIGHT THRU 2450-EXIT
           END-IF
           SET NIGHT-PENDING            TO TRUE
           MOVE SRT-RUN-DATE            TO WS-PEND-DATE
           MOVE SRT-AREA                TO WS-PEND-AREA
           MOVE SRT-VOLUME              TO WS-PEND-VOLUME

           PERFORM 2150-RETURN-HISTORY  THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT ZONE HISTORY RECORD
      *-----------------------------------------------------------------
       2100-READ-HISTORY.
           READ ZONE-HISTORY-FILE
               AT END
                   SET END-OF-ZONE-HISTORY TO TRUE
                   GO TO 2100-EXIT
           END-READ

           MOVE WS-ZONHST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ZONEHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-HISTORY-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RETURN THE NEXT SORTED HISTORY RECORD
      *-----------------------------------------------------------------
       2150-RETURN-HISTORY.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-HISTORY TO TRUE
           END-RETURN.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN A STATEMENT - NEW PAGE, ZERO ITS TOTALS
      *-----------------------------------------------------------------
       2300-START-STATEMENT.
           MOVE ZERO                    TO WS-STMT-ZONES
                                            WS-STMT-AREA
                                            WS-STMT-VOLUME
                                            WS-STMT-CHARGE
           PERFORM 1250-WRITE-STATEMENT-HEADER THRU 1250-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE OUT THE PRIOR ZONE - AVERAGE ITS FOOTAGE OVER THE
      * NIGHTS IT WAS MEASURED, PRICE IT AT ITS WAREHOUSE'S RATES,
      * PRINT ITS LINE AND ADD IT TO THE STATEMENT
      *-----------------------------------------------------------------
       2400-END-ZONE.
           IF NIGHT-PENDING
               PERFORM 2450-COMMIT-NIGHT THRU 2450-EXIT
           END-IF
           IF WS-ZONE-NIGHTS = ZERO
               GO TO 2400-EXIT
           END-IF

           COMPUTE WS-ZONE-AVG-AREA ROUNDED =
               WS-ZONE-AREA-SUM / WS-ZONE-NIGHTS
           COMPUTE WS-ZONE-AVG-VOLUME ROUNDED =
               WS-ZONE-VOLUME-SUM / WS-ZONE-NIGHTS

           MOVE SPACES                  TO WS-DTL-NOTE
           PERFORM 1600-FIND-RATE       THRU 1600-EXIT
           IF WAREHOUSE-RATED
               COMPUTE WS-ZONE-CHARGE ROUNDED =
                   (WS-ZONE-AREA-SUM
                       * WS-RT-SQFT-RATE (WS-RT-MATCH-SUB)
                  + WS-ZONE-VOLUME-SUM
                       * WS-RT-CUFT-RATE (WS-RT-MATCH-SUB))
                   / WS-ZONE-NIGHTS
           ELSE
               MOVE ZERO                TO WS-ZONE-CHARGE
               ADD 1                    TO WS-UNRATED-COUNT
               MOVE 'NO RATE - NOT BILLED' TO WS-DTL-NOTE
               DISPLAY 'CLS01EX68 - NO RATE FOR WAREHOUSE '
                   WS-PRIOR-WAREHOUSE ' - ZONE ' WS-PRIOR-ZONE
                   ' NOT BILLED'
           END-IF

           IF PRIOR-IS-OVERHEAD
               EVALUATE TRUE
                   WHEN ZONE-UNREGISTERED
                       ADD WS-ZONE-CHARGE TO WS-OVH-UNREG-CHARGE
                       IF WAREHOUSE-RATED
                           MOVE 'NOT ON ZONE MASTER' TO WS-DTL-NOTE
                       END-IF
                   WHEN ZONE-INACTIVE
                       ADD WS-ZONE-CHARGE TO WS-OVH-INACTIVE-CHARGE
                       IF WAREHOUSE-RATED
                           MOVE 'INACTIVE ZONE'   TO WS-DTL-NOTE
                       END-IF
                   WHEN OTHER
                       ADD WS-ZONE-CHARGE TO WS-OVH-NO-CC-CHARGE
                       IF WAREHOUSE-RATED
                           MOVE 'NO COST CENTER'  TO WS-DTL-NOTE
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
               PERFORM 1250-WRITE-STATEMENT-HEADER THRU 1250-EXIT
           END-IF
           MOVE WS-PRIOR-WAREHOUSE      TO WS-DTL-WAREHOUSE
           MOVE WS-PRIOR-ZONE           TO WS-DTL-ZONE
           MOVE WS-ZONE-NIGHTS          TO WS-DTL-NIGHTS
           MOVE WS-ZONE-AVG-AREA        TO WS-DTL-AREA
           MOVE WS-ZONE-AVG-VOLUME      TO WS-DTL-VOLUME
           MOVE WS-ZONE-CHARGE          TO WS-DTL-CHARGE
           WRITE STATEMENT-LINE          FROM WS-DETAIL-LINE
           MOVE WS-SPCSTM-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE

           ADD 1                        TO WS-STMT-ZONES
                                            WS-ZONES-CHARGED
           ADD WS-ZONE-AVG-AREA         TO WS-STMT-AREA
           ADD WS-ZONE-AVG-VOLUME       TO WS-STMT-VOLUME
           ADD WS-ZONE-CHARGE           TO WS-STMT-CHARGE

           MOVE ZERO                    TO WS-ZONE-NIGHTS
                                            WS-ZONE-AREA-SUM
                                            WS-ZONE-VOLUME-SUM.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT THE PENDING NIGHT INTO THE ZONE'S FOOTAGE
      *-----------------------------------------------------------------
       2450-COMMIT-NIGHT.
           ADD 1                        TO WS-ZONE-NIGHTS
           ADD WS-PEND-AREA             TO WS-ZONE-AREA-SUM
           ADD WS-PEND-VOLUME           TO WS-ZONE-VOLUME-SUM
           SET WS-PENDING-SWITCH        TO 'N'.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE OUT THE PRIOR STATEMENT - PRINT ITS TOTAL AND JOURNAL
      * IT: DEBIT THE COST CENTER (OR THE OVERHEAD ACCOUNT), CREDIT
      * FACILITIES RECOVERY.  A TOTAL TOO LARGE FOR THE JOURNAL
      * AMOUNT IS PRINTED BUT NOT POSTED
      *-----------------------------------------------------------------
       2500-END-STATEMENT.
           MOVE WS-STMT-ZONES           TO WS-STT-ZONES
           MOVE WS-STMT-AREA            TO WS-STT-AREA
           MOVE WS-STMT-VOLUME          TO WS-STT-VOLUME
           MOVE WS-STMT-CHARGE          TO WS-STT-CHARGE
           WRITE STATEMENT-LINE          FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE          FROM WS-STATEMENT-TOTAL-LINE
           MOVE WS-SPCSTM-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PRIOR-IS-OVERHEAD
               ADD WS-STMT-CHARGE       TO WS-OVERHEAD-TOTAL
               MOVE WS-OVERHEAD-ACCOUNT TO WS-JNL-DEBIT-ACCOUNT
           ELSE
               ADD 1                    TO WS-COST-CENTER-COUNT
               ADD WS-STMT-CHARGE       TO WS-COST-CENTER-TOTAL
               MOVE WS-PRIOR-COST-CENTER TO WS-JNL-DEBIT-ACCOUNT
           END-IF
           MOVE WS-RECOVERY-ACCOUNT     TO WS-JNL-CREDIT-ACCOUNT

           IF WS-STMT-CHARGE = ZERO
               GO TO 2500-EXIT
           END-IF

           IF WS-STMT-CHARGE > WS-MAX-GL-AMOUNT
               ADD 1                    TO WS-TOO-LARGE-COUNT
               WRITE STATEMENT-LINE      FROM WS-NOT-POSTED-LINE
               DISPLAY 'CLS01EX68 - STATEMENT FOR '
                   WS-JNL-DEBIT-ACCOUNT ' TOO LARGE TO POST'
               GO TO 2500-EXIT
           END-IF

           WRITE STATEMENT-LINE          FROM WS-JOURNAL-NOTE-LINE
           MOVE WS-SPCSTM-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE WS-STMT-CHARGE          TO WS-GL-AMOUNT
           MOVE WS-JNL-DEBIT-ACCOUNT    TO GLD-ACCOUNT-NUMBER
           MOVE 'D'                     TO GLD-DEBIT-CREDIT
           PERFORM 2600-WRITE-GL-COMMON THRU 2600-EXIT
           ADD WS-GL-AMOUNT             TO WS-DEBIT-TOTAL

           MOVE WS-RECOVERY-ACCOUNT     TO GLD-ACCOUNT-NUMBER
           MOVE 'C'                     TO GLD-DEBIT-CREDIT
           PERFORM 2600-WRITE-GL-COMMON THRU 2600-EXIT
           ADD WS-GL-AMOUNT             TO WS-CREDIT-TOTAL.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIELDS EVERY JOURNAL ENTRY SHARES, THEN THE WRITE
      *-----------------------------------------------------------------
       2600-WRITE-GL-COMMON.
           MOVE 'D'                     TO GLI-REC-TYPE
           MOVE WS-GL-AMOUNT            TO GLD-AMOUNT
           MOVE WS-BASE-CURRENCY        TO GLD-CURRENCY-CODE
           MOVE CTL-RUN-DATE            TO GLD-BUSINESS-DATE
           MOVE WS-JOURNAL-DESCRIPTION  TO GLD-DESCRIPTION
           MOVE CTL-BATCH-ID            TO GLD-SOURCE-BATCH
           WRITE GL-INTERFACE-RECORD
           MOVE WS-SPCGL-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SPCGL'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-GL-RECORD-COUNT
           ADD WS-GL-AMOUNT             TO WS-GL-HASH-TOTAL.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ON A CHARGEBACK NIGHT WRITE THE JOURNAL TRAILER AND THE
      * SUMMARY; EITHER WAY SET THE RETURN CODE AND LOG THE RUN
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF CHARGEBACK-DUE
               PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
               CLOSE STATEMENT-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE

           IF RETURN-CODE < 8
               IF WS-UNRATED-COUNT > ZERO
                   OR WS-BAD-RATE-COUNT > ZERO
                   OR WS-TOO-LARGE-COUNT > ZERO
                   MOVE 8                TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'CLS01EX68 CHARGED ' WS-ZONES-CHARGED ' ZONES TO '
               WS-COST-CENTER-COUNT ' COST CENTERS FOR '
               WS-PERIOD-FROM '-' WS-PERIOD-TO
           DISPLAY 'CLS01EX68 JOURNAL ' WS-GL-RECORD-COUNT
               ' ENTRIES, UNRATED ZONES ' WS-UNRATED-COUNT
               ' - OPERATOR ' CTL-OPERATOR-ID ' RUN DATE '
               CTL-RUN-DATE ' BATCH ' CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG   THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE HASH-TOTALED JOURNAL TRAILER AND PRINT THE SUMMARY
      * PAGE - RATES USED, WHERE THE MONEY WENT AND WHETHER THE
      * JOURNAL BALANCES
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           MOVE SPACES                   TO GL-INTERFACE-RECORD
           MOVE 'T'                      TO GLT-REC-TYPE
           MOVE WS-GL-RECORD-COUNT       TO GLT-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL         TO GLT-HASH-TOTAL
           WRITE GL-INTERFACE-RECORD
           MOVE WS-SPCGL-STATUS          TO WS-CURRENT-STATUS
           MOVE 'SPCGL'                  TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER     THRU 1200-EXIT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-TITLE-LINE
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE           FROM WS-RATE-TITLE-LINE
           IF WS-RT-USED = ZERO
               WRITE STATEMENT-LINE       FROM WS-NONE-LINE
           END-IF
           PERFORM 3150-WRITE-RATE       THRU 3150-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-USED
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE

           MOVE 'COST CENTERS BILLED'     TO WS-SMC-LABEL
           MOVE WS-COST-CENTER-COUNT     TO WS-SMC-COUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-COUNT-LINE
           MOVE 'ZONES ON STATEMENTS'     TO WS-SMC-LABEL
           MOVE WS-ZONES-CHARGED         TO WS-SMC-COUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-COUNT-LINE
           MOVE 'ZONES NOT BILLED - NO RATE' TO WS-SMC-LABEL
           MOVE WS-UNRATED-COUNT         TO WS-SMC-COUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-COUNT-LINE
           MOVE 'UNUSABLE RATE RECORDS'   TO WS-SMC-LABEL
           MOVE WS-BAD-RATE-COUNT        TO WS-SMC-COUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-COUNT-LINE
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE

           MOVE 'BILLED TO COST CENTERS'  TO WS-SML-LABEL
           MOVE WS-COST-CENTER-TOTAL     TO WS-SML-AMOUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-LINE
           MOVE 'CENTRAL OVERHEAD - NO COST CENTER'
                                          TO WS-SML-LABEL
           MOVE WS-OVH-NO-CC-CHARGE      TO WS-SML-AMOUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-LINE
           MOVE 'CENTRAL OVERHEAD - INACTIVE ZONES'
                                          TO WS-SML-LABEL
           MOVE WS-OVH-INACTIVE-CHARGE   TO WS-SML-AMOUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-LINE
           MOVE 'CENTRAL OVERHEAD - NOT ON ZONE MASTER'
                                          TO WS-SML-LABEL
           MOVE WS-OVH-UNREG-CHARGE      TO WS-SML-AMOUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-LINE
           MOVE 'CENTRAL OVERHEAD TOTAL'  TO WS-SML-LABEL
           MOVE WS-OVERHEAD-TOTAL        TO WS-SML-AMOUNT
           WRITE STATEMENT-LINE           FROM WS-SUMMARY-LINE
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE

           MOVE WS-DEBIT-TOTAL           TO WS-VAL-DEBITS
           MOVE WS-CREDIT-TOTAL          TO WS-VAL-CREDITS
           MOVE WS-GL-HASH-TOTAL         TO WS-VAL-HASH
           WRITE STATEMENT-LINE           FROM WS-VALUE-LINE

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET WS-BALANCE-SWITCH     TO 'N'
           END-IF
           IF JOURNAL-IN-BALANCE
               MOVE 'IN BALANCE - READY FOR THE GL LOAD'
                                         TO WS-VERDICT-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - DO NOT TRANSMIT'
                                         TO WS-VERDICT-TEXT
               MOVE 16                   TO RETURN-CODE
           END-IF
           WRITE STATEMENT-LINE           FROM WS-BLANK-LINE
           WRITE STATEMENT-LINE           FROM WS-VERDICT-LINE
           MOVE WS-SPCSTM-STATUS         TO WS-CURRENT-STATUS
           MOVE 'SPCSTMT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE WAREHOUSE'S RATES ON THE SUMMARY PAGE
      *-----------------------------------------------------------------
       3150-WRITE-RATE.
           MOVE WS-RT-WAREHOUSE (WS-RT-SUB) TO WS-RTL-WAREHOUSE
           MOVE WS-RT-SQFT-RATE (WS-RT-SUB) TO WS-RTL-SQFT-RATE
           MOVE WS-RT-CUFT-RATE (WS-RT-SUB) TO WS-RTL-CUFT-RATE
           WRITE STATEMENT-LINE           FROM WS-RATE-LINE.
       3150-EXIT.
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
           MOVE 'CLS01X68'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-USED         TO LOG-INPUT-COUNT
           MOVE WS-GL-RECORD-COUNT      TO LOG-OUTPUT-COUNT
           MOVE WS-UNRATED-COUNT        TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RUNLOG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE RUN-LOG-FILE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SET WS-WORK-DATE TO THE LAST DAY OF ITS MONTH - FEBRUARY GETS
      * ITS 29TH IN A LEAP YEAR (DIVISIBLE BY FOUR, EXCEPT CENTURIES
      * NOT DIVISIBLE BY FOUR HUNDRED)
      *-----------------------------------------------------------------
       8200-DAYS-IN-MONTH.
           MOVE WS-DIM (WS-WD-MONTH)    TO WS-WD-DAY
           IF WS-WD-MONTH NOT = 2
               GO TO 8200-EXIT
           END-IF

           DIVIDE WS-WD-YEAR BY 4
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER NOT = ZERO
               GO TO 8200-EXIT
           END-IF
           DIVIDE WS-WD-YEAR BY 100
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               DIVIDE WS-WD-YEAR BY 400
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   GO TO 8200-EXIT
               END-IF
           END-IF
           MOVE 29                      TO WS-WD-DAY.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
      * NEVER REACHES HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX68 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
