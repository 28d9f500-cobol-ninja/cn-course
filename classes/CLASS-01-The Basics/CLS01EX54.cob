      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX54.
      * PERIOD-END OVERDRAFT INTEREST AND FEE ACCRUAL
      * AN ACCOUNT CARRYING A NEGATIVE LDG-BALANCE USED TO COST ITS
      * HOLDER NOTHING, AND FINANCE WORKED THE OVERDRAFT INTEREST OUT
      * IN A SPREADSHEET FROM THE LEDGER REPORT.  THIS STEP PRICES
      * EVERY ACCOUNT ON THE MASTER FOR THE PERIOD AGAINST THE
      * OVERDRAFT RATE/FEE SCHEDULE (ODSCHED - SEE CLS01ODS):
      *   - INTEREST ON EVERY DAY OF THE PERIOD THE ACCOUNT CLOSED
      *     OVERDRAWN, AT THE SCHEDULE'S ANNUAL RATE OVER ITS DAY
      *     BASIS, ON THAT DAY'S CLOSING BALANCE.  THE DAILY BALANCES
      *     COME FROM THE POSTING HISTORY (POSTHIST) THE SAME WAY
      *     CLS01EX48 BUILDS A STATEMENT, AND A DAY WITH NO POSTING
      *     CARRIES THE BALANCE BEFORE IT - SO A WEEKEND OR HOLIDAY
      *     OVERDRAWN IS CHARGED FOR, AND THE DAYS AFTER THE LAST
      *     BUSINESS DAY UP TO THE MONTH END ARE IN THIS PERIOD
      *   - A FLAT FEE WHEN THE PERIOD CLOSES WITH THE ACCOUNT
      *     OVERDRAWN BY MORE THAN THE SCHEDULE'S THRESHOLD
      * THE CHARGES ARE WRITTEN AS ONE SYSTEM-GENERATED TRANFILE
      * BATCH (ODBATCH) - BATCH ID 'OD' PLUS THE PERIOD'S LAST DAY,
      * WITH THE EXPECTED COUNT AND INP-A CONTROL HASH CLS01EX04
      * CHECKS - ONE DEBIT PAIR FOR THE INTEREST AND ONE FOR THE FEE,
      * IN WHOLE BASE-CURRENCY UNITS AS TRANFILE CARRIES THEM (THE
      * INTEREST ROUNDED).  THE NEXT NIGHT'S CLS01EX04 POSTS IT WITH
      * THE NORMAL CONTROLS, SO THE CHARGES REACH THE LEDGER, THE
      * POSTING HISTORY, RESFILE AND THE GL INTERFACE LIKE ANY OTHER
      * BATCH, AND THE BATCH REGISTER REFUSES A SECOND ACCRUAL FOR
      * THE SAME PERIOD
      * AN ACCOUNT IS NOT CHARGED, BUT STILL LISTED WITH WHAT IT
      * WOULD HAVE COST, WHEN ITS HISTORY DOES NOT TIE TO LDGFILE,
      * WHEN NO SCHEDULE APPLIES TO IT, OR WHEN THE MASTER HAS IT
      * FROZEN OR CLOSED (CLS01EX04 WOULD ONLY REJECT THE POSTING).
      * THE ACCRUAL REPORT (ODARPT) LISTS EVERY ACCOUNT OVERDRAWN IN
      * THE PERIOD AND THE TOTALS; AN UNTIED ACCOUNT, AN ACCOUNT WITH
      * NO SCHEDULE, A CHARGE TOO LARGE TO POST OR AN UNUSABLE
      * SCHEDULE RECORD ENDS THE STEP RC 8
      * THE STEP FIRES OFF THE PERIOD-END FLAG CARD CLS01EX29 WRITES
      * (PERFLAG) JUST AS CLS01EX48 DOES.  ODBATCH IS REWRITTEN ON
      * EVERY RUN - EMPTY ON A NIGHT THAT CLOSES NO PERIOD - SO THE
      * NEXT NIGHT'S TRANFILE NEVER PICKS UP AN OLD PERIOD'S CHARGES
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - PERIOD START DATE YYYYMMDD (BLANK = FIRST OF THE
      *       BUSINESS DATE'S MONTH)
      *   3 - PERIOD END DATE YYYYMMDD (BLANK = LAST DAY OF THE
      *       BUSINESS DATE'S MONTH)
      * EITHER DATE GIVEN ACCRUES THAT PERIOD WHATEVER THE CARD SAYS
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
           SELECT SCHEDULE-FILE        ASSIGN TO "ODSCHED"
                                        FILE STATUS IS WS-ODS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-WORK-FILE     ASSIGN TO "ODWORK"
                                        FILE STATUS IS WS-ODWORK-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-BATCH-FILE    ASSIGN TO "ODBATCH"
                                        FILE STATUS IS WS-ODBATCH-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT-FILE  ASSIGN TO "ODARPT"
                                        FILE STATUS IS WS-ODARPT-STATUS
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
       FD  SCHEDULE-FILE.
       COPY CLS01ODS.
       FD  CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD          PIC X(80).
       FD  CHARGE-BATCH-FILE.
      *-----------------------------------------------------------------
      * THE CHARGE BATCH'S HEADER, DETAIL AND TRAILER, EXACTLY AS
      * CLS01EX04 DEFINES THEM
      *-----------------------------------------------------------------
       01  HEADER-RECORD.
           05  HDR-BATCH-ID            PIC X(10).
           05  HDR-RUN-DATE            PIC 9(08).
           05  HDR-EXPECTED-COUNT      PIC 9(07).
           05  HDR-CONTROL-HASH        PIC 9(09).
           05  FILLER                  PIC X(46).
       01  BATCH-DETAIL-RECORD         PIC X(80).
       01  TRAILER-RECORD.
           05  TRL-MARKER              PIC X(03).
           05  TRL-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(67).
       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE         PIC X(80).
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
      * ENOUGH FOR THIS PROGRAM - THE CHARGES IT WRITES STILL PASS
      * THROUGH CLS01EX04'S EDITS AND CONTROLS BEFORE THEY POST
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS AND THE ACCRUAL PERIOD
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DATE-FROM-PARM           PIC X(08)   VALUE SPACES.
       01  WS-DATE-TO-PARM             PIC X(08)   VALUE SPACES.
       01  WS-PERIOD-FROM              PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-TO                PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-FROM-DN           PIC 9(08)   COMP VALUE ZERO.
       01  WS-PERIOD-TO-DN             PIC 9(08)   COMP VALUE ZERO.
       01  WS-PERIOD-GIVEN-SWITCH      PIC X(01)   VALUE 'N'.
           88  PERIOD-GIVEN                        VALUE 'Y'.
       01  WS-RUN-SWITCH               PIC X(01)   VALUE 'N'.
           88  ACCRUAL-DUE                         VALUE 'Y'.
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
       01  WS-SCHEDULE-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  END-OF-SCHEDULE                     VALUE 'Y'.
       01  WS-NO-SCHEDULE-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-SCHEDULE-FILE                    VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-CHARGE-WORK                  VALUE 'Y'.
       01  WS-LEDGER-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
           88  LEDGER-RECORD-FOUND                 VALUE 'Y'.
      *================================================================
      * THE RATE/FEE SCHEDULE, TABLED AT START-UP
      *================================================================
       01  WS-ODT-MAX                  PIC 9(04)   COMP VALUE 500.
       01  WS-ODT-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-ODT-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-TERM-SUB                 PIC 9(04)   COMP VALUE ZERO.
       01  WS-DEFAULT-SUB              PIC 9(04)   COMP VALUE ZERO.
       01  WS-OVERDRAFT-TERMS-TABLE.
           05  WS-ODT-ENTRY            OCCURS 500 TIMES.
               10  WS-ODT-ACCOUNT      PIC X(10).
               10  WS-ODT-EFFECTIVE    PIC 9(08).
               10  WS-ODT-RATE         PIC 9(02)V9(04).
               10  WS-ODT-BASIS        PIC 9(03).
               10  WS-ODT-FEE          PIC 9(05).
               10  WS-ODT-THRESHOLD    PIC 9(07).
      *================================================================
      * PER-ACCOUNT ACCRUAL WORK AREAS - THE PERIOD IS WALKED AS RUNS
      * OF DAYS ON ONE CLOSING BALANCE: A RUN STARTS ON THE PERIOD'S
      * FIRST DAY OR A DAY SOMETHING POSTED, AND ENDS THE DAY BEFORE
      * THE NEXT POSTING DAY OR ON THE PERIOD'S LAST DAY
      *================================================================
       01  WS-PRIOR-SWITCH             PIC X(01)   VALUE 'N'.
           88  HISTORY-BEFORE-PERIOD               VALUE 'Y'.
       01  WS-AFTER-SWITCH             PIC X(01)   VALUE 'N'.
           88  HISTORY-AFTER-PERIOD                VALUE 'Y'.
       01  WS-IN-PERIOD-SWITCH         PIC X(01)   VALUE 'N'.
           88  HISTORY-IN-PERIOD                   VALUE 'Y'.
       01  WS-CHAIN-SWITCH             PIC X(01)   VALUE 'N'.
           88  RUNNING-BALANCE-BROKEN              VALUE 'Y'.
       01  WS-FIRST-POST-SWITCH        PIC X(01)   VALUE 'Y'.
           88  FIRST-POSTING-OF-ACCOUNT            VALUE 'Y'.
       01  WS-LAST-SEQ                 PIC 9(07)   VALUE ZERO.
       01  WS-LAST-RUNNING             PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECT-RUNNING           PIC S9(11)V99 VALUE ZERO.
       01  WS-AFTER-OPENING            PIC S9(11)V99 VALUE ZERO.
       01  WS-AFTER-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-BALANCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-LEDGER          PIC S9(11)V99 VALUE ZERO.
       01  WS-SEG-BALANCE              PIC S9(11)V99 VALUE ZERO.
       01  WS-SEG-START-DN             PIC 9(08)   COMP VALUE ZERO.
       01  WS-NEXT-DN                  PIC 9(08)   COMP VALUE ZERO.
       01  WS-SEG-DAYS                 PIC 9(05)   COMP VALUE ZERO.
       01  WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-OVERDRAWN-DAYS           PIC 9(03)   VALUE ZERO.
       01  WS-BALANCE-DAYS             PIC 9(15)V99 VALUE ZERO.
       01  WS-INTEREST-AMOUNT          PIC 9(07)   VALUE ZERO.
       01  WS-FEE-AMOUNT               PIC 9(05)   VALUE ZERO.
       01  WS-ACCOUNT-NOTE             PIC X(23)   VALUE SPACES.
       01  WS-CHARGE-SWITCH            PIC X(01)   VALUE 'N'.
           88  ACCOUNT-CHARGED                     VALUE 'Y'.
      *================================================================
      * ONE CHARGE PAIR, BUILT IN CLS01EX04'S DETAIL LAYOUT - A BLANK
      * CURRENCY IS BASE CURRENCY
      *================================================================
       01  WS-CHARGE-PAIR.
           05  WS-CP-INP-A             PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  WS-CP-INP-B             PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  WS-CP-CURRENCY-CODE     PIC X(03).
           05  WS-CP-ACCOUNT-NUMBER    PIC X(10).
           05  WS-CP-VALUE-DATE        PIC X(08).
           05  FILLER                  PIC X(43).
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
      * CHARGE BATCH CONTROLS AND RUN TOTALS
      *================================================================
       01  WS-CHARGE-BATCH-ID.
           05  FILLER                  PIC X(02)   VALUE 'OD'.
           05  WS-CB-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-PAIR-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-PAIR-HASH                PIC 9(09)   VALUE ZERO.
       01  WS-COPIED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-OVERDRAWN-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-CHARGED-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-UNTIED-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-NO-TERMS-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-TOO-LARGE-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-BAD-SCHEDULE-COUNT       PIC 9(04)   VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC 9(09)   VALUE ZERO.
       01  WS-FEE-TOTAL                PIC 9(09)   VALUE ZERO.
       01  WS-UNCHARGED-TOTAL          PIC 9(09)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-PHS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ACCTMST-STATUS           PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PERFLAG-STATUS           PIC X(02)   VALUE '00'.
       01  WS-ODS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-ODWORK-STATUS            PIC X(02)   VALUE '00'.
       01  WS-ODBATCH-STATUS           PIC X(02)   VALUE '00'.
       01  WS-ODARPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX54  OVERDRAFT ACCRUAL'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-HDR-FROM             PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-HDR-TO               PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  BATCH: '.
           05  WS-HDR-BATCH            PIC X(10).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(05) VALUE 'DAYS'.
           05  FILLER                  PIC X(09) VALUE '   RATE'.
           05  FILLER                  PIC X(16) VALUE
               ' CLOSING BALANCE'.
           05  FILLER                  PIC X(09) VALUE ' INTEREST'.
           05  FILLER                  PIC X(07) VALUE '    FEE'.
           05  FILLER                  PIC X(23) VALUE '  NOTE'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RATE             PIC Z9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CLOSING          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-INTEREST         PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FEE              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(23).
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX54  ACCRUAL RUN TOTALS'.
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

           IF ACCRUAL-DUE
               PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT
                   UNTIL END-OF-SCHEDULE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                    SRT-POSTING-SEQ
                   INPUT PROCEDURE IS 0100-SORT-INPUT
                                 THRU 0100-EXIT
                   OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                                  THRU 0200-EXIT
               PERFORM 2800-BUILD-BATCH THRU 2800-EXIT
           END-IF

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT FROM THE POSTING HISTORY - A MISSING HISTORY
      * FILE ONLY MEANS EVERY ACCOUNT STOOD AT ITS LEDGER BALANCE
      * THROUGHOUT THE PERIOD
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           OPEN INPUT  POSTING-HISTORY-FILE
           IF WS-PHS-STATUS = '35'
               SET NO-HISTORY-FILE       TO TRUE
               DISPLAY 'CLS01EX54 - NO POSTING HISTORY - BALANCES '
                   'TAKEN AS FLAT FROM LDGFILE'
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
      * TAKE THE SORTED HISTORY BACK AND PRICE EACH MASTER ACCOUNT;
      * HISTORY LEFT OVER PAST THE LAST MASTER ACCOUNT BELONGS TO NO
      * ACCOUNT AND IS ONLY COUNTED
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT
           PERFORM 2600-READ-MASTER     THRU 2600-EXIT

           PERFORM 2000-ACCRUE-ACCOUNT  THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE

           PERFORM 2900-SKIP-ORPHAN     THRU 2900-EXIT
               UNTIL END-OF-SORTED-HISTORY.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, DECIDE WHETHER THE ACCRUAL IS DUE
      * TONIGHT AND OPEN THE FILES - THE CHARGE BATCH IS OPENED (AND
      * SO EMPTIED) EVERY NIGHT
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

           MOVE CTL-RUN-DATE             TO WS-WORK-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-FROM-PARM      FROM ARGUMENT-VALUE
           IF WS-DATE-FROM-PARM IS NUMERIC
               MOVE WS-DATE-FROM-PARM    TO WS-PERIOD-FROM
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               MOVE 1                    TO WS-WD-DAY
               MOVE WS-WORK-DATE         TO WS-PERIOD-FROM
           END-IF

           MOVE CTL-RUN-DATE             TO WS-WORK-DATE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-TO-PARM        FROM ARGUMENT-VALUE
           IF WS-DATE-TO-PARM IS NUMERIC
               MOVE WS-DATE-TO-PARM      TO WS-PERIOD-TO
               SET PERIOD-GIVEN          TO TRUE
           ELSE
               PERFORM 8200-DAYS-IN-MONTH THRU 8200-EXIT
               MOVE WS-WORK-DATE         TO WS-PERIOD-TO
           END-IF

           IF WS-PERIOD-TO < WS-PERIOD-FROM
               DISPLAY 'CLS01EX54 - PERIOD END ' WS-PERIOD-TO
                   ' IS BEFORE PERIOD START ' WS-PERIOD-FROM
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIOD-TO             TO WS-CB-DATE
           MOVE WS-CHARGE-BATCH-ID       TO CTL-BATCH-ID
           MOVE WS-PERIOD-FROM           TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-PERIOD-FROM-DN
           MOVE WS-PERIOD-TO             TO WS-DN-INPUT
           PERFORM 8100-DAY-NUMBER       THRU 8100-EXIT
           MOVE WS-DN-RESULT             TO WS-PERIOD-TO-DN

           IF PERIOD-GIVEN
               SET ACCRUAL-DUE           TO TRUE
           ELSE
               PERFORM 1100-CHECK-PERIOD-FLAG THRU 1100-EXIT
           END-IF

           OPEN OUTPUT CHARGE-BATCH-FILE
           MOVE WS-ODBATCH-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ODBATCH'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF NOT ACCRUAL-DUE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT  SCHEDULE-FILE
           IF WS-ODS-STATUS = '35'
               SET NO-SCHEDULE-FILE      TO TRUE
               SET END-OF-SCHEDULE       TO TRUE
               DISPLAY 'CLS01EX54 - NO OVERDRAFT SCHEDULE - NOTHING '
                   'WILL BE CHARGED'
           ELSE
               MOVE WS-ODS-STATUS        TO WS-CURRENT-STATUS
               MOVE 'ODSCHED'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-ACCTMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT CHARGE-WORK-FILE
           MOVE WS-ODWORK-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ODWORK'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE WS-ODARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ODARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER     THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X54'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX54 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE PERIOD-END FLAG CARD - THE ACCRUAL IS DUE WHEN IT
      * NAMES TONIGHT'S BUSINESS DATE AS A DAY THAT CLOSES A PERIOD.
      * A MISSING CARD MEANS THE CYCLE CLOSE HAS NOT RUN, SO NOTHING
      * IS DUE
      *-----------------------------------------------------------------
       1100-CHECK-PERIOD-FLAG.
           OPEN INPUT  PERIOD-FLAG-FILE
           IF WS-PERFLAG-STATUS = '35'
               DISPLAY 'CLS01EX54 - NO PERIOD-END FLAG CARD - NO '
                   'ACCRUAL DUE'
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
               SET ACCRUAL-DUE           TO TRUE
           ELSE
               DISPLAY 'CLS01EX54 - ' CTL-RUN-DATE ' DOES NOT CLOSE '
                   'A PERIOD - NO ACCRUAL DUE'
           END-IF

           CLOSE PERIOD-FLAG-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW ACCRUAL REPORT PAGE HEADER
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE WS-PERIOD-FROM           TO WS-HDR-FROM
           MOVE WS-PERIOD-TO             TO WS-HDR-TO
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-CHARGE-BATCH-ID       TO WS-HDR-BATCH

           WRITE ACCRUAL-REPORT-LINE      FROM WS-HEADER-LINE-1
           WRITE ACCRUAL-REPORT-LINE      FROM WS-HEADER-LINE-2
           WRITE ACCRUAL-REPORT-LINE      FROM WS-BLANK-LINE
           WRITE ACCRUAL-REPORT-LINE      FROM WS-HEADER-LINE-3
           MOVE WS-ODARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ODARPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE SCHEDULE RECORD - ONE THAT CANNOT BE PRICED FROM
      * IS COUNTED AND LEFT OUT; A SCHEDULE TOO BIG FOR THE TABLE IS
      * FATAL, SINCE THE TERMS LEFT OFF IT WOULD BE SILENTLY WRONG
      *-----------------------------------------------------------------
       1300-LOAD-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET END-OF-SCHEDULE  TO TRUE
                   CLOSE SCHEDULE-FILE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-ODS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'ODSCHED'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF ODS-EFFECTIVE-DATE NOT NUMERIC
               OR ODS-ANNUAL-RATE NOT NUMERIC
               OR ODS-FLAT-FEE NOT NUMERIC
               OR ODS-FEE-THRESHOLD NOT NUMERIC
               OR (ODS-DAY-BASIS NOT = 360 AND NOT = 365)
               ADD 1                    TO WS-BAD-SCHEDULE-COUNT
               DISPLAY 'CLS01EX54 - UNUSABLE SCHEDULE RECORD FOR '
                   'ACCOUNT "' ODS-ACCOUNT-NUMBER '" EFFECTIVE '
                   ODS-EFFECTIVE-DATE ' - IGNORED'
               GO TO 1300-EXIT
           END-IF

           IF WS-ODT-COUNT NOT < WS-ODT-MAX
               DISPLAY 'CLS01EX54 - OVERDRAFT SCHEDULE HAS MORE THAN '
                   WS-ODT-MAX ' RECORDS'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                        TO WS-ODT-COUNT
           MOVE ODS-ACCOUNT-NUMBER      TO WS-ODT-ACCOUNT (WS-ODT-COUNT)
           MOVE ODS-EFFECTIVE-DATE
                                    TO WS-ODT-EFFECTIVE (WS-ODT-COUNT)
           MOVE ODS-ANNUAL-RATE         TO WS-ODT-RATE (WS-ODT-COUNT)
           MOVE ODS-DAY-BASIS           TO WS-ODT-BASIS (WS-ODT-COUNT)
           MOVE ODS-FLAT-FEE            TO WS-ODT-FEE (WS-ODT-COUNT)
           MOVE ODS-FEE-THRESHOLD
                                    TO WS-ODT-THRESHOLD (WS-ODT-COUNT).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE ACCOUNT: CLEAR THE HISTORY OF ACCOUNTS THAT SORT AHEAD OF
      * IT (NOT ON THE MASTER), WALK ITS OWN HISTORY INTO RUNS OF
      * DAYS, CLOSE THE LAST RUN AT THE PERIOD END AND PRICE IT IF IT
      * WAS OVERDRAWN AT ANY CLOSE OF DAY IN THE PERIOD
      *-----------------------------------------------------------------
       2000-ACCRUE-ACCOUNT.
           ADD 1                        TO WS-ACCOUNT-COUNT

           PERFORM 2900-SKIP-ORPHAN     THRU 2900-EXIT
               UNTIL END-OF-SORTED-HISTORY
                   OR SRT-ACCOUNT-NUMBER NOT < MST-ACCOUNT-NUMBER

           MOVE 'N'                     TO WS-PRIOR-SWITCH
                                            WS-AFTER-SWITCH
                                            WS-IN-PERIOD-SWITCH
                                            WS-CHAIN-SWITCH
           MOVE 'Y'                     TO WS-FIRST-POST-SWITCH
           MOVE ZERO                    TO WS-AFTER-OPENING
                                            WS-AFTER-TOTAL
                                            WS-SEG-BALANCE
                                            WS-OVERDRAWN-DAYS
                                            WS-BALANCE-DAYS
                                            WS-LAST-SEQ
                                            WS-LAST-RUNNING
           MOVE WS-PERIOD-FROM-DN       TO WS-SEG-START-DN

           PERFORM 2300-READ-LEDGER     THRU 2300-EXIT

           PERFORM 2200-APPLY-HISTORY   THRU 2200-EXIT
               UNTIL END-OF-SORTED-HISTORY
                   OR SRT-ACCOUNT-NUMBER NOT = MST-ACCOUNT-NUMBER

           IF NOT HISTORY-IN-PERIOD
               AND NOT HISTORY-BEFORE-PERIOD
               IF HISTORY-AFTER-PERIOD
                   MOVE WS-AFTER-OPENING TO WS-SEG-BALANCE
               ELSE
                   MOVE WS-LEDGER-BALANCE TO WS-SEG-BALANCE
               END-IF
           END-IF

           COMPUTE WS-NEXT-DN = WS-PERIOD-TO-DN + 1
           PERFORM 2250-CLOSE-RUN       THRU 2250-EXIT
           MOVE WS-SEG-BALANCE          TO WS-CLOSING-BALANCE

           IF WS-OVERDRAWN-DAYS > ZERO
               OR WS-CLOSING-BALANCE < ZERO
               PERFORM 2400-PRICE-ACCOUNT THRU 2400-EXIT
               PERFORM 2500-WRITE-DETAIL  THRU 2500-EXIT
           END-IF

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
      * INSIDE OR AFTER THE PERIOD.  THE FIRST POSTING ON A NEW DAY
      * INSIDE THE PERIOD CLOSES THE RUN OF DAYS BEFORE IT
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
           MOVE 'N'                     TO WS-FIRST-POST-SWITCH
           MOVE SRT-RUNNING-BALANCE     TO WS-LAST-RUNNING
           MOVE SRT-POSTING-SEQ         TO WS-LAST-SEQ

           EVALUATE TRUE
               WHEN SRT-BUSINESS-DATE < WS-PERIOD-FROM
                   SET HISTORY-BEFORE-PERIOD TO TRUE
                   MOVE SRT-RUNNING-BALANCE TO WS-SEG-BALANCE
               WHEN SRT-BUSINESS-DATE > WS-PERIOD-TO
                   IF NOT HISTORY-AFTER-PERIOD
                       SET HISTORY-AFTER-PERIOD TO TRUE
                       COMPUTE WS-AFTER-OPENING =
                           SRT-RUNNING-BALANCE - SRT-AMOUNT
                   END-IF
                   ADD SRT-AMOUNT       TO WS-AFTER-TOTAL
               WHEN OTHER
                   IF NOT HISTORY-IN-PERIOD
                       SET HISTORY-IN-PERIOD TO TRUE
                       IF NOT HISTORY-BEFORE-PERIOD
                           COMPUTE WS-SEG-BALANCE =
                               SRT-RUNNING-BALANCE - SRT-AMOUNT
                       END-IF
                   END-IF
                   MOVE SRT-BUSINESS-DATE TO WS-DN-INPUT
                   PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
                   IF WS-DN-RESULT > WS-SEG-START-DN
                       MOVE WS-DN-RESULT TO WS-NEXT-DN
                       PERFORM 2250-CLOSE-RUN THRU 2250-EXIT
                   END-IF
                   MOVE SRT-RUNNING-BALANCE TO WS-SEG-BALANCE
           END-EVALUATE

           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE THE RUN OF DAYS FROM WS-SEG-START-DN UP TO THE DAY
      * BEFORE WS-NEXT-DN - EVERY DAY OF IT CLOSED ON WS-SEG-BALANCE,
      * SO AN OVERDRAWN RUN ADDS ITS DAYS AND ITS BALANCE-DAYS
      *-----------------------------------------------------------------
       2250-CLOSE-RUN.
           COMPUTE WS-SEG-DAYS = WS-NEXT-DN - WS-SEG-START-DN

           IF WS-SEG-BALANCE < ZERO
               ADD WS-SEG-DAYS          TO WS-OVERDRAWN-DAYS
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + (WS-SEG-DAYS * (ZERO - WS-SEG-BALANCE))
           END-IF

           MOVE WS-NEXT-DN              TO WS-SEG-START-DN.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RANDOM-READ THE ACCOUNT'S LEDGER BALANCE - AN ACCOUNT THAT
      * HAS NEVER POSTED HAS NO LEDGER RECORD AND A ZERO BALANCE
      *-----------------------------------------------------------------
       2300-READ-LEDGER.
           MOVE 'N'                     TO WS-LEDGER-FOUND-SWITCH
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
      * PRICE AN ACCOUNT THAT WAS OVERDRAWN IN THE PERIOD: PROVE ITS
      * HISTORY AGAINST THE LEDGER, FIND ITS TERMS, WORK OUT THE
      * INTEREST AND FEE, AND WRITE THE CHARGE PAIRS UNLESS THE
      * MASTER WOULD REFUSE THEM
      *-----------------------------------------------------------------
       2400-PRICE-ACCOUNT.
           ADD 1                        TO WS-OVERDRAWN-COUNT
           MOVE 'N'                     TO WS-CHARGE-SWITCH
           MOVE ZERO                    TO WS-INTEREST-AMOUNT
                                            WS-FEE-AMOUNT
           MOVE ZERO                    TO WS-TERM-SUB
           MOVE SPACES                  TO WS-ACCOUNT-NOTE

           COMPUTE WS-EXPECTED-LEDGER =
               WS-CLOSING-BALANCE + WS-AFTER-TOTAL
           IF WS-EXPECTED-LEDGER NOT = WS-LEDGER-BALANCE
               OR RUNNING-BALANCE-BROKEN
               ADD 1                    TO WS-UNTIED-COUNT
               MOVE 'NOT TIED - NOT CHARGED' TO WS-ACCOUNT-NOTE
               DISPLAY 'CLS01EX54 - HISTORY FOR ' MST-ACCOUNT-NUMBER
                   ' DOES NOT TIE TO LDGFILE - NOT CHARGED'
               GO TO 2400-EXIT
           END-IF

           PERFORM 2450-FIND-TERMS      THRU 2450-EXIT
           IF WS-TERM-SUB = ZERO
               ADD 1                    TO WS-NO-TERMS-COUNT
               MOVE 'NO SCHEDULE - NOT CHGD' TO WS-ACCOUNT-NOTE
               GO TO 2400-EXIT
           END-IF

           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               (WS-BALANCE-DAYS * WS-ODT-RATE (WS-TERM-SUB))
               / (100 * WS-ODT-BASIS (WS-TERM-SUB))
               ON SIZE ERROR
                   ADD 1                TO WS-TOO-LARGE-COUNT
                   MOVE ZERO            TO WS-INTEREST-AMOUNT
                   MOVE 'TOO LARGE - NOT CHARGED' TO WS-ACCOUNT-NOTE
                   GO TO 2400-EXIT
           END-COMPUTE

           IF WS-CLOSING-BALANCE < ZERO
               AND (ZERO - WS-CLOSING-BALANCE) >
                   WS-ODT-THRESHOLD (WS-TERM-SUB)
               MOVE WS-ODT-FEE (WS-TERM-SUB) TO WS-FEE-AMOUNT
           END-IF

           IF WS-INTEREST-AMOUNT = ZERO
               AND WS-FEE-AMOUNT = ZERO
               MOVE 'NOTHING TO CHARGE'  TO WS-ACCOUNT-NOTE
               GO TO 2400-EXIT
           END-IF

           IF MST-ACCOUNT-FROZEN OR MST-ACCOUNT-CLOSED
               ADD 1                    TO WS-HELD-COUNT
               COMPUTE WS-UNCHARGED-TOTAL = WS-UNCHARGED-TOTAL
                   + WS-INTEREST-AMOUNT + WS-FEE-AMOUNT
               IF MST-ACCOUNT-FROZEN
                   MOVE 'FROZEN - NOT CHARGED' TO WS-ACCOUNT-NOTE
               ELSE
                   MOVE 'CLOSED - NOT CHARGED' TO WS-ACCOUNT-NOTE
               END-IF
               GO TO 2400-EXIT
           END-IF

           IF WS-INTEREST-AMOUNT > ZERO
               MOVE WS-INTEREST-AMOUNT  TO WS-CP-INP-A
               PERFORM 2470-WRITE-CHARGE-PAIR THRU 2470-EXIT
               ADD WS-INTEREST-AMOUNT   TO WS-INTEREST-TOTAL
           END-IF
           IF WS-FEE-AMOUNT > ZERO
               MOVE WS-FEE-AMOUNT       TO WS-CP-INP-A
               PERFORM 2470-WRITE-CHARGE-PAIR THRU 2470-EXIT
               ADD WS-FEE-AMOUNT        TO WS-FEE-TOTAL
           END-IF

           SET ACCOUNT-CHARGED          TO TRUE
           ADD 1                        TO WS-CHARGED-COUNT
           MOVE 'CHARGED'               TO WS-ACCOUNT-NOTE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND THE TERMS FOR THE ACCOUNT - ITS OWN LATEST RECORD
      * EFFECTIVE BY THE PERIOD END IF IT HAS ONE, ELSE THE HOUSE
      * SCHEDULE'S
      *-----------------------------------------------------------------
       2450-FIND-TERMS.
           MOVE ZERO                    TO WS-TERM-SUB
                                            WS-DEFAULT-SUB

           PERFORM 2460-MATCH-TERMS     THRU 2460-EXIT
               VARYING WS-ODT-SUB FROM 1 BY 1
               UNTIL WS-ODT-SUB > WS-ODT-COUNT

           IF WS-TERM-SUB = ZERO
               MOVE WS-DEFAULT-SUB      TO WS-TERM-SUB
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE SCHEDULE ENTRY - REMEMBER THE LATEST EFFECTIVE ONE
      * FOR THE ACCOUNT AND FOR THE HOUSE
      *-----------------------------------------------------------------
       2460-MATCH-TERMS.
           IF WS-ODT-EFFECTIVE (WS-ODT-SUB) > WS-PERIOD-TO
               GO TO 2460-EXIT
           END-IF

           IF WS-ODT-ACCOUNT (WS-ODT-SUB) = MST-ACCOUNT-NUMBER
               IF WS-TERM-SUB = ZERO
                   MOVE WS-ODT-SUB      TO WS-TERM-SUB
               ELSE
                   IF WS-ODT-EFFECTIVE (WS-ODT-SUB) >
                       WS-ODT-EFFECTIVE (WS-TERM-SUB)
                       MOVE WS-ODT-SUB  TO WS-TERM-SUB
                   END-IF
               END-IF
               GO TO 2460-EXIT
           END-IF

           IF WS-ODT-ACCOUNT (WS-ODT-SUB) = SPACES
               IF WS-DEFAULT-SUB = ZERO
                   MOVE WS-ODT-SUB      TO WS-DEFAULT-SUB
               ELSE
                   IF WS-ODT-EFFECTIVE (WS-ODT-SUB) >
                       WS-ODT-EFFECTIVE (WS-DEFAULT-SUB)
                       MOVE WS-ODT-SUB  TO WS-DEFAULT-SUB
                   END-IF
               END-IF
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE CHARGE AS A DEBIT PAIR ON THE WORK FILE AND ADD IT
      * TO THE BATCH'S COUNT AND INP-A HASH
      *-----------------------------------------------------------------
       2470-WRITE-CHARGE-PAIR.
           ADD 1                        TO WS-PAIR-COUNT
           ADD WS-CP-INP-A              TO WS-PAIR-HASH
           COMPUTE WS-CP-INP-A = ZERO - WS-CP-INP-A
           MOVE ZERO                    TO WS-CP-INP-B
           MOVE SPACES                  TO WS-CP-CURRENCY-CODE
                                            WS-CP-VALUE-DATE
           MOVE MST-ACCOUNT-NUMBER      TO WS-CP-ACCOUNT-NUMBER

           WRITE CHARGE-WORK-RECORD     FROM WS-CHARGE-PAIR
           MOVE WS-ODWORK-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ODWORK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2470-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE OVERDRAWN ACCOUNT ON THE ACCRUAL REPORT
      *-----------------------------------------------------------------
       2500-WRITE-DETAIL.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE MST-ACCOUNT-NUMBER      TO WS-DTL-ACCOUNT
           MOVE WS-OVERDRAWN-DAYS       TO WS-DTL-DAYS
           IF WS-TERM-SUB > ZERO
               MOVE WS-ODT-RATE (WS-TERM-SUB) TO WS-DTL-RATE
           ELSE
               MOVE ZERO                TO WS-DTL-RATE
           END-IF
           MOVE WS-CLOSING-BALANCE      TO WS-DTL-CLOSING
           MOVE WS-INTEREST-AMOUNT      TO WS-DTL-INTEREST
           MOVE WS-FEE-AMOUNT           TO WS-DTL-FEE
           MOVE WS-ACCOUNT-NOTE         TO WS-DTL-NOTE

           WRITE ACCRUAL-REPORT-LINE     FROM WS-DETAIL-LINE
           MOVE WS-ODARPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ODARPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
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
      * THE CHARGES ARE ALL KNOWN - WRITE THE BATCH: HEADER WITH ITS
      * CONTROL TOTALS, THE PAIRS FROM THE WORK FILE, TRAILER.  NO
      * CHARGES MEANS AN EMPTY FILE, NOT AN EMPTY BATCH
      *-----------------------------------------------------------------
       2800-BUILD-BATCH.
           CLOSE CHARGE-WORK-FILE
           IF WS-PAIR-COUNT = ZERO
               GO TO 2800-EXIT
           END-IF

           MOVE SPACES                  TO HEADER-RECORD
           MOVE WS-CHARGE-BATCH-ID      TO HDR-BATCH-ID
           MOVE CTL-RUN-DATE            TO HDR-RUN-DATE
           MOVE WS-PAIR-COUNT           TO HDR-EXPECTED-COUNT
           MOVE WS-PAIR-HASH            TO HDR-CONTROL-HASH
           WRITE HEADER-RECORD
           MOVE WS-ODBATCH-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ODBATCH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  CHARGE-WORK-FILE
           MOVE WS-ODWORK-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ODWORK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2850-COPY-PAIR       THRU 2850-EXIT
               UNTIL END-OF-CHARGE-WORK
           CLOSE CHARGE-WORK-FILE

           MOVE SPACES                  TO TRAILER-RECORD
           MOVE 'TRL'                   TO TRL-MARKER
           MOVE WS-CHARGE-BATCH-ID      TO TRL-BATCH-ID
           WRITE TRAILER-RECORD
           MOVE WS-ODBATCH-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ODBATCH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COPY ONE CHARGE PAIR FROM THE WORK FILE INTO THE BATCH
      *-----------------------------------------------------------------
       2850-COPY-PAIR.
           READ CHARGE-WORK-FILE
               AT END
                   SET END-OF-CHARGE-WORK TO TRUE
                   GO TO 2850-EXIT
           END-READ

           MOVE WS-ODWORK-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ODWORK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           WRITE BATCH-DETAIL-RECORD    FROM CHARGE-WORK-RECORD
           MOVE WS-ODBATCH-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ODBATCH'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-COPIED-COUNT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT AND PASS OVER A POSTING WHOSE ACCOUNT IS NOT ON THE
      * MASTER - THERE IS NO ONE TO CHARGE
      *-----------------------------------------------------------------
       2900-SKIP-ORPHAN.
           ADD 1                        TO WS-ORPHAN-COUNT
           PERFORM 2100-RETURN-HISTORY  THRU 2100-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS, SET THE RETURN CODE AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF ACCRUAL-DUE
               PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE LEDGER-FILE
               CLOSE ACCRUAL-REPORT-FILE
           END-IF
           CLOSE CHARGE-BATCH-FILE

           IF WS-COPIED-COUNT NOT = WS-PAIR-COUNT
               DISPLAY 'CLS01EX54 - COPIED ' WS-COPIED-COUNT
                   ' CHARGE PAIRS BUT THE HEADER CARRIES '
                   WS-PAIR-COUNT
               MOVE 16                   TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8
               IF WS-UNTIED-COUNT > ZERO
                   OR WS-NO-TERMS-COUNT > ZERO
                   OR WS-TOO-LARGE-COUNT > ZERO
                   OR WS-BAD-SCHEDULE-COUNT > ZERO
                   MOVE 8                TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'CLS01EX54 ACCRUED ' WS-PERIOD-FROM '-'
               WS-PERIOD-TO ': ' WS-CHARGED-COUNT ' ACCOUNTS CHARGED '
               'INTEREST ' WS-INTEREST-TOTAL ' FEES ' WS-FEE-TOTAL
               ' AS BATCH ' WS-CHARGE-BATCH-ID ' - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ, CHARGED AND COULD NOT
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE ACCRUAL-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-TITLE-LINE
           WRITE ACCRUAL-REPORT-LINE     FROM WS-BLANK-LINE

           MOVE 'ACCOUNTS EXAMINED:'     TO WS-SUM-LABEL
           MOVE WS-ACCOUNT-COUNT         TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS OVERDRAWN IN PERIOD:' TO WS-SUM-LABEL
           MOVE WS-OVERDRAWN-COUNT       TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS CHARGED:'      TO WS-SUM-LABEL
           MOVE WS-CHARGED-COUNT         TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'INTEREST CHARGED:'      TO WS-SUM-LABEL
           MOVE WS-INTEREST-TOTAL        TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'FEES CHARGED:'          TO WS-SUM-LABEL
           MOVE WS-FEE-TOTAL             TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'CHARGE PAIRS IN BATCH:' TO WS-SUM-LABEL
           MOVE WS-PAIR-COUNT            TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'BATCH CONTROL HASH:'    TO WS-SUM-LABEL
           MOVE WS-PAIR-HASH             TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'FROZEN/CLOSED - NOT CHARGED:' TO WS-SUM-LABEL
           MOVE WS-HELD-COUNT            TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE '  AMOUNT NOT CHARGED:'  TO WS-SUM-LABEL
           MOVE WS-UNCHARGED-TOTAL       TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'NOT TIED TO LDGFILE:'   TO WS-SUM-LABEL
           MOVE WS-UNTIED-COUNT          TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'NO SCHEDULE IN EFFECT:' TO WS-SUM-LABEL
           MOVE WS-NO-TERMS-COUNT        TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'CHARGE TOO LARGE TO POST:' TO WS-SUM-LABEL
           MOVE WS-TOO-LARGE-COUNT       TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'UNUSABLE SCHEDULE RECORDS:' TO WS-SUM-LABEL
           MOVE WS-BAD-SCHEDULE-COUNT    TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE 'POSTINGS OFF THE MASTER:' TO WS-SUM-LABEL
           MOVE WS-ORPHAN-COUNT          TO WS-SUM-COUNT
           WRITE ACCRUAL-REPORT-LINE     FROM WS-SUMMARY-LINE
           MOVE WS-ODARPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ODARPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X54'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-ACCOUNT-COUNT        TO LOG-INPUT-COUNT
           MOVE WS-PAIR-COUNT           TO LOG-OUTPUT-COUNT
           COMPUTE LOG-REJECT-COUNT = WS-UNTIED-COUNT
               + WS-NO-TERMS-COUNT + WS-TOO-LARGE-COUNT
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
               DISPLAY 'CLS01EX54 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
