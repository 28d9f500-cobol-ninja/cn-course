      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX77.
      * PARALLEL-RUN COMPARISON FOR CHANGE CERTIFICATION
      * A CHANGED CLS01 PROGRAM IS CERTIFIED BY RUNNING THE CYCLE
      * WITH THE OLD AND THE NEW VERSION SIDE BY SIDE.  THIS PROGRAM
      * TAKES THE TWO COPIES OF THE CYCLE'S OUTPUTS - THE BASELINE
      * (OLD) AND THE CANDIDATE (NEW) - AND MATCHES THEM RECORD BY
      * RECORD ON EACH FILE'S NATURAL KEY, SO A ROUNDING CHANGE IS
      * CAUGHT BY THE MACHINE AND NOT BY SOMEONE EYEBALLING REPORTS:
      *   SUMFILE  - BATCH, TRAILER OR DETAIL, ACCOUNT
      *   BINOUT   - BIN ID
      *   AVGOUT   - GROUP ID
      *   RESFILE  - PROGRAM, BATCH, ITEM KEY (THE ROWS FOR THE
      *              RESULTS DATE ONLY - THE FILE IS CUMULATIVE)
      *   LDGFILE  - ACCOUNT
      *   REJ4FILE - CLS01EX04 REJECTS: ACCOUNT, INP-A, INP-B
      *   REJ7FILE - CLS01EX07 REJECTS: ACCOUNT
      * RECORDS SHARING A KEY ARE PAIRED IN THE ORDER EACH COPY
      * WROTE THEM.  A BASELINE RECORD WITH NO PARTNER IS MISSING, A
      * CANDIDATE RECORD WITH NO PARTNER IS EXTRA, AND A PAIR THAT
      * DIFFERS IS LISTED FIELD BY FIELD WITH BOTH VALUES.  AMOUNTS
      * AND MEASUREMENTS WITHIN THE TOLERANCE COUNT AS MATCHING (AND
      * ARE COUNTED AS SUCH); COUNTS, DATES AND CODES MUST MATCH
      * EXACTLY
      * AFTER THE DIFFERENCES EACH FILE GETS A ONE-PAGE PASS/FAIL
      * SUMMARY FOR THE CHANGE TICKET, THEN ONE PAGE OF THE OVERALL
      * RESULT.  A FILE PASSES WHEN BOTH COPIES WERE SUPPLIED AND
      * NOTHING IS MISSING, EXTRA OR DIFFERING; A FILE NEITHER COPY
      * OF WHICH WAS SUPPLIED IS REPORTED AS NOT SUPPLIED AND DOES
      * NOT FAIL THE RUN.  ANY FAILED FILE ENDS THE STEP RC 8
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - RESULTS DATE AS YYYYMMDD - THE RESFILE ROWS COMPARED
      *       (DEFAULT: THE BUSINESS DATE)
      *   3 - TOLERANCE AS FIVE DIGITS WITH TWO DECIMALS, E.G. 00001
      *       FOR ONE CENT (DEFAULT: 00000 - EXACT)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SUM-OLD-FILE         ASSIGN TO "SUMOLD"
                                        FILE STATUS IS WS-SUMOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUM-NEW-FILE         ASSIGN TO "SUMNEW"
                                        FILE STATUS IS WS-SUMNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIN-OLD-FILE         ASSIGN TO "BINOLD"
                                        FILE STATUS IS WS-BINOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIN-NEW-FILE         ASSIGN TO "BINNEW"
                                        FILE STATUS IS WS-BINNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVG-OLD-FILE         ASSIGN TO "AVGOLD"
                                        FILE STATUS IS WS-AVGOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVG-NEW-FILE         ASSIGN TO "AVGNEW"
                                        FILE STATUS IS WS-AVGNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RES-OLD-FILE         ASSIGN TO "RESOLD"
                                        FILE STATUS IS WS-RESOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RES-NEW-FILE         ASSIGN TO "RESNEW"
                                        FILE STATUS IS WS-RESNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LDG-OLD-FILE         ASSIGN TO "LDGOLD"
                                        FILE STATUS IS WS-LDGOLD-STATUS
                                        RECORD KEY IS LDG-OLD-ACCOUNT
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT LDG-NEW-FILE         ASSIGN TO "LDGNEW"
                                        FILE STATUS IS WS-LDGNEW-STATUS
                                        RECORD KEY IS LDG-NEW-ACCOUNT
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT REJ4-OLD-FILE        ASSIGN TO "REJ4OLD"
                                        FILE STATUS IS WS-REJ4OLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ4-NEW-FILE        ASSIGN TO "REJ4NEW"
                                        FILE STATUS IS WS-REJ4NEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ7-OLD-FILE        ASSIGN TO "REJ7OLD"
                                        FILE STATUS IS WS-REJ7OLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ7-NEW-FILE        ASSIGN TO "REJ7NEW"
                                        FILE STATUS IS WS-REJ7NEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT PARALLEL-REPORT-FILE ASSIGN TO "PARRPT"
                                        FILE STATUS IS WS-PARRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  SUM-OLD-FILE.
       01  SUM-OLD-RECORD              PIC X(80).
       FD  SUM-NEW-FILE.
       01  SUM-NEW-RECORD              PIC X(80).
       FD  BIN-OLD-FILE.
       01  BIN-OLD-RECORD              PIC X(81).
       FD  BIN-NEW-FILE.
       01  BIN-NEW-RECORD              PIC X(81).
       FD  AVG-OLD-FILE.
       01  AVG-OLD-RECORD              PIC X(115).
       FD  AVG-NEW-FILE.
       01  AVG-NEW-RECORD              PIC X(115).
       FD  RES-OLD-FILE.
       01  RES-OLD-RECORD              PIC X(80).
       FD  RES-NEW-FILE.
       01  RES-NEW-RECORD              PIC X(80).
       FD  LDG-OLD-FILE.
       01  LDG-OLD-RECORD.
           05  LDG-OLD-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(70).
       FD  LDG-NEW-FILE.
       01  LDG-NEW-RECORD.
           05  LDG-NEW-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(70).
       FD  REJ4-OLD-FILE.
       01  REJ4-OLD-RECORD             PIC X(80).
       FD  REJ4-NEW-FILE.
       01  REJ4-NEW-RECORD             PIC X(80).
       FD  REJ7-OLD-FILE.
       01  REJ7-OLD-RECORD             PIC X(81).
       FD  REJ7-NEW-FILE.
       01  REJ7-NEW-RECORD             PIC X(81).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-FILE-NO             PIC 9(01).
           05  SRT-KEY                 PIC X(30).
           05  SRT-SIDE                PIC X(01).
               88  SORTED-FROM-BASELINE            VALUE '1'.
               88  SORTED-FROM-CANDIDATE           VALUE '2'.
           05  SRT-SEQUENCE            PIC 9(09).
           05  SRT-IMAGE               PIC X(120).
       FD  PARALLEL-REPORT-FILE.
       01  PARALLEL-REPORT-LINE        PIC X(80).
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
      * THE RECORD LAYOUTS OF THE FILES COMPARED, ONCE FOR EACH COPY -
      * A SORTED IMAGE IS MOVED INTO THEM SO EACH FIELD CAN BE
      * COMPARED BY NAME.  THE SUMFILE AND REJECT LAYOUTS ARE THE
      * ONES CLS01EX04, CLS01EX07 AND CLS01EX24 CARRY IN LINE
      *================================================================
       01  WS-OLD-SUM-RECORD.
           05  SUM-REC-TYPE            PIC X(01).
           05  SUM-INP-SUM             PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SUM-LINE-COUNT          PIC 9(06).
           05  SUM-CURRENCY-CODE       PIC X(03).
           05  SUM-ORIG-SUM            PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SUM-ACCOUNT-NUMBER      PIC X(10).
           05  SUM-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(30).
       01  WS-NEW-SUM-RECORD.
           05  SUM-REC-TYPE            PIC X(01).
           05  SUM-INP-SUM             PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SUM-LINE-COUNT          PIC 9(06).
           05  SUM-CURRENCY-CODE       PIC X(03).
           05  SUM-ORIG-SUM            PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SUM-ACCOUNT-NUMBER      PIC X(10).
           05  SUM-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(30).
       COPY CLS01BIN               REPLACING BIN-RESULT-RECORD
                                    BY WS-OLD-BIN-RECORD.
       COPY CLS01BIN               REPLACING BIN-RESULT-RECORD
                                    BY WS-NEW-BIN-RECORD.
       COPY CLS01AVG               REPLACING AVG-RESULT-RECORD
                                    BY WS-OLD-AVG-RECORD.
       COPY CLS01AVG               REPLACING AVG-RESULT-RECORD
                                    BY WS-NEW-AVG-RECORD.
       COPY CLS01RES               REPLACING RESULTS-RECORD
                                    BY WS-OLD-RESULTS-RECORD.
       COPY CLS01RES               REPLACING RESULTS-RECORD
                                    BY WS-NEW-RESULTS-RECORD.
       COPY CLS01LDG               REPLACING LEDGER-RECORD
                                    BY WS-OLD-LEDGER-RECORD.
       COPY CLS01LDG               REPLACING LEDGER-RECORD
                                    BY WS-NEW-LEDGER-RECORD.
       01  WS-OLD-EX04-REJECT.
           05  REJ4-INP-A              PIC X(08).
           05  REJ4-INP-B              PIC X(08).
           05  REJ4-CURRENCY-CODE      PIC X(03).
           05  REJ4-ACCOUNT-NUMBER     PIC X(10).
           05  REJ4-REASON             PIC X(30).
           05  FILLER                  PIC X(21).
       01  WS-NEW-EX04-REJECT.
           05  REJ4-INP-A              PIC X(08).
           05  REJ4-INP-B              PIC X(08).
           05  REJ4-CURRENCY-CODE      PIC X(03).
           05  REJ4-ACCOUNT-NUMBER     PIC X(10).
           05  REJ4-REASON             PIC X(30).
           05  FILLER                  PIC X(21).
       01  WS-OLD-EX07-REJECT.
           05  REJ7-ACCOUNT-NUMBER     PIC X(10).
           05  REJ7-FIELD-1            PIC X(01).
           05  REJ7-FIELD-2            PIC X(01).
           05  REJ7-REASON             PIC X(30).
           05  FILLER                  PIC X(39).
       01  WS-NEW-EX07-REJECT.
           05  REJ7-ACCOUNT-NUMBER     PIC X(10).
           05  REJ7-FIELD-1            PIC X(01).
           05  REJ7-FIELD-2            PIC X(01).
           05  REJ7-REASON             PIC X(30).
           05  FILLER                  PIC X(39).
      *================================================================
      * THE FILES COMPARED - NAME, WHAT THEY HOLD AND THEIR KEY, IN
      * SORT ORDER (SRT-FILE-NO IS THE SUBSCRIPT)
      *================================================================
       01  WS-FILE-NAMES.
           05  FILLER                  PIC X(08) VALUE 'SUMFILE'.
           05  FILLER                  PIC X(26) VALUE
               'BATCH SUMMARY RECORDS'.
           05  FILLER                  PIC X(26) VALUE
               'BATCH / T OR D / ACCOUNT'.
           05  FILLER                  PIC X(08) VALUE 'BINOUT'.
           05  FILLER                  PIC X(26) VALUE
               'BIN RESULTS'.
           05  FILLER                  PIC X(26) VALUE
               'BIN ID'.
           05  FILLER                  PIC X(08) VALUE 'AVGOUT'.
           05  FILLER                  PIC X(26) VALUE
               'GROUP AVERAGES'.
           05  FILLER                  PIC X(26) VALUE
               'GROUP ID'.
           05  FILLER                  PIC X(08) VALUE 'RESFILE'.
           05  FILLER                  PIC X(26) VALUE
               'RESULTS ROWS FOR THE DATE'.
           05  FILLER                  PIC X(26) VALUE
               'PROGRAM / BATCH / ITEM KEY'.
           05  FILLER                  PIC X(08) VALUE 'LDGFILE'.
           05  FILLER                  PIC X(26) VALUE
               'LEDGER BALANCES'.
           05  FILLER                  PIC X(26) VALUE
               'ACCOUNT'.
           05  FILLER                  PIC X(08) VALUE 'REJ4FILE'.
           05  FILLER                  PIC X(26) VALUE
               'CLS01EX04 REJECTS'.
           05  FILLER                  PIC X(26) VALUE
               'ACCOUNT / INP-A / INP-B'.
           05  FILLER                  PIC X(08) VALUE 'REJ7FILE'.
           05  FILLER                  PIC X(26) VALUE
               'CLS01EX07 REJECTS'.
           05  FILLER                  PIC X(26) VALUE
               'ACCOUNT'.
       01  WS-FILE-NAME-TABLE          REDEFINES WS-FILE-NAMES.
           05  WS-FN-ENTRY             OCCURS 7 TIMES.
               10  WS-FN-NAME          PIC X(08).
               10  WS-FN-DESCRIPTION   PIC X(26).
               10  WS-FN-KEY-TEXT      PIC X(26).
      *================================================================
      * WHAT EACH FILE'S COMPARISON FOUND
      *================================================================
       01  WS-FILE-RESULT-TABLE.
           05  WS-FL-ENTRY             OCCURS 7 TIMES.
               10  WS-FL-OLD-SUPPLIED  PIC X(01).
               10  WS-FL-NEW-SUPPLIED  PIC X(01).
               10  WS-FL-OLD-COUNT     PIC 9(07).
               10  WS-FL-NEW-COUNT     PIC 9(07).
               10  WS-FL-MATCHED       PIC 9(07).
               10  WS-FL-IDENTICAL     PIC 9(07).
               10  WS-FL-TOLERATED     PIC 9(07).
               10  WS-FL-DIFFERING     PIC 9(07).
               10  WS-FL-MISSING       PIC 9(07).
               10  WS-FL-EXTRA         PIC 9(07).
               10  WS-FL-LISTED        PIC 9(05).
               10  WS-FL-RESULT        PIC X(12).
               10  WS-FL-RESULT-NOTE   PIC X(36).
       01  WS-FL-SUB                   PIC 9(02)   COMP VALUE ZERO.
       01  WS-FL-MAX-LISTED            PIC 9(05)   VALUE 200.
       01  WS-FILES-FAILED             PIC 9(02)   VALUE ZERO.
       01  WS-FILES-PASSED             PIC 9(02)   VALUE ZERO.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARM                PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARM-N              REDEFINES WS-DATE-PARM
                                        PIC 9(08).
       01  WS-TOLERANCE-PARM           PIC X(05)   VALUE SPACES.
       01  WS-TOLERANCE-PARM-N         REDEFINES WS-TOLERANCE-PARM
                                        PIC 9(03)V99.
       01  WS-COMPARE-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-TOLERANCE                PIC 9(03)V99 VALUE ZERO.
      *================================================================
      * FEEDING THE SORT
      *================================================================
       01  WS-FEED-FILE-NO             PIC 9(01)   VALUE ZERO.
       01  WS-FEED-SIDE                PIC X(01)   VALUE '1'.
           88  FEEDING-BASELINE                    VALUE '1'.
           88  FEEDING-CANDIDATE                   VALUE '2'.
       01  WS-FEED-SEQUENCE            PIC 9(09)   VALUE ZERO.
       01  WS-FEED-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-FEED                         VALUE 'Y'.
      *================================================================
      * TAKING THE SORT BACK - ONE KEY GROUP AT A TIME.  THE BASELINE
      * RECORDS OF A KEY SORT AHEAD OF THE CANDIDATE ONES AND ARE
      * HELD UNTIL THEIR PARTNERS ARRIVE
      *================================================================
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-RECORDS               VALUE 'Y'.
       01  WS-CURRENT-FILE-NO          PIC 9(01)   VALUE ZERO.
       01  WS-GRP-FILE-NO              PIC 9(01)   VALUE ZERO.
       01  WS-GRP-KEY                  PIC X(30)   VALUE SPACES.
       01  WS-HELD-TABLE.
           05  WS-HELD-IMAGE           PIC X(120) OCCURS 100 TIMES.
       01  WS-HELD-USED                PIC 9(03)   COMP VALUE ZERO.
       01  WS-HELD-PAIRED              PIC 9(03)   COMP VALUE ZERO.
       01  WS-HELD-SUB                 PIC 9(03)   COMP VALUE ZERO.
      *================================================================
      * COMPARING ONE PAIR
      *================================================================
       01  WS-PAIR-DIFF-SWITCH         PIC X(01)   VALUE 'N'.
           88  PAIR-DIFFERS                        VALUE 'Y'.
       01  WS-PAIR-TOL-SWITCH          PIC X(01)   VALUE 'N'.
           88  PAIR-WITHIN-TOLERANCE               VALUE 'Y'.
       01  WS-PAIR-LISTED-SWITCH       PIC X(01)   VALUE 'N'.
           88  PAIR-HEADING-LISTED                 VALUE 'Y'.
       01  WS-CMP-FIELD                PIC X(10)   VALUE SPACES.
       01  WS-CMP-OLD-TEXT             PIC X(30)   VALUE SPACES.
       01  WS-CMP-NEW-TEXT             PIC X(30)   VALUE SPACES.
       01  WS-CMP-OLD-NUMBER           PIC S9(11)V99 VALUE ZERO.
       01  WS-CMP-NEW-NUMBER           PIC S9(11)V99 VALUE ZERO.
       01  WS-CMP-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-CMP-NUMBER-EDIT          PIC -----------9.99.
       01  WS-CMP-COUNT-EDIT           PIC -----------9.
       01  WS-CMP-TOLERANCE-SWITCH     PIC X(01)   VALUE 'Y'.
           88  TOLERANCE-APPLIES                   VALUE 'Y'.
       01  WS-READING-LABEL.
           05  FILLER                  PIC X(08)   VALUE 'READING '.
           05  WS-RDL-NUMBER           PIC 9(02).
       01  WS-RDG-SUB                  PIC 9(02)   COMP VALUE ZERO.
       01  WS-LIST-TYPE                PIC X(08)   VALUE SPACES.
      *================================================================
      * RUN COUNTS
      *================================================================
       01  WS-RECORDS-READ             PIC 9(07)   VALUE ZERO.
       01  WS-PAIRS-MATCHED            PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-SUMOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SUMNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-BINOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-BINNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-AVGOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-AVGNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-RESOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-RESNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LDGOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LDGNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-REJ4OLD-STATUS           PIC X(02)   VALUE '00'.
       01  WS-REJ4NEW-STATUS           PIC X(02)   VALUE '00'.
       01  WS-REJ7OLD-STATUS           PIC X(02)   VALUE '00'.
       01  WS-REJ7NEW-STATUS           PIC X(02)   VALUE '00'.
       01  WS-PARRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-HOLD-LINE                PIC X(80)   VALUE SPACES.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
       01  WS-SECTION-SWITCH           PIC X(01)   VALUE 'D'.
           88  LISTING-DIFFERENCES                 VALUE 'D'.
           88  PRINTING-SUMMARIES                  VALUE 'S'.
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX77  PARALLEL RUN COMPARISON'.
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  RES DATE: '.
           05  WS-HDR-COMPARE-DATE     PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  TOL: '.
           05  WS-HDR-TOLERANCE        PIC ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE            PIC X(80).
       01  WS-COLUMN-LINE-1.
           05  FILLER                  PIC X(09) VALUE 'RESULT'.
           05  FILLER                  PIC X(71) VALUE 'KEY'.
       01  WS-COLUMN-LINE-2.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'FIELD'.
           05  FILLER                  PIC X(31) VALUE
               'BASELINE (OLD)'.
           05  FILLER                  PIC X(34) VALUE
               'CANDIDATE (NEW)'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-FILE-HEADING-LINE.
           05  FILLER                  PIC X(06) VALUE 'FILE: '.
           05  WS-FHD-NAME             PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-FHD-DESCRIPTION      PIC X(26).
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-RECORD-LINE.
           05  WS-REC-TYPE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-REC-KEY              PIC X(30).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-FIELD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-FLD-NAME             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FLD-OLD              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-FLD-NEW              PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(76).
       01  WS-SUMMARY-FILE-LINE.
           05  FILLER                  PIC X(14) VALUE 'FILE:'.
           05  WS-SMF-NAME             PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-SMF-DESCRIPTION      PIC X(26).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-SUMMARY-KEY-LINE.
           05  FILLER                  PIC X(14) VALUE 'NATURAL KEY:'.
           05  WS-SMK-KEY-TEXT         PIC X(26).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-SUMMARY-COUNT-LINE.
           05  WS-SMC-LABEL            PIC X(32).
           05  WS-SMC-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
       01  WS-SUMMARY-TEXT-LINE.
           05  WS-SMT-LABEL            PIC X(32).
           05  WS-SMT-TEXT             PIC X(48).
       01  WS-SUMMARY-RESULT-LINE.
           05  FILLER                  PIC X(14) VALUE 'RESULT:'.
           05  WS-SMR-RESULT           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SMR-NOTE             PIC X(36).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(44) VALUE
               'CERTIFIED BY: ____________________________'.
           05  FILLER                  PIC X(36) VALUE
               'DATE: __________'.
       01  WS-OVERALL-LINE.
           05  WS-OVL-NAME             PIC X(10).
           05  WS-OVL-RESULT           PIC X(13).
           05  WS-OVL-NOTE             PIC X(57).
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(23) VALUE
               'PARALLEL RUN RESULT:  '.
           05  WS-VDT-RESULT           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VDT-PASSED           PIC Z9.
           05  FILLER                  PIC X(09) VALUE ' PASSED, '.
           05  WS-VDT-FAILED           PIC Z9.
           05  FILLER                  PIC X(38) VALUE ' FAILED'.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-FILE-NO
                                SRT-KEY
                                SRT-SIDE
                                SRT-SEQUENCE
               INPUT PROCEDURE IS 0100-SORT-INPUT
                              THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-SORT-OUTPUT
                              THRU 0200-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE SORT - BOTH COPIES OF EVERY FILE, EACH RECORD TAGGED
      * WITH ITS FILE, ITS NATURAL KEY, ITS COPY AND ITS PLACE IN THE
      * COPY.  A COPY THAT WAS NOT SUPPLIED (STATUS '35') IS NOTED
      *-----------------------------------------------------------------
       0100-SORT-INPUT.
           PERFORM 0110-FEED-SUMFILE    THRU 0110-EXIT
           PERFORM 0120-FEED-BINOUT     THRU 0120-EXIT
           PERFORM 0130-FEED-AVGOUT     THRU 0130-EXIT
           PERFORM 0140-FEED-RESFILE    THRU 0140-EXIT
           PERFORM 0150-FEED-LDGFILE    THRU 0150-EXIT
           PERFORM 0160-FEED-REJ4FILE   THRU 0160-EXIT
           PERFORM 0170-FEED-REJ7FILE   THRU 0170-EXIT.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SUMFILE - BOTH COPIES
      *-----------------------------------------------------------------
       0110-FEED-SUMFILE.
           MOVE 1                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  SUM-OLD-FILE
           IF WS-SUMOLD-STATUS NOT = '35'
               MOVE WS-SUMOLD-STATUS    TO WS-CURRENT-STATUS
               MOVE 'SUMOLD'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (1)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0111-READ-SUM-OLD THRU 0111-EXIT
                   UNTIL END-OF-FEED
               CLOSE SUM-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  SUM-NEW-FILE
           IF WS-SUMNEW-STATUS NOT = '35'
               MOVE WS-SUMNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'SUMNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (1)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0112-READ-SUM-NEW THRU 0112-EXIT
                   UNTIL END-OF-FEED
               CLOSE SUM-NEW-FILE
           END-IF.
       0110-EXIT.
           EXIT.

       0111-READ-SUM-OLD.
           READ SUM-OLD-FILE            INTO WS-OLD-SUM-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0111-EXIT
           END-READ
           MOVE WS-SUMOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SUMOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0115-RELEASE-SUM     THRU 0115-EXIT.
       0111-EXIT.
           EXIT.

       0112-READ-SUM-NEW.
           READ SUM-NEW-FILE            INTO WS-OLD-SUM-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0112-EXIT
           END-READ
           MOVE WS-SUMNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'SUMNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0115-RELEASE-SUM     THRU 0115-EXIT.
       0112-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * KEY A SUMFILE RECORD ON ITS BATCH, TRAILER OR DETAIL, AND
      * ACCOUNT - AN OVERFLOWED DETAIL ('O') KEYS AS A DETAIL SO A
      * CHANGE OF OUTCOME SHOWS AS A CHANGED REC-TYPE
      *-----------------------------------------------------------------
       0115-RELEASE-SUM.
           MOVE SPACES                  TO SRT-KEY
           MOVE SUM-BATCH-ID OF WS-OLD-SUM-RECORD
                                        TO SRT-KEY (1:10)
           IF SUM-REC-TYPE OF WS-OLD-SUM-RECORD = 'T'
               MOVE 'T'                 TO SRT-KEY (12:1)
           ELSE
               MOVE 'D'                 TO SRT-KEY (12:1)
           END-IF
           MOVE SUM-ACCOUNT-NUMBER OF WS-OLD-SUM-RECORD
                                        TO SRT-KEY (14:10)
           MOVE WS-OLD-SUM-RECORD       TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0115-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BINOUT - BOTH COPIES, KEYED ON THE BIN ID
      *-----------------------------------------------------------------
       0120-FEED-BINOUT.
           MOVE 2                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  BIN-OLD-FILE
           IF WS-BINOLD-STATUS NOT = '35'
               MOVE WS-BINOLD-STATUS    TO WS-CURRENT-STATUS
               MOVE 'BINOLD'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (2)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0121-READ-BIN-OLD THRU 0121-EXIT
                   UNTIL END-OF-FEED
               CLOSE BIN-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  BIN-NEW-FILE
           IF WS-BINNEW-STATUS NOT = '35'
               MOVE WS-BINNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'BINNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (2)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0122-READ-BIN-NEW THRU 0122-EXIT
                   UNTIL END-OF-FEED
               CLOSE BIN-NEW-FILE
           END-IF.
       0120-EXIT.
           EXIT.

       0121-READ-BIN-OLD.
           READ BIN-OLD-FILE            INTO WS-OLD-BIN-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0121-EXIT
           END-READ
           MOVE WS-BINOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0125-RELEASE-BIN     THRU 0125-EXIT.
       0121-EXIT.
           EXIT.

       0122-READ-BIN-NEW.
           READ BIN-NEW-FILE            INTO WS-OLD-BIN-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0122-EXIT
           END-READ
           MOVE WS-BINNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0125-RELEASE-BIN     THRU 0125-EXIT.
       0122-EXIT.
           EXIT.

       0125-RELEASE-BIN.
           MOVE SPACES                  TO SRT-KEY
           MOVE RES-BIN-ID OF WS-OLD-BIN-RECORD
                                        TO SRT-KEY (1:8)
           MOVE WS-OLD-BIN-RECORD       TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0125-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AVGOUT - BOTH COPIES, KEYED ON THE GROUP ID
      *-----------------------------------------------------------------
       0130-FEED-AVGOUT.
           MOVE 3                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  AVG-OLD-FILE
           IF WS-AVGOLD-STATUS NOT = '35'
               MOVE WS-AVGOLD-STATUS    TO WS-CURRENT-STATUS
               MOVE 'AVGOLD'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (3)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0131-READ-AVG-OLD THRU 0131-EXIT
                   UNTIL END-OF-FEED
               CLOSE AVG-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  AVG-NEW-FILE
           IF WS-AVGNEW-STATUS NOT = '35'
               MOVE WS-AVGNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'AVGNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (3)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0132-READ-AVG-NEW THRU 0132-EXIT
                   UNTIL END-OF-FEED
               CLOSE AVG-NEW-FILE
           END-IF.
       0130-EXIT.
           EXIT.

       0131-READ-AVG-OLD.
           READ AVG-OLD-FILE            INTO WS-OLD-AVG-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0131-EXIT
           END-READ
           MOVE WS-AVGOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'AVGOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0135-RELEASE-AVG     THRU 0135-EXIT.
       0131-EXIT.
           EXIT.

       0132-READ-AVG-NEW.
           READ AVG-NEW-FILE            INTO WS-OLD-AVG-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0132-EXIT
           END-READ
           MOVE WS-AVGNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'AVGNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0135-RELEASE-AVG     THRU 0135-EXIT.
       0132-EXIT.
           EXIT.

       0135-RELEASE-AVG.
           MOVE SPACES                  TO SRT-KEY
           MOVE AVG-GROUP-ID OF WS-OLD-AVG-RECORD
                                        TO SRT-KEY (1:8)
           MOVE WS-OLD-AVG-RECORD       TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0135-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RESFILE - BOTH COPIES, ONLY THE ROWS FOR THE RESULTS DATE,
      * KEYED ON PROGRAM, BATCH AND ITEM KEY
      *-----------------------------------------------------------------
       0140-FEED-RESFILE.
           MOVE 4                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  RES-OLD-FILE
           IF WS-RESOLD-STATUS NOT = '35'
               MOVE WS-RESOLD-STATUS    TO WS-CURRENT-STATUS
               MOVE 'RESOLD'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (4)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0141-READ-RES-OLD THRU 0141-EXIT
                   UNTIL END-OF-FEED
               CLOSE RES-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  RES-NEW-FILE
           IF WS-RESNEW-STATUS NOT = '35'
               MOVE WS-RESNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'RESNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (4)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0142-READ-RES-NEW THRU 0142-EXIT
                   UNTIL END-OF-FEED
               CLOSE RES-NEW-FILE
           END-IF.
       0140-EXIT.
           EXIT.

       0141-READ-RES-OLD.
           READ RES-OLD-FILE            INTO WS-OLD-RESULTS-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0141-EXIT
           END-READ
           MOVE WS-RESOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RESOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0145-RELEASE-RES     THRU 0145-EXIT.
       0141-EXIT.
           EXIT.

       0142-READ-RES-NEW.
           READ RES-NEW-FILE            INTO WS-OLD-RESULTS-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0142-EXIT
           END-READ
           MOVE WS-RESNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'RESNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0145-RELEASE-RES     THRU 0145-EXIT.
       0142-EXIT.
           EXIT.

       0145-RELEASE-RES.
           IF RSLT-RUN-DATE OF WS-OLD-RESULTS-RECORD
                                        NOT = WS-COMPARE-DATE
               GO TO 0145-EXIT
           END-IF

           MOVE SPACES                  TO SRT-KEY
           MOVE RSLT-PROGRAM-ID OF WS-OLD-RESULTS-RECORD
                                        TO SRT-KEY (1:8)
           MOVE RSLT-BATCH-ID OF WS-OLD-RESULTS-RECORD
                                        TO SRT-KEY (10:10)
           MOVE RSLT-ITEM-KEY OF WS-OLD-RESULTS-RECORD
                                        TO SRT-KEY (21:10)
           MOVE WS-OLD-RESULTS-RECORD   TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0145-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LDGFILE - BOTH COPIES, IN ACCOUNT ORDER OFF THE INDEXED FILE
      *-----------------------------------------------------------------
       0150-FEED-LDGFILE.
           MOVE 5                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  LDG-OLD-FILE
           IF WS-LDGOLD-STATUS NOT = '35'
               MOVE WS-LDGOLD-STATUS    TO WS-CURRENT-STATUS
               MOVE 'LDGOLD'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (5)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0151-READ-LDG-OLD THRU 0151-EXIT
                   UNTIL END-OF-FEED
               CLOSE LDG-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  LDG-NEW-FILE
           IF WS-LDGNEW-STATUS NOT = '35'
               MOVE WS-LDGNEW-STATUS    TO WS-CURRENT-STATUS
               MOVE 'LDGNEW'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (5)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0152-READ-LDG-NEW THRU 0152-EXIT
                   UNTIL END-OF-FEED
               CLOSE LDG-NEW-FILE
           END-IF.
       0150-EXIT.
           EXIT.

       0151-READ-LDG-OLD.
           READ LDG-OLD-FILE            INTO WS-OLD-LEDGER-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0151-EXIT
           END-READ
           MOVE WS-LDGOLD-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGOLD'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0155-RELEASE-LDG     THRU 0155-EXIT.
       0151-EXIT.
           EXIT.

       0152-READ-LDG-NEW.
           READ LDG-NEW-FILE            INTO WS-OLD-LEDGER-RECORD
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0152-EXIT
           END-READ
           MOVE WS-LDGNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0155-RELEASE-LDG     THRU 0155-EXIT.
       0152-EXIT.
           EXIT.

       0155-RELEASE-LDG.
           MOVE SPACES                  TO SRT-KEY
           MOVE LDG-ACCOUNT-NUMBER OF WS-OLD-LEDGER-RECORD
                                        TO SRT-KEY (1:10)
           MOVE WS-OLD-LEDGER-RECORD    TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0155-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLS01EX04 REJECTS - BOTH COPIES, KEYED ON THE ACCOUNT AND THE
      * INPUT PAIR THAT WAS REJECTED
      *-----------------------------------------------------------------
       0160-FEED-REJ4FILE.
           MOVE 6                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  REJ4-OLD-FILE
           IF WS-REJ4OLD-STATUS NOT = '35'
               MOVE WS-REJ4OLD-STATUS   TO WS-CURRENT-STATUS
               MOVE 'REJ4OLD'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (6)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0161-READ-REJ4-OLD THRU 0161-EXIT
                   UNTIL END-OF-FEED
               CLOSE REJ4-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  REJ4-NEW-FILE
           IF WS-REJ4NEW-STATUS NOT = '35'
               MOVE WS-REJ4NEW-STATUS   TO WS-CURRENT-STATUS
               MOVE 'REJ4NEW'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (6)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0162-READ-REJ4-NEW THRU 0162-EXIT
                   UNTIL END-OF-FEED
               CLOSE REJ4-NEW-FILE
           END-IF.
       0160-EXIT.
           EXIT.

       0161-READ-REJ4-OLD.
           READ REJ4-OLD-FILE           INTO WS-OLD-EX04-REJECT
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0161-EXIT
           END-READ
           MOVE WS-REJ4OLD-STATUS       TO WS-CURRENT-STATUS
           MOVE 'REJ4OLD'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0165-RELEASE-REJ4    THRU 0165-EXIT.
       0161-EXIT.
           EXIT.

       0162-READ-REJ4-NEW.
           READ REJ4-NEW-FILE           INTO WS-OLD-EX04-REJECT
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0162-EXIT
           END-READ
           MOVE WS-REJ4NEW-STATUS       TO WS-CURRENT-STATUS
           MOVE 'REJ4NEW'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0165-RELEASE-REJ4    THRU 0165-EXIT.
       0162-EXIT.
           EXIT.

       0165-RELEASE-REJ4.
           MOVE SPACES                  TO SRT-KEY
           MOVE REJ4-ACCOUNT-NUMBER OF WS-OLD-EX04-REJECT
                                        TO SRT-KEY (1:10)
           MOVE REJ4-INP-A OF WS-OLD-EX04-REJECT
                                        TO SRT-KEY (12:8)
           MOVE REJ4-INP-B OF WS-OLD-EX04-REJECT
                                        TO SRT-KEY (21:8)
           MOVE WS-OLD-EX04-REJECT      TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0165-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLS01EX07 REJECTS - BOTH COPIES, KEYED ON THE ACCOUNT
      *-----------------------------------------------------------------
       0170-FEED-REJ7FILE.
           MOVE 7                       TO WS-FEED-FILE-NO
           SET FEEDING-BASELINE         TO TRUE
           OPEN INPUT  REJ7-OLD-FILE
           IF WS-REJ7OLD-STATUS NOT = '35'
               MOVE WS-REJ7OLD-STATUS   TO WS-CURRENT-STATUS
               MOVE 'REJ7OLD'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-OLD-SUPPLIED (7)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0171-READ-REJ7-OLD THRU 0171-EXIT
                   UNTIL END-OF-FEED
               CLOSE REJ7-OLD-FILE
           END-IF

           SET FEEDING-CANDIDATE        TO TRUE
           OPEN INPUT  REJ7-NEW-FILE
           IF WS-REJ7NEW-STATUS NOT = '35'
               MOVE WS-REJ7NEW-STATUS   TO WS-CURRENT-STATUS
               MOVE 'REJ7NEW'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'Y'                 TO WS-FL-NEW-SUPPLIED (7)
               MOVE 'N'                 TO WS-FEED-EOF-SWITCH
               PERFORM 0172-READ-REJ7-NEW THRU 0172-EXIT
                   UNTIL END-OF-FEED
               CLOSE REJ7-NEW-FILE
           END-IF.
       0170-EXIT.
           EXIT.

       0171-READ-REJ7-OLD.
           READ REJ7-OLD-FILE           INTO WS-OLD-EX07-REJECT
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0171-EXIT
           END-READ
           MOVE WS-REJ7OLD-STATUS       TO WS-CURRENT-STATUS
           MOVE 'REJ7OLD'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0175-RELEASE-REJ7    THRU 0175-EXIT.
       0171-EXIT.
           EXIT.

       0172-READ-REJ7-NEW.
           READ REJ7-NEW-FILE           INTO WS-OLD-EX07-REJECT
               AT END
                   SET END-OF-FEED      TO TRUE
                   GO TO 0172-EXIT
           END-READ
           MOVE WS-REJ7NEW-STATUS       TO WS-CURRENT-STATUS
           MOVE 'REJ7NEW'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           PERFORM 0175-RELEASE-REJ7    THRU 0175-EXIT.
       0172-EXIT.
           EXIT.

       0175-RELEASE-REJ7.
           MOVE SPACES                  TO SRT-KEY
           MOVE REJ7-ACCOUNT-NUMBER OF WS-OLD-EX07-REJECT
                                        TO SRT-KEY (1:10)
           MOVE WS-OLD-EX07-REJECT      TO SRT-IMAGE
           PERFORM 0190-RELEASE-RECORD  THRU 0190-EXIT.
       0175-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAG THE KEYED RECORD WITH ITS FILE, COPY AND PLACE, RELEASE
      * IT AND COUNT IT TO ITS COPY
      *-----------------------------------------------------------------
       0190-RELEASE-RECORD.
           MOVE WS-FEED-FILE-NO         TO SRT-FILE-NO
           MOVE WS-FEED-SIDE            TO SRT-SIDE
           ADD 1                        TO WS-FEED-SEQUENCE
           MOVE WS-FEED-SEQUENCE        TO SRT-SEQUENCE
           RELEASE SORT-RECORD
           ADD 1                        TO WS-RECORDS-READ

           IF FEEDING-BASELINE
               ADD 1                    TO WS-FL-OLD-COUNT
                                            (WS-FEED-FILE-NO)
           ELSE
               ADD 1                    TO WS-FL-NEW-COUNT
                                            (WS-FEED-FILE-NO)
           END-IF.
       0190-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORT BACK ONE KEY GROUP AT A TIME AND LIST WHAT
      * DOES NOT MATCH
      *-----------------------------------------------------------------
       0200-SORT-OUTPUT.
           PERFORM 2100-RETURN-SORTED   THRU 2100-EXIT
           PERFORM 2200-PROCESS-KEY-GROUP THRU 2200-EXIT
               UNTIL END-OF-SORTED-RECORDS
           IF WS-CURRENT-FILE-NO NOT = ZERO
               PERFORM 2260-END-FILE    THRU 2260-EXIT
           ELSE
               MOVE 'NO RECORDS IN ANY FILE SUPPLIED'
                                         TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE     TO PARALLEL-REPORT-LINE
               PERFORM 2950-PRINT-LINE  THRU 2950-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, OPEN THE REPORT AND PRINT THE FIRST
      * DIFFERENCES PAGE HEADER
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

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-PARM           FROM ARGUMENT-VALUE
           IF WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM-N       TO WS-COMPARE-DATE
           ELSE
               MOVE CTL-RUN-DATE         TO WS-COMPARE-DATE
           END-IF

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM      FROM ARGUMENT-VALUE
           IF WS-TOLERANCE-PARM IS NUMERIC
               MOVE WS-TOLERANCE-PARM-N  TO WS-TOLERANCE
           END-IF

           PERFORM 1100-CLEAR-FILE-RESULT THRU 1100-EXIT
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > 7

           OPEN OUTPUT PARALLEL-REPORT-FILE
           MOVE WS-PARRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE 'DIFFERENCES - BASELINE (OLD) AGAINST CANDIDATE (NEW)'
                                         TO WS-SEC-TITLE
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
           MOVE 'CLS01X77'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX77 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * START ONE FILE'S RESULTS EMPTY - NEITHER COPY SUPPLIED YET
      *-----------------------------------------------------------------
       1100-CLEAR-FILE-RESULT.
           MOVE 'N'                     TO WS-FL-OLD-SUPPLIED
                                            (WS-FL-SUB)
                                           WS-FL-NEW-SUPPLIED
                                            (WS-FL-SUB)
           MOVE ZERO                    TO WS-FL-OLD-COUNT (WS-FL-SUB)
                                           WS-FL-NEW-COUNT (WS-FL-SUB)
                                           WS-FL-MATCHED (WS-FL-SUB)
                                           WS-FL-IDENTICAL (WS-FL-SUB)
                                           WS-FL-TOLERATED (WS-FL-SUB)
                                           WS-FL-DIFFERING (WS-FL-SUB)
                                           WS-FL-MISSING (WS-FL-SUB)
                                           WS-FL-EXTRA (WS-FL-SUB)
                                           WS-FL-LISTED (WS-FL-SUB)
           MOVE SPACES                  TO WS-FL-RESULT (WS-FL-SUB)
                                           WS-FL-RESULT-NOTE
                                            (WS-FL-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER FOR THE CURRENT SECTION AND RESET THE
      * PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-COMPARE-DATE          TO WS-HDR-COMPARE-DATE
           MOVE WS-TOLERANCE             TO WS-HDR-TOLERANCE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE PARALLEL-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE PARALLEL-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE PARALLEL-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE     FROM WS-SECTION-LINE
           WRITE PARALLEL-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE 5                        TO WS-LINES-ON-PAGE
           IF LISTING-DIFFERENCES
               WRITE PARALLEL-REPORT-LINE FROM WS-COLUMN-LINE-1
               WRITE PARALLEL-REPORT-LINE FROM WS-COLUMN-LINE-2
               WRITE PARALLEL-REPORT-LINE FROM WS-BLANK-LINE
               ADD 3                     TO WS-LINES-ON-PAGE
           END-IF
           MOVE WS-PARRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT RECORD BACK FROM THE SORT
      *-----------------------------------------------------------------
       2100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE EVERY RECORD OF THE NEXT KEY: HOLD THE BASELINE ONES,
      * PAIR EACH CANDIDATE ONE WITH THE NEXT HELD BASELINE ONE, AND
      * WHATEVER IS LEFT HELD AT THE END OF THE KEY IS MISSING
      *-----------------------------------------------------------------
       2200-PROCESS-KEY-GROUP.
           IF SRT-FILE-NO NOT = WS-CURRENT-FILE-NO
               IF WS-CURRENT-FILE-NO NOT = ZERO
                   PERFORM 2260-END-FILE THRU 2260-EXIT
               END-IF
               PERFORM 2250-START-FILE  THRU 2250-EXIT
           END-IF

           MOVE SRT-FILE-NO             TO WS-GRP-FILE-NO
           MOVE SRT-KEY                 TO WS-GRP-KEY
           MOVE ZERO                    TO WS-HELD-USED
                                           WS-HELD-PAIRED

           PERFORM 2300-TAKE-GROUP-RECORD THRU 2300-EXIT
               UNTIL END-OF-SORTED-RECORDS
                   OR SRT-FILE-NO NOT = WS-GRP-FILE-NO
                   OR SRT-KEY NOT = WS-GRP-KEY

           COMPUTE WS-HELD-SUB = WS-HELD-PAIRED + 1
           PERFORM 2350-REPORT-MISSING  THRU 2350-EXIT
               VARYING WS-HELD-SUB FROM WS-HELD-SUB BY 1
               UNTIL WS-HELD-SUB > WS-HELD-USED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A NEW FILE'S RECORDS BEGIN - HEAD ITS PART OF THE LISTING
      *-----------------------------------------------------------------
       2250-START-FILE.
           MOVE SRT-FILE-NO             TO WS-CURRENT-FILE-NO
           MOVE WS-FN-NAME (WS-CURRENT-FILE-NO) TO WS-FHD-NAME
           MOVE WS-FN-DESCRIPTION (WS-CURRENT-FILE-NO)
                                        TO WS-FHD-DESCRIPTION
           IF WS-LINES-ON-PAGE + 3 > WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF
           MOVE WS-FILE-HEADING-LINE    TO PARALLEL-REPORT-LINE
           PERFORM 2950-PRINT-LINE      THRU 2950-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLOSE A FILE'S PART OF THE LISTING
      *-----------------------------------------------------------------
       2260-END-FILE.
           IF WS-FL-LISTED (WS-CURRENT-FILE-NO) = ZERO
               MOVE 'NO DIFFERENCES'    TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE     TO PARALLEL-REPORT-LINE
               PERFORM 2950-PRINT-LINE  THRU 2950-EXIT
           END-IF
           IF WS-FL-LISTED (WS-CURRENT-FILE-NO) > WS-FL-MAX-LISTED
               MOVE 'MORE DIFFERENCES NOT LISTED - SEE THE SUMMARY PAGE'
                                        TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE     TO PARALLEL-REPORT-LINE
               PERFORM 2950-PRINT-LINE  THRU 2950-EXIT
           END-IF
           MOVE WS-BLANK-LINE           TO PARALLEL-REPORT-LINE
           PERFORM 2950-PRINT-LINE      THRU 2950-EXIT.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE RECORD OF THE CURRENT KEY
      *-----------------------------------------------------------------
       2300-TAKE-GROUP-RECORD.
           IF SORTED-FROM-BASELINE
               IF WS-HELD-USED < 100
                   ADD 1                TO WS-HELD-USED
                   MOVE SRT-IMAGE       TO WS-HELD-IMAGE
                                            (WS-HELD-USED)
               ELSE
                   DISPLAY 'CLS01EX77 - OVER 100 RECORDS ON ONE KEY '
                       'IN ' WS-FN-NAME (WS-GRP-FILE-NO)
                       ' - THE REST COUNT AS MISSING'
                   PERFORM 2360-LIST-MISSING THRU 2360-EXIT
               END-IF
           ELSE
               IF WS-HELD-PAIRED < WS-HELD-USED
                   ADD 1                TO WS-HELD-PAIRED
                   PERFORM 2400-COMPARE-PAIR THRU 2400-EXIT
               ELSE
                   PERFORM 2370-REPORT-EXTRA THRU 2370-EXIT
               END-IF
           END-IF

           PERFORM 2100-RETURN-SORTED   THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A HELD BASELINE RECORD NOBODY PAIRED WITH
      *-----------------------------------------------------------------
       2350-REPORT-MISSING.
           PERFORM 2360-LIST-MISSING    THRU 2360-EXIT.
       2350-EXIT.
           EXIT.

       2360-LIST-MISSING.
           ADD 1                        TO WS-FL-MISSING
                                            (WS-GRP-FILE-NO)
           MOVE 'MISSING'               TO WS-LIST-TYPE
           PERFORM 2850-LIST-RECORD     THRU 2850-EXIT.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A CANDIDATE RECORD WITH NO BASELINE PARTNER
      *-----------------------------------------------------------------
       2370-REPORT-EXTRA.
           ADD 1                        TO WS-FL-EXTRA
                                            (WS-GRP-FILE-NO)
           MOVE 'EXTRA'                 TO WS-LIST-TYPE
           PERFORM 2850-LIST-RECORD     THRU 2850-EXIT.
       2370-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMPARE THE CANDIDATE RECORD JUST RETURNED WITH ITS HELD
      * BASELINE PARTNER, FIELD BY FIELD FOR ITS FILE
      *-----------------------------------------------------------------
       2400-COMPARE-PAIR.
           MOVE 'N'                     TO WS-PAIR-DIFF-SWITCH
                                           WS-PAIR-TOL-SWITCH
                                           WS-PAIR-LISTED-SWITCH
           ADD 1                        TO WS-FL-MATCHED
                                            (WS-GRP-FILE-NO)
           ADD 1                        TO WS-PAIRS-MATCHED

           EVALUATE WS-GRP-FILE-NO
               WHEN 1
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-SUM-RECORD
                   MOVE SRT-IMAGE       TO WS-NEW-SUM-RECORD
                   PERFORM 2510-COMPARE-SUM  THRU 2510-EXIT
               WHEN 2
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-BIN-RECORD
                   MOVE SRT-IMAGE       TO WS-NEW-BIN-RECORD
                   PERFORM 2520-COMPARE-BIN  THRU 2520-EXIT
               WHEN 3
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-AVG-RECORD
                   MOVE SRT-IMAGE       TO WS-NEW-AVG-RECORD
                   PERFORM 2530-COMPARE-AVG  THRU 2530-EXIT
               WHEN 4
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-RESULTS-RECORD
                   MOVE SRT-IMAGE       TO WS-NEW-RESULTS-RECORD
                   PERFORM 2540-COMPARE-RES  THRU 2540-EXIT
               WHEN 5
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-LEDGER-RECORD
                   MOVE SRT-IMAGE       TO WS-NEW-LEDGER-RECORD
                   PERFORM 2550-COMPARE-LDG  THRU 2550-EXIT
               WHEN 6
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-EX04-REJECT
                   MOVE SRT-IMAGE       TO WS-NEW-EX04-REJECT
                   PERFORM 2560-COMPARE-REJ4 THRU 2560-EXIT
               WHEN 7
                   MOVE WS-HELD-IMAGE (WS-HELD-PAIRED)
                                        TO WS-OLD-EX07-REJECT
                   MOVE SRT-IMAGE       TO WS-NEW-EX07-REJECT
                   PERFORM 2570-COMPARE-REJ7 THRU 2570-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN PAIR-DIFFERS
                   ADD 1                TO WS-FL-DIFFERING
                                            (WS-GRP-FILE-NO)
               WHEN PAIR-WITHIN-TOLERANCE
                   ADD 1                TO WS-FL-TOLERATED
                                            (WS-GRP-FILE-NO)
               WHEN OTHER
                   ADD 1                TO WS-FL-IDENTICAL
                                            (WS-GRP-FILE-NO)
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SUMFILE FIELDS - THE BATCH AND ACCOUNT ARE THE KEY
      *-----------------------------------------------------------------
       2510-COMPARE-SUM.
           MOVE 'REC-TYPE'              TO WS-CMP-FIELD
           MOVE SUM-REC-TYPE OF WS-OLD-SUM-RECORD
                                        TO WS-CMP-OLD-TEXT
           MOVE SUM-REC-TYPE OF WS-NEW-SUM-RECORD
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'INP-SUM'               TO WS-CMP-FIELD
           MOVE SUM-INP-SUM OF WS-OLD-SUM-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE SUM-INP-SUM OF WS-NEW-SUM-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'LINE-COUNT'            TO WS-CMP-FIELD
           MOVE SUM-LINE-COUNT OF WS-OLD-SUM-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE SUM-LINE-COUNT OF WS-NEW-SUM-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2760-COMPARE-COUNT   THRU 2760-EXIT

           MOVE 'CURRENCY'              TO WS-CMP-FIELD
           MOVE SUM-CURRENCY-CODE OF WS-OLD-SUM-RECORD
                                        TO WS-CMP-OLD-TEXT
           MOVE SUM-CURRENCY-CODE OF WS-NEW-SUM-RECORD
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'ORIG-SUM'              TO WS-CMP-FIELD
           MOVE SUM-ORIG-SUM OF WS-OLD-SUM-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE SUM-ORIG-SUM OF WS-NEW-SUM-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BINOUT FIELDS - THE BIN ID IS THE KEY
      *-----------------------------------------------------------------
       2520-COMPARE-BIN.
           MOVE 'ZONE'                  TO WS-CMP-FIELD
           MOVE RES-ZONE OF WS-OLD-BIN-RECORD TO WS-CMP-OLD-TEXT
           MOVE RES-ZONE OF WS-NEW-BIN-RECORD TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'AREA'                  TO WS-CMP-FIELD
           MOVE RES-AREA OF WS-OLD-BIN-RECORD TO WS-CMP-OLD-NUMBER
           MOVE RES-AREA OF WS-NEW-BIN-RECORD TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'PERIMETER'             TO WS-CMP-FIELD
           MOVE RES-PERIMETER OF WS-OLD-BIN-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE RES-PERIMETER OF WS-NEW-BIN-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'VOLUME'                TO WS-CMP-FIELD
           MOVE RES-VOLUME OF WS-OLD-BIN-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE RES-VOLUME OF WS-NEW-BIN-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'EXCEPTION'             TO WS-CMP-FIELD
           MOVE RES-EXCEPTION-SWITCH OF WS-OLD-BIN-RECORD
                                        TO WS-CMP-OLD-TEXT
           MOVE RES-EXCEPTION-SWITCH OF WS-NEW-BIN-RECORD
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT.
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AVGOUT FIELDS - THE GROUP ID IS THE KEY.  EVERY READING SLOT
      * IS COMPARED, THEN THE STATISTICS
      *-----------------------------------------------------------------
       2530-COMPARE-AVG.
           MOVE 'READ-COUNT'            TO WS-CMP-FIELD
           MOVE AVG-READING-COUNT OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-READING-COUNT OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2760-COMPARE-COUNT   THRU 2760-EXIT

           PERFORM 2535-COMPARE-READING THRU 2535-EXIT
               VARYING WS-RDG-SUB FROM 1 BY 1
               UNTIL WS-RDG-SUB > 20

           MOVE 'AVERAGE'               TO WS-CMP-FIELD
           MOVE AVG-AVERAGE OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-AVERAGE OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'MINIMUM'               TO WS-CMP-FIELD
           MOVE AVG-MINIMUM OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-MINIMUM OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'MAXIMUM'               TO WS-CMP-FIELD
           MOVE AVG-MAXIMUM OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-MAXIMUM OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'RANGE'                 TO WS-CMP-FIELD
           MOVE AVG-RANGE OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-RANGE OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'STD-DEV'               TO WS-CMP-FIELD
           MOVE AVG-STD-DEV OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-STD-DEV OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'TRIMMED'               TO WS-CMP-FIELD
           MOVE AVG-TRIMMED-AVERAGE OF WS-OLD-AVG-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-TRIMMED-AVERAGE OF WS-NEW-AVG-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT.
       2530-EXIT.
           EXIT.

       2535-COMPARE-READING.
           MOVE WS-RDG-SUB              TO WS-RDL-NUMBER
           MOVE WS-READING-LABEL        TO WS-CMP-FIELD
           MOVE AVG-READING OF WS-OLD-AVG-RECORD (WS-RDG-SUB)
                                        TO WS-CMP-OLD-NUMBER
           MOVE AVG-READING OF WS-NEW-AVG-RECORD (WS-RDG-SUB)
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT.
       2535-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RESFILE FIELDS - PROGRAM, BATCH AND ITEM KEY ARE THE KEY AND
      * THE RUN DATE WAS SELECTED ON
      *-----------------------------------------------------------------
       2540-COMPARE-RES.
           MOVE 'ITEM-VALUE'            TO WS-CMP-FIELD
           MOVE RSLT-ITEM-VALUE OF WS-OLD-RESULTS-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE RSLT-ITEM-VALUE OF WS-NEW-RESULTS-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'ORIG-VALUE'            TO WS-CMP-FIELD
           MOVE RSLT-ORIG-VALUE OF WS-OLD-RESULTS-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE RSLT-ORIG-VALUE OF WS-NEW-RESULTS-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'CURRENCY'              TO WS-CMP-FIELD
           MOVE RSLT-CURRENCY-CODE OF WS-OLD-RESULTS-RECORD
                                        TO WS-CMP-OLD-TEXT
           MOVE RSLT-CURRENCY-CODE OF WS-NEW-RESULTS-RECORD
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT.
       2540-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LDGFILE FIELDS - THE ACCOUNT IS THE KEY
      *-----------------------------------------------------------------
       2550-COMPARE-LDG.
           MOVE 'BALANCE'               TO WS-CMP-FIELD
           MOVE LDG-BALANCE OF WS-OLD-LEDGER-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE LDG-BALANCE OF WS-NEW-LEDGER-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2750-COMPARE-AMOUNT  THRU 2750-EXIT

           MOVE 'POSTINGS'              TO WS-CMP-FIELD
           MOVE LDG-POSTING-COUNT OF WS-OLD-LEDGER-RECORD
                                        TO WS-CMP-OLD-NUMBER
           MOVE LDG-POSTING-COUNT OF WS-NEW-LEDGER-RECORD
                                        TO WS-CMP-NEW-NUMBER
           PERFORM 2760-COMPARE-COUNT   THRU 2760-EXIT

           MOVE 'LAST-POST'             TO WS-CMP-FIELD
           MOVE LDG-LAST-POST-DATE OF WS-OLD-LEDGER-RECORD
                                        TO WS-CMP-OLD-TEXT
           MOVE LDG-LAST-POST-DATE OF WS-NEW-LEDGER-RECORD
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLS01EX04 REJECT FIELDS - ACCOUNT AND INPUT PAIR ARE THE KEY
      *-----------------------------------------------------------------
       2560-COMPARE-REJ4.
           MOVE 'CURRENCY'              TO WS-CMP-FIELD
           MOVE REJ4-CURRENCY-CODE OF WS-OLD-EX04-REJECT
                                        TO WS-CMP-OLD-TEXT
           MOVE REJ4-CURRENCY-CODE OF WS-NEW-EX04-REJECT
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'REASON'                TO WS-CMP-FIELD
           MOVE REJ4-REASON OF WS-OLD-EX04-REJECT
                                        TO WS-CMP-OLD-TEXT
           MOVE REJ4-REASON OF WS-NEW-EX04-REJECT
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLS01EX07 REJECT FIELDS - THE ACCOUNT IS THE KEY
      *-----------------------------------------------------------------
       2570-COMPARE-REJ7.
           MOVE 'FIELD-1'               TO WS-CMP-FIELD
           MOVE REJ7-FIELD-1 OF WS-OLD-EX07-REJECT
                                        TO WS-CMP-OLD-TEXT
           MOVE REJ7-FIELD-1 OF WS-NEW-EX07-REJECT
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'FIELD-2'               TO WS-CMP-FIELD
           MOVE REJ7-FIELD-2 OF WS-OLD-EX07-REJECT
                                        TO WS-CMP-OLD-TEXT
           MOVE REJ7-FIELD-2 OF WS-NEW-EX07-REJECT
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT

           MOVE 'REASON'                TO WS-CMP-FIELD
           MOVE REJ7-REASON OF WS-OLD-EX07-REJECT
                                        TO WS-CMP-OLD-TEXT
           MOVE REJ7-REASON OF WS-NEW-EX07-REJECT
                                        TO WS-CMP-NEW-TEXT
           PERFORM 2700-COMPARE-TEXT    THRU 2700-EXIT.
       2570-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A CODE, DATE OR TEXT FIELD MUST MATCH EXACTLY
      *-----------------------------------------------------------------
       2700-COMPARE-TEXT.
           IF WS-CMP-OLD-TEXT = WS-CMP-NEW-TEXT
               GO TO 2700-EXIT
           END-IF

           SET PAIR-DIFFERS             TO TRUE
           MOVE WS-CMP-OLD-TEXT         TO WS-FLD-OLD
           MOVE WS-CMP-NEW-TEXT         TO WS-FLD-NEW
           PERFORM 2800-LIST-DIFFERENCE THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AN AMOUNT OR MEASUREMENT MAY DIFFER BY UP TO THE TOLERANCE;
      * A COUNT MAY NOT DIFFER AT ALL
      *-----------------------------------------------------------------
       2750-COMPARE-AMOUNT.
           SET TOLERANCE-APPLIES        TO TRUE
           PERFORM 2770-COMPARE-NUMBER  THRU 2770-EXIT.
       2750-EXIT.
           EXIT.

       2760-COMPARE-COUNT.
           MOVE 'N'                     TO WS-CMP-TOLERANCE-SWITCH
           PERFORM 2770-COMPARE-NUMBER  THRU 2770-EXIT.
       2760-EXIT.
           EXIT.

       2770-COMPARE-NUMBER.
           IF WS-CMP-OLD-NUMBER = WS-CMP-NEW-NUMBER
               GO TO 2770-EXIT
           END-IF

           COMPUTE WS-CMP-DIFFERENCE =
               WS-CMP-NEW-NUMBER - WS-CMP-OLD-NUMBER
           IF WS-CMP-DIFFERENCE < ZERO
               COMPUTE WS-CMP-DIFFERENCE = ZERO - WS-CMP-DIFFERENCE
           END-IF
           IF TOLERANCE-APPLIES
               AND WS-CMP-DIFFERENCE NOT > WS-TOLERANCE
               SET PAIR-WITHIN-TOLERANCE TO TRUE
               GO TO 2770-EXIT
           END-IF

           SET PAIR-DIFFERS             TO TRUE
           IF TOLERANCE-APPLIES
               MOVE WS-CMP-OLD-NUMBER   TO WS-CMP-NUMBER-EDIT
               MOVE WS-CMP-NUMBER-EDIT  TO WS-FLD-OLD
               MOVE WS-CMP-NEW-NUMBER   TO WS-CMP-NUMBER-EDIT
               MOVE WS-CMP-NUMBER-EDIT  TO WS-FLD-NEW
           ELSE
               MOVE WS-CMP-OLD-NUMBER   TO WS-CMP-COUNT-EDIT
               MOVE WS-CMP-COUNT-EDIT   TO WS-FLD-OLD
               MOVE WS-CMP-NEW-NUMBER   TO WS-CMP-COUNT-EDIT
               MOVE WS-CMP-COUNT-EDIT   TO WS-FLD-NEW
           END-IF
           PERFORM 2800-LIST-DIFFERENCE THRU 2800-EXIT.
       2770-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE DIFFERING FIELD - THE PAIR'S KEY LINE GOES FIRST,
      * ONCE.  PAST THE FILE'S LISTING LIMIT THE DIFFERENCE IS ONLY
      * COUNTED
      *-----------------------------------------------------------------
       2800-LIST-DIFFERENCE.
           IF NOT PAIR-HEADING-LISTED
               SET PAIR-HEADING-LISTED  TO TRUE
               MOVE 'DIFFERS'           TO WS-LIST-TYPE
               PERFORM 2850-LIST-RECORD THRU 2850-EXIT
           END-IF

           ADD 1                        TO WS-FL-LISTED
                                            (WS-GRP-FILE-NO)
           IF WS-FL-LISTED (WS-GRP-FILE-NO) > WS-FL-MAX-LISTED
               GO TO 2800-EXIT
           END-IF

           MOVE WS-CMP-FIELD            TO WS-FLD-NAME
           MOVE WS-FIELD-LINE           TO PARALLEL-REPORT-LINE
           PERFORM 2950-PRINT-LINE      THRU 2950-EXIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST A RECORD-LEVEL LINE - MISSING, EXTRA, OR THE KEY OF A
      * PAIR THAT DIFFERS
      *-----------------------------------------------------------------
       2850-LIST-RECORD.
           ADD 1                        TO WS-FL-LISTED
                                            (WS-GRP-FILE-NO)
           IF WS-FL-LISTED (WS-GRP-FILE-NO) > WS-FL-MAX-LISTED
               GO TO 2850-EXIT
           END-IF

           MOVE WS-LIST-TYPE            TO WS-REC-TYPE
           MOVE WS-GRP-KEY              TO WS-REC-KEY
           MOVE WS-RECORD-LINE          TO PARALLEL-REPORT-LINE
           PERFORM 2950-PRINT-LINE      THRU 2950-EXIT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE LINE IN PARALLEL-REPORT-LINE, STARTING A NEW PAGE
      * FIRST IF THE CURRENT ONE IS FULL
      *-----------------------------------------------------------------
       2950-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               MOVE PARALLEL-REPORT-LINE TO WS-HOLD-LINE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
               MOVE WS-HOLD-LINE        TO PARALLEL-REPORT-LINE
           END-IF

           WRITE PARALLEL-REPORT-LINE
           MOVE WS-PARRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE SUMMARY PAGE PER FILE, THEN THE OVERALL PAGE, AND CLOSE -
      * ANY FAILED FILE ENDS THE STEP RC 8
      *-----------------------------------------------------------------
       3000-FINALIZE.
           SET PRINTING-SUMMARIES       TO TRUE
           PERFORM 3100-PRINT-FILE-SUMMARY THRU 3100-EXIT
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > 7

           PERFORM 3300-PRINT-OVERALL   THRU 3300-EXIT

           IF WS-FILES-FAILED > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX77 COMPARED ' WS-RECORDS-READ ' RECORDS, '
               WS-PAIRS-MATCHED ' PAIRED - ' WS-FILES-PASSED
               ' FILES PASSED, ' WS-FILES-FAILED ' FAILED - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE PARALLEL-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECIDE ONE FILE'S RESULT AND PRINT ITS PAGE FOR THE CHANGE
      * TICKET
      *-----------------------------------------------------------------
       3100-PRINT-FILE-SUMMARY.
           PERFORM 3150-DECIDE-RESULT   THRU 3150-EXIT

           MOVE 'PARALLEL RUN SUMMARY'  TO WS-SEC-TITLE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           MOVE WS-FN-NAME (WS-FL-SUB)  TO WS-SMF-NAME
           MOVE WS-FN-DESCRIPTION (WS-FL-SUB) TO WS-SMF-DESCRIPTION
           MOVE WS-FN-KEY-TEXT (WS-FL-SUB)    TO WS-SMK-KEY-TEXT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-FILE-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-KEY-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE

           MOVE 'BASELINE (OLD) RECORDS'     TO WS-SMC-LABEL
           IF WS-FL-OLD-SUPPLIED (WS-FL-SUB) = 'Y'
               MOVE WS-FL-OLD-COUNT (WS-FL-SUB) TO WS-SMC-COUNT
               WRITE PARALLEL-REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           ELSE
               MOVE WS-SMC-LABEL        TO WS-SMT-LABEL
               MOVE 'COPY NOT SUPPLIED' TO WS-SMT-TEXT
               WRITE PARALLEL-REPORT-LINE FROM WS-SUMMARY-TEXT-LINE
           END-IF

           MOVE 'CANDIDATE (NEW) RECORDS'    TO WS-SMC-LABEL
           IF WS-FL-NEW-SUPPLIED (WS-FL-SUB) = 'Y'
               MOVE WS-FL-NEW-COUNT (WS-FL-SUB) TO WS-SMC-COUNT
               WRITE PARALLEL-REPORT-LINE FROM WS-SUMMARY-COUNT-LINE
           ELSE
               MOVE WS-SMC-LABEL        TO WS-SMT-LABEL
               MOVE 'COPY NOT SUPPLIED' TO WS-SMT-TEXT
               WRITE PARALLEL-REPORT-LINE FROM WS-SUMMARY-TEXT-LINE
           END-IF
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE

           MOVE 'MATCHED ON KEY'        TO WS-SMC-LABEL
           MOVE WS-FL-MATCHED (WS-FL-SUB)    TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           MOVE '  IDENTICAL'           TO WS-SMC-LABEL
           MOVE WS-FL-IDENTICAL (WS-FL-SUB)  TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           MOVE '  WITHIN TOLERANCE'    TO WS-SMC-LABEL
           MOVE WS-FL-TOLERATED (WS-FL-SUB)  TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           MOVE '  DIFFERING'           TO WS-SMC-LABEL
           MOVE WS-FL-DIFFERING (WS-FL-SUB)  TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           MOVE 'MISSING FROM CANDIDATE' TO WS-SMC-LABEL
           MOVE WS-FL-MISSING (WS-FL-SUB)    TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           MOVE 'EXTRA IN CANDIDATE'    TO WS-SMC-LABEL
           MOVE WS-FL-EXTRA (WS-FL-SUB)      TO WS-SMC-COUNT
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-COUNT-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE

           MOVE WS-FL-RESULT (WS-FL-SUB)      TO WS-SMR-RESULT
           MOVE WS-FL-RESULT-NOTE (WS-FL-SUB) TO WS-SMR-NOTE
           WRITE PARALLEL-REPORT-LINE    FROM WS-SUMMARY-RESULT-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-SIGN-OFF-LINE
           MOVE WS-PARRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PASS - BOTH COPIES SUPPLIED, NOTHING MISSING, EXTRA OR
      * DIFFERING.  NEITHER COPY SUPPLIED IS NOT A FAILURE
      *-----------------------------------------------------------------
       3150-DECIDE-RESULT.
           EVALUATE TRUE
               WHEN WS-FL-OLD-SUPPLIED (WS-FL-SUB) = 'N'
                AND WS-FL-NEW-SUPPLIED (WS-FL-SUB) = 'N'
                   MOVE 'NOT SUPPLIED'  TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'NEITHER COPY WAS SUPPLIED'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
               WHEN WS-FL-OLD-SUPPLIED (WS-FL-SUB) = 'N'
                   MOVE 'FAIL'          TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'BASELINE COPY NOT SUPPLIED'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
               WHEN WS-FL-NEW-SUPPLIED (WS-FL-SUB) = 'N'
                   MOVE 'FAIL'          TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'CANDIDATE COPY NOT SUPPLIED'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
               WHEN WS-FL-DIFFERING (WS-FL-SUB) > ZERO
                 OR WS-FL-MISSING (WS-FL-SUB) > ZERO
                 OR WS-FL-EXTRA (WS-FL-SUB) > ZERO
                   MOVE 'FAIL'          TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'THE COPIES DO NOT MATCH'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
               WHEN WS-FL-TOLERATED (WS-FL-SUB) > ZERO
                   MOVE 'PASS'          TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'MATCH, SOME WITHIN TOLERANCE'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
               WHEN OTHER
                   MOVE 'PASS'          TO WS-FL-RESULT (WS-FL-SUB)
                   MOVE 'THE COPIES MATCH EXACTLY'
                                        TO WS-FL-RESULT-NOTE
                                            (WS-FL-SUB)
           END-EVALUATE

           EVALUATE WS-FL-RESULT (WS-FL-SUB)
               WHEN 'FAIL'
                   ADD 1                TO WS-FILES-FAILED
               WHEN 'PASS'
                   ADD 1                TO WS-FILES-PASSED
           END-EVALUATE.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE OVERALL PAGE - EVERY FILE'S RESULT AND THE VERDICT
      *-----------------------------------------------------------------
       3300-PRINT-OVERALL.
           MOVE 'PARALLEL RUN RESULT BY FILE' TO WS-SEC-TITLE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 3350-PRINT-OVERALL-LINE THRU 3350-EXIT
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > 7

           IF WS-FILES-FAILED > ZERO
               MOVE 'FAIL'              TO WS-VDT-RESULT
           ELSE
               MOVE 'PASS'              TO WS-VDT-RESULT
           END-IF
           MOVE WS-FILES-PASSED         TO WS-VDT-PASSED
           MOVE WS-FILES-FAILED         TO WS-VDT-FAILED
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-VERDICT-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE PARALLEL-REPORT-LINE    FROM WS-SIGN-OFF-LINE
           MOVE WS-PARRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3300-EXIT.
           EXIT.

       3350-PRINT-OVERALL-LINE.
           MOVE WS-FN-NAME (WS-FL-SUB)        TO WS-OVL-NAME
           MOVE WS-FL-RESULT (WS-FL-SUB)      TO WS-OVL-RESULT
           MOVE WS-FL-RESULT-NOTE (WS-FL-SUB) TO WS-OVL-NOTE
           WRITE PARALLEL-REPORT-LINE    FROM WS-OVERALL-LINE
           MOVE WS-PARRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PARRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3350-EXIT.
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
           MOVE 'CLS01X77'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORDS-READ         TO LOG-INPUT-COUNT
           MOVE WS-PAIRS-MATCHED        TO LOG-OUTPUT-COUNT
           MOVE WS-FILES-FAILED         TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX77 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
