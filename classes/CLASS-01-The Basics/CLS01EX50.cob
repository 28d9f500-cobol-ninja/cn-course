      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX50.
      * FULL REVERSAL OF AN ALREADY-POSTED TRANFILE BATCH
      * CLS01EX14 CAN BACK OUT A BATCH'S ACCOUNT-MASTER CHANGES, BUT
      * A BATCH CLS01EX04 POSTED WITH WRONG AMOUNTS HAD ALREADY MOVED
      * THE LDGFILE BALANCES, WRITTEN ITS RESFILE ROWS, GONE TO THE
      * GL THROUGH CLS01EX39 AND BEEN MARKED POSTED ON THE BATCH
      * REGISTER - UNDOING IT WAS A WEEK OF HAND-KEYED ADJUSTMENTS
      * THIS PROGRAM REVERSES ONE NAMED BATCH IN FULL:
      *   - THE BATCH'S POSTINGS ARE NETTED PER ACCOUNT AND CURRENCY
      *     FROM THE POSTING HISTORY (POSTHIST) AND EACH NET IS POSTED
      *     BACK EQUAL-AND-OPPOSITE TO THE LEDGER, WITH A HISTORY ROW
      *     (ENTRY TYPE 'R', SAME BATCH ID) FOR EVERY REVERSAL
      *   - A VALUE-DATED PAIR OF THE BATCH THAT CLS01EX51 HAS ALREADY
      *     RELEASED POSTED UNDER THE 'VD' RELEASE BATCH, NOT THIS
      *     ONE; ITS RESFILE ROW CARRIES THE SOURCE BATCH AND ACCOUNT,
      *     SO IT IS NETTED INTO THE BATCH'S ACCOUNT AND RESFILE LEGS
      *     AND REVERSED WITH THEM, AND LISTED ON THE REGISTER.  A
      *     RELEASE BATCH ITSELF IS REFUSED - ITS PAIRS ARE REVERSED
      *     WITH THE BATCHES THEY WERE SUBMITTED IN
      *   - THE BATCH'S RESFILE ROWS ARE NETTED PER ITEM KEY AND
      *     CURRENCY AND A NEGATING ROW IS APPENDED FOR EACH UNDER
      *     PROGRAM ID 'CLS01X50', SO CLS01EX16'S CLS01EX4 BALANCE IS
      *     UNTOUCHED
      *   - A REVERSING GL BATCH IN THE CLS01EX39 LAYOUT (EACH LEG
      *     DEBITED/CREDITED THE OPPOSITE WAY, WITH ITS CONTROL-
      *     ACCOUNT OFFSET AND A HASH-TOTALED TRAILER) IS APPENDED TO
      *     GLREVS.  THE NEXT CLS01NITE ADDS GLREVS TO THE END OF THE
      *     GLFILE CLS01EX39 BUILDS, SO THE REVERSAL IS POSTED TO THE
      *     GL IN THAT NIGHT'S INTERFACE AND PROVEN WITH IT BY
      *     CLS01EX49
      *   - ANY OF THE BATCH'S VALUE-DATED PAIRS STILL HELD ON THE
      *     PENDING FILE (PNDFILE) ARE DROPPED: EVERY OTHER HELD PAIR
      *     IS COPIED TO PNDNEW, WHICH THE JOB SWAPS IN FOR PNDFILE,
      *     SO CLS01EX51 NEVER RELEASES PART OF A REVERSED BATCH.  THE
      *     DROPPED PAIRS ARE LISTED ON THE REGISTER
      *   - THE BATCH REGISTER ENTRY IS MARKED REVERSED, SO THE
      *     CORRECTED BATCH CAN BE RESUBMITTED UNDER THE SAME ID
      * NETTING TAKES IN ANY EARLIER REVERSAL ROWS FOR THE BATCH, SO
      * A RESUBMISSION THAT ALSO TURNS OUT BAD REVERSES CLEANLY
      * NOTHING IS UPDATED UNTIL EVERY CHECK HAS PASSED - THE BATCH
      * MUST BE POSTED ON THE REGISTER, HAVE POSTING HISTORY, HAVE
      * RESFILE ROWS THAT TIE TO THAT HISTORY, AND POST ONLY TO
      * ACCOUNTS STILL ON THE LEDGER AND NOT CLOSED ON THE MASTER (A
      * FREEZE DOES NOT BLOCK A REVERSAL - IT PUTS BACK THE BALANCE
      * THE ACCOUNT HAD BEFORE THE BAD BATCH).  THE RUN MUST ALSO
      * FOLLOW THE DATE ROLL: A BUSINESS DATE THE LEDGER PROOF HAS
      * ALREADY SNAPSHOTTED (LDGSNAP) WOULD LEAVE THE REVERSAL
      * OUTSIDE THE NEXT PROOF'S WINDOW, SO IT IS REFUSED
      * THE REVERSAL REGISTER (BRVRPT) LISTS EVERY ACCOUNT LEG WITH
      * WHAT WAS POSTED, WHAT WAS REVERSED AND THE NET, THEN PROVES
      * THE LEDGER, RESFILE AND GL LEGS EACH NET TO ZERO AND THE GL
      * CONTROL OFFSET CANCELS THE GL ACCOUNT LEGS.  A REFUSAL ENDS
      * THE STEP WITH RC 16 AND NOTHING UPDATED.  A PROOF LINE THAT
      * DOES NOT NET TO ZERO IS ONLY KNOWN ONCE THE REVERSAL IS
      * WRITTEN, SO IT ENDS THE STEP RC 8: THE UPDATES STAND, THE JOB
      * STILL SWAPS PNDNEW IN, AND THE DIFF LINES ARE INVESTIGATED
      * BATCHES POSTED BEFORE THE POSTING HISTORY EXISTED CANNOT BE
      * REVERSED HERE - RESFILE CARRIES NO ACCOUNT NUMBER - AND A
      * PAIR RELEASED BEFORE RESFILE CARRIED ITS SOURCE BATCH CANNOT
      * BE TRACED BACK TO IT
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - BATCH ID TO BE REVERSED (REQUIRED)
      *   3 - GL CONTROL ACCOUNT (DEFAULT 9999999999 - THE SAME
      *       ACCOUNT CLS01EX39 OFFSETS TO)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BATCH-REGISTER-FILE  ASSIGN TO "BCHREG"
                                        FILE STATUS IS WS-BCHREG-STATUS
                                        RECORD KEY IS BCH-BATCH-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-ACCTMST-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LEDGER-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT SNAPSHOT-FILE        ASSIGN TO "LDGSNAP"
                                        FILE STATUS IS WS-SNAP-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
                                        FILE STATUS IS WS-PHS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULTS-FILE         ASSIGN TO "RESFILE"
                                        FILE STATUS IS WS-RESULTS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REVERSAL-FILE     ASSIGN TO "GLREVS"
                                        FILE STATUS IS WS-GLREVS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE         ASSIGN TO "PNDFILE"
                                        FILE STATUS IS WS-PND-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PENDING-FILE     ASSIGN TO "PNDNEW"
                                        FILE STATUS IS WS-PNDNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO "BRVRPT"
                                        FILE STATUS IS WS-BRVRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  BATCH-REGISTER-FILE.
       COPY CLS01BCH.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  SNAPSHOT-FILE.
       COPY CLS01SNP.
       FD  POSTING-HISTORY-FILE.
       COPY CLS01PHS.
       FD  RESULTS-FILE.
       COPY CLS01RES.
       FD  GL-REVERSAL-FILE.
       COPY CLS01GLI.
       FD  PENDING-FILE.
       COPY CLS01PND.
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD          PIC X(120).
       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE        PIC X(80).
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
      * WORK IS DONE; THIS PROGRAM UPDATES THE LEDGER AND THE BATCH
      * REGISTER, SO CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-PARM               PIC X(10)   VALUE SPACES.
       01  WS-CONTROL-ACCOUNT          PIC X(10)   VALUE '9999999999'.
       01  WS-CONTROL-PARM             PIC X(10)   VALUE SPACES.
      *================================================================
      * REFUSAL CONTROLS - THE FIRST FAILED CHECK NAMES THE REASON
      * AND EVERY LATER STAGE STANDS DOWN, SO A REFUSED BATCH LEAVES
      * THE LEDGER, RESFILE, GLREVS, PNDFILE AND THE REGISTER
      * UNTOUCHED
      *================================================================
       01  WS-REFUSED-SWITCH           PIC X(01)   VALUE 'N'.
           88  REVERSAL-REFUSED                    VALUE 'Y'.
       01  WS-REFUSAL-REASON           PIC X(50)   VALUE SPACES.
       01  WS-POSTED-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-SNAP-DATE                PIC 9(08)   VALUE ZERO.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-PHS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-HISTORY-FILE                 VALUE 'Y'.
       01  WS-RES-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-RESULTS-FILE                 VALUE 'Y'.
       01  WS-NO-RESULTS-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-RESULTS-FILE                     VALUE 'Y'.
       01  WS-INPUTS-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
           88  INPUTS-ARE-OPEN                     VALUE 'Y'.
       01  WS-PND-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-PENDING-FILE                 VALUE 'Y'.
       01  WS-NO-PENDING-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-PENDING-FILE                     VALUE 'Y'.
      *================================================================
      * THE BATCH'S LEDGER LEGS - ONE ENTRY PER ACCOUNT AND CURRENCY,
      * NETTING EVERY HISTORY ROW THE BATCH EVER POSTED (EARLIER
      * REVERSALS INCLUDED) INTO WHAT IS STILL ON THE LEDGER
      *================================================================
       01  WS-LEG-TABLE.
           05  WS-LG-ENTRY             OCCURS 1000 TIMES.
               10  WS-LG-ACCOUNT       PIC X(10).
               10  WS-LG-CURRENCY      PIC X(03).
               10  WS-LG-POSTED        PIC S9(11)V99 COMP.
               10  WS-LG-ORIG-POSTED   PIC S9(11)V99 COMP.
               10  WS-LG-REVERSED      PIC S9(11)V99 COMP.
               10  WS-LG-NEW-BALANCE   PIC S9(11)V99 COMP.
       01  WS-LG-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-LG-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-LG-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-LG-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  LEG-IN-TABLE                        VALUE 'Y'.
       01  WS-LOOKUP-ACCOUNT           PIC X(10)   VALUE SPACES.
       01  WS-LOOKUP-CURRENCY          PIC X(03)   VALUE SPACES.
      *================================================================
      * THE BATCH'S RESFILE ROWS - ONE ENTRY PER ITEM KEY AND
      * CURRENCY, NETTING CLS01EX4 ROWS AGAINST EARLIER REVERSALS
      *================================================================
       01  WS-RESULT-TABLE.
           05  WS-RL-ENTRY             OCCURS 2000 TIMES.
               10  WS-RL-ITEM-KEY      PIC X(10).
               10  WS-RL-CURRENCY      PIC X(03).
               10  WS-RL-VALUE         PIC S9(09)V99 COMP.
               10  WS-RL-ORIG-VALUE    PIC S9(09)V99 COMP.
       01  WS-RL-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-RL-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-RL-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-RL-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  RESULT-IN-TABLE                     VALUE 'Y'.
      *================================================================
      * THE BATCH'S VALUE-DATED PAIRS STILL HELD ON PNDFILE - DROPPED
      * WITH THE REVERSAL AND LISTED ON THE REGISTER
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
       01  WS-DROP-TABLE.
           05  WS-DP-ENTRY             OCCURS 500 TIMES.
               10  WS-DP-VALUE-DATE    PIC 9(08).
               10  WS-DP-SUBMIT-DATE   PIC 9(08).
               10  WS-DP-ACCOUNT       PIC X(10).
               10  WS-DP-CURRENCY      PIC X(03).
               10  WS-DP-INP-A         PIC S9(07).
               10  WS-DP-INP-B         PIC S9(07).
       01  WS-DP-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-DP-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-PENDING-KEPT             PIC 9(07)   VALUE ZERO.
      *================================================================
      * THE BATCH'S VALUE-DATED PAIRS CLS01EX51 HAS ALREADY RELEASED -
      * POSTED UNDER A 'VD' RELEASE BATCH, REVERSED WITH THIS ONE AND
      * LISTED ON THE REGISTER
      *================================================================
       01  WS-RELEASED-TABLE.
           05  WS-RP-ENTRY             OCCURS 500 TIMES.
               10  WS-RP-RELEASE-BATCH PIC X(10).
               10  WS-RP-RUN-DATE      PIC 9(08).
               10  WS-RP-ACCOUNT       PIC X(10).
               10  WS-RP-CURRENCY      PIC X(03).
               10  WS-RP-ITEM-KEY      PIC X(10).
               10  WS-RP-VALUE         PIC S9(09)V99 COMP.
       01  WS-RP-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-RP-SUB                   PIC 9(04)   COMP VALUE ZERO.
      *================================================================
      * AMOUNTS AND RUN TOTALS
      *================================================================
       01  WS-REVERSAL-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-ORIG-REVERSAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-ABS-AMOUNT               PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-AMOUNT               PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-POSTED            PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-REVERSED          PIC S9(11)V99 VALUE ZERO.
       01  WS-RESULT-POSTED            PIC S9(11)V99 VALUE ZERO.
       01  WS-RESULT-REVERSED          PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-ACCOUNT-LEGS          PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-OFFSET-LEGS           PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-RECORD-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-GL-HASH-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-RESULT-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-LEDGER-WRITTEN           PIC 9(07)   VALUE ZERO.
       01  WS-RESULT-WRITTEN           PIC 9(07)   VALUE ZERO.
       01  WS-DIFFERENCE-COUNT         PIC 9(06)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-BCHREG-STATUS            PIC X(02)   VALUE '00'.
       01  WS-ACCTMST-STATUS           PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-SNAP-STATUS              PIC X(02)   VALUE '00'.
       01  WS-PHS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-RESULTS-STATUS           PIC X(02)   VALUE '00'.
       01  WS-GLREVS-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PND-STATUS               PIC X(02)   VALUE '00'.
       01  WS-PNDNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-BRVRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX50  BATCH REVERSAL REGISTER'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(09) VALUE '  BATCH: '.
           05  WS-HDR-BATCH            PIC X(10).
           05  FILLER                  PIC X(10) VALUE '  POSTED: '.
           05  WS-HDR-POSTED-DATE      PIC 9(08).
           05  FILLER                  PIC X(11) VALUE '  CONTROL: '.
           05  WS-HDR-CONTROL          PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE            PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-LEG-COLUMN-LINE.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(04) VALUE 'CUR'.
           05  FILLER                  PIC X(14) VALUE
               '        POSTED'.
           05  FILLER                  PIC X(14) VALUE
               '      REVERSED'.
           05  FILLER                  PIC X(14) VALUE
               '           NET'.
           05  FILLER                  PIC X(16) VALUE
               '     NEW BALANCE'.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-LEG-LINE.
           05  WS-LGL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-POSTED           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-REVERSED         PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-NET              PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-NEW-BALANCE      PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LGL-FLAG             PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-PROOF-COLUMN-LINE.
           05  FILLER                  PIC X(20) VALUE 'LEG'.
           05  FILLER                  PIC X(16) VALUE
               '          POSTED'.
           05  FILLER                  PIC X(16) VALUE
               '        REVERSED'.
           05  FILLER                  PIC X(16) VALUE
               '             NET'.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-PROOF-LINE.
           05  WS-PRF-LABEL            PIC X(20).
           05  WS-PRF-POSTED           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRF-REVERSED         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PRF-NET              PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRF-FLAG             PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-DROP-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE 'VALUE DT'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(04) VALUE 'CUR'.
           05  FILLER                  PIC X(09) VALUE '   INP-A'.
           05  FILLER                  PIC X(09) VALUE '   INP-B'.
           05  FILLER                  PIC X(09) VALUE 'SUBMIT'.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RELEASED-COLUMN-LINE.
           05  FILLER                  PIC X(11) VALUE 'RELEASED IN'.
           05  FILLER                  PIC X(09) VALUE 'POSTED'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(04) VALUE 'CUR'.
           05  FILLER                  PIC X(11) VALUE 'ITEM KEY'.
           05  FILLER                  PIC X(13) VALUE
               '        VALUE'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-RELEASED-LINE.
           05  WS-RPL-RELEASE-BATCH    PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPL-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPL-ITEM-KEY         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RPL-VALUE            PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-DROP-LINE.
           05  WS-DPL-VALUE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DPL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DPL-CURRENCY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DPL-INP-A            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DPL-INP-B            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DPL-SUBMIT-DATE      PIC 9(08).
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(14) VALUE 'ROWS WRITTEN: '.
           05  FILLER                  PIC X(08) VALUE 'LEDGER '.
           05  WS-CNT-LEDGER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  RESFILE '.
           05  WS-CNT-RESULT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE '  GL '.
           05  WS-CNT-GL               PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  HASH '.
           05  WS-CNT-HASH             PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(09) VALUE 'VERDICT: '.
           05  WS-VERDICT-TEXT         PIC X(60).
           05  FILLER                  PIC X(11) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1100-CHECK-REGISTER  THRU 1100-EXIT
           PERFORM 1200-CHECK-SNAPSHOT  THRU 1200-EXIT
           PERFORM 1250-OPEN-INPUTS     THRU 1250-EXIT
           PERFORM 1300-LOAD-HISTORY    THRU 1300-EXIT
               UNTIL END-OF-HISTORY-FILE
           PERFORM 1500-LOAD-RESULTS    THRU 1500-EXIT
               UNTIL END-OF-RESULTS-FILE
           PERFORM 1700-CHECK-LEGS      THRU 1700-EXIT
           PERFORM 1800-CHECK-PENDING   THRU 1800-EXIT
           PERFORM 1850-LOAD-PENDING    THRU 1850-EXIT
               UNTIL END-OF-PENDING-FILE
           PERFORM 2000-REVERSE-BATCH   THRU 2000-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS, OPEN THE KEYED FILES AND THE REGISTER
      * REPORT - A BLANK BATCH ID IS REFUSED, A REVERSAL RUN MUST
      * NAME WHAT IT IS REVERSING
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
           ACCEPT WS-BATCH-PARM          FROM ARGUMENT-VALUE
           MOVE WS-BATCH-PARM            TO CTL-BATCH-ID

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CONTROL-PARM        FROM ARGUMENT-VALUE
           IF WS-CONTROL-PARM NOT = SPACES
               MOVE WS-CONTROL-PARM      TO WS-CONTROL-ACCOUNT
           END-IF

           OPEN I-O    BATCH-REGISTER-FILE
           MOVE WS-BCHREG-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BCHREG'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-ACCTMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE WS-BRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-BATCH-PARM = SPACES
               SET REVERSAL-REFUSED      TO TRUE
               MOVE 'NO BATCH ID GIVEN'  TO WS-REFUSAL-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE BATCH MUST BE ON THE REGISTER AND POSTED - ONE NEVER
      * POSTED HAS NOTHING TO REVERSE, ONE ALREADY REVERSED MUST BE
      * RESUBMITTED BEFORE IT CAN BE REVERSED AGAIN
      *-----------------------------------------------------------------
       1100-CHECK-REGISTER.
           IF REVERSAL-REFUSED
               GO TO 1100-EXIT
           END-IF

           MOVE WS-BATCH-PARM           TO BCH-BATCH-ID
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   SET REVERSAL-REFUSED TO TRUE
                   MOVE 'BATCH IS NOT ON THE BATCH REGISTER'
                                        TO WS-REFUSAL-REASON
                   GO TO 1100-EXIT
           END-READ
           MOVE WS-BCHREG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BCHREG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE BCH-RUN-DATE            TO WS-POSTED-DATE

           IF BATCH-IS-REVERSED
               SET REVERSAL-REFUSED     TO TRUE
               MOVE SPACES              TO WS-REFUSAL-REASON
               STRING 'BATCH ALREADY REVERSED ON '
                      BCH-REVERSED-DATE
                   DELIMITED BY SIZE    INTO WS-REFUSAL-REASON
               GO TO 1100-EXIT
           END-IF

           IF NOT BATCH-IS-POSTED
               SET REVERSAL-REFUSED     TO TRUE
               MOVE 'BATCH NEVER REACHED POSTED STATE'
                                        TO WS-REFUSAL-REASON
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LEDGER PROOF MEASURES FROM THE BUSINESS DATE ON ITS LAST
      * SNAPSHOT - A REVERSAL STAMPED WITH THAT DATE OR AN EARLIER
      * ONE WOULD NEVER BE PROVEN, SO THE RUN MUST FOLLOW THE DATE
      * ROLL.  NO SNAPSHOT YET MEANS NO PROOF TO MISS
      *-----------------------------------------------------------------
       1200-CHECK-SNAPSHOT.
           IF REVERSAL-REFUSED
               GO TO 1200-EXIT
           END-IF

           OPEN INPUT  SNAPSHOT-FILE
           IF WS-SNAP-STATUS = '35'
               GO TO 1200-EXIT
           END-IF
           MOVE WS-SNAP-STATUS          TO WS-CURRENT-STATUS
           MOVE 'LDGSNAP'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           READ SNAPSHOT-FILE
               AT END
                   CLOSE SNAPSHOT-FILE
                   GO TO 1200-EXIT
           END-READ
           MOVE WS-SNAP-STATUS          TO WS-CURRENT-STATUS
           MOVE 'LDGSNAP'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SNP-SNAPSHOT-DATE       TO WS-SNAP-DATE
           CLOSE SNAPSHOT-FILE

           IF WS-SNAP-DATE NUMERIC
               AND WS-SNAP-DATE NOT < CTL-RUN-DATE
               SET REVERSAL-REFUSED     TO TRUE
               MOVE SPACES              TO WS-REFUSAL-REASON
               STRING 'LEDGER ALREADY PROVEN FOR ' WS-SNAP-DATE
                      ' - RUN AFTER THE DATE ROLL'
                   DELIMITED BY SIZE    INTO WS-REFUSAL-REASON
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN THE POSTING HISTORY AND RESFILE FOR THE NETTING PASSES -
      * WITH NO HISTORY FILE THERE IS NOTHING TO NET THE LEDGER FROM
      *-----------------------------------------------------------------
       1250-OPEN-INPUTS.
           IF REVERSAL-REFUSED
               SET END-OF-HISTORY-FILE  TO TRUE
               SET END-OF-RESULTS-FILE  TO TRUE
               GO TO 1250-EXIT
           END-IF

           OPEN INPUT  POSTING-HISTORY-FILE
           IF WS-PHS-STATUS = '35'
               SET REVERSAL-REFUSED     TO TRUE
               MOVE 'NO POSTING HISTORY FILE'
                                        TO WS-REFUSAL-REASON
               SET END-OF-HISTORY-FILE  TO TRUE
               SET END-OF-RESULTS-FILE  TO TRUE
               GO TO 1250-EXIT
           END-IF
           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  RESULTS-FILE
           IF WS-RESULTS-STATUS = '35'
               SET NO-RESULTS-FILE      TO TRUE
               SET END-OF-RESULTS-FILE  TO TRUE
           ELSE
               MOVE WS-RESULTS-STATUS   TO WS-CURRENT-STATUS
               MOVE 'RESFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           SET INPUTS-ARE-OPEN          TO TRUE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NET ONE OF THE BATCH'S HISTORY ROWS INTO ITS ACCOUNT AND
      * CURRENCY LEG
      *-----------------------------------------------------------------
       1300-LOAD-HISTORY.
           READ POSTING-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PHS-BATCH-ID NOT = WS-BATCH-PARM
               GO TO 1300-EXIT
           END-IF

           ADD 1                        TO WS-HISTORY-COUNT
           ADD PHS-AMOUNT               TO WS-LEDGER-POSTED

           MOVE PHS-ACCOUNT-NUMBER      TO WS-LOOKUP-ACCOUNT
           MOVE PHS-CURRENCY-CODE       TO WS-LOOKUP-CURRENCY
           PERFORM 1400-FIND-LEG        THRU 1400-EXIT
           IF WS-LG-MATCH-SUB > ZERO
               ADD PHS-AMOUNT           TO WS-LG-POSTED
                                            (WS-LG-MATCH-SUB)
               ADD PHS-ORIG-AMOUNT      TO WS-LG-ORIG-POSTED
                                            (WS-LG-MATCH-SUB)
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FIND (OR ADD) THE LEG FOR THE LOOKUP ACCOUNT AND CURRENCY,
      * LEAVING ITS SUBSCRIPT IN WS-LG-MATCH-SUB - A FULL TABLE
      * REFUSES THE REVERSAL, A PART-REVERSED BATCH IS WORSE THAN NONE
      *-----------------------------------------------------------------
       1400-FIND-LEG.
           MOVE 'N'                     TO WS-LG-FOUND-SWITCH
           MOVE ZERO                    TO WS-LG-MATCH-SUB

           PERFORM 1410-MATCH-LEG       THRU 1410-EXIT
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > WS-LG-USED
                   OR LEG-IN-TABLE

           IF NOT LEG-IN-TABLE
               IF WS-LG-USED < 1000
                   ADD 1                TO WS-LG-USED
                   MOVE WS-LG-USED      TO WS-LG-MATCH-SUB
                   MOVE WS-LOOKUP-ACCOUNT
                                        TO WS-LG-ACCOUNT (WS-LG-USED)
                   MOVE WS-LOOKUP-CURRENCY
                                        TO WS-LG-CURRENCY (WS-LG-USED)
                   MOVE ZERO            TO WS-LG-POSTED (WS-LG-USED)
                                           WS-LG-ORIG-POSTED
                                               (WS-LG-USED)
                                           WS-LG-REVERSED (WS-LG-USED)
                                           WS-LG-NEW-BALANCE
                                               (WS-LG-USED)
               ELSE
                   IF NOT REVERSAL-REFUSED
                       SET REVERSAL-REFUSED TO TRUE
                       MOVE 'BATCH HAS MORE THAN 1000 ACCOUNT LEGS'
                                        TO WS-REFUSAL-REASON
                   END-IF
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE LEG AGAINST THE LOOKUP ACCOUNT AND CURRENCY
      *-----------------------------------------------------------------
       1410-MATCH-LEG.
           IF WS-LG-ACCOUNT (WS-LG-SUB) = WS-LOOKUP-ACCOUNT
               AND WS-LG-CURRENCY (WS-LG-SUB) = WS-LOOKUP-CURRENCY
               SET LEG-IN-TABLE         TO TRUE
               MOVE WS-LG-SUB           TO WS-LG-MATCH-SUB
           END-IF.
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NET ONE OF THE BATCH'S RESFILE ROWS - CLS01EX04'S POSTINGS
      * AND ANY EARLIER REVERSAL OF THEM - INTO ITS ITEM-KEY AND
      * CURRENCY ENTRY
      *-----------------------------------------------------------------
       1500-LOAD-RESULTS.
           READ RESULTS-FILE
               AT END
                   SET END-OF-RESULTS-FILE TO TRUE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-RESULTS-STATUS       TO WS-CURRENT-STATUS
           MOVE 'RESFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF RSLT-PROGRAM-ID = 'CLS01EX4'
               AND RSLT-SOURCE-BATCH = WS-BATCH-PARM
               AND RSLT-BATCH-ID NOT = WS-BATCH-PARM
               PERFORM 1550-LOAD-RELEASED THRU 1550-EXIT
           ELSE
               IF RSLT-BATCH-ID NOT = WS-BATCH-PARM
                   GO TO 1500-EXIT
               END-IF
               IF RSLT-PROGRAM-ID NOT = 'CLS01EX4'
                   AND RSLT-PROGRAM-ID NOT = 'CLS01X50'
                   GO TO 1500-EXIT
               END-IF
               IF RSLT-PROGRAM-ID = 'CLS01EX4'
                   AND RSLT-SOURCE-BATCH NOT = SPACES
                   AND NOT REVERSAL-REFUSED
                   SET REVERSAL-REFUSED TO TRUE
                   MOVE 'RELEASE BATCH - REVERSE ITS SOURCE BATCHES'
                                        TO WS-REFUSAL-REASON
               END-IF
           END-IF

           ADD 1                        TO WS-RESULT-COUNT
           ADD RSLT-ITEM-VALUE          TO WS-RESULT-POSTED

           MOVE 'N'                     TO WS-RL-FOUND-SWITCH
           MOVE ZERO                    TO WS-RL-MATCH-SUB
           PERFORM 1510-MATCH-RESULT    THRU 1510-EXIT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-USED
                   OR RESULT-IN-TABLE

           IF NOT RESULT-IN-TABLE
               IF WS-RL-USED < 2000
                   ADD 1                TO WS-RL-USED
                   MOVE WS-RL-USED      TO WS-RL-MATCH-SUB
                   MOVE RSLT-ITEM-KEY   TO WS-RL-ITEM-KEY (WS-RL-USED)
                   MOVE RSLT-CURRENCY-CODE
                                        TO WS-RL-CURRENCY (WS-RL-USED)
                   MOVE ZERO            TO WS-RL-VALUE (WS-RL-USED)
                                           WS-RL-ORIG-VALUE
                                               (WS-RL-USED)
               ELSE
                   IF NOT REVERSAL-REFUSED
                       SET REVERSAL-REFUSED TO TRUE
                       MOVE 'BATCH HAS MORE THAN 2000 RESFILE ITEMS'
                                        TO WS-REFUSAL-REASON
                   END-IF
                   GO TO 1500-EXIT
               END-IF
           END-IF

           ADD RSLT-ITEM-VALUE          TO WS-RL-VALUE (WS-RL-MATCH-SUB)
           ADD RSLT-ORIG-VALUE          TO WS-RL-ORIG-VALUE
                                            (WS-RL-MATCH-SUB).
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A PAIR OF THE BATCH RELEASED BY CLS01EX51 AND POSTED UNDER ITS
      * 'VD' BATCH - ITS RESFILE ROW IS THE ONLY RECORD THAT TIES IT
      * TO THIS BATCH, SO IT FEEDS THE ACCOUNT LEG (THE BASE AND
      * ORIGINAL AMOUNTS ARE THOSE ITS POSTHIST ROW CARRIES) AS WELL
      * AS THE RESFILE ITEM, AND IS TABLED FOR THE REGISTER
      *-----------------------------------------------------------------
       1550-LOAD-RELEASED.
           IF WS-RP-USED NOT < 500
               IF NOT REVERSAL-REFUSED
                   SET REVERSAL-REFUSED TO TRUE
                   MOVE 'BATCH HAS MORE THAN 500 RELEASED PAIRS'
                                        TO WS-REFUSAL-REASON
               END-IF
               GO TO 1550-EXIT
           END-IF

           ADD 1                        TO WS-RP-USED
           MOVE RSLT-BATCH-ID           TO WS-RP-RELEASE-BATCH
                                            (WS-RP-USED)
           MOVE RSLT-RUN-DATE           TO WS-RP-RUN-DATE (WS-RP-USED)
           MOVE RSLT-ACCOUNT-NUMBER     TO WS-RP-ACCOUNT (WS-RP-USED)
           MOVE RSLT-CURRENCY-CODE      TO WS-RP-CURRENCY (WS-RP-USED)
           MOVE RSLT-ITEM-KEY           TO WS-RP-ITEM-KEY (WS-RP-USED)
           MOVE RSLT-ITEM-VALUE         TO WS-RP-VALUE (WS-RP-USED)

           ADD RSLT-ITEM-VALUE          TO WS-LEDGER-POSTED
           MOVE RSLT-ACCOUNT-NUMBER     TO WS-LOOKUP-ACCOUNT
           MOVE RSLT-CURRENCY-CODE      TO WS-LOOKUP-CURRENCY
           PERFORM 1400-FIND-LEG        THRU 1400-EXIT
           IF WS-LG-MATCH-SUB > ZERO
               ADD RSLT-ITEM-VALUE      TO WS-LG-POSTED
                                            (WS-LG-MATCH-SUB)
               ADD RSLT-ORIG-VALUE      TO WS-LG-ORIG-POSTED
                                            (WS-LG-MATCH-SUB)
           END-IF.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE RESULT ENTRY AGAINST THE ROW JUST READ
      *-----------------------------------------------------------------
       1510-MATCH-RESULT.
           IF WS-RL-ITEM-KEY (WS-RL-SUB) = RSLT-ITEM-KEY
               AND WS-RL-CURRENCY (WS-RL-SUB) = RSLT-CURRENCY-CODE
               SET RESULT-IN-TABLE      TO TRUE
               MOVE WS-RL-SUB           TO WS-RL-MATCH-SUB
           END-IF.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WITH BOTH FILES NETTED, THE LAST CHECKS BEFORE ANYTHING IS
      * TOUCHED: THE BATCH MUST HAVE HISTORY (OR RELEASED PAIRS), ITS
      * RESFILE ROWS MUST TIE TO THAT HISTORY (THEY CARRY THE SAME
      * BASE-CURRENCY SUMS),
      * AND EVERY ACCOUNT LEG MUST BE POSTABLE
      *-----------------------------------------------------------------
       1700-CHECK-LEGS.
           IF INPUTS-ARE-OPEN
               CLOSE POSTING-HISTORY-FILE
               IF NOT NO-RESULTS-FILE
                   CLOSE RESULTS-FILE
               END-IF
           END-IF

           IF REVERSAL-REFUSED
               GO TO 1700-EXIT
           END-IF

           IF WS-HISTORY-COUNT = ZERO
               AND WS-RP-USED = ZERO
               SET REVERSAL-REFUSED     TO TRUE
               MOVE 'NO POSTING HISTORY FOR THE BATCH'
                                        TO WS-REFUSAL-REASON
               GO TO 1700-EXIT
           END-IF

           IF WS-RESULT-POSTED NOT = WS-LEDGER-POSTED
               SET REVERSAL-REFUSED     TO TRUE
               MOVE 'RESFILE ROWS DO NOT TIE TO THE POSTING HISTORY'
                                        TO WS-REFUSAL-REASON
               GO TO 1700-EXIT
           END-IF

           PERFORM 1750-CHECK-ACCOUNT   THRU 1750-EXIT
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > WS-LG-USED
                   OR REVERSAL-REFUSED.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE LEG'S ACCOUNT MUST STILL BE ON THE LEDGER AND ON THE
      * MASTER, AND NOT CLOSED - A LEG ALREADY NETTED TO ZERO POSTS
      * NOTHING AND IS NOT CHECKED
      *-----------------------------------------------------------------
       1750-CHECK-ACCOUNT.
           IF WS-LG-POSTED (WS-LG-SUB) = ZERO
               GO TO 1750-EXIT
           END-IF

           MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO LDG-ACCOUNT-NUMBER
           READ LEDGER-FILE
               INVALID KEY
                   SET REVERSAL-REFUSED TO TRUE
                   MOVE SPACES          TO WS-REFUSAL-REASON
                   STRING 'ACCOUNT ' WS-LG-ACCOUNT (WS-LG-SUB)
                          ' IS NOT ON THE LEDGER'
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   GO TO 1750-EXIT
           END-READ
           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO MST-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REVERSAL-REFUSED TO TRUE
                   MOVE SPACES          TO WS-REFUSAL-REASON
                   STRING 'ACCOUNT ' WS-LG-ACCOUNT (WS-LG-SUB)
                          ' IS NOT ON THE MASTER'
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   GO TO 1750-EXIT
           END-READ
           MOVE WS-ACCTMST-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF MST-ACCOUNT-CLOSED
               SET REVERSAL-REFUSED     TO TRUE
               MOVE SPACES              TO WS-REFUSAL-REASON
               STRING 'ACCOUNT ' WS-LG-ACCOUNT (WS-LG-SUB)
                      ' IS CLOSED'
                   DELIMITED BY SIZE    INTO WS-REFUSAL-REASON
           END-IF.
       1750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * OPEN THE PENDING FILE TO FIND THE BATCH'S HELD PAIRS - NO
      * PENDING FILE MEANS NOTHING IS HELD
      *-----------------------------------------------------------------
       1800-CHECK-PENDING.
           IF REVERSAL-REFUSED
               SET END-OF-PENDING-FILE  TO TRUE
               GO TO 1800-EXIT
           END-IF

           OPEN INPUT  PENDING-FILE
           IF WS-PND-STATUS = '35'
               SET NO-PENDING-FILE      TO TRUE
               SET END-OF-PENDING-FILE  TO TRUE
               GO TO 1800-EXIT
           END-IF
           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       1800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE OF THE BATCH'S HELD PAIRS - MORE THAN THE TABLE
      * HOLDS REFUSES THE REVERSAL BEFORE ANYTHING IS TOUCHED
      *-----------------------------------------------------------------
       1850-LOAD-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
                   CLOSE PENDING-FILE
                   GO TO 1850-EXIT
           END-READ
           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PND-SOURCE-BATCH NOT = WS-BATCH-PARM
               OR REVERSAL-REFUSED
               GO TO 1850-EXIT
           END-IF

           IF WS-DP-USED NOT < 500
               SET REVERSAL-REFUSED     TO TRUE
               MOVE 'BATCH HAS MORE THAN 500 HELD VALUE-DATED PAIRS'
                                        TO WS-REFUSAL-REASON
               GO TO 1850-EXIT
           END-IF

           ADD 1                        TO WS-DP-USED
           MOVE PND-ORIGINAL-RECORD     TO WS-PENDING-TRAN
           MOVE PND-VALUE-DATE          TO WS-DP-VALUE-DATE (WS-DP-USED)
           MOVE PND-SUBMIT-DATE         TO WS-DP-SUBMIT-DATE
                                            (WS-DP-USED)
           MOVE WS-PT-ACCOUNT-NUMBER    TO WS-DP-ACCOUNT (WS-DP-USED)
           MOVE WS-PT-CURRENCY-CODE     TO WS-DP-CURRENCY (WS-DP-USED)
           MOVE ZERO                    TO WS-DP-INP-A (WS-DP-USED)
                                           WS-DP-INP-B (WS-DP-USED)
           IF WS-PT-INP-A NUMERIC
               MOVE WS-PT-INP-A         TO WS-DP-INP-A (WS-DP-USED)
           END-IF
           IF WS-PT-INP-B NUMERIC
               MOVE WS-PT-INP-B         TO WS-DP-INP-B (WS-DP-USED)
           END-IF.
       1850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POST THE REVERSAL: EVERY LEDGER LEG AND ITS GL LEGS, EVERY
      * RESFILE ITEM, THEN THE GL TRAILER, THE HELD PAIRS AND THE
      * REGISTER
      *-----------------------------------------------------------------
       2000-REVERSE-BATCH.
           IF REVERSAL-REFUSED
               GO TO 2000-EXIT
           END-IF

           OPEN EXTEND POSTING-HISTORY-FILE
           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN EXTEND RESULTS-FILE
           IF WS-RESULTS-STATUS = '35'
               OPEN OUTPUT RESULTS-FILE
           END-IF
           MOVE WS-RESULTS-STATUS       TO WS-CURRENT-STATUS
           MOVE 'RESFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN EXTEND GL-REVERSAL-FILE
           IF WS-GLREVS-STATUS = '35'
               OPEN OUTPUT GL-REVERSAL-FILE
           END-IF
           MOVE WS-GLREVS-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLREVS'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                  TO GL-INTERFACE-RECORD
           MOVE 'H'                     TO GLH-REC-TYPE
           MOVE WS-BATCH-PARM           TO GLH-BATCH-ID
           MOVE CTL-RUN-DATE            TO GLH-BUSINESS-DATE
           MOVE 'CLS01X50'              TO GLH-SOURCE-SYSTEM
           WRITE GL-INTERFACE-RECORD
           MOVE WS-GLREVS-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLREVS'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2100-REVERSE-LEG     THRU 2100-EXIT
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > WS-LG-USED

           PERFORM 2300-REVERSE-RESULT  THRU 2300-EXIT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-USED

           MOVE SPACES                  TO GL-INTERFACE-RECORD
           MOVE 'T'                     TO GLT-REC-TYPE
           MOVE WS-GL-RECORD-COUNT      TO GLT-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL        TO GLT-HASH-TOTAL
           WRITE GL-INTERFACE-RECORD
           MOVE WS-GLREVS-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLREVS'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2400-DROP-PENDING    THRU 2400-EXIT

           PERFORM 2500-MARK-REVERSED   THRU 2500-EXIT

           CLOSE POSTING-HISTORY-FILE
           CLOSE RESULTS-FILE
           CLOSE GL-REVERSAL-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POST ONE LEG'S NET BACK EQUAL-AND-OPPOSITE: REWRITE THE LEDGER
      * BALANCE, APPEND THE REVERSAL TO THE HISTORY AND WRITE ITS GL
      * ACCOUNT LEG AND CONTROL OFFSET - A NEGATIVE REVERSAL DEBITS
      * THE ACCOUNT AND CREDITS THE CONTROL, A POSITIVE ONE THE
      * REVERSE, THE SAME CONVENTION CLS01EX39 POSTS WITH
      *-----------------------------------------------------------------
       2100-REVERSE-LEG.
           IF WS-LG-POSTED (WS-LG-SUB) = ZERO
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-REVERSAL-AMOUNT =
               ZERO - WS-LG-POSTED (WS-LG-SUB)
           COMPUTE WS-ORIG-REVERSAL =
               ZERO - WS-LG-ORIG-POSTED (WS-LG-SUB)

           MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO LDG-ACCOUNT-NUMBER
           READ LEDGER-FILE
           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD WS-REVERSAL-AMOUNT       TO LDG-BALANCE
           ADD 1                        TO LDG-POSTING-COUNT
           MOVE CTL-RUN-DATE            TO LDG-LAST-POST-DATE
           REWRITE LEDGER-RECORD
           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE WS-REVERSAL-AMOUNT      TO WS-LG-REVERSED (WS-LG-SUB)
           MOVE LDG-BALANCE             TO WS-LG-NEW-BALANCE
                                            (WS-LG-SUB)
           ADD WS-REVERSAL-AMOUNT       TO WS-LEDGER-REVERSED
           ADD 1                        TO WS-LEDGER-WRITTEN

           MOVE SPACES                  TO POSTING-HISTORY-RECORD
           MOVE LDG-ACCOUNT-NUMBER      TO PHS-ACCOUNT-NUMBER
           MOVE WS-BATCH-PARM           TO PHS-BATCH-ID
           MOVE CTL-RUN-DATE            TO PHS-BUSINESS-DATE
           MOVE LDG-POSTING-COUNT       TO PHS-POSTING-SEQ
           MOVE WS-LG-CURRENCY (WS-LG-SUB) TO PHS-CURRENCY-CODE
           MOVE WS-ORIG-REVERSAL        TO PHS-ORIG-AMOUNT
           MOVE WS-REVERSAL-AMOUNT      TO PHS-AMOUNT
           MOVE LDG-BALANCE             TO PHS-RUNNING-BALANCE
           MOVE 'R'                     TO PHS-ENTRY-TYPE
           WRITE POSTING-HISTORY-RECORD
           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-REVERSAL-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-REVERSAL-AMOUNT
               MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO GLD-ACCOUNT-NUMBER
               MOVE 'D'                 TO GLD-DEBIT-CREDIT
               PERFORM 2200-WRITE-GL-COMMON THRU 2200-EXIT
               SUBTRACT WS-ABS-AMOUNT   FROM WS-GL-ACCOUNT-LEGS
               MOVE WS-CONTROL-ACCOUNT  TO GLD-ACCOUNT-NUMBER
               MOVE 'C'                 TO GLD-DEBIT-CREDIT
               PERFORM 2200-WRITE-GL-COMMON THRU 2200-EXIT
               ADD WS-ABS-AMOUNT        TO WS-GL-OFFSET-LEGS
           ELSE
               MOVE WS-REVERSAL-AMOUNT  TO WS-ABS-AMOUNT
               MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO GLD-ACCOUNT-NUMBER
               MOVE 'C'                 TO GLD-DEBIT-CREDIT
               PERFORM 2200-WRITE-GL-COMMON THRU 2200-EXIT
               ADD WS-ABS-AMOUNT        TO WS-GL-ACCOUNT-LEGS
               MOVE WS-CONTROL-ACCOUNT  TO GLD-ACCOUNT-NUMBER
               MOVE 'D'                 TO GLD-DEBIT-CREDIT
               PERFORM 2200-WRITE-GL-COMMON THRU 2200-EXIT
               SUBTRACT WS-ABS-AMOUNT   FROM WS-GL-OFFSET-LEGS
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE FIELDS EVERY REVERSING JOURNAL ROW SHARES, THEN THE WRITE
      *-----------------------------------------------------------------
       2200-WRITE-GL-COMMON.
           MOVE 'D'                     TO GLI-REC-TYPE
           MOVE WS-ABS-AMOUNT           TO GLD-AMOUNT
           MOVE WS-LG-CURRENCY (WS-LG-SUB) TO GLD-CURRENCY-CODE
           MOVE CTL-RUN-DATE            TO GLD-BUSINESS-DATE
           MOVE 'CLS01X50 REVERSAL'     TO GLD-DESCRIPTION
           MOVE WS-BATCH-PARM           TO GLD-SOURCE-BATCH
           WRITE GL-INTERFACE-RECORD
           MOVE WS-GLREVS-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLREVS'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-GL-RECORD-COUNT
           ADD WS-ABS-AMOUNT            TO WS-GL-HASH-TOTAL.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND ONE NEGATING RESFILE ROW FOR AN ITEM THAT STILL NETS
      * TO SOMETHING
      *-----------------------------------------------------------------
       2300-REVERSE-RESULT.
           IF WS-RL-VALUE (WS-RL-SUB) = ZERO
               AND WS-RL-ORIG-VALUE (WS-RL-SUB) = ZERO
               GO TO 2300-EXIT
           END-IF

           MOVE SPACES                  TO RESULTS-RECORD
           MOVE 'CLS01X50'              TO RSLT-PROGRAM-ID
           MOVE CTL-RUN-DATE            TO RSLT-RUN-DATE
           MOVE WS-BATCH-PARM           TO RSLT-BATCH-ID
           MOVE WS-RL-ITEM-KEY (WS-RL-SUB) TO RSLT-ITEM-KEY
           COMPUTE RSLT-ITEM-VALUE =
               ZERO - WS-RL-VALUE (WS-RL-SUB)
           COMPUTE RSLT-ORIG-VALUE =
               ZERO - WS-RL-ORIG-VALUE (WS-RL-SUB)
           MOVE WS-RL-CURRENCY (WS-RL-SUB) TO RSLT-CURRENCY-CODE
           WRITE RESULTS-RECORD
           MOVE WS-RESULTS-STATUS       TO WS-CURRENT-STATUS
           MOVE 'RESFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD RSLT-ITEM-VALUE          TO WS-RESULT-REVERSED
           ADD 1                        TO WS-RESULT-WRITTEN.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COPY EVERY HELD PAIR EXCEPT THE BATCH'S OWN TO PNDNEW - THE JOB
      * SWAPS IT IN FOR PNDFILE ONCE THE STEP ENDS CLEAN.  WITH NO
      * PENDING FILE PNDNEW IS LEFT EMPTY
      *-----------------------------------------------------------------
       2400-DROP-PENDING.
           OPEN OUTPUT NEW-PENDING-FILE
           MOVE WS-PNDNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PNDNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF NO-PENDING-FILE
               CLOSE NEW-PENDING-FILE
               GO TO 2400-EXIT
           END-IF

           OPEN INPUT  PENDING-FILE
           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE 'N'                     TO WS-PND-EOF-SWITCH

           PERFORM 2410-COPY-PENDING    THRU 2410-EXIT
               UNTIL END-OF-PENDING-FILE

           CLOSE PENDING-FILE
           CLOSE NEW-PENDING-FILE

           DISPLAY 'CLS01EX50 - ' WS-DP-USED
               ' HELD PAIRS DROPPED FROM PNDFILE, ' WS-PENDING-KEPT
               ' CARRIED TO PNDNEW'.
       2400-EXIT.
           EXIT.

       2410-COPY-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF PND-SOURCE-BATCH = WS-BATCH-PARM
               GO TO 2410-EXIT
           END-IF

           WRITE NEW-PENDING-RECORD     FROM PENDING-POSTING-RECORD
           MOVE WS-PNDNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'PNDNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-PENDING-KEPT.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE BATCH REVERSED ON THE REGISTER - CLS01EX04 ONLY
      * REFUSES A POSTED BATCH, SO THE CORRECTED RESUBMISSION POSTS
      * AND REWRITES THIS ENTRY BACK TO POSTED
      *-----------------------------------------------------------------
       2500-MARK-REVERSED.
           MOVE WS-BATCH-PARM           TO BCH-BATCH-ID
           READ BATCH-REGISTER-FILE
           MOVE WS-BCHREG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BCHREG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE 'R'                     TO BCH-STATUS
           MOVE CTL-RUN-DATE            TO BCH-REVERSED-DATE
           REWRITE BATCH-REGISTER-RECORD
           MOVE WS-BCHREG-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BCHREG'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX50 - BATCH ' WS-BATCH-PARM
               ' MARKED REVERSED ON REGISTER'.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       2900-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-BATCH-PARM            TO WS-HDR-BATCH
           MOVE WS-POSTED-DATE           TO WS-HDR-POSTED-DATE
           MOVE WS-CONTROL-ACCOUNT       TO WS-HDR-CONTROL

           WRITE REVERSAL-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE REVERSAL-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE WS-BRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER - OR THE REFUSAL - SET THE RETURN CODE AND
      * CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 2900-WRITE-HEADER    THRU 2900-EXIT

           IF REVERSAL-REFUSED
               MOVE SPACES              TO WS-VERDICT-TEXT
               STRING 'REFUSED - ' WS-REFUSAL-REASON
                   DELIMITED BY SIZE    INTO WS-VERDICT-TEXT
               DISPLAY 'CLS01EX50 - BATCH ' WS-BATCH-PARM
                   ' REVERSAL REFUSED: ' WS-REFUSAL-REASON
               MOVE 16                  TO RETURN-CODE
               GO TO 3000-CLOSE
           END-IF

           MOVE 'ACCOUNT LEGS REVERSED' TO WS-SEC-TITLE
           WRITE REVERSAL-REPORT-LINE    FROM WS-SECTION-LINE
           WRITE REVERSAL-REPORT-LINE    FROM WS-LEG-COLUMN-LINE
           ADD 2                        TO WS-LINES-ON-PAGE
           PERFORM 3100-WRITE-LEG-LINE  THRU 3100-EXIT
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL WS-LG-SUB > WS-LG-USED

           PERFORM 3120-WRITE-RELEASED  THRU 3120-EXIT

           PERFORM 3150-WRITE-DROPPED   THRU 3150-EXIT

           PERFORM 3200-WRITE-PROOF     THRU 3200-EXIT

           IF WS-DIFFERENCE-COUNT > ZERO
               MOVE 'POSTED BUT DOES NOT NET TO ZERO - SEE DIFF LINES'
                                         TO WS-VERDICT-TEXT
               MOVE 8                    TO RETURN-CODE
           ELSE
               MOVE 'REVERSED - EVERY LEG NETS TO ZERO, RESUBMIT'
                                         TO WS-VERDICT-TEXT
           END-IF.

       3000-CLOSE.
           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE REVERSAL-REPORT-LINE     FROM WS-VERDICT-LINE
           MOVE WS-BRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX50 REVERSED BATCH ' WS-BATCH-PARM ' - '
               WS-LEDGER-WRITTEN ' LEDGER LEGS, ' WS-RESULT-WRITTEN
               ' RESFILE ROWS, ' WS-GL-RECORD-COUNT ' GL ROWS - '
               WS-DIFFERENCE-COUNT ' DIFFERENCES - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE BATCH-REGISTER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LEDGER-FILE
           CLOSE REVERSAL-REPORT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE ACCOUNT LEG - WHAT THE BATCH LEFT ON THE ACCOUNT,
      * WHAT WAS POSTED BACK AND THE NET, WHICH MUST BE ZERO
      *-----------------------------------------------------------------
       3100-WRITE-LEG-LINE.
           IF WS-LG-POSTED (WS-LG-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF

           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
               WRITE REVERSAL-REPORT-LINE FROM WS-LEG-COLUMN-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF

           COMPUTE WS-NET-AMOUNT =
               WS-LG-POSTED (WS-LG-SUB) + WS-LG-REVERSED (WS-LG-SUB)
           MOVE WS-LG-ACCOUNT (WS-LG-SUB) TO WS-LGL-ACCOUNT
           IF WS-LG-CURRENCY (WS-LG-SUB) = SPACES
               MOVE 'USD'               TO WS-LGL-CURRENCY
           ELSE
               MOVE WS-LG-CURRENCY (WS-LG-SUB) TO WS-LGL-CURRENCY
           END-IF
           MOVE WS-LG-POSTED (WS-LG-SUB) TO WS-LGL-POSTED
           MOVE WS-LG-REVERSED (WS-LG-SUB) TO WS-LGL-REVERSED
           MOVE WS-NET-AMOUNT           TO WS-LGL-NET
           MOVE WS-LG-NEW-BALANCE (WS-LG-SUB) TO WS-LGL-NEW-BALANCE
           IF WS-NET-AMOUNT = ZERO
               MOVE 'OK'                TO WS-LGL-FLAG
           ELSE
               ADD 1                    TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'              TO WS-LGL-FLAG
           END-IF

           WRITE REVERSAL-REPORT-LINE    FROM WS-LEG-LINE
           MOVE WS-BRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST THE BATCH'S RELEASED VALUE-DATED PAIRS - THEIR POSTINGS
      * ARE IN THE ACCOUNT LEGS ABOVE AND REVERSED WITH THEM
      *-----------------------------------------------------------------
       3120-WRITE-RELEASED.
           IF WS-LINES-ON-PAGE + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE 'RELEASED VALUE-DATED PAIRS REVERSED'
                                         TO WS-SEC-TITLE
           WRITE REVERSAL-REPORT-LINE     FROM WS-SECTION-LINE
           ADD 2                         TO WS-LINES-ON-PAGE

           IF WS-RP-USED = ZERO
               MOVE 'NONE RELEASED FOR THE BATCH' TO WS-SEC-TITLE
               WRITE REVERSAL-REPORT-LINE FROM WS-SECTION-LINE
               ADD 1                     TO WS-LINES-ON-PAGE
               GO TO 3120-EXIT
           END-IF

           WRITE REVERSAL-REPORT-LINE     FROM WS-RELEASED-COLUMN-LINE
           ADD 1                         TO WS-LINES-ON-PAGE
           PERFORM 3130-WRITE-RELEASED-LINE THRU 3130-EXIT
               VARYING WS-RP-SUB FROM 1 BY 1
               UNTIL WS-RP-SUB > WS-RP-USED.
       3120-EXIT.
           EXIT.

       3130-WRITE-RELEASED-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
               WRITE REVERSAL-REPORT-LINE FROM WS-RELEASED-COLUMN-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF

           MOVE WS-RP-RELEASE-BATCH (WS-RP-SUB) TO WS-RPL-RELEASE-BATCH
           MOVE WS-RP-RUN-DATE (WS-RP-SUB)  TO WS-RPL-RUN-DATE
           MOVE WS-RP-ACCOUNT (WS-RP-SUB)   TO WS-RPL-ACCOUNT
           IF WS-RP-CURRENCY (WS-RP-SUB) = SPACES
               MOVE 'USD'                   TO WS-RPL-CURRENCY
           ELSE
               MOVE WS-RP-CURRENCY (WS-RP-SUB) TO WS-RPL-CURRENCY
           END-IF
           MOVE WS-RP-ITEM-KEY (WS-RP-SUB)  TO WS-RPL-ITEM-KEY
           MOVE WS-RP-VALUE (WS-RP-SUB)     TO WS-RPL-VALUE
           WRITE REVERSAL-REPORT-LINE    FROM WS-RELEASED-LINE
           MOVE WS-BRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       3130-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST THE HELD VALUE-DATED PAIRS DROPPED FROM PNDFILE WITH THE
      * BATCH - THEY WERE NEVER POSTED, SO THEY ARE NOT IN THE PROOF
      *-----------------------------------------------------------------
       3150-WRITE-DROPPED.
           IF WS-LINES-ON-PAGE + 4 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE 'HELD VALUE-DATED PAIRS DROPPED'
                                         TO WS-SEC-TITLE
           WRITE REVERSAL-REPORT-LINE     FROM WS-SECTION-LINE
           ADD 2                         TO WS-LINES-ON-PAGE

           IF WS-DP-USED = ZERO
               MOVE 'NONE HELD FOR THE BATCH' TO WS-SEC-TITLE
               WRITE REVERSAL-REPORT-LINE FROM WS-SECTION-LINE
               ADD 1                     TO WS-LINES-ON-PAGE
               GO TO 3150-EXIT
           END-IF

           WRITE REVERSAL-REPORT-LINE     FROM WS-DROP-COLUMN-LINE
           ADD 1                         TO WS-LINES-ON-PAGE
           PERFORM 3160-WRITE-DROP-LINE  THRU 3160-EXIT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-USED.
       3150-EXIT.
           EXIT.

       3160-WRITE-DROP-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
               WRITE REVERSAL-REPORT-LINE FROM WS-DROP-COLUMN-LINE
               ADD 1                    TO WS-LINES-ON-PAGE
           END-IF

           MOVE WS-DP-VALUE-DATE (WS-DP-SUB) TO WS-DPL-VALUE-DATE
           MOVE WS-DP-ACCOUNT (WS-DP-SUB)    TO WS-DPL-ACCOUNT
           MOVE WS-DP-CURRENCY (WS-DP-SUB)   TO WS-DPL-CURRENCY
           MOVE WS-DP-INP-A (WS-DP-SUB)      TO WS-DPL-INP-A
           MOVE WS-DP-INP-B (WS-DP-SUB)      TO WS-DPL-INP-B
           MOVE WS-DP-SUBMIT-DATE (WS-DP-SUB) TO WS-DPL-SUBMIT-DATE
           WRITE REVERSAL-REPORT-LINE    FROM WS-DROP-LINE
           MOVE WS-BRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINES-ON-PAGE.
       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE PROOF: THE LEDGER, RESFILE AND GL ACCOUNT LEGS EACH NET
      * TO ZERO AGAINST WHAT THE BATCH POSTED, THE GL CONTROL OFFSET
      * CANCELS THE GL ACCOUNT LEGS, AND THE ROWS WRITTEN
      *-----------------------------------------------------------------
       3200-WRITE-PROOF.
           IF WS-LINES-ON-PAGE + 9 > WS-MAX-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
           END-IF

           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           MOVE 'REVERSAL PROOF'         TO WS-SEC-TITLE
           WRITE REVERSAL-REPORT-LINE     FROM WS-SECTION-LINE
           WRITE REVERSAL-REPORT-LINE     FROM WS-PROOF-COLUMN-LINE

           MOVE 'LEDGER'                 TO WS-PRF-LABEL
           MOVE WS-LEDGER-POSTED         TO WS-PRF-POSTED
           MOVE WS-LEDGER-REVERSED       TO WS-PRF-REVERSED
           COMPUTE WS-NET-AMOUNT =
               WS-LEDGER-POSTED + WS-LEDGER-REVERSED
           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT

           MOVE 'RESFILE'                TO WS-PRF-LABEL
           MOVE WS-RESULT-POSTED         TO WS-PRF-POSTED
           MOVE WS-RESULT-REVERSED       TO WS-PRF-REVERSED
           COMPUTE WS-NET-AMOUNT =
               WS-RESULT-POSTED + WS-RESULT-REVERSED
           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT

           MOVE 'GL ACCOUNT LEGS'        TO WS-PRF-LABEL
           MOVE WS-LEDGER-POSTED         TO WS-PRF-POSTED
           MOVE WS-GL-ACCOUNT-LEGS       TO WS-PRF-REVERSED
           COMPUTE WS-NET-AMOUNT =
               WS-LEDGER-POSTED + WS-GL-ACCOUNT-LEGS
           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT

           MOVE 'GL CONTROL OFFSET'      TO WS-PRF-LABEL
           MOVE WS-GL-ACCOUNT-LEGS       TO WS-PRF-POSTED
           MOVE WS-GL-OFFSET-LEGS        TO WS-PRF-REVERSED
           COMPUTE WS-NET-AMOUNT =
               WS-GL-ACCOUNT-LEGS + WS-GL-OFFSET-LEGS
           PERFORM 3250-WRITE-PROOF-LINE THRU 3250-EXIT

           MOVE WS-LEDGER-WRITTEN        TO WS-CNT-LEDGER
           MOVE WS-RESULT-WRITTEN        TO WS-CNT-RESULT
           MOVE WS-GL-RECORD-COUNT       TO WS-CNT-GL
           MOVE WS-GL-HASH-TOTAL         TO WS-CNT-HASH
           WRITE REVERSAL-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE REVERSAL-REPORT-LINE     FROM WS-COUNT-LINE
           MOVE WS-BRVRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FLAG AND PRINT ONE PREPARED PROOF LINE
      *-----------------------------------------------------------------
       3250-WRITE-PROOF-LINE.
           MOVE WS-NET-AMOUNT           TO WS-PRF-NET
           IF WS-NET-AMOUNT = ZERO
               MOVE 'OK'                TO WS-PRF-FLAG
           ELSE
               ADD 1                    TO WS-DIFFERENCE-COUNT
               MOVE 'DIFF'              TO WS-PRF-FLAG
           END-IF

           WRITE REVERSAL-REPORT-LINE    FROM WS-PROOF-LINE
           MOVE WS-BRVRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BRVRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X50'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX50 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
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
           MOVE 'CLS01X50'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-HISTORY-COUNT        TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-LEDGER-WRITTEN + WS-RESULT-WRITTEN
           MOVE WS-DIFFERENCE-COUNT     TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX50 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
