      * WITH ITS ROW COUNT AND HASH TOTAL, SO THE CLS01EX38
      * RECONCILIATION STEP CAN MATCH THE WAREHOUSE LOADER'S
      * ACKNOWLEDGMENTS AGAINST WHAT ACTUALLY LEFT THE BUILDING
      * A FOURTH EXTRACT (ACCTCDC) IS THE NIGHTLY CHANGE FEED OF THE
      * ACCOUNTS, REPLACING THE WAREHOUSE'S QUARTERLY HAND DUMP:
      *   - ONE 'ACCOUNT' ROW PER ACCOUNT ADDED (A), CHANGED (C) OR
      *     DELETED (D) ON THE BUSINESS DATE, TAKEN FROM THAT DATE'S
      *     JRNFILE IMAGES - SEVERAL UPDATES TO ONE ACCOUNT COLLAPSE
      *     TO ITS FIRST BEFORE-IMAGE AGAINST ITS LAST AFTER-IMAGE,
      *     AND AN ACCOUNT LEFT AS IT STARTED SENDS NOTHING.  THE ROW
      *     NAMES THE FIELDS THAT CHANGED AND CARRIES THE RECORD'S
      *     VALUES (THE DELETED RECORD'S VALUES FOR A DELETE).  THE
      *     JOURNAL'S RECORD CHAIN IS VERIFIED (CLS01CHN) FIRST - A
      *     BROKEN CHAIN REFUSES THE RUN
      *   - ONE 'BALANCE' ROW PER LDGFILE ACCOUNT WHOSE BALANCE MOVED
      *     SINCE THE LAST FEED, WITH ITS OLD AND NEW BALANCE.  THE
      *     OLD BALANCE COMES FROM THE FEED'S OWN BALANCE SNAPSHOT
      *     (CDCSNAP, LAYOUT CLS01SNP); TONIGHT'S BALANCES ARE
      *     WRITTEN AS THE NEXT ONE (CDCSNEW - THE JOB SWAPS IT IN
      *     WHEN THE STEP ENDS CLEAN).  WITH NO PRIOR SNAPSHOT THE
      *     FIRST RUN ONLY TAKES THE BASELINE AND SENDS NO BALANCES
      * ITS TRAILER AND CONTROL RECORD (SOURCE ACCTCDC) CARRY THE
      * ROW COUNT OF BOTH KINDS AND THE HASH OF THE ABSOLUTE NEW
      * BALANCES ON THE BALANCE ROWS
      * THE AVGEXT EXTRACT ALSO ANSWERS TO CLS01EX71'S QC HOLD FILE
      * (QCHOLD, LAYOUT CLS01QHD): A GROUP QA REJECTED IS LEFT OUT
      * AND COUNTED AS WITHHELD, AND A GROUP STILL HELD OR AWAITING
      * RETEST IS SENT MARKED 'HELD' OR 'RETEST' IN ITS QC_HOLD
      * COLUMN.  THE ROW COUNT AND HASH COVER ONLY THE ROWS SENT.  NO
      * HOLD FILE MEANS NOTHING IS ON HOLD
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
           SELECT AVG-EXTRACT-FILE     ASSIGN TO "AVGEXT"
                                        FILE STATUS IS WS-AVGEXT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE         ASSIGN TO "JRNFILE"
                                        FILE STATUS IS WS-JOURNAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LEDGER-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT SNAPSHOT-FILE        ASSIGN TO "CDCSNAP"
                                        FILE STATUS IS WS-CDCSNAP-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SNAPSHOT-FILE    ASSIGN TO "CDCSNEW"
                                        FILE STATUS IS WS-CDCSNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-EXTRACT-FILE  ASSIGN TO "ACCTCDC"
                                        FILE STATUS IS WS-ACCTCDC-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-HOLD-FILE         ASSIGN TO "QCHOLD"
                                        FILE STATUS IS WS-QCHOLD-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "EXTCTL"
                                        FILE STATUS IS WS-EXTCTL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
       01  BIN-EXTRACT-LINE            PIC X(120).
       FD  AVG-EXTRACT-FILE.
       01  AVG-EXTRACT-LINE            PIC X(120).
       FD  JOURNAL-FILE.
       COPY CLS01JRN.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  SNAPSHOT-FILE.
       COPY CLS01SNP.
       FD  NEW-SNAPSHOT-FILE.
       COPY CLS01SNP               REPLACING LEDGER-SNAPSHOT-RECORD
                                    BY NEW-SNAPSHOT-RECORD.
       FD  CHANGE-EXTRACT-FILE.
       01  CHANGE-EXTRACT-LINE         PIC X(200).
       FD  QC-HOLD-FILE.
       COPY CLS01QHD.
       SD  SORT-FILE.
       01  SORT-CHANGE-RECORD.
           05  SRT-ACCOUNT-NUMBER      PIC X(10).
           05  SRT-JOURNAL-ORDINAL     PIC 9(09).
           05  SRT-BEFORE-IMAGE        PIC X(80).
           05  SRT-AFTER-IMAGE         PIC X(80).
       FD  EXTRACT-CONTROL-FILE.
       COPY CLS01EXC.
       FD  RUN-LOG-FILE.
       01  WS-AVG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-AVGOUT                       VALUE 'Y'.
      *================================================================
      * QC HOLDS - TABLED FROM QCHOLD BEFORE THE AVGOUT PASS SO EACH
      * GROUP CAN BE LOOKED UP AS IT GOES BY
      *================================================================
       01  WS-QCHOLD-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  END-OF-QCHOLD                       VALUE 'Y'.
       01  WS-HLD-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
           88  HOLD-FOUND                          VALUE 'Y'.
       01  WS-HLD-MAX                  PIC 9(04)   COMP VALUE 500.
       01  WS-HLD-COUNT                PIC 9(04)   COMP VALUE ZERO.
       01  WS-HLD-SUB                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY            OCCURS 500 TIMES.
               10  WS-HLD-GROUP-ID     PIC X(08).
               10  WS-HLD-STATUS       PIC X(01).
       01  WS-AVG-WITHHELD             PIC 9(07)   VALUE ZERO.
      *================================================================
      * ACCOUNT CHANGE FEED CONTROLS - THE JOURNAL'S CHAIN IS WALKED
      * BEFORE IT IS READ; THE LEDGER AND THE FEED'S SNAPSHOT ARE
      * MATCHED ON ACCOUNT NUMBER, HIGH-VALUES MARKING THE END OF
      * EITHER
      *================================================================
       COPY CLS01CHP.
       01  WS-JRN-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-JOURNAL-FILE                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-CHANGES               VALUE 'Y'.
       01  WS-LDG-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-LEDGER-FILE                  VALUE 'Y'.
       01  WS-SNAP-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SNAPSHOT-FILE                VALUE 'Y'.
       01  WS-SNAP-ABSENT-SWITCH       PIC X(01)   VALUE 'N'.
           88  NO-SNAPSHOT-FILE                    VALUE 'Y'.
       01  WS-BASELINE-SWITCH          PIC X(01)   VALUE 'N'.
           88  BASELINE-RUN                        VALUE 'Y'.
       01  WS-JRN-ORDINAL              PIC 9(09)   VALUE ZERO.
       01  WS-LEDGER-KEY               PIC X(10)   VALUE SPACES.
       01  WS-SNAP-KEY                 PIC X(10)   VALUE SPACES.
       01  WS-SNAP-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01  WS-CDC-ACCOUNT              PIC X(10)   VALUE SPACES.
       01  WS-CDC-ACTION               PIC X(01)   VALUE SPACES.
       01  WS-CDC-OLD-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-CDC-NEW-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-CDC-ABS-BALANCE          PIC 9(11)V99 VALUE ZERO.
      *================================================================
      * AN ACCOUNT'S NET CHANGE FOR THE NIGHT - ITS FIRST BEFORE-IMAGE
      * AND LAST AFTER-IMAGE, EACH SEEN AS A MASTER RECORD, AND THE
      * IMAGE WHOSE VALUES GO ON THE ROW
      *================================================================
       COPY CLS01MST               REPLACING ACCOUNT-MASTER-RECORD
                                    BY WS-CDC-BEFORE-IMAGE.
       COPY CLS01MST               REPLACING ACCOUNT-MASTER-RECORD
                                    BY WS-CDC-AFTER-IMAGE.
       COPY CLS01MST               REPLACING ACCOUNT-MASTER-RECORD
                                    BY WS-CDC-ROW-IMAGE.
      *================================================================
      * THE CHANGED-FIELD LIST - ONE FIXED SLOT PER MASTER FIELD,
      * NAMED WHEN THAT FIELD CHANGED AND BLANK WHEN IT DID NOT (AN
      * ADD OR A DELETE NAMES THEM ALL)
      *================================================================
       01  WS-CDC-CHANGED-FIELDS.
           05  WS-CHG-NAME             PIC X(10).
           05  WS-CHG-SUFFIX-1         PIC X(10).
           05  WS-CHG-SUFFIX-2         PIC X(10).
           05  WS-CHG-STATUS           PIC X(10).
           05  WS-CHG-STATUS-DATE      PIC X(10).
           05  WS-CHG-STATUS-REASON    PIC X(10).
      *================================================================
      * COMMAND-LINE PARAMETERS - SELECTION APPLIES TO RESFILE ONLY
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-BIN-HASH                 PIC 9(13)   VALUE ZERO.
       01  WS-AVG-ROWS                 PIC 9(07)   VALUE ZERO.
       01  WS-AVG-HASH                 PIC 9(13)V9 VALUE ZERO.
       01  WS-CDC-ROWS                 PIC 9(07)   VALUE ZERO.
       01  WS-CDC-HASH                 PIC 9(13)V99 VALUE ZERO.
       01  WS-ABS-VALUE                PIC 9(07)V99 VALUE ZERO.
      *================================================================
      * EDITED FIELDS FOR THE DELIMITED COLUMNS
       01  WS-ED-STD-DEV               PIC 999.99.
       01  WS-ED-TRIMMED               PIC 999.9.
       01  WS-ED-COUNT                 PIC 99.
       01  WS-ED-QC-HOLD               PIC X(06).
       01  WS-ED-ROWS                  PIC 9999999.
       01  WS-ED-HASH                  PIC 9999999999999.99.
       01  WS-ED-OLD-BALANCE           PIC -99999999999.99.
       01  WS-ED-NEW-BALANCE           PIC -99999999999.99.
       01  WS-EXTRACT-WORK             PIC X(120)  VALUE SPACES.
       01  WS-CDC-WORK                 PIC X(200)  VALUE SPACES.
      *================================================================
      * COLUMN-HEADER ROWS FOR THE THREE EXTRACTS
      *================================================================
               'GROUP_ID,READING_COUNT,AVE'.
           05  FILLER                  PIC X(26) VALUE
               'RAGE,MINIMUM,MAXIMUM,RANGE'.
           05  FILLER                  PIC X(32) VALUE
               ',STD_DEV,TRIMMED_AVERAGE,QC_HOLD'.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-CDC-HEADER-ROW.
           05  FILLER                  PIC X(26) VALUE
               'ROW_TYPE,ACCOUNT,ACTION,CH'.
           05  FILLER                  PIC X(26) VALUE
               'ANGED_FIELDS,NAME,SUFFIX_1'.
           05  FILLER                  PIC X(26) VALUE
               ',SUFFIX_2,STATUS,STATUS_DA'.
           05  FILLER                  PIC X(26) VALUE
               'TE,STATUS_REASON,OLD_BALAN'.
           05  FILLER                  PIC X(14) VALUE
               'CE,NEW_BALANCE'.
           05  FILLER                  PIC X(82) VALUE SPACES.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-RESEXT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-BINEXT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-AVGEXT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-STATUS           PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CDCSNAP-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CDCSNEW-STATUS           PIC X(02)   VALUE '00'.
       01  WS-ACCTCDC-STATUS           PIC X(02)   VALUE '00'.
       01  WS-EXTCTL-STATUS            PIC X(02)   VALUE '00'.
       01  WS-QCHOLD-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *****************************************************************
           PERFORM 2000-EXTRACT-RESULTS THRU 2000-EXIT
           PERFORM 2300-EXTRACT-BINS    THRU 2300-EXIT
           PERFORM 2600-EXTRACT-AVERAGES THRU 2600-EXIT
           PERFORM 5000-EXTRACT-CHANGES THRU 5000-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.

      *-----------------------------------------------------------------
      * EXTRACT THE AVERAGE FILE - ALWAYS WHOLE, IT CARRIES NO DATE
      * OR BATCH TO SELECT ON, BUT QC HOLDS ARE MARKED OR LEFT OUT
      *-----------------------------------------------------------------
       2600-EXTRACT-AVERAGES.
           PERFORM 2650-LOAD-QC-HOLDS   THRU 2650-EXIT

           OPEN INPUT  AVERAGE-FILE
           MOVE WS-AVGOUT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'AVGOUT'                 TO WS-CURRENT-FILE-ID
           ADD AVG-AVERAGE OF AVERAGE-RECORD
                                        TO WS-ENV-HASH

           MOVE SPACES                   TO WS-ED-QC-HOLD
           PERFORM 2660-FIND-QC-HOLD    THRU 2660-EXIT
           IF HOLD-FOUND
               EVALUATE WS-HLD-STATUS (WS-HLD-SUB)
                   WHEN 'J'
                       ADD 1             TO WS-AVG-WITHHELD
                       PERFORM 2700-READ-AVERAGE THRU 2700-EXIT
                       GO TO 2800-EXIT
                   WHEN 'T'
                       MOVE 'RETEST'     TO WS-ED-QC-HOLD
                   WHEN OTHER
                       MOVE 'HELD'       TO WS-ED-QC-HOLD
               END-EVALUATE
           END-IF

           MOVE AVG-READING-COUNT OF AVERAGE-RECORD
                                         TO WS-ED-COUNT
           MOVE AVG-AVERAGE OF AVERAGE-RECORD
                  WS-ED-MAXIMUM ','
                  WS-ED-RANGE ','
                  WS-ED-STD-DEV ','
                  WS-ED-TRIMMED ','
                  WS-ED-QC-HOLD
               DELIMITED BY SIZE INTO WS-EXTRACT-WORK
           WRITE AVG-EXTRACT-LINE         FROM WS-EXTRACT-WORK
           MOVE WS-AVGEXT-STATUS         TO WS-CURRENT-STATUS
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE THE QC HOLD FILE - A RELEASED GROUP IS NO LONGER ON IT,
      * AND NO FILE AT ALL MEANS NOTHING IS ON HOLD
      *-----------------------------------------------------------------
       2650-LOAD-QC-HOLDS.
           OPEN INPUT  QC-HOLD-FILE
           IF WS-QCHOLD-STATUS = '35'
               GO TO 2650-EXIT
           END-IF
           MOVE WS-QCHOLD-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHOLD'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2670-TABLE-QC-HOLD   THRU 2670-EXIT
               UNTIL END-OF-QCHOLD

           CLOSE QC-HOLD-FILE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP THE CURRENT AVGOUT GROUP AMONG THE QC HOLDS
      *-----------------------------------------------------------------
       2660-FIND-QC-HOLD.
           MOVE 'N'                     TO WS-HLD-FOUND-SWITCH
           PERFORM 2680-MATCH-QC-HOLD   THRU 2680-EXIT
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
                   OR HOLD-FOUND
           IF HOLD-FOUND
               SUBTRACT 1               FROM WS-HLD-SUB
           END-IF.
       2660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE QC HOLD
      *-----------------------------------------------------------------
       2670-TABLE-QC-HOLD.
           READ QC-HOLD-FILE
               AT END
                   SET END-OF-QCHOLD    TO TRUE
                   GO TO 2670-EXIT
           END-READ

           MOVE WS-QCHOLD-STATUS         TO WS-CURRENT-STATUS
           MOVE 'QCHOLD'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               DISPLAY 'CLS01EX25 - MORE THAN ' WS-HLD-MAX
                   ' QC HOLDS'
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                         TO WS-HLD-COUNT
           MOVE QHD-GROUP-ID             TO WS-HLD-GROUP-ID
                                             (WS-HLD-COUNT)
           MOVE QHD-STATUS               TO WS-HLD-STATUS
                                             (WS-HLD-COUNT).
       2670-EXIT.
           EXIT.

       2680-MATCH-QC-HOLD.
           IF WS-HLD-GROUP-ID (WS-HLD-SUB) =
               AVG-GROUP-ID OF AVERAGE-RECORD
               SET HOLD-FOUND           TO TRUE
           END-IF.
       2680-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT AVERAGE RECORD
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       3000-FINALIZE.
           DISPLAY 'CLS01EX25 EXTRACTED ' WS-RES-ROWS ' RESULTS, '
               WS-BIN-ROWS ' BINS, ' WS-AVG-ROWS ' GROUPS ('
               WS-AVG-WITHHELD ' WITHHELD ON QC HOLD), '
               WS-CDC-ROWS ' ACCOUNT CHANGES - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE
               ' BATCH ' CTL-BATCH-ID

           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           COMPUTE LOG-INPUT-COUNT =
               WS-RES-ROWS + WS-BIN-ROWS + WS-AVG-ROWS + WS-CDC-ROWS
               + WS-AVG-WITHHELD
           COMPUTE LOG-OUTPUT-COUNT =
               WS-RES-ROWS + WS-BIN-ROWS + WS-AVG-ROWS + WS-CDC-ROWS
           MOVE WS-AVG-WITHHELD         TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS        TO WS-CURRENT-STATUS
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EXTRACT THE ACCOUNT CHANGE FEED - HEADER ROW, THE ACCOUNT
      * ROWS FROM TONIGHT'S JOURNAL, THE BALANCE ROWS FROM THE LEDGER,
      * TRAILER ROW WITH COUNT AND HASH
      *-----------------------------------------------------------------
       5000-EXTRACT-CHANGES.
           OPEN OUTPUT CHANGE-EXTRACT-FILE
           MOVE WS-ACCTCDC-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTCDC'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           WRITE CHANGE-EXTRACT-LINE      FROM WS-CDC-HEADER-ROW
           MOVE WS-ACCTCDC-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTCDC'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 5050-ACCOUNT-CHANGES THRU 5050-EXIT
           PERFORM 5500-BALANCE-CHANGES THRU 5500-EXIT

           MOVE WS-CDC-ROWS              TO WS-ED-ROWS
           MOVE WS-CDC-HASH              TO WS-ED-HASH
           MOVE SPACES                   TO WS-CDC-WORK
           STRING 'TRAILER,' WS-ED-ROWS ',' WS-ED-HASH
               DELIMITED BY SIZE INTO WS-CDC-WORK
           WRITE CHANGE-EXTRACT-LINE      FROM WS-CDC-WORK
           MOVE WS-ACCTCDC-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTCDC'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SPACES                   TO
               EXTRACT-CONTROL-RECORD
           MOVE 'ACCTCDC'                TO EXC-SOURCE
           MOVE WS-CDC-ROWS              TO EXC-ROW-COUNT
           MOVE WS-CDC-HASH              TO EXC-HASH-TOTAL
           PERFORM 2900-WRITE-CONTROL   THRU 2900-EXIT

           CLOSE CHANGE-EXTRACT-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK THE JOURNAL'S RECORD CHAIN BEFORE TRUSTING IT, THEN SORT
      * TONIGHT'S IMAGES INTO ACCOUNT ORDER, KEEPING EACH ACCOUNT'S
      * UPDATES IN THE ORDER THEY WERE JOURNALED - NO JOURNAL AT ALL
      * MEANS NO ACCOUNT WAS MAINTAINED
      *-----------------------------------------------------------------
       5050-ACCOUNT-CHANGES.
           SET CHN-VERIFY-JOURNAL       TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS

           IF CHN-CHAIN-BROKEN
               DISPLAY 'CLS01EX25 - JRNFILE FAILS CHAIN VERIFICATION - '
                   CHN-BREAK-COUNT ' BREAK(S), FIRST AT RECORD '
                   CHN-FIRST-BREAK-RECORD ': ' CHN-FIRST-BREAK-REASON
               DISPLAY 'CLS01EX25 - ACCOUNT CHANGE FEED REFUSED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHN-FILE-ERROR
               MOVE CHN-FILE-STATUS     TO WS-CURRENT-STATUS
               MOVE 'JRNFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF CHN-FILE-ABSENT
               DISPLAY 'CLS01EX25 - NO JRNFILE - NO ACCOUNT ROWS '
                   'TONIGHT'
               GO TO 5050-EXIT
           END-IF

           OPEN INPUT  JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-JOURNAL-ORDINAL
               INPUT PROCEDURE IS 5100-SORT-INPUT
                              THRU 5100-EXIT
               OUTPUT PROCEDURE IS 5200-SORT-OUTPUT
                              THRU 5200-EXIT

           CLOSE JOURNAL-FILE.
       5050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FEED THE SORT WITH THE BUSINESS DATE'S JOURNAL IMAGES
      *-----------------------------------------------------------------
       5100-SORT-INPUT.
           PERFORM 5150-RELEASE-JOURNAL THRU 5150-EXIT
               UNTIL END-OF-JOURNAL-FILE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE JOURNAL IMAGE - ENVELOPE HEADERS AND TRAILERS AND
      * OTHER NIGHTS' UPDATES ARE PASSED OVER; THE ORDINAL KEEPS ONE
      * ACCOUNT'S UPDATES IN FILE ORDER THROUGH THE SORT
      *-----------------------------------------------------------------
       5150-RELEASE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
                   GO TO 5150-EXIT
           END-READ

           MOVE WS-JOURNAL-STATUS       TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-JRN-ORDINAL

           IF JOURNAL-RECORD (1:6) = 'ENVHDR'
               OR JOURNAL-RECORD (1:6) = 'ENVTRL'
               GO TO 5150-EXIT
           END-IF
           IF JRN-RUN-DATE NOT = CTL-RUN-DATE
               GO TO 5150-EXIT
           END-IF

           MOVE SPACES                  TO SORT-CHANGE-RECORD
           MOVE JRN-ACCOUNT-NUMBER      TO SRT-ACCOUNT-NUMBER
           MOVE WS-JRN-ORDINAL          TO SRT-JOURNAL-ORDINAL
           MOVE JRN-BEFORE-IMAGE        TO SRT-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE         TO SRT-AFTER-IMAGE
           RELEASE SORT-CHANGE-RECORD.
       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE SORTED IMAGES BACK ONE ACCOUNT AT A TIME
      *-----------------------------------------------------------------
       5200-SORT-OUTPUT.
           PERFORM 5250-RETURN-CHANGE   THRU 5250-EXIT
           PERFORM 5300-COLLAPSE-ACCOUNT THRU 5300-EXIT
               UNTIL END-OF-SORTED-CHANGES.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT JOURNAL IMAGE BACK FROM THE SORT
      *-----------------------------------------------------------------
       5250-RETURN-CHANGE.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-CHANGES TO TRUE
           END-RETURN.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COLLAPSE ONE ACCOUNT'S UPDATES TO ITS FIRST BEFORE-IMAGE AND
      * ITS LAST AFTER-IMAGE AND SEND THE NET CHANGE
      *-----------------------------------------------------------------
       5300-COLLAPSE-ACCOUNT.
           MOVE SRT-ACCOUNT-NUMBER      TO WS-CDC-ACCOUNT
           MOVE SRT-BEFORE-IMAGE        TO WS-CDC-BEFORE-IMAGE
           MOVE SRT-AFTER-IMAGE         TO WS-CDC-AFTER-IMAGE

           PERFORM 5250-RETURN-CHANGE   THRU 5250-EXIT
           PERFORM 5350-TAKE-LATER-IMAGE THRU 5350-EXIT
               UNTIL END-OF-SORTED-CHANGES
                  OR SRT-ACCOUNT-NUMBER NOT = WS-CDC-ACCOUNT

           PERFORM 5400-WRITE-ACCOUNT-ROW THRU 5400-EXIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A LATER UPDATE TO THE SAME ACCOUNT SUPERSEDES THE AFTER-IMAGE
      *-----------------------------------------------------------------
       5350-TAKE-LATER-IMAGE.
           MOVE SRT-AFTER-IMAGE         TO WS-CDC-AFTER-IMAGE
           PERFORM 5250-RETURN-CHANGE   THRU 5250-EXIT.
       5350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE ACCOUNT ROW - NO BEFORE-IMAGE IS AN ADD, NO
      * AFTER-IMAGE A DELETE, BOTH A CHANGE NAMING THE FIELDS THAT
      * DIFFER.  AN ACCOUNT THAT ENDED THE NIGHT AS IT STARTED (OR
      * WAS ADDED AND DELETED AGAIN) SENDS NOTHING
      *-----------------------------------------------------------------
       5400-WRITE-ACCOUNT-ROW.
           IF WS-CDC-BEFORE-IMAGE = WS-CDC-AFTER-IMAGE
               GO TO 5400-EXIT
           END-IF

           MOVE 'NAME'                  TO WS-CHG-NAME
           MOVE 'SUFFIX_1'              TO WS-CHG-SUFFIX-1
           MOVE 'SUFFIX_2'              TO WS-CHG-SUFFIX-2
           MOVE 'STATUS'                TO WS-CHG-STATUS
           MOVE 'STAT_DATE'             TO WS-CHG-STATUS-DATE
           MOVE 'REASON'                TO WS-CHG-STATUS-REASON

           EVALUATE TRUE
               WHEN WS-CDC-BEFORE-IMAGE = SPACES
                   MOVE 'A'             TO WS-CDC-ACTION
                   MOVE WS-CDC-AFTER-IMAGE TO WS-CDC-ROW-IMAGE
               WHEN WS-CDC-AFTER-IMAGE = SPACES
                   MOVE 'D'             TO WS-CDC-ACTION
                   MOVE WS-CDC-BEFORE-IMAGE TO WS-CDC-ROW-IMAGE
               WHEN OTHER
                   MOVE 'C'             TO WS-CDC-ACTION
                   MOVE WS-CDC-AFTER-IMAGE TO WS-CDC-ROW-IMAGE
                   PERFORM 5450-NAME-CHANGED-FIELDS THRU 5450-EXIT
           END-EVALUATE

           MOVE SPACES                   TO WS-CDC-WORK
           STRING 'ACCOUNT,'
                  WS-CDC-ACCOUNT ','
                  WS-CDC-ACTION ','
                  WS-CDC-CHANGED-FIELDS ','
                  MST-ACCOUNT-NAME OF WS-CDC-ROW-IMAGE ','
                  MST-SUFFIX-1 OF WS-CDC-ROW-IMAGE ','
                  MST-SUFFIX-2 OF WS-CDC-ROW-IMAGE ','
                  MST-ACCOUNT-STATUS OF WS-CDC-ROW-IMAGE ','
                  MST-STATUS-DATE OF WS-CDC-ROW-IMAGE ','
                  MST-STATUS-REASON OF WS-CDC-ROW-IMAGE ',,'
               DELIMITED BY SIZE INTO WS-CDC-WORK
           WRITE CHANGE-EXTRACT-LINE      FROM WS-CDC-WORK
           MOVE WS-ACCTCDC-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTCDC'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                         TO WS-CDC-ROWS.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BLANK THE SLOT OF EVERY FIELD THE CHANGE LEFT AS IT WAS
      *-----------------------------------------------------------------
       5450-NAME-CHANGED-FIELDS.
           IF MST-ACCOUNT-NAME OF WS-CDC-BEFORE-IMAGE
               = MST-ACCOUNT-NAME OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-NAME
           END-IF
           IF MST-SUFFIX-1 OF WS-CDC-BEFORE-IMAGE
               = MST-SUFFIX-1 OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-SUFFIX-1
           END-IF
           IF MST-SUFFIX-2 OF WS-CDC-BEFORE-IMAGE
               = MST-SUFFIX-2 OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-SUFFIX-2
           END-IF
           IF MST-ACCOUNT-STATUS OF WS-CDC-BEFORE-IMAGE
               = MST-ACCOUNT-STATUS OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-STATUS
           END-IF
           IF MST-STATUS-DATE OF WS-CDC-BEFORE-IMAGE
               = MST-STATUS-DATE OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-STATUS-DATE
           END-IF
           IF MST-STATUS-REASON OF WS-CDC-BEFORE-IMAGE
               = MST-STATUS-REASON OF WS-CDC-AFTER-IMAGE
               MOVE SPACES              TO WS-CHG-STATUS-REASON
           END-IF.
       5450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH THE LEDGER AGAINST THE FEED'S LAST BALANCE SNAPSHOT AND
      * SEND EVERY BALANCE THAT MOVED - NO SNAPSHOT (OR AN EMPTY ONE)
      * MAKES THIS THE BASELINE RUN, WHICH ONLY TAKES THE SNAPSHOT
      *-----------------------------------------------------------------
       5500-BALANCE-CHANGES.
           OPEN INPUT  LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  SNAPSHOT-FILE
           IF WS-CDCSNAP-STATUS = '35'
               SET NO-SNAPSHOT-FILE      TO TRUE
               SET BASELINE-RUN          TO TRUE
               SET END-OF-SNAPSHOT-FILE  TO TRUE
               MOVE HIGH-VALUES          TO WS-SNAP-KEY
               DISPLAY 'CLS01EX25 - NO PRIOR FEED SNAPSHOT - TAKING '
                   'THE BASELINE, NO BALANCE ROWS TONIGHT'
           ELSE
               MOVE WS-CDCSNAP-STATUS    TO WS-CURRENT-STATUS
               MOVE 'CDCSNAP'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               PERFORM 5750-READ-SNAPSHOT THRU 5750-EXIT
               IF END-OF-SNAPSHOT-FILE
                   SET BASELINE-RUN      TO TRUE
                   DISPLAY 'CLS01EX25 - PRIOR FEED SNAPSHOT IS EMPTY '
                       '- TAKING THE BASELINE, NO BALANCE ROWS TONIGHT'
               END-IF
           END-IF

           OPEN OUTPUT NEW-SNAPSHOT-FILE
           MOVE WS-CDCSNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CDCSNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 5700-READ-LEDGER     THRU 5700-EXIT
           PERFORM 5600-MATCH-BALANCE   THRU 5600-EXIT
               UNTIL END-OF-LEDGER-FILE
                   AND END-OF-SNAPSHOT-FILE

           CLOSE LEDGER-FILE
           CLOSE NEW-SNAPSHOT-FILE
           IF NOT NO-SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
           END-IF.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE ACCOUNT ON ACCOUNT NUMBER: AN ACCOUNT NEW SINCE THE
      * SNAPSHOT MOVED FROM ZERO, ONE GONE FROM THE LEDGER TO ZERO.
      * EVERY LEDGER ACCOUNT GOES ON TONIGHT'S SNAPSHOT
      *-----------------------------------------------------------------
       5600-MATCH-BALANCE.
           EVALUATE TRUE
               WHEN WS-LEDGER-KEY < WS-SNAP-KEY
                   MOVE WS-LEDGER-KEY   TO WS-CDC-ACCOUNT
                   MOVE ZERO            TO WS-CDC-OLD-BALANCE
                   MOVE LDG-BALANCE     TO WS-CDC-NEW-BALANCE
                   PERFORM 5800-WRITE-SNAPSHOT THRU 5800-EXIT
                   PERFORM 5700-READ-LEDGER THRU 5700-EXIT
               WHEN WS-LEDGER-KEY = WS-SNAP-KEY
                   MOVE WS-LEDGER-KEY   TO WS-CDC-ACCOUNT
                   MOVE WS-SNAP-BALANCE TO WS-CDC-OLD-BALANCE
                   MOVE LDG-BALANCE     TO WS-CDC-NEW-BALANCE
                   PERFORM 5800-WRITE-SNAPSHOT THRU 5800-EXIT
                   PERFORM 5700-READ-LEDGER THRU 5700-EXIT
                   PERFORM 5750-READ-SNAPSHOT THRU 5750-EXIT
               WHEN OTHER
                   MOVE WS-SNAP-KEY     TO WS-CDC-ACCOUNT
                   MOVE WS-SNAP-BALANCE TO WS-CDC-OLD-BALANCE
                   MOVE ZERO            TO WS-CDC-NEW-BALANCE
                   PERFORM 5750-READ-SNAPSHOT THRU 5750-EXIT
           END-EVALUATE

           IF BASELINE-RUN
               GO TO 5600-EXIT
           END-IF
           IF WS-CDC-NEW-BALANCE = WS-CDC-OLD-BALANCE
               GO TO 5600-EXIT
           END-IF

           PERFORM 5650-WRITE-BALANCE-ROW THRU 5650-EXIT.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE BALANCE ROW AND ROLL ITS NEW BALANCE INTO THE HASH
      *-----------------------------------------------------------------
       5650-WRITE-BALANCE-ROW.
           MOVE WS-CDC-OLD-BALANCE       TO WS-ED-OLD-BALANCE
           MOVE WS-CDC-NEW-BALANCE       TO WS-ED-NEW-BALANCE
           MOVE SPACES                   TO WS-CDC-WORK
           STRING 'BALANCE,'
                  WS-CDC-ACCOUNT ','
                  'C,BALANCE,,,,,,,'
                  WS-ED-OLD-BALANCE ','
                  WS-ED-NEW-BALANCE
               DELIMITED BY SIZE INTO WS-CDC-WORK
           WRITE CHANGE-EXTRACT-LINE      FROM WS-CDC-WORK
           MOVE WS-ACCTCDC-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTCDC'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                         TO WS-CDC-ROWS
           IF WS-CDC-NEW-BALANCE < ZERO
               COMPUTE WS-CDC-ABS-BALANCE = ZERO - WS-CDC-NEW-BALANCE
           ELSE
               MOVE WS-CDC-NEW-BALANCE   TO WS-CDC-ABS-BALANCE
           END-IF
           ADD WS-CDC-ABS-BALANCE        TO WS-CDC-HASH.
       5650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT LEDGER ACCOUNT IN KEY ORDER
      *-----------------------------------------------------------------
       5700-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   SET END-OF-LEDGER-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-LEDGER-KEY
                   GO TO 5700-EXIT
           END-READ

           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE LDG-ACCOUNT-NUMBER      TO WS-LEDGER-KEY.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT ACCOUNT ON THE FEED'S PRIOR SNAPSHOT
      *-----------------------------------------------------------------
       5750-READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOT-FILE TO TRUE
                   MOVE HIGH-VALUES     TO WS-SNAP-KEY
                   GO TO 5750-EXIT
           END-READ

           MOVE WS-CDCSNAP-STATUS       TO WS-CURRENT-STATUS
           MOVE 'CDCSNAP'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE SNP-ACCOUNT-NUMBER OF LEDGER-SNAPSHOT-RECORD
                                        TO WS-SNAP-KEY
           MOVE SNP-BALANCE OF LEDGER-SNAPSHOT-RECORD
                                        TO WS-SNAP-BALANCE.
       5750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PUT THE CURRENT LEDGER ACCOUNT ON TONIGHT'S FEED SNAPSHOT
      *-----------------------------------------------------------------
       5800-WRITE-SNAPSHOT.
           MOVE SPACES                  TO NEW-SNAPSHOT-RECORD
           MOVE LDG-ACCOUNT-NUMBER      TO SNP-ACCOUNT-NUMBER
                                            OF NEW-SNAPSHOT-RECORD
           MOVE LDG-BALANCE             TO SNP-BALANCE
                                            OF NEW-SNAPSHOT-RECORD
           MOVE LDG-POSTING-COUNT       TO SNP-POSTING-COUNT
                                            OF NEW-SNAPSHOT-RECORD
           MOVE CTL-RUN-DATE            TO SNP-SNAPSHOT-DATE
                                            OF NEW-SNAPSHOT-RECORD
           WRITE NEW-SNAPSHOT-RECORD
           MOVE WS-CDCSNEW-STATUS       TO WS-CURRENT-STATUS
           MOVE 'CDCSNEW'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       5800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN OPEN,
      * WRITE OR GENUINE READ ERROR (THE NORMAL '10' AT-END STATUS
