      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX58.
      * CONSOLIDATED CUSTOMER EXPOSURE REPORT
      * THE LEDGER KNOWS WHAT EACH ACCOUNT HOLDS, BUT NOT THAT THREE
      * OF THEM BELONG TO ONE CUSTOMER WHO IS OVERDRAWN ON ALL THREE.
      * THIS REPORT ROLLS LDG-BALANCE UP TO THE CUSTOMER THROUGH THE
      * ACCOUNT-TO-CUSTOMER LINKS (CUSLINK, KEPT BY CLS01EX57) AND
      * THE CUSTOMER MASTER (CUSMSTR, KEPT BY CLS01EX56):
      *   - FIRST, EVERY ACCOUNT ON ACCTMSTR NOT LINKED TO ANY
      *     CUSTOMER, WITH ITS BALANCE, AND EVERY LINK THAT CANNOT BE
      *     USED - ITS ACCOUNT IS NOT ON THE MASTER, THE ACCOUNT IS
      *     LINKED A SECOND TIME, OR ITS CUSTOMER IS NOT ON THE
      *     CUSTOMER MASTER (SUCH AN ACCOUNT ALSO LISTS AS UNLINKED)
      *   - THEN EACH CUSTOMER WITH LINKED ACCOUNTS: ITS ACCOUNTS AND
      *     THEIR BALANCES, AND A TOTAL LINE WITH THE COMBINED (NET)
      *     BALANCE AND THE SUM OF THE OVERDRAWN ONES.  A CUSTOMER
      *     WHOSE COMBINED BALANCE IS NEGATIVE BY MORE THAN ITS
      *     EXPOSURE LIMIT - ITS OWN FROM THE CUSTOMER MASTER, OR THE
      *     HOUSE LIMIT BELOW WHERE IT HAS NONE - IS FLAGGED OVER
      *     LIMIT
      *   - LAST, THE CUSTOMERS WITH NO ACCOUNT LINKED, AND THE TOTALS
      * AN ACCOUNT WITH NO LEDGER RECORD HAS NEVER POSTED AND STANDS
      * AT ZERO.  AN OVER-LIMIT CUSTOMER OR AN UNUSABLE LINK ENDS THE
      * STEP RC 8
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - HOUSE EXPOSURE LIMIT IN WHOLE BASE-CURRENCY UNITS, NINE
      *       DIGITS ZERO-PADDED (DEFAULT 000010000)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE        ASSIGN TO "CUSMSTR"
                                        FILE STATUS IS WS-CUS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINK-FILE            ASSIGN TO "CUSLINK"
                                        FILE STATUS IS WS-LINK-STATUS
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
           SELECT EXPOSURE-WORK-FILE   ASSIGN TO "EXPWORK"
                                        FILE STATUS IS WS-EXPWORK-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPOSURE-REPORT-FILE ASSIGN TO "EXPRPT"
                                        FILE STATUS IS WS-EXPRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE            ASSIGN TO "SORTWK".
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  CUSTOMER-FILE.
       COPY CLS01CSM.
       FD  LINK-FILE.
       COPY CLS01CLK.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  EXPOSURE-WORK-FILE.
       01  EXPOSURE-WORK-RECORD        PIC X(80).
       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-LINE        PIC X(80).
       SD  SORT-FILE.
      *-----------------------------------------------------------------
      * THE FIRST SORT PUTS THE LINKS IN ACCOUNT ORDER TO MATCH
      * AGAINST THE MASTER; THE SECOND PUTS THE MATCHED ACCOUNTS IN
      * CUSTOMER ORDER FOR THE REPORT
      *-----------------------------------------------------------------
       01  SORT-LINK-RECORD.
           05  SLK-ACCOUNT-NUMBER      PIC X(10).
           05  SLK-CUSTOMER-ID         PIC X(08).
           05  FILLER                  PIC X(62).
       01  SORT-EXPOSURE-RECORD.
           05  SEX-CUSTOMER-ID         PIC X(08).
           05  SEX-ACCOUNT-NUMBER      PIC X(10).
           05  SEX-ACCOUNT-NAME        PIC X(25).
           05  SEX-ACCOUNT-STATUS      PIC X(01).
           05  SEX-BALANCE             PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(22).
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
      * OPERATOR AUTHORIZATION - REPORT/BATCH AUTHORITY (LEVEL 10)
      * IS ENOUGH FOR THIS PROGRAM, WHICH ONLY READS
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 10.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-LIMIT-PARM               PIC X(09)   VALUE SPACES.
       01  WS-HOUSE-LIMIT              PIC 9(09)   VALUE 10000.
      *================================================================
      * FILE CONTROLS
      *================================================================
       01  WS-CUS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CUSTOMER-FILE                VALUE 'Y'.
       01  WS-LINK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-LINK-FILE                    VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-EXPOSURE-WORK                VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-SORTED-EXPOSURE              VALUE 'Y'.
       01  WS-NO-LINK-SWITCH           PIC X(01)   VALUE 'N'.
           88  NO-LINK-FILE                        VALUE 'Y'.
       01  WS-MATCHED-SWITCH           PIC X(01)   VALUE 'N'.
           88  ACCOUNT-MATCHED                     VALUE 'Y'.
      *================================================================
      * MATCH KEYS FOR THE LINK/MASTER MERGE - HIGH-VALUES STANDS IN
      * FOR A FILE AT ITS END
      *================================================================
       01  WS-LINK-KEY                 PIC X(10)   VALUE SPACES.
       01  WS-LINK-CUSTOMER            PIC X(08)   VALUE SPACES.
       01  WS-MASTER-KEY               PIC X(10)   VALUE SPACES.
      *================================================================
      * THE CUSTOMER MASTER, TABLED AT START-UP - THE SEEN FLAG MARKS
      * A CUSTOMER WITH AT LEAST ONE USABLE LINK
      *================================================================
       01  WS-CUSTOMER-TABLE.
           05  WS-CT-ENTRY             OCCURS 2000 TIMES.
               10  WS-CT-ID            PIC X(08).
               10  WS-CT-NAME          PIC X(30).
               10  WS-CT-TYPE          PIC X(01).
               10  WS-CT-LIMIT         PIC 9(09).
               10  WS-CT-SEEN          PIC X(01).
       01  WS-CT-MAX                   PIC 9(04)   COMP VALUE 2000.
       01  WS-CT-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-CT-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-CT-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-FIND-CUSTOMER            PIC X(08)   VALUE SPACES.
      *================================================================
      * ONE MATCHED ACCOUNT, AS WRITTEN TO THE WORK FILE FOR THE
      * CUSTOMER-ORDER SORT
      *================================================================
       01  WS-EXPOSURE-WORK.
           05  EXW-CUSTOMER-ID         PIC X(08).
           05  EXW-ACCOUNT-NUMBER      PIC X(10).
           05  EXW-ACCOUNT-NAME        PIC X(25).
           05  EXW-ACCOUNT-STATUS      PIC X(01).
           05  EXW-BALANCE             PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(22).
      *================================================================
      * PER-ACCOUNT AND PER-CUSTOMER WORK AREAS
      *================================================================
       01  WS-ACCOUNT-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-CUSTOMER           PIC X(08)   VALUE SPACES.
       01  WS-GROUP-ACCOUNTS           PIC 9(04)   VALUE ZERO.
       01  WS-GROUP-NET                PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-OVERDRAWN          PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-LIMIT              PIC 9(09)   VALUE ZERO.
       01  WS-NEGATIVE-LIMIT           PIC S9(11)V99 VALUE ZERO.
      *================================================================
      * RUN TOTALS
      *================================================================
       01  WS-ACCOUNT-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-LINK-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-LINKED-COUNT             PIC 9(07)   VALUE ZERO.
       01  WS-UNLINKED-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(07)   VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(07)   VALUE ZERO.
       01  WS-ACTIVE-CUSTOMER-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT         PIC 9(07)   VALUE ZERO.
       01  WS-IDLE-CUSTOMER-COUNT      PIC 9(07)   VALUE ZERO.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-CUS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-LINK-STATUS              PIC X(02)   VALUE '00'.
       01  WS-ACCTMST-STATUS           PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-EXPWORK-STATUS           PIC X(02)   VALUE '00'.
       01  WS-EXPRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL AND PRINT LINES - EACH SECTION OF THE REPORT
      * STARTS A NEW PAGE, AND EVERY PAGE REPEATS THE CURRENT
      * SECTION'S TITLE AND COLUMN HEADINGS
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX58  CUSTOMER EXPOSURE'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(15) VALUE
               '  HOUSE LIMIT: '.
           05  WS-HDR-HOUSE-LIMIT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-SECTION-LINE             PIC X(80)   VALUE SPACES.
       01  WS-COLUMN-LINE              PIC X(80)   VALUE SPACES.
       01  WS-UNLINKED-COLUMNS.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(02) VALUE 'S'.
           05  FILLER                  PIC X(15) VALUE
               '        BALANCE'.
           05  FILLER                  PIC X(26) VALUE 'NOTE'.
       01  WS-EXPOSURE-COLUMNS.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(02) VALUE 'S'.
           05  FILLER                  PIC X(15) VALUE
               '        BALANCE'.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-IDLE-COLUMNS.
           05  FILLER                  PIC X(09) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(31) VALUE 'NAME'.
           05  FILLER                  PIC X(02) VALUE 'T'.
           05  FILLER                  PIC X(38) VALUE 'OWN LIMIT'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-PRINT-LINE               PIC X(80)   VALUE SPACES.
       01  WS-ACCOUNT-LINE.
           05  WS-ACL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-NAME             PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-BALANCE          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-ACL-NOTE             PIC X(26).
       01  WS-CUSTOMER-LINE.
           05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CUL-CUSTOMER-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CUL-NAME             PIC X(30).
           05  FILLER                  PIC X(06) VALUE ' TYPE '.
           05  WS-CUL-TYPE             PIC X(01).
           05  FILLER                  PIC X(08) VALUE '  LIMIT '.
           05  WS-CUL-LIMIT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-EXPOSURE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-EXL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXL-NAME             PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXL-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EXL-BALANCE          PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-CUSTOMER-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'ACCOUNTS '.
           05  WS-CTL-ACCOUNTS         PIC ZZZ9.
           05  FILLER                  PIC X(06) VALUE '  NET '.
           05  WS-CTL-NET              PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               '  OVERDRAWN '.
           05  WS-CTL-OVERDRAWN        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CTL-NOTE             PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-IDLE-CUSTOMER-LINE.
           05  WS-IDL-CUSTOMER-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IDL-NAME             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IDL-TYPE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-IDL-LIMIT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  WS-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX58  EXPOSURE RUN TOTALS'.
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
           PERFORM 1300-LOAD-CUSTOMER   THRU 1300-EXIT
               UNTIL END-OF-CUSTOMER-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SLK-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 0100-LINK-INPUT
                             THRU 0100-EXIT
               OUTPUT PROCEDURE IS 0200-LINK-OUTPUT
                              THRU 0200-EXIT

           SORT SORT-FILE
               ON ASCENDING KEY SEX-CUSTOMER-ID
                                SEX-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 0300-EXPOSURE-INPUT
                             THRU 0300-EXIT
               OUTPUT PROCEDURE IS 0400-EXPOSURE-OUTPUT
                              THRU 0400-EXIT

           PERFORM 2800-LIST-IDLE-CUSTOMERS THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * FEED THE FIRST SORT FROM THE LINK FILE - A MISSING LINK FILE
      * ONLY MEANS NO ACCOUNT IS LINKED YET
      *-----------------------------------------------------------------
       0100-LINK-INPUT.
           OPEN INPUT  LINK-FILE
           IF WS-LINK-STATUS = '35'
               SET NO-LINK-FILE          TO TRUE
               DISPLAY 'CLS01EX58 - NO LINK FILE - EVERY ACCOUNT '
                   'IS UNLINKED'
               GO TO 0100-EXIT
           END-IF
           MOVE WS-LINK-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CUSLINK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2050-RELEASE-LINK    THRU 2050-EXIT
               UNTIL END-OF-LINK-FILE

           CLOSE LINK-FILE.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH THE SORTED LINKS AGAINST THE ACCOUNT MASTER, LISTING
      * THE UNLINKED ACCOUNTS AND UNUSABLE LINKS AND WRITING EVERY
      * USABLE ONE TO THE WORK FILE
      *-----------------------------------------------------------------
       0200-LINK-OUTPUT.
           MOVE 'ACCOUNTS NOT LINKED TO A CUSTOMER AND LINK EXCEPTIONS'
                                         TO WS-SECTION-LINE
           MOVE WS-UNLINKED-COLUMNS      TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2100-RETURN-LINK     THRU 2100-EXIT
           PERFORM 2150-READ-MASTER     THRU 2150-EXIT

           PERFORM 2000-MATCH-ACCOUNT   THRU 2000-EXIT
               UNTIL WS-LINK-KEY = HIGH-VALUES
                 AND WS-MASTER-KEY = HIGH-VALUES

           CLOSE EXPOSURE-WORK-FILE.
       0200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FEED THE SECOND SORT FROM THE WORK FILE OF MATCHED ACCOUNTS
      *-----------------------------------------------------------------
       0300-EXPOSURE-INPUT.
           OPEN INPUT  EXPOSURE-WORK-FILE
           MOVE WS-EXPWORK-STATUS        TO WS-CURRENT-STATUS
           MOVE 'EXPWORK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2250-RELEASE-EXPOSURE THRU 2250-EXIT
               UNTIL END-OF-EXPOSURE-WORK

           CLOSE EXPOSURE-WORK-FILE.
       0300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE MATCHED ACCOUNTS ONE CUSTOMER AT A TIME
      *-----------------------------------------------------------------
       0400-EXPOSURE-OUTPUT.
           MOVE 'EXPOSURE BY CUSTOMER'   TO WS-SECTION-LINE
           MOVE WS-EXPOSURE-COLUMNS      TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2600-RETURN-EXPOSURE THRU 2600-EXIT

           PERFORM 2700-CUSTOMER-GROUP  THRU 2700-EXIT
               UNTIL END-OF-SORTED-EXPOSURE.
       0400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE PARAMETERS AND OPEN THE FILES - THE CUSTOMER
      * MASTER MUST EXIST (CLS01EX56 CREATES IT ON ITS FIRST RUN)
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
           ACCEPT WS-LIMIT-PARM          FROM ARGUMENT-VALUE
           IF WS-LIMIT-PARM IS NUMERIC
               MOVE WS-LIMIT-PARM        TO WS-HOUSE-LIMIT
           END-IF

           IF CTL-BATCH-ID = SPACES
               MOVE CTL-RUN-DATE         TO CTL-BATCH-ID
           END-IF

           OPEN INPUT  CUSTOMER-FILE
           MOVE WS-CUS-STATUS            TO WS-CURRENT-STATUS
           MOVE 'CUSMSTR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-ACCTMST-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  LEDGER-FILE
           MOVE WS-LEDGER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT EXPOSURE-WORK-FILE
           MOVE WS-EXPWORK-STATUS        TO WS-CURRENT-STATUS
           MOVE 'EXPWORK'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT EXPOSURE-REPORT-FILE
           MOVE WS-EXPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'EXPRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X58'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX58 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER WITH THE CURRENT SECTION'S TITLE AND
      * COLUMN HEADINGS, AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE WS-HOUSE-LIMIT           TO WS-HDR-HOUSE-LIMIT
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE EXPOSURE-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE EXPOSURE-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE EXPOSURE-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE EXPOSURE-REPORT-LINE     FROM WS-SECTION-LINE
           WRITE EXPOSURE-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE EXPOSURE-REPORT-LINE     FROM WS-COLUMN-LINE
           MOVE WS-EXPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'EXPRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE CUSTOMER FROM THE CUSTOMER MASTER
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET END-OF-CUSTOMER-FILE TO TRUE
                   CLOSE CUSTOMER-FILE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-CUS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CUSMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-CT-USED NOT < WS-CT-MAX
               DISPLAY 'CLS01EX58 - CUSTOMER TABLE FULL - RUN REFUSED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1                        TO WS-CT-USED
           ADD 1                        TO WS-CUSTOMER-COUNT
           MOVE CUS-CUSTOMER-ID         TO WS-CT-ID (WS-CT-USED)
           MOVE CUS-CUSTOMER-NAME       TO WS-CT-NAME (WS-CT-USED)
           MOVE CUS-CUSTOMER-TYPE       TO WS-CT-TYPE (WS-CT-USED)
           MOVE CUS-EXPOSURE-LIMIT      TO WS-CT-LIMIT (WS-CT-USED)
           MOVE 'N'                     TO WS-CT-SEEN (WS-CT-USED).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-CUSTOMER UP IN THE CUSTOMER TABLE - NOT FOUND
      * LEAVES WS-CT-MATCH-SUB ZERO
      *-----------------------------------------------------------------
       1400-FIND-CUSTOMER.
           MOVE ZERO                    TO WS-CT-MATCH-SUB

           PERFORM 1450-MATCH-CUSTOMER  THRU 1450-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-USED
                   OR WS-CT-MATCH-SUB > ZERO.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST WS-FIND-CUSTOMER
      *-----------------------------------------------------------------
       1450-MATCH-CUSTOMER.
           IF WS-CT-ID (WS-CT-SUB) = WS-FIND-CUSTOMER
               MOVE WS-CT-SUB           TO WS-CT-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE STEP OF THE LINK/MASTER MERGE:
      *   LINK BELOW MASTER - THE LINK'S ACCOUNT IS NOT ON THE MASTER
      *   LINK EQUAL        - USE IT, UNLESS THE ACCOUNT ALREADY HAS
      *                       ONE OR THE CUSTOMER IS UNKNOWN
      *   LINK ABOVE MASTER - THE MASTER ACCOUNT IS DONE; LIST IT AS
      *                       UNLINKED IF NO LINK WAS USED FOR IT
      *-----------------------------------------------------------------
       2000-MATCH-ACCOUNT.
           IF WS-LINK-KEY < WS-MASTER-KEY
               MOVE WS-LINK-KEY         TO LDG-ACCOUNT-NUMBER
               PERFORM 2500-READ-LEDGER THRU 2500-EXIT
               MOVE SPACES              TO WS-ACCOUNT-LINE
               MOVE WS-LINK-KEY         TO WS-ACL-ACCOUNT
               STRING 'CUSTOMER ' WS-LINK-CUSTOMER
                   DELIMITED BY SIZE    INTO WS-ACL-NAME
               MOVE WS-ACCOUNT-BALANCE  TO WS-ACL-BALANCE
               MOVE 'LINK - ACCT NOT ON MASTER' TO WS-ACL-NOTE
               PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
               PERFORM 2100-RETURN-LINK THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-LINK-KEY = WS-MASTER-KEY
               PERFORM 2300-USE-LINK    THRU 2300-EXIT
               PERFORM 2100-RETURN-LINK THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF NOT ACCOUNT-MATCHED
               MOVE MST-ACCOUNT-NUMBER  TO LDG-ACCOUNT-NUMBER
               PERFORM 2500-READ-LEDGER THRU 2500-EXIT
               MOVE SPACES              TO WS-ACCOUNT-LINE
               MOVE MST-ACCOUNT-NUMBER  TO WS-ACL-ACCOUNT
               MOVE MST-ACCOUNT-NAME    TO WS-ACL-NAME
               MOVE MST-ACCOUNT-STATUS  TO WS-ACL-STATUS
               MOVE WS-ACCOUNT-BALANCE  TO WS-ACL-BALANCE
               MOVE 'NOT LINKED'        TO WS-ACL-NOTE
               MOVE WS-ACCOUNT-LINE     TO WS-PRINT-LINE
               PERFORM 2900-PRINT-LINE  THRU 2900-EXIT
               ADD 1                    TO WS-UNLINKED-COUNT
           END-IF

           PERFORM 2150-READ-MASTER     THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE LINK TO THE FIRST SORT
      *-----------------------------------------------------------------
       2050-RELEASE-LINK.
           READ LINK-FILE
               AT END
                   SET END-OF-LINK-FILE TO TRUE
                   GO TO 2050-EXIT
           END-READ

           MOVE WS-LINK-STATUS          TO WS-CURRENT-STATUS
           MOVE 'CUSLINK'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINK-COUNT
           MOVE SPACES                  TO SORT-LINK-RECORD
           MOVE CLK-ACCOUNT-NUMBER      TO SLK-ACCOUNT-NUMBER
           MOVE CLK-CUSTOMER-ID         TO SLK-CUSTOMER-ID
           RELEASE SORT-LINK-RECORD.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT LINK BACK FROM THE FIRST SORT
      *-----------------------------------------------------------------
       2100-RETURN-LINK.
           RETURN SORT-FILE
               AT END
                   MOVE HIGH-VALUES     TO WS-LINK-KEY
                   GO TO 2100-EXIT
           END-RETURN

           MOVE SLK-ACCOUNT-NUMBER      TO WS-LINK-KEY
           MOVE SLK-CUSTOMER-ID         TO WS-LINK-CUSTOMER.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT ACCOUNT FROM THE MASTER
      *-----------------------------------------------------------------
       2150-READ-MASTER.
           MOVE 'N'                     TO WS-MATCHED-SWITCH
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES     TO WS-MASTER-KEY
                   GO TO 2150-EXIT
           END-READ

           MOVE WS-ACCTMST-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-ACCOUNT-COUNT
           MOVE MST-ACCOUNT-NUMBER      TO WS-MASTER-KEY.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RELEASE ONE MATCHED ACCOUNT TO THE SECOND SORT
      *-----------------------------------------------------------------
       2250-RELEASE-EXPOSURE.
           READ EXPOSURE-WORK-FILE
               AT END
                   SET END-OF-EXPOSURE-WORK TO TRUE
                   GO TO 2250-EXIT
           END-READ

           MOVE WS-EXPWORK-STATUS       TO WS-CURRENT-STATUS
           MOVE 'EXPWORK'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           RELEASE SORT-EXPOSURE-RECORD FROM EXPOSURE-WORK-RECORD.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A LINK WHOSE ACCOUNT IS ON THE MASTER - THE FIRST ONE TO A
      * KNOWN CUSTOMER GOES TO THE WORK FILE WITH THE ACCOUNT'S
      * BALANCE; A SECOND LINK OR AN UNKNOWN CUSTOMER IS AN EXCEPTION
      *-----------------------------------------------------------------
       2300-USE-LINK.
           MOVE MST-ACCOUNT-NUMBER      TO LDG-ACCOUNT-NUMBER
           PERFORM 2500-READ-LEDGER     THRU 2500-EXIT

           IF ACCOUNT-MATCHED
               MOVE SPACES              TO WS-ACCOUNT-LINE
               MOVE MST-ACCOUNT-NUMBER  TO WS-ACL-ACCOUNT
               MOVE MST-ACCOUNT-NAME    TO WS-ACL-NAME
               MOVE MST-ACCOUNT-STATUS  TO WS-ACL-STATUS
               MOVE WS-ACCOUNT-BALANCE  TO WS-ACL-BALANCE
               STRING 'ALSO LINKED TO ' WS-LINK-CUSTOMER
                   DELIMITED BY SIZE    INTO WS-ACL-NOTE
               PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
               GO TO 2300-EXIT
           END-IF

           MOVE WS-LINK-CUSTOMER        TO WS-FIND-CUSTOMER
           PERFORM 1400-FIND-CUSTOMER   THRU 1400-EXIT
           IF WS-CT-MATCH-SUB = ZERO
               MOVE SPACES              TO WS-ACCOUNT-LINE
               MOVE MST-ACCOUNT-NUMBER  TO WS-ACL-ACCOUNT
               MOVE MST-ACCOUNT-NAME    TO WS-ACL-NAME
               MOVE MST-ACCOUNT-STATUS  TO WS-ACL-STATUS
               MOVE WS-ACCOUNT-BALANCE  TO WS-ACL-BALANCE
               STRING 'UNKNOWN CUSTOMER ' WS-LINK-CUSTOMER
                   DELIMITED BY SIZE    INTO WS-ACL-NOTE
               PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
               GO TO 2300-EXIT
           END-IF

           SET ACCOUNT-MATCHED          TO TRUE
           MOVE 'Y'                     TO WS-CT-SEEN (WS-CT-MATCH-SUB)
           MOVE SPACES                  TO WS-EXPOSURE-WORK
           MOVE WS-LINK-CUSTOMER        TO EXW-CUSTOMER-ID
           MOVE MST-ACCOUNT-NUMBER      TO EXW-ACCOUNT-NUMBER
           MOVE MST-ACCOUNT-NAME        TO EXW-ACCOUNT-NAME
           MOVE MST-ACCOUNT-STATUS      TO EXW-ACCOUNT-STATUS
           MOVE WS-ACCOUNT-BALANCE      TO EXW-BALANCE
           WRITE EXPOSURE-WORK-RECORD   FROM WS-EXPOSURE-WORK
           MOVE WS-EXPWORK-STATUS       TO WS-CURRENT-STATUS
           MOVE 'EXPWORK'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-LINKED-COUNT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT AN UNUSABLE LINK FROM WS-ACCOUNT-LINE AND COUNT IT
      *-----------------------------------------------------------------
       2400-PRINT-EXCEPTION.
           MOVE WS-ACCOUNT-LINE         TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           ADD 1                        TO WS-EXCEPTION-COUNT
           DISPLAY 'CLS01EX58 - LINK EXCEPTION ' WS-ACL-ACCOUNT
               ' ' WS-ACL-NOTE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE BALANCE OF THE ACCOUNT IN LDG-ACCOUNT-NUMBER - NO LEDGER
      * RECORD MEANS IT HAS NEVER POSTED AND STANDS AT ZERO
      *-----------------------------------------------------------------
       2500-READ-LEDGER.
           MOVE ZERO                    TO WS-ACCOUNT-BALANCE
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LDG-BALANCE     TO WS-ACCOUNT-BALANCE
           END-READ

           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           IF WS-LEDGER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TAKE THE NEXT MATCHED ACCOUNT BACK FROM THE SECOND SORT
      *-----------------------------------------------------------------
       2600-RETURN-EXPOSURE.
           RETURN SORT-FILE
               AT END
                   SET END-OF-SORTED-EXPOSURE TO TRUE
           END-RETURN.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ONE CUSTOMER: ITS HEADING, ITS ACCOUNTS, AND THE TOTAL LINE
      * WITH THE OVER-LIMIT FLAG - THE CUSTOMER'S OWN LIMIT, OR THE
      * HOUSE LIMIT WHERE IT HAS NONE
      *-----------------------------------------------------------------
       2700-CUSTOMER-GROUP.
           MOVE SEX-CUSTOMER-ID         TO WS-GROUP-CUSTOMER
                                            WS-FIND-CUSTOMER
           PERFORM 1400-FIND-CUSTOMER   THRU 1400-EXIT
           MOVE ZERO                    TO WS-GROUP-ACCOUNTS
                                            WS-GROUP-NET
                                            WS-GROUP-OVERDRAWN
           ADD 1                        TO WS-ACTIVE-CUSTOMER-COUNT

           IF WS-CT-LIMIT (WS-CT-MATCH-SUB) > ZERO
               MOVE WS-CT-LIMIT (WS-CT-MATCH-SUB) TO WS-GROUP-LIMIT
           ELSE
               MOVE WS-HOUSE-LIMIT      TO WS-GROUP-LIMIT
           END-IF

           IF WS-LINES-ON-PAGE + 3 > WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF
           MOVE WS-BLANK-LINE           TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           MOVE WS-GROUP-CUSTOMER       TO WS-CUL-CUSTOMER-ID
           MOVE WS-CT-NAME (WS-CT-MATCH-SUB) TO WS-CUL-NAME
           MOVE WS-CT-TYPE (WS-CT-MATCH-SUB) TO WS-CUL-TYPE
           MOVE WS-GROUP-LIMIT          TO WS-CUL-LIMIT
           MOVE WS-CUSTOMER-LINE        TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT

           PERFORM 2750-EXPOSURE-ACCOUNT THRU 2750-EXIT
               UNTIL END-OF-SORTED-EXPOSURE
                  OR SEX-CUSTOMER-ID NOT = WS-GROUP-CUSTOMER

           MOVE WS-GROUP-ACCOUNTS       TO WS-CTL-ACCOUNTS
           MOVE WS-GROUP-NET            TO WS-CTL-NET
           MOVE WS-GROUP-OVERDRAWN      TO WS-CTL-OVERDRAWN
           MOVE SPACES                  TO WS-CTL-NOTE
           COMPUTE WS-NEGATIVE-LIMIT = ZERO - WS-GROUP-LIMIT
           IF WS-GROUP-NET < WS-NEGATIVE-LIMIT
               MOVE 'OVER LIMIT'        TO WS-CTL-NOTE
               ADD 1                    TO WS-OVER-LIMIT-COUNT
               DISPLAY 'CLS01EX58 - CUSTOMER ' WS-GROUP-CUSTOMER
                   ' OVER EXPOSURE LIMIT'
           END-IF
           MOVE WS-CUSTOMER-TOTAL-LINE  TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE OF THE CUSTOMER'S ACCOUNTS AND ADD IT INTO THE
      * CUSTOMER'S TOTALS
      *-----------------------------------------------------------------
       2750-EXPOSURE-ACCOUNT.
           MOVE SEX-ACCOUNT-NUMBER      TO WS-EXL-ACCOUNT
           MOVE SEX-ACCOUNT-NAME        TO WS-EXL-NAME
           MOVE SEX-ACCOUNT-STATUS      TO WS-EXL-STATUS
           MOVE SEX-BALANCE             TO WS-EXL-BALANCE
           MOVE WS-EXPOSURE-LINE        TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT

           ADD 1                        TO WS-GROUP-ACCOUNTS
           ADD SEX-BALANCE              TO WS-GROUP-NET
           IF SEX-BALANCE < ZERO
               ADD SEX-BALANCE          TO WS-GROUP-OVERDRAWN
           END-IF

           PERFORM 2600-RETURN-EXPOSURE THRU 2600-EXIT.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST SECTION: CUSTOMERS WITH NO ACCOUNT LINKED
      *-----------------------------------------------------------------
       2800-LIST-IDLE-CUSTOMERS.
           MOVE 'CUSTOMERS WITH NO LINKED ACCOUNT' TO WS-SECTION-LINE
           MOVE WS-IDLE-COLUMNS          TO WS-COLUMN-LINE
           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2850-IDLE-CUSTOMER   THRU 2850-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CT-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LIST ONE CUSTOMER IF NO USABLE LINK WAS FOUND FOR IT
      *-----------------------------------------------------------------
       2850-IDLE-CUSTOMER.
           IF WS-CT-SEEN (WS-CT-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-CT-ID (WS-CT-SUB)    TO WS-IDL-CUSTOMER-ID
           MOVE WS-CT-NAME (WS-CT-SUB)  TO WS-IDL-NAME
           MOVE WS-CT-TYPE (WS-CT-SUB)  TO WS-IDL-TYPE
           MOVE WS-CT-LIMIT (WS-CT-SUB) TO WS-IDL-LIMIT
           MOVE WS-IDLE-CUSTOMER-LINE   TO WS-PRINT-LINE
           PERFORM 2900-PRINT-LINE      THRU 2900-EXIT
           ADD 1                        TO WS-IDLE-CUSTOMER-COUNT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THE CURRENT
      * PAGE IS FULL
      *-----------------------------------------------------------------
       2900-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           WRITE EXPOSURE-REPORT-LINE   FROM WS-PRINT-LINE
           MOVE WS-EXPRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'EXPRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE RUN TOTALS, SET THE RETURN CODE AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 3100-WRITE-SUMMARY   THRU 3100-EXIT

           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LEDGER-FILE
           CLOSE EXPOSURE-REPORT-FILE

           IF WS-OVER-LIMIT-COUNT > ZERO
               OR WS-EXCEPTION-COUNT > ZERO
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY 'CLS01EX58 REPORTED ' WS-ACTIVE-CUSTOMER-COUNT
               ' CUSTOMERS OVER ' WS-LINKED-COUNT ' ACCOUNTS, '
               WS-OVER-LIMIT-COUNT ' OVER LIMIT, '
               WS-UNLINKED-COUNT ' ACCOUNTS UNLINKED, '
               WS-EXCEPTION-COUNT ' LINK EXCEPTIONS - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LAST PAGE: WHAT THE RUN READ, MATCHED AND FLAGGED
      *-----------------------------------------------------------------
       3100-WRITE-SUMMARY.
           WRITE EXPOSURE-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-TITLE-LINE
           WRITE EXPOSURE-REPORT-LINE    FROM WS-BLANK-LINE

           MOVE 'ACCOUNTS ON MASTER:'    TO WS-SUM-LABEL
           MOVE WS-ACCOUNT-COUNT         TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS LINKED TO A CUSTOMER:' TO WS-SUM-LABEL
           MOVE WS-LINKED-COUNT          TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS NOT LINKED:'   TO WS-SUM-LABEL
           MOVE WS-UNLINKED-COUNT        TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'LINKS READ:'            TO WS-SUM-LABEL
           MOVE WS-LINK-COUNT            TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'LINK EXCEPTIONS:'       TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT       TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS ON MASTER:'   TO WS-SUM-LABEL
           MOVE WS-CUSTOMER-COUNT        TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS WITH LINKED ACCOUNTS:' TO WS-SUM-LABEL
           MOVE WS-ACTIVE-CUSTOMER-COUNT TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS OVER LIMIT:'  TO WS-SUM-LABEL
           MOVE WS-OVER-LIMIT-COUNT      TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS WITH NO ACCOUNT:' TO WS-SUM-LABEL
           MOVE WS-IDLE-CUSTOMER-COUNT   TO WS-SUM-COUNT
           WRITE EXPOSURE-REPORT-LINE    FROM WS-SUMMARY-LINE
           MOVE WS-EXPRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'EXPRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X58'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-ACCOUNT-COUNT        TO LOG-INPUT-COUNT
           MOVE WS-ACTIVE-CUSTOMER-COUNT TO LOG-OUTPUT-COUNT
           MOVE WS-EXCEPTION-COUNT      TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX58 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
