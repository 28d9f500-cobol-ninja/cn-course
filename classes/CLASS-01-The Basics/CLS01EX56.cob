      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX56.
      * AUDITED ADD/CHANGE/DELETE MAINTENANCE FOR THE CUSTOMER MASTER
      * (CUSMSTR) - THE PERSON OR BUSINESS BEHIND ONE OR MORE
      * ACCOUNTS, WHICH ACCTMSTR ON ITS OWN CANNOT SHOW.  THE SAME
      * AUDITED MAINTENANCE PATTERN CLS01EX12, CLS01EX31 AND CLS01EX52
      * GIVE THE OTHER MASTERS
      * READ A TRANSACTION FILE OF MAINTENANCE REQUESTS KEYED ON THE
      * CUSTOMER ID, EACH CARRYING AN ACTION CODE - (A)DD, (C)HANGE
      * OR (D)ELETE - AND, FOR AN ADD OR CHANGE, THE CUSTOMER'S NAME,
      * TYPE (I INDIVIDUAL, B BUSINESS, J JOINT) AND OWN EXPOSURE
      * LIMIT (BLANK OR ZERO LEAVES THE CUSTOMER ON THE HOUSE LIMIT
      * CLS01EX58 IS RUN WITH).  A CHANGE REPLACES THE NAME, TYPE AND
      * LIMIT WHOLE; EVERY ADD AND CHANGE IS STAMPED WITH THE
      * BUSINESS DATE AND THE OPERATOR
      * AN ADD FOR AN ID ALREADY ON THE MASTER, A CHANGE OR DELETE
      * FOR ONE NOT ON IT, AN ADD/CHANGE THAT FAILS ITS EDITS (NO
      * NAME, UNKNOWN TYPE, LIMIT NOT NUMERIC), OR A DELETE OF A
      * CUSTOMER STILL LINKED TO ANY ACCOUNT ON THE LINK FILE
      * (CUSLINK - UNLINK THEM THROUGH CLS01EX57 FIRST) IS REJECTED;
      * EVERY REQUEST PRINTS ON A PAGED MAINTENANCE REGISTER
      * THE MAINTAINED MASTER IS WRITTEN TO CUSNEW AND THE JOB'S
      * FOLLOW-ON STEP SWAPS IT IN - THIS PROGRAM NEVER WRITES OVER
      * ITS OWN INPUT.  A MISSING MASTER IS JUST THE FIRST LOAD - AN
      * ALL-ADDS RUN CREATES IT
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE        ASSIGN TO "CUSMSTR"
                                        FILE STATUS IS WS-CUS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MAINT-FILE  ASSIGN TO "CUSMNT"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CUSTOMER-FILE    ASSIGN TO "CUSNEW"
                                        FILE STATUS IS WS-CUSNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINK-FILE            ASSIGN TO "CUSLINK"
                                        FILE STATUS IS WS-LINK-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-REPORT-FILE ASSIGN TO "CUSRPT"
                                        FILE STATUS IS WS-CUSRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE          ASSIGN TO "REJFILE"
                                        FILE STATUS IS WS-REJECT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE         ASSIGN TO "RUNLOG"
                                        FILE STATUS IS WS-RUNLOG-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-FILE-RECORD        PIC X(80).
       FD  CUSTOMER-MAINT-FILE.
       01  CUSTOMER-MAINT-RECORD.
           05  CMR-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
           05  CMR-CUSTOMER-ID         PIC X(08).
           05  CMR-CUSTOMER-NAME       PIC X(30).
           05  CMR-CUSTOMER-TYPE       PIC X(01).
           05  CMR-EXPOSURE-LIMIT      PIC X(09).
           05  CMR-EXPOSURE-LIMIT-N    REDEFINES CMR-EXPOSURE-LIMIT
                                        PIC 9(09).
           05  FILLER                  PIC X(31).
       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-RECORD         PIC X(80).
       FD  LINK-FILE.
       COPY CLS01CLK.
       FD  CUSTOMER-REPORT-FILE.
       01  CUSTOMER-REPORT-LINE        PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-CUSTOMER-ID         PIC X(08).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(41).
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
      * OPERATOR AUTHORIZATION - THE CUSTOMER MASTER DECIDES WHOSE
      * BALANCES ARE ADDED TOGETHER FOR CREDIT EXPOSURE, SO
      * CORRECTION AUTHORITY (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * THE CUSTOMER BEING BUILT FOR THE TABLE
      *================================================================
       COPY CLS01CSM.
      *================================================================
       01  WS-CUS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CUSTOMER-FILE                VALUE 'Y'.
       01  WS-MAINT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-LINK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-LINK-FILE                    VALUE 'Y'.
       01  WS-NO-CUS-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-CUSTOMER-MASTER                  VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
       01  WS-FIND-ID                  PIC X(08)   VALUE SPACES.
       01  WS-KEEP-ADDED-DATE          PIC 9(08)   VALUE ZERO.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * THE CUSTOMER MASTER HELD IN STORAGE FOR THE RUN - LOADED UP
      * FRONT WITH EACH CUSTOMER'S COUNT OF LINKED ACCOUNTS,
      * MAINTAINED IN PLACE, WRITTEN BACK OUT AT THE END.  A DELETED
      * ENTRY IS ONLY MARKED, SO THE REGISTER CAN STILL NAME WHAT IT
      * DELETED
      *================================================================
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY             OCCURS 2000 TIMES.
               10  WS-CU-IMAGE.
                   15  WS-CU-ID        PIC X(08).
                   15  FILLER          PIC X(72).
               10  WS-CU-DELETED       PIC X(01).
               10  WS-CU-LINKS         PIC 9(05).
       01  WS-CU-MAX                   PIC 9(04)   COMP VALUE 2000.
       01  WS-CU-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-CU-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-CU-MATCH-SUB             PIC 9(04)   COMP VALUE ZERO.
       01  WS-CU-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  CUSTOMER-FOUND                      VALUE 'Y'.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-CUS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CUSNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LINK-STATUS              PIC X(02)   VALUE '00'.
       01  WS-CUSRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX56  CUSTOMER MASTER MAINT REG'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(02) VALUE 'A'.
           05  FILLER                  PIC X(09) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(31) VALUE 'NAME'.
           05  FILLER                  PIC X(02) VALUE 'T'.
           05  FILLER                  PIC X(10) VALUE '    LIMIT'.
           05  FILLER                  PIC X(26) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CUSTOMER-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LIMIT            PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(26).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-ADDS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' ADDS  '.
           05  WS-TOT-CHANGES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' CHANGES '.
           05  WS-TOT-DELETES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' DELETES '.
           05  WS-TOT-REJECTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-MASTER-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'CUSTOMERS ON MASTER:    '.
           05  WS-TOT-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-CUSTOMER   THRU 1300-EXIT
               UNTIL END-OF-CUSTOMER-FILE
           PERFORM 1500-COUNT-LINK      THRU 1500-EXIT
               UNTIL END-OF-LINK-FILE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE
           PERFORM 2800-WRITE-NEW-MASTER THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE OPERATOR, OPEN THE FILES AND PRINT THE FIRST PAGE
      * HEADER - A MISSING MASTER IS THE FIRST LOAD, AND A MISSING
      * LINK FILE ONLY MEANS NO ACCOUNT IS LINKED YET
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

           OPEN INPUT  CUSTOMER-FILE
           IF WS-CUS-STATUS = '35'
               SET NO-CUSTOMER-MASTER    TO TRUE
               SET END-OF-CUSTOMER-FILE  TO TRUE
               DISPLAY 'CLS01EX56 - CUSTOMER MASTER NOT LOADED - '
                   'FIRST LOAD'
           ELSE
               MOVE WS-CUS-STATUS        TO WS-CURRENT-STATUS
               MOVE 'CUSMSTR'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  LINK-FILE
           IF WS-LINK-STATUS = '35'
               SET END-OF-LINK-FILE      TO TRUE
           ELSE
               MOVE WS-LINK-STATUS       TO WS-CURRENT-STATUS
               MOVE 'CUSLINK'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  CUSTOMER-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'CUSMNT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-CUSTOMER-FILE
           MOVE WS-CUSNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CUSNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT CUSTOMER-REPORT-FILE
           MOVE WS-CUSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CUSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT REJECT-FILE
           MOVE WS-REJECT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'REJFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

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
           MOVE 'CLS01X56'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX56 - OPERATOR ' CTL-OPERATOR-ID
                   ' REFUSED: ' OPV-RESULT-TEXT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
       1200-WRITE-HEADER.
           ADD 1                         TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER           TO WS-HDR-PAGE-NUMBER
           MOVE CTL-RUN-DATE             TO WS-HDR-RUN-DATE
           MOVE BDT-SYSTEM-DATE          TO WS-HDR-SYS-DATE
           MOVE CTL-OPERATOR-ID          TO WS-HDR-OPERATOR

           WRITE CUSTOMER-REPORT-LINE     FROM WS-HEADER-LINE-1
           WRITE CUSTOMER-REPORT-LINE     FROM WS-HEADER-LINE-2
           WRITE CUSTOMER-REPORT-LINE     FROM WS-BLANK-LINE
           WRITE CUSTOMER-REPORT-LINE     FROM WS-HEADER-LINE-3
           MOVE WS-CUSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CUSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE MASTER CUSTOMER INTO THE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET END-OF-CUSTOMER-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-CUS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CUSMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-CU-USED < WS-CU-MAX
               ADD 1                    TO WS-CU-USED
               MOVE CUSTOMER-FILE-RECORD
                                         TO WS-CU-IMAGE (WS-CU-USED)
               MOVE 'N'                 TO WS-CU-DELETED (WS-CU-USED)
               MOVE ZERO                TO WS-CU-LINKS (WS-CU-USED)
           ELSE
               DISPLAY 'CLS01EX56 - CUSTOMER TABLE FULL - '
                   'RUN REFUSED, MASTER UNCHANGED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT ONE LINK AGAINST ITS CUSTOMER, SO A DELETE CAN BE
      * REFUSED WHILE THE CUSTOMER STILL OWNS ACCOUNTS
      *-----------------------------------------------------------------
       1500-COUNT-LINK.
           READ LINK-FILE
               AT END
                   SET END-OF-LINK-FILE TO TRUE
                   CLOSE LINK-FILE
                   GO TO 1500-EXIT
           END-READ

           MOVE WS-LINK-STATUS          TO WS-CURRENT-STATUS
           MOVE 'CUSLINK'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE CLK-CUSTOMER-ID         TO WS-FIND-ID
           PERFORM 1400-FIND-CUSTOMER   THRU 1400-EXIT
           IF CUSTOMER-FOUND
               ADD 1                    TO WS-CU-LINKS (WS-CU-MATCH-SUB)
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE REQUEST, THEN APPLY IT TO THE TABLE OR REJECT
      * IT, AND PRINT ITS REGISTER LINE EITHER WAY
      *-----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           READ CUSTOMER-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-MAINT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CUSMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RECORD-COUNT
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-ADD
                       PERFORM 2200-ADD-CUSTOMER
                                                THRU 2200-EXIT
                   WHEN ACTION-IS-CHANGE
                       PERFORM 2300-CHANGE-CUSTOMER
                                                THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-CUSTOMER
                                                THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE ACTION AND ID, LOOK THE ID UP SO ADDS CAN REJECT
      * DUPLICATES AND CHANGES/DELETES CAN REJECT IDS NOT ON THE
      * MASTER, THEN EDIT WHAT AN ADD OR CHANGE CARRIES
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           MOVE 'N'                     TO WS-VALID-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CMR-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS BLANK'   TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE CMR-CUSTOMER-ID         TO WS-FIND-ID
           PERFORM 1400-FIND-CUSTOMER   THRU 1400-EXIT

           EVALUATE TRUE
               WHEN ACTION-IS-ADD AND CUSTOMER-FOUND
                   MOVE 'DUPLICATE CUSTOMER ON ADD'
                                         TO WS-REJECT-REASON
               WHEN (ACTION-IS-CHANGE OR ACTION-IS-DELETE)
                     AND NOT CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT ON MASTER'
                                         TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-DELETE
               IF WS-CU-LINKS (WS-CU-MATCH-SUB) > ZERO
                   MOVE 'CUSTOMER STILL HAS LINKED ACCTS'
                                         TO WS-REJECT-REASON
               ELSE
                   SET REQUEST-IS-VALID TO TRUE
               END-IF
               GO TO 1900-EXIT
           END-IF

           IF CMR-CUSTOMER-NAME = SPACES
               MOVE 'CUSTOMER NAME IS BLANK' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE CMR-CUSTOMER-TYPE       TO CUS-CUSTOMER-TYPE
           IF NOT CUS-TYPE-VALID
               MOVE 'CUSTOMER TYPE NOT I, B OR J'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF CMR-EXPOSURE-LIMIT NOT = SPACES
               AND CMR-EXPOSURE-LIMIT NOT NUMERIC
               MOVE 'EXPOSURE LIMIT NOT NUMERIC'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET REQUEST-IS-VALID         TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-ID UP AMONG THE SURVIVING (NOT DELETED) TABLE
      * ENTRIES
      *-----------------------------------------------------------------
       1400-FIND-CUSTOMER.
           MOVE 'N'                     TO WS-CU-FOUND-SWITCH
           MOVE ZERO                    TO WS-CU-MATCH-SUB

           PERFORM 1450-MATCH-CUSTOMER  THRU 1450-EXIT
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-USED
                   OR CUSTOMER-FOUND.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE TABLE ENTRY AGAINST WS-FIND-ID
      *-----------------------------------------------------------------
       1450-MATCH-CUSTOMER.
           IF WS-CU-ID (WS-CU-SUB) = WS-FIND-ID
               AND WS-CU-DELETED (WS-CU-SUB) = 'N'
               SET CUSTOMER-FOUND       TO TRUE
               MOVE WS-CU-SUB           TO WS-CU-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUILD THE MASTER IMAGE OF AN ADD OR CHANGE FROM THE REQUEST,
      * STAMPED WITH THE BUSINESS DATE AND OPERATOR - A BLANK LIMIT
      * IS CARRIED AS ZERO (THE HOUSE LIMIT)
      *-----------------------------------------------------------------
       2100-BUILD-CUSTOMER.
           MOVE SPACES                  TO CUSTOMER-MASTER-RECORD
           MOVE CMR-CUSTOMER-ID         TO CUS-CUSTOMER-ID
           MOVE CMR-CUSTOMER-NAME       TO CUS-CUSTOMER-NAME
           MOVE CMR-CUSTOMER-TYPE       TO CUS-CUSTOMER-TYPE
           IF CMR-EXPOSURE-LIMIT = SPACES
               MOVE ZERO                TO CUS-EXPOSURE-LIMIT
           ELSE
               MOVE CMR-EXPOSURE-LIMIT-N TO CUS-EXPOSURE-LIMIT
           END-IF
           MOVE CTL-RUN-DATE            TO CUS-ADDED-DATE
                                            CUS-CHANGED-DATE
           MOVE CTL-OPERATOR-ID         TO CUS-CHANGED-BY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD A NEW CUSTOMER TO THE TABLE
      *-----------------------------------------------------------------
       2200-ADD-CUSTOMER.
           IF WS-CU-USED < WS-CU-MAX
               PERFORM 2100-BUILD-CUSTOMER THRU 2100-EXIT
               ADD 1                    TO WS-CU-USED
               MOVE CUSTOMER-MASTER-RECORD
                                         TO WS-CU-IMAGE (WS-CU-USED)
               MOVE 'N'                 TO WS-CU-DELETED (WS-CU-USED)
               MOVE ZERO                TO WS-CU-LINKS (WS-CU-USED)
               ADD 1                    TO WS-ADD-COUNT
               MOVE 'ADDED'             TO WS-REGISTER-STATUS
           ELSE
               MOVE 'CUSTOMER TABLE FULL'    TO WS-REJECT-REASON
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * REPLACE THE ENTRY 1400-FIND-CUSTOMER MATCHED - THE DATE THE
      * CUSTOMER WAS FIRST ADDED IS KEPT
      *-----------------------------------------------------------------
       2300-CHANGE-CUSTOMER.
           MOVE WS-CU-IMAGE (WS-CU-MATCH-SUB)
                                         TO CUSTOMER-MASTER-RECORD
           MOVE CUS-ADDED-DATE          TO WS-KEEP-ADDED-DATE
           PERFORM 2100-BUILD-CUSTOMER  THRU 2100-EXIT
           MOVE WS-KEEP-ADDED-DATE      TO CUS-ADDED-DATE
           MOVE CUSTOMER-MASTER-RECORD  TO WS-CU-IMAGE
                                            (WS-CU-MATCH-SUB)
           ADD 1                        TO WS-CHANGE-COUNT
           MOVE 'CHANGED'               TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE MATCHED ENTRY DELETED - IT STAYS OFF THE NEW MASTER
      *-----------------------------------------------------------------
       2400-DELETE-CUSTOMER.
           MOVE 'Y'                     TO WS-CU-DELETED
                                            (WS-CU-MATCH-SUB)
           ADD 1                        TO WS-DELETE-COUNT
           MOVE 'DELETED'               TO WS-REGISTER-STATUS.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE CMR-ACTION              TO REJ-ACTION
           MOVE CMR-CUSTOMER-ID         TO REJ-CUSTOMER-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX56 - REJECTED ' CMR-CUSTOMER-ID
               ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER LINE FOR THE CURRENT REQUEST, STARTING A
      * NEW PAGE FIRST IF THE CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2700-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE CMR-ACTION               TO WS-DTL-ACTION
           MOVE CMR-CUSTOMER-ID          TO WS-DTL-CUSTOMER-ID
           MOVE CMR-CUSTOMER-NAME        TO WS-DTL-NAME
           MOVE CMR-CUSTOMER-TYPE        TO WS-DTL-TYPE
           MOVE CMR-EXPOSURE-LIMIT       TO WS-DTL-LIMIT
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE CUSTOMER-REPORT-LINE     FROM WS-DETAIL-LINE
           MOVE WS-CUSRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'CUSRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE SURVIVING TABLE ENTRIES OUT AS THE NEW MASTER
      *-----------------------------------------------------------------
       2800-WRITE-NEW-MASTER.
           PERFORM 2850-WRITE-ONE-CUSTOMER THRU 2850-EXIT
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE SURVIVING CUSTOMER
      *-----------------------------------------------------------------
       2850-WRITE-ONE-CUSTOMER.
           IF WS-CU-DELETED (WS-CU-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-CU-IMAGE (WS-CU-SUB) TO NEW-CUSTOMER-RECORD
           WRITE NEW-CUSTOMER-RECORD
           MOVE WS-CUSNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CUSNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-WRITTEN-COUNT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER TOTALS AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-ADD-COUNT            TO WS-TOT-ADDS
           MOVE WS-CHANGE-COUNT         TO WS-TOT-CHANGES
           MOVE WS-DELETE-COUNT         TO WS-TOT-DELETES
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           MOVE WS-WRITTEN-COUNT        TO WS-TOT-WRITTEN
           WRITE CUSTOMER-REPORT-LINE    FROM WS-BLANK-LINE
           WRITE CUSTOMER-REPORT-LINE    FROM WS-TOTAL-LINE
           WRITE CUSTOMER-REPORT-LINE    FROM WS-MASTER-TOTAL-LINE
           MOVE WS-CUSRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'CUSRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX56 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-DELETE-COUNT ' DELETED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-CUSTOMER-MASTER
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE CUSTOMER-MAINT-FILE
           CLOSE NEW-CUSTOMER-FILE
           CLOSE CUSTOMER-REPORT-FILE
           CLOSE REJECT-FILE.
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
           MOVE 'CLS01X56'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE WS-REJECT-COUNT         TO LOG-REJECT-COUNT
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
               DISPLAY 'CLS01EX56 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
