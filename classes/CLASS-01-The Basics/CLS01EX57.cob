      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX57.
      * AUDITED MAINTENANCE OF THE ACCOUNT-TO-CUSTOMER LINK FILE
      * (CUSLINK) - WHICH CUSTOMER ON THE CUSTOMER MASTER (CUSMSTR,
      * KEPT BY CLS01EX56) OWNS WHICH ACCOUNT ON ACCTMSTR.  AN
      * ACCOUNT BELONGS TO AT MOST ONE CUSTOMER; A CUSTOMER MAY OWN
      * ANY NUMBER OF ACCOUNTS
      * THE MAINTENANCE CARDS (LNKMNT) CARRY AN ACTION CODE:
      *   L - LINK THE ACCOUNT TO THE CUSTOMER.  THE CUSTOMER MUST
      *       BE ON THE CUSTOMER MASTER, THE ACCOUNT ON ACCTMSTR AND
      *       NOT CLOSED, AND THE ACCOUNT NOT ALREADY LINKED
      *   U - UNLINK THE ACCOUNT.  IT MUST BE LINKED, AND A CUSTOMER
      *       GIVEN ON THE CARD MUST BE THE ONE IT IS LINKED TO
      *   P - LINK A PAIR OF ACCOUNTS TO ONE CUSTOMER - THE CUSTOMER
      *       ON THE CARD, OR, IF NONE IS GIVEN, THE CUSTOMER ONE OF
      *       THE TWO IS ALREADY LINKED TO.  WHICHEVER OF THE PAIR IS
      *       NOT YET LINKED IS LINKED; A PAIR ALREADY SPLIT BETWEEN
      *       TWO CUSTOMERS IS REJECTED FOR A PERSON TO SORT OUT
      * CLS01EX41 PAIRS ACCOUNTS IT SUSPECTS ARE THE SAME CUSTOMER
      * KEYED TWICE.  WHERE REVIEW FINDS THE PAIR IS ONE CUSTOMER'S
      * TWO REAL ACCOUNTS RATHER THAN A DUPLICATE TO DELETE, THE
      * REVIEWER COPIES ITS DUPFILE RECORD TO THE CONFIRMED-PAIR
      * FILE (DUPCONF) UNCHANGED AND THIS PROGRAM APPLIES EACH ONE
      * AS A P REQUEST WITH NO CUSTOMER GIVEN, AFTER THE CARDS - SO A
      * CARD CAN FIRST LINK ONE OF THE PAIR TO ITS CUSTOMER
      * LINKS MADE FROM AN L CARD ARE MARKED SOURCE M (MAINTENANCE),
      * FROM A PAIR SOURCE D (DUPLICATE REVIEW), AND EVERY LINK IS
      * STAMPED WITH THE BUSINESS DATE AND OPERATOR.  REJECTIONS GO
      * TO REJFILE, EVERY REQUEST PRINTS ON A PAGED REGISTER, AND THE
      * MAINTAINED FILE IS WRITTEN TO LNKNEW FOR THE JOB'S FOLLOW-ON
      * STEP TO SWAP IN.  A MISSING LINK FILE IS THE FIRST LOAD
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE            ASSIGN TO "CUSLINK"
                                        FILE STATUS IS WS-LINK-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINK-MAINT-FILE      ASSIGN TO "LNKMNT"
                                        FILE STATUS IS WS-MAINT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRMED-PAIR-FILE  ASSIGN TO "DUPCONF"
                                        FILE STATUS IS WS-DUPCONF-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE        ASSIGN TO "CUSMSTR"
                                        FILE STATUS IS WS-CUS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE  ASSIGN TO "ACCTMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT NEW-LINK-FILE        ASSIGN TO "LNKNEW"
                                        FILE STATUS IS WS-LNKNEW-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINK-REPORT-FILE     ASSIGN TO "LNKRPT"
                                        FILE STATUS IS WS-LNKRPT-STATUS
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
       FD  LINK-FILE.
       01  LINK-FILE-RECORD            PIC X(80).
       FD  LINK-MAINT-FILE.
       01  LINK-MAINT-RECORD           PIC X(80).
       FD  CONFIRMED-PAIR-FILE.
       01  CONFIRMED-PAIR-RECORD.
           05  DCF-SCORE               PIC 9(03).
           05  DCF-ACCOUNT-1           PIC X(10).
           05  DCF-ACCOUNT-2           PIC X(10).
           05  DCF-NORMALIZED-NAME     PIC X(25).
           05  FILLER                  PIC X(32).
       FD  CUSTOMER-FILE.
       COPY CLS01CSM.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  NEW-LINK-FILE.
       01  NEW-LINK-RECORD             PIC X(80).
       FD  LINK-REPORT-FILE.
       01  LINK-REPORT-LINE            PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-CUSTOMER-ID         PIC X(08).
           05  REJ-ACCOUNT-1           PIC X(10).
           05  REJ-ACCOUNT-2           PIC X(10).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(21).
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
      * OPERATOR AUTHORIZATION - A LINK DECIDES WHOSE BALANCES ARE
      * ADDED TOGETHER FOR CREDIT EXPOSURE, SO CORRECTION AUTHORITY
      * (LEVEL 50) IS REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * THE LINK BEING BUILT FOR THE TABLE
      *================================================================
       COPY CLS01CLK.
      *================================================================
      * THE REQUEST BEING APPLIED - A MAINTENANCE CARD IS READ
      * STRAIGHT INTO IT, AND A CONFIRMED CLS01EX41 PAIR IS MOVED
      * INTO IT AS A P REQUEST WITH NO CUSTOMER
      *================================================================
       01  WS-LINK-REQUEST.
           05  WS-REQ-ACTION           PIC X(01).
               88  ACTION-IS-LINK                  VALUE 'L'.
               88  ACTION-IS-UNLINK                VALUE 'U'.
               88  ACTION-IS-PAIR                  VALUE 'P'.
           05  WS-REQ-CUSTOMER-ID      PIC X(08).
           05  WS-REQ-ACCOUNT-1        PIC X(10).
           05  WS-REQ-ACCOUNT-2        PIC X(10).
           05  FILLER                  PIC X(51).
       01  WS-REQ-ORIGIN               PIC X(04)   VALUE SPACES.
      *================================================================
       01  WS-LINK-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-LINK-FILE                    VALUE 'Y'.
       01  WS-CUS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  END-OF-CUSTOMER-FILE                VALUE 'Y'.
       01  WS-MAINT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  END-OF-MAINT-FILE                   VALUE 'Y'.
       01  WS-DUPCONF-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  END-OF-DUPCONF-FILE                 VALUE 'Y'.
       01  WS-NO-LINK-SWITCH           PIC X(01)   VALUE 'N'.
           88  NO-LINK-FILE                        VALUE 'Y'.
       01  WS-NO-CUS-SWITCH            PIC X(01)   VALUE 'N'.
           88  NO-CUSTOMER-MASTER                  VALUE 'Y'.
       01  WS-NO-DUPCONF-SWITCH        PIC X(01)   VALUE 'N'.
           88  NO-DUPCONF-FILE                     VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-PAIR-READ-COUNT          PIC 9(06)   VALUE ZERO.
       01  WS-LINK-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-UNLINK-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-PAIR-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-NEW-LINK-COUNT           PIC 9(01)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(30)   VALUE SPACES.
       01  WS-TARGET-CUSTOMER          PIC X(08)   VALUE SPACES.
       01  WS-CHECK-ACCOUNT            PIC X(10)   VALUE SPACES.
       01  WS-FIND-ACCOUNT             PIC X(10)   VALUE SPACES.
       01  WS-FIND-CUSTOMER            PIC X(08)   VALUE SPACES.
       01  WS-NEW-ACCOUNT              PIC X(10)   VALUE SPACES.
      *================================================================
      * COMMAND-LINE PARAMETERS
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * THE LINK FILE HELD IN STORAGE FOR THE RUN - LOADED UP FRONT,
      * MAINTAINED IN PLACE, WRITTEN BACK OUT AT THE END.  AN
      * UNLINKED ENTRY IS ONLY MARKED, SO THE REGISTER CAN STILL
      * NAME THE CUSTOMER IT CAME OFF
      *================================================================
       01  WS-LINK-TABLE.
           05  WS-LK-ENTRY             OCCURS 10000 TIMES.
               10  WS-LK-IMAGE.
                   15  WS-LK-ACCOUNT   PIC X(10).
                   15  WS-LK-CUSTOMER  PIC X(08).
                   15  FILLER          PIC X(62).
               10  WS-LK-DELETED       PIC X(01).
       01  WS-LK-MAX                   PIC 9(05)   COMP VALUE 10000.
       01  WS-LK-USED                  PIC 9(05)   COMP VALUE ZERO.
       01  WS-LK-SUB                   PIC 9(05)   COMP VALUE ZERO.
       01  WS-LK-MATCH-SUB             PIC 9(05)   COMP VALUE ZERO.
       01  WS-LK-SUB-1                 PIC 9(05)   COMP VALUE ZERO.
       01  WS-LK-SUB-2                 PIC 9(05)   COMP VALUE ZERO.
      *================================================================
      * THE CUSTOMER IDS ON THE CUSTOMER MASTER, FOR THE EXISTENCE
      * CHECK ON EVERY CUSTOMER A CARD NAMES
      *================================================================
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ID                PIC X(08)
                                        OCCURS 2000 TIMES.
       01  WS-CU-MAX                   PIC 9(04)   COMP VALUE 2000.
       01  WS-CU-USED                  PIC 9(04)   COMP VALUE ZERO.
       01  WS-CU-SUB                   PIC 9(04)   COMP VALUE ZERO.
       01  WS-CU-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  CUSTOMER-FOUND                      VALUE 'Y'.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-LINK-STATUS              PIC X(02)   VALUE '00'.
       01  WS-MAINT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-DUPCONF-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CUS-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LNKNEW-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LNKRPT-STATUS            PIC X(02)   VALUE '00'.
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
               'CLS01EX57  CUSTOMER LINK MAINT REG'.
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
           05  FILLER                  PIC X(05) VALUE 'FROM'.
           05  FILLER                  PIC X(09) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(11) VALUE 'ACCOUNT 2'.
           05  FILLER                  PIC X(42) VALUE 'STATUS'.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ORIGIN           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CUSTOMER-ID      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT-1        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCOUNT-2        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-LINKS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' LINKED '.
           05  WS-TOT-UNLINKS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' UNLINKED '.
           05  WS-TOT-PAIRS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE ' PAIRS '.
           05  WS-TOT-REJECTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-FILE-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               'LINKS ON FILE:          '.
           05  WS-TOT-WRITTEN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'CONFIRMED PAIRS READ:   '.
           05  WS-TOT-PAIRS-READ       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-LINK       THRU 1300-EXIT
               UNTIL END-OF-LINK-FILE
           PERFORM 1350-LOAD-CUSTOMER   THRU 1350-EXIT
               UNTIL END-OF-CUSTOMER-FILE
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-MAINT-FILE
           PERFORM 2050-PROCESS-CONFIRMED-PAIR THRU 2050-EXIT
               UNTIL END-OF-DUPCONF-FILE
           PERFORM 2800-WRITE-NEW-LINKS THRU 2800-EXIT
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * PICK UP THE OPERATOR, OPEN THE FILES AND PRINT THE FIRST PAGE
      * HEADER - A MISSING LINK FILE IS THE FIRST LOAD, A MISSING
      * CUSTOMER MASTER LEAVES EVERY LINK TO BE REJECTED, AND A
      * MISSING CONFIRMED-PAIR FILE ONLY MEANS NO PAIRS THIS RUN
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

           OPEN INPUT  LINK-FILE
           IF WS-LINK-STATUS = '35'
               SET NO-LINK-FILE          TO TRUE
               SET END-OF-LINK-FILE      TO TRUE
               DISPLAY 'CLS01EX57 - LINK FILE NOT LOADED - '
                   'FIRST LOAD'
           ELSE
               MOVE WS-LINK-STATUS       TO WS-CURRENT-STATUS
               MOVE 'CUSLINK'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  CUSTOMER-FILE
           IF WS-CUS-STATUS = '35'
               SET NO-CUSTOMER-MASTER    TO TRUE
               SET END-OF-CUSTOMER-FILE  TO TRUE
               DISPLAY 'CLS01EX57 - CUSTOMER MASTER NOT LOADED - '
                   'NO LINK CAN BE MADE'
           ELSE
               MOVE WS-CUS-STATUS        TO WS-CURRENT-STATUS
               MOVE 'CUSMSTR'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  CONFIRMED-PAIR-FILE
           IF WS-DUPCONF-STATUS = '35'
               SET NO-DUPCONF-FILE       TO TRUE
               SET END-OF-DUPCONF-FILE   TO TRUE
           ELSE
               MOVE WS-DUPCONF-STATUS    TO WS-CURRENT-STATUS
               MOVE 'DUPCONF'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           OPEN INPUT  ACCOUNT-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  LINK-MAINT-FILE
           MOVE WS-MAINT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'LNKMNT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT NEW-LINK-FILE
           MOVE WS-LNKNEW-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LNKNEW'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT LINK-REPORT-FILE
           MOVE WS-LNKRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LNKRPT'                 TO WS-CURRENT-FILE-ID
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
           MOVE 'CLS01X57'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX57 - OPERATOR ' CTL-OPERATOR-ID
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

           WRITE LINK-REPORT-LINE         FROM WS-HEADER-LINE-1
           WRITE LINK-REPORT-LINE         FROM WS-HEADER-LINE-2
           WRITE LINK-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE LINK-REPORT-LINE         FROM WS-HEADER-LINE-3
           MOVE WS-LNKRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LNKRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE EXISTING LINK INTO THE TABLE
      *-----------------------------------------------------------------
       1300-LOAD-LINK.
           READ LINK-FILE
               AT END
                   SET END-OF-LINK-FILE TO TRUE
                   GO TO 1300-EXIT
           END-READ

           MOVE WS-LINK-STATUS          TO WS-CURRENT-STATUS
           MOVE 'CUSLINK'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-LK-USED < WS-LK-MAX
               ADD 1                    TO WS-LK-USED
               MOVE LINK-FILE-RECORD    TO WS-LK-IMAGE (WS-LK-USED)
               MOVE 'N'                 TO WS-LK-DELETED (WS-LK-USED)
           ELSE
               DISPLAY 'CLS01EX57 - LINK TABLE FULL - '
                   'RUN REFUSED, LINK FILE UNCHANGED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TABLE ONE CUSTOMER ID FROM THE CUSTOMER MASTER
      *-----------------------------------------------------------------
       1350-LOAD-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET END-OF-CUSTOMER-FILE TO TRUE
                   GO TO 1350-EXIT
           END-READ

           MOVE WS-CUS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'CUSMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF WS-CU-USED < WS-CU-MAX
               ADD 1                    TO WS-CU-USED
               MOVE CUS-CUSTOMER-ID     TO WS-CU-ID (WS-CU-USED)
           ELSE
               DISPLAY 'CLS01EX57 - CUSTOMER TABLE FULL - '
                   'RUN REFUSED, LINK FILE UNCHANGED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-ACCOUNT UP AMONG THE LIVE (NOT UNLINKED) LINKS
      *-----------------------------------------------------------------
       1400-FIND-LINK.
           MOVE ZERO                    TO WS-LK-MATCH-SUB

           PERFORM 1450-MATCH-LINK      THRU 1450-EXIT
               VARYING WS-LK-SUB FROM 1 BY 1
               UNTIL WS-LK-SUB > WS-LK-USED
                   OR WS-LK-MATCH-SUB > ZERO.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE LINK TABLE ENTRY AGAINST WS-FIND-ACCOUNT
      *-----------------------------------------------------------------
       1450-MATCH-LINK.
           IF WS-LK-ACCOUNT (WS-LK-SUB) = WS-FIND-ACCOUNT
               AND WS-LK-DELETED (WS-LK-SUB) = 'N'
               MOVE WS-LK-SUB           TO WS-LK-MATCH-SUB
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK WS-FIND-CUSTOMER UP AMONG THE CUSTOMER MASTER IDS
      *-----------------------------------------------------------------
       1500-FIND-CUSTOMER.
           MOVE 'N'                     TO WS-CU-FOUND-SWITCH

           PERFORM 1550-MATCH-CUSTOMER  THRU 1550-EXIT
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-USED
                   OR CUSTOMER-FOUND.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE CUSTOMER ID AGAINST WS-FIND-CUSTOMER
      *-----------------------------------------------------------------
       1550-MATCH-CUSTOMER.
           IF WS-CU-ID (WS-CU-SUB) = WS-FIND-CUSTOMER
               SET CUSTOMER-FOUND       TO TRUE
           END-IF.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECK WS-CHECK-ACCOUNT IS ON THE ACCOUNT MASTER AND NOT
      * CLOSED - A FAILURE LEAVES ITS REASON IN WS-REJECT-REASON
      *-----------------------------------------------------------------
       1600-CHECK-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT        TO MST-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER'
                                         TO WS-REJECT-REASON
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           IF WS-MASTER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND MST-ACCOUNT-CLOSED
               MOVE 'ACCOUNT IS CLOSED'  TO WS-REJECT-REASON
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT MAINTENANCE CARD AND APPLY IT
      *-----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           READ LINK-MAINT-FILE         INTO WS-LINK-REQUEST
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ

           MOVE WS-MAINT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LNKMNT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-RECORD-COUNT
           MOVE 'CARD'                  TO WS-REQ-ORIGIN
           PERFORM 2100-APPLY-REQUEST   THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT CONFIRMED CLS01EX41 PAIR AND APPLY IT AS A P
      * REQUEST WITH NO CUSTOMER GIVEN
      *-----------------------------------------------------------------
       2050-PROCESS-CONFIRMED-PAIR.
           READ CONFIRMED-PAIR-FILE
               AT END
                   SET END-OF-DUPCONF-FILE TO TRUE
                   GO TO 2050-EXIT
           END-READ

           MOVE WS-DUPCONF-STATUS       TO WS-CURRENT-STATUS
           MOVE 'DUPCONF'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-PAIR-READ-COUNT
           MOVE SPACES                  TO WS-LINK-REQUEST
           MOVE 'P'                     TO WS-REQ-ACTION
           MOVE DCF-ACCOUNT-1           TO WS-REQ-ACCOUNT-1
           MOVE DCF-ACCOUNT-2           TO WS-REQ-ACCOUNT-2
           MOVE 'DUP'                   TO WS-REQ-ORIGIN
           PERFORM 2100-APPLY-REQUEST   THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE REQUEST, THEN APPLY IT TO THE TABLE OR REJECT
      * IT, AND PRINT ITS REGISTER LINE EITHER WAY
      *-----------------------------------------------------------------
       2100-APPLY-REQUEST.
           PERFORM 1900-VALIDATE-REQUEST THRU 1900-EXIT

           IF REQUEST-IS-VALID
               EVALUATE TRUE
                   WHEN ACTION-IS-LINK
                       PERFORM 2200-LINK-ACCOUNT
                                                THRU 2200-EXIT
                   WHEN ACTION-IS-UNLINK
                       PERFORM 2300-UNLINK-ACCOUNT
                                                THRU 2300-EXIT
                   WHEN ACTION-IS-PAIR
                       PERFORM 2400-LINK-PAIR  THRU 2400-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE REQUEST AGAINST THE CUSTOMER MASTER, THE ACCOUNT
      * MASTER AND THE LINKS ALREADY HELD, AND SETTLE THE CUSTOMER
      * IT APPLIES TO (WS-TARGET-CUSTOMER)
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           MOVE 'N'                     TO WS-VALID-SWITCH
           MOVE SPACES                  TO WS-REJECT-REASON
           MOVE WS-REQ-CUSTOMER-ID      TO WS-TARGET-CUSTOMER

           IF NOT ACTION-IS-LINK AND NOT ACTION-IS-UNLINK
                                 AND NOT ACTION-IS-PAIR
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF WS-REQ-ACCOUNT-1 = SPACES
               MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF WS-REQ-CUSTOMER-ID NOT = SPACES
               MOVE WS-REQ-CUSTOMER-ID  TO WS-FIND-CUSTOMER
               PERFORM 1500-FIND-CUSTOMER THRU 1500-EXIT
               IF NOT CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT ON MASTER'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
           END-IF

           MOVE WS-REQ-ACCOUNT-1        TO WS-FIND-ACCOUNT
           PERFORM 1400-FIND-LINK       THRU 1400-EXIT
           MOVE WS-LK-MATCH-SUB         TO WS-LK-SUB-1

           IF ACTION-IS-UNLINK
               IF WS-LK-SUB-1 = ZERO
                   MOVE 'ACCOUNT NOT LINKED' TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF WS-REQ-CUSTOMER-ID NOT = SPACES
                   AND WS-REQ-CUSTOMER-ID NOT =
                       WS-LK-CUSTOMER (WS-LK-SUB-1)
                   MOVE 'LINKED TO A DIFFERENT CUSTOMER'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               MOVE WS-LK-CUSTOMER (WS-LK-SUB-1)
                                         TO WS-TARGET-CUSTOMER
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           MOVE WS-REQ-ACCOUNT-1        TO WS-CHECK-ACCOUNT
           PERFORM 1600-CHECK-ACCOUNT   THRU 1600-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-LINK
               IF WS-REQ-CUSTOMER-ID = SPACES
                   MOVE 'CUSTOMER ID IS BLANK'
                                         TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF WS-LK-SUB-1 > ZERO
                   IF WS-LK-CUSTOMER (WS-LK-SUB-1) =
                       WS-REQ-CUSTOMER-ID
                       MOVE 'ALREADY LINKED TO CUSTOMER'
                                         TO WS-REJECT-REASON
                   ELSE
                       MOVE 'LINKED TO A DIFFERENT CUSTOMER'
                                         TO WS-REJECT-REASON
                   END-IF
                   GO TO 1900-EXIT
               END-IF
               SET REQUEST-IS-VALID     TO TRUE
               GO TO 1900-EXIT
           END-IF

           IF WS-REQ-ACCOUNT-2 = SPACES
               OR WS-REQ-ACCOUNT-2 = WS-REQ-ACCOUNT-1
               MOVE 'SECOND ACCOUNT BLANK OR SAME'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           MOVE WS-REQ-ACCOUNT-2        TO WS-CHECK-ACCOUNT
           PERFORM 1600-CHECK-ACCOUNT   THRU 1600-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 1900-EXIT
           END-IF

           MOVE WS-REQ-ACCOUNT-2        TO WS-FIND-ACCOUNT
           PERFORM 1400-FIND-LINK       THRU 1400-EXIT
           MOVE WS-LK-MATCH-SUB         TO WS-LK-SUB-2

           IF WS-LK-SUB-1 > ZERO AND WS-LK-SUB-2 > ZERO
               IF WS-LK-CUSTOMER (WS-LK-SUB-1) =
                   WS-LK-CUSTOMER (WS-LK-SUB-2)
                   MOVE 'PAIR ALREADY LINKED'
                                         TO WS-REJECT-REASON
               ELSE
                   MOVE 'PAIR LINKED TO DIFFERENT CUSTS'
                                         TO WS-REJECT-REASON
               END-IF
               GO TO 1900-EXIT
           END-IF

           IF WS-LK-SUB-1 > ZERO
               MOVE WS-LK-CUSTOMER (WS-LK-SUB-1)
                                         TO WS-TARGET-CUSTOMER
           END-IF
           IF WS-LK-SUB-2 > ZERO
               MOVE WS-LK-CUSTOMER (WS-LK-SUB-2)
                                         TO WS-TARGET-CUSTOMER
           END-IF

           IF WS-TARGET-CUSTOMER = SPACES
               MOVE 'NO CUSTOMER FOR THE PAIR'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF WS-REQ-CUSTOMER-ID NOT = SPACES
               AND WS-REQ-CUSTOMER-ID NOT = WS-TARGET-CUSTOMER
               MOVE 'LINKED TO A DIFFERENT CUSTOMER'
                                         TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           SET REQUEST-IS-VALID         TO TRUE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD A LINK FROM WS-NEW-ACCOUNT TO WS-TARGET-CUSTOMER, STAMPED
      * WITH THE BUSINESS DATE AND OPERATOR - THE CALLER HAS SET THE
      * LINK SOURCE
      *-----------------------------------------------------------------
       2150-ADD-LINK.
           IF WS-LK-USED NOT < WS-LK-MAX
               MOVE 'LINK TABLE FULL'    TO WS-REJECT-REASON
               GO TO 2150-EXIT
           END-IF

           MOVE WS-NEW-ACCOUNT          TO CLK-ACCOUNT-NUMBER
           MOVE WS-TARGET-CUSTOMER      TO CLK-CUSTOMER-ID
           MOVE CTL-RUN-DATE            TO CLK-LINK-DATE
           MOVE CTL-OPERATOR-ID         TO CLK-LINKED-BY
           ADD 1                        TO WS-LK-USED
           MOVE CUSTOMER-LINK-RECORD    TO WS-LK-IMAGE (WS-LK-USED)
           MOVE 'N'                     TO WS-LK-DELETED (WS-LK-USED)
           ADD 1                        TO WS-NEW-LINK-COUNT.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINK ONE ACCOUNT FROM AN L CARD
      *-----------------------------------------------------------------
       2200-LINK-ACCOUNT.
           MOVE SPACES                  TO CUSTOMER-LINK-RECORD
           SET CLK-FROM-REQUEST         TO TRUE
           MOVE ZERO                    TO WS-NEW-LINK-COUNT
           MOVE WS-REQ-ACCOUNT-1        TO WS-NEW-ACCOUNT
           PERFORM 2150-ADD-LINK        THRU 2150-EXIT

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF

           ADD 1                        TO WS-LINK-COUNT
           MOVE 'LINKED'                TO WS-REGISTER-STATUS.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MARK THE ACCOUNT'S LINK REMOVED - IT STAYS OFF THE NEW FILE
      *-----------------------------------------------------------------
       2300-UNLINK-ACCOUNT.
           MOVE 'Y'                     TO WS-LK-DELETED (WS-LK-SUB-1)
           ADD 1                        TO WS-UNLINK-COUNT
           MOVE 'UNLINKED'              TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINK WHICHEVER OF THE PAIR IS NOT YET LINKED TO THE TARGET
      * CUSTOMER
      *-----------------------------------------------------------------
       2400-LINK-PAIR.
           IF WS-LK-USED + 2 > WS-LK-MAX
               MOVE 'LINK TABLE FULL'    TO WS-REJECT-REASON
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
               GO TO 2400-EXIT
           END-IF

           MOVE SPACES                  TO CUSTOMER-LINK-RECORD
           SET CLK-FROM-DUPLICATE       TO TRUE
           MOVE ZERO                    TO WS-NEW-LINK-COUNT

           IF WS-LK-SUB-1 = ZERO
               MOVE WS-REQ-ACCOUNT-1    TO WS-NEW-ACCOUNT
               PERFORM 2150-ADD-LINK    THRU 2150-EXIT
           END-IF
           IF WS-LK-SUB-2 = ZERO
               AND WS-REJECT-REASON = SPACES
               MOVE SPACES              TO CUSTOMER-LINK-RECORD
               SET CLK-FROM-DUPLICATE   TO TRUE
               MOVE WS-REQ-ACCOUNT-2    TO WS-NEW-ACCOUNT
               PERFORM 2150-ADD-LINK    THRU 2150-EXIT
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
               GO TO 2400-EXIT
           END-IF

           ADD 1                        TO WS-PAIR-COUNT
           ADD WS-NEW-LINK-COUNT        TO WS-LINK-COUNT
           IF WS-NEW-LINK-COUNT = 2
               MOVE 'PAIR LINKED - 2 NEW LINKS'
                                         TO WS-REGISTER-STATUS
           ELSE
               MOVE 'PAIR LINKED - 1 NEW LINK'
                                         TO WS-REGISTER-STATUS
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------
       2600-REJECT-REQUEST.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE WS-REQ-ACTION           TO REJ-ACTION
           MOVE WS-REQ-CUSTOMER-ID      TO REJ-CUSTOMER-ID
           MOVE WS-REQ-ACCOUNT-1        TO REJ-ACCOUNT-1
           MOVE WS-REQ-ACCOUNT-2        TO REJ-ACCOUNT-2
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE 'REJECTED'              TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX57 - REJECTED ' WS-REQ-ACCOUNT-1
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

           MOVE WS-REQ-ACTION            TO WS-DTL-ACTION
           MOVE WS-REQ-ORIGIN            TO WS-DTL-ORIGIN
           MOVE WS-TARGET-CUSTOMER       TO WS-DTL-CUSTOMER-ID
           MOVE WS-REQ-ACCOUNT-1         TO WS-DTL-ACCOUNT-1
           MOVE WS-REQ-ACCOUNT-2         TO WS-DTL-ACCOUNT-2
           IF WS-REGISTER-STATUS = 'REJECTED'
               MOVE WS-REJECT-REASON     TO WS-DTL-STATUS
           ELSE
               MOVE WS-REGISTER-STATUS   TO WS-DTL-STATUS
           END-IF
           WRITE LINK-REPORT-LINE         FROM WS-DETAIL-LINE
           MOVE WS-LNKRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'LNKRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE LIVE LINKS OUT AS THE NEW LINK FILE
      *-----------------------------------------------------------------
       2800-WRITE-NEW-LINKS.
           PERFORM 2850-WRITE-ONE-LINK  THRU 2850-EXIT
               VARYING WS-LK-SUB FROM 1 BY 1
               UNTIL WS-LK-SUB > WS-LK-USED.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE LIVE LINK
      *-----------------------------------------------------------------
       2850-WRITE-ONE-LINK.
           IF WS-LK-DELETED (WS-LK-SUB) = 'Y'
               GO TO 2850-EXIT
           END-IF

           MOVE WS-LK-IMAGE (WS-LK-SUB) TO NEW-LINK-RECORD
           WRITE NEW-LINK-RECORD
           MOVE WS-LNKNEW-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LNKNEW'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           ADD 1                        TO WS-WRITTEN-COUNT.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER TOTALS AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-LINK-COUNT           TO WS-TOT-LINKS
           MOVE WS-UNLINK-COUNT         TO WS-TOT-UNLINKS
           MOVE WS-PAIR-COUNT           TO WS-TOT-PAIRS
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           MOVE WS-WRITTEN-COUNT        TO WS-TOT-WRITTEN
           MOVE WS-PAIR-READ-COUNT      TO WS-TOT-PAIRS-READ
           WRITE LINK-REPORT-LINE        FROM WS-BLANK-LINE
           WRITE LINK-REPORT-LINE        FROM WS-TOTAL-LINE
           WRITE LINK-REPORT-LINE        FROM WS-FILE-TOTAL-LINE
           MOVE WS-LNKRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LNKRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX57 PROCESSED ' WS-RECORD-COUNT
               ' CARDS, ' WS-PAIR-READ-COUNT ' CONFIRMED PAIRS - '
               WS-LINK-COUNT ' LINKED, ' WS-UNLINK-COUNT
               ' UNLINKED, ' WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           IF NOT NO-LINK-FILE
               CLOSE LINK-FILE
           END-IF
           IF NOT NO-CUSTOMER-MASTER
               CLOSE CUSTOMER-FILE
           END-IF
           IF NOT NO-DUPCONF-FILE
               CLOSE CONFIRMED-PAIR-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LINK-MAINT-FILE
           CLOSE NEW-LINK-FILE
           CLOSE LINK-REPORT-FILE
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
           MOVE 'CLS01X57'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           COMPUTE LOG-INPUT-COUNT =
               WS-RECORD-COUNT + WS-PAIR-READ-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-LINK-COUNT + WS-UNLINK-COUNT
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
               DISPLAY 'CLS01EX57 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
