      * ONE REPORT TO READ AT 6 A.M., NOT SEVEN
      * ANY SOURCE FILE MISSING FROM TONIGHT'S RUN (STATUS '35') IS
      * SIMPLY AN EMPTY SECTION
      * THE LAST SECTION LISTS ONLINE ACCOUNT-MASTER CHANGES KEYED ON
      * CLS01EX10 THAT ARE STILL ON THE PENDING-CHANGE FILE
      * (ACCTPEND) AWAITING A SECOND OPERATOR'S APPROVAL ON
      * CLS01EX59 LONGER THAN THE ALLOWED NUMBER OF DAYS
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - DAYS A KEYED CHANGE MAY AWAIT APPROVAL BEFORE IT IS
      *       LISTED, THREE DIGITS ZERO-PADDED (DEFAULT 003)
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
           SELECT RUN-LOG-IN-FILE      ASSIGN TO "RUNLOGIN"
                                        FILE STATUS IS WS-RLOGIN-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE  ASSIGN TO "ACCTPEND"
                                        FILE STATUS IS WS-PENDING-STATUS
                                        RECORD KEY IS ACR-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS SEQUENTIAL.
           SELECT DIGEST-REPORT-FILE   ASSIGN TO "DIGESTR"
                                        FILE STATUS IS WS-DIGEST-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
       FD  RUN-LOG-IN-FILE.
       COPY CLS01LOG                REPLACING RUN-LOG-RECORD
                                     BY RUN-LOG-IN-RECORD.
       FD  PENDING-CHANGE-FILE.
       COPY CLS01ACR.
       FD  DIGEST-REPORT-FILE.
       01  DIGEST-REPORT-LINE          PIC X(80).
       FD  RUN-LOG-FILE.
       COPY CLS01OPP.
       COPY CLS01BDP.
      *================================================================
      * AGE TEST FOR CHANGES AWAITING APPROVAL - CLS01DTV'S STALENESS
      * CHECK AGAINST THE RUN DATE WITH THE ALLOWED DAYS AS TOLERANCE
      *================================================================
       COPY CLS01DTP.
       01  WS-PENDING-AGE-PARM         PIC X(03)   VALUE SPACES.
       01  WS-PENDING-AGE-DAYS         PIC 9(03)   VALUE 3.
      *================================================================
      * ONE EOF/MISSING SWITCH PER SOURCE
      *================================================================
       01  WS-REJ4-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-DEVRPT                       VALUE 'Y'.
       01  WS-RLOGIN-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  END-OF-RUN-LOG-IN                   VALUE 'Y'.
       01  WS-PENDING-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  END-OF-PENDING                      VALUE 'Y'.
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
       01  WS-ITEM-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-QCEXC-STATUS             PIC X(02)   VALUE '00'.
       01  WS-DEVRPT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-RLOGIN-STATUS            PIC X(02)   VALUE '00'.
       01  WS-PENDING-STATUS           PIC X(02)   VALUE '00'.
       01  WS-DIGEST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS           PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID          PIC X(08)   VALUE SPACES.
           PERFORM 2040-SECTION-QCEXC   THRU 2040-EXIT
           PERFORM 2050-SECTION-DEVRPT  THRU 2050-EXIT
           PERFORM 2060-SECTION-RUNLOG  THRU 2060-EXIT
           PERFORM 2070-SECTION-PENDING THRU 2070-EXIT

           PERFORM 3000-FINALIZE        THRU 3000-EXIT

               MOVE WS-OPERATOR-PARM     TO CTL-OPERATOR-ID
           END-IF

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PENDING-AGE-PARM    FROM ARGUMENT-VALUE
           IF WS-PENDING-AGE-PARM IS NUMERIC
               MOVE WS-PENDING-AGE-PARM  TO WS-PENDING-AGE-DAYS
           END-IF

           PERFORM 1050-VALIDATE-OPERATOR THRU 1050-EXIT

           OPEN OUTPUT DIGEST-REPORT-FILE
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SECTION: ONLINE ACCOUNT-MASTER CHANGES STILL AWAITING A
      * SECOND OPERATOR'S APPROVAL PAST THE ALLOWED AGE
      *-----------------------------------------------------------------
       2070-SECTION-PENDING.
           MOVE 'CHANGES AWAITING APPROVAL (ACCTPEND)'
                                        TO WS-SEC-NAME
           PERFORM 2500-WRITE-SECTION-HEADER THRU 2500-EXIT

           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-STATUS = '35'
               SET END-OF-PENDING       TO TRUE
               GO TO 2070-EXIT
           END-IF
           MOVE WS-PENDING-STATUS       TO WS-CURRENT-STATUS
           MOVE 'ACCTPEND'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2075-ITEM-PENDING    THRU 2075-EXIT
               UNTIL END-OF-PENDING

           CLOSE PENDING-CHANGE-FILE.
       2070-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NORMALIZE AND PRINT ONE CHANGE KEYED MORE THAN THE ALLOWED
      * NUMBER OF DAYS BEFORE THE RUN DATE - THE BATCH COLUMN CARRIES
      * THE OPERATOR WHO KEYED IT
      *-----------------------------------------------------------------
       2075-ITEM-PENDING.
           READ PENDING-CHANGE-FILE
               AT END
                   SET END-OF-PENDING   TO TRUE
                   GO TO 2075-EXIT
           END-READ

           MOVE ACR-KEYED-DATE          TO DTV-DATE
           MOVE CTL-RUN-DATE            TO DTV-COMPARE-DATE
           MOVE WS-PENDING-AGE-DAYS     TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS

           IF NOT DTV-STALE-DATE
               GO TO 2075-EXIT
           END-IF

           MOVE SPACES                  TO WS-NORMALIZED-ITEM
           MOVE 'CLS01X10'              TO WS-NRM-PROGRAM-ID
           MOVE ACR-MAKER-ID            TO WS-NRM-BATCH-ID
           MOVE ACR-ACCOUNT-NUMBER      TO WS-NRM-KEY
           MOVE 'UNAPPROVED SINCE'      TO WS-NRM-REASON (1:17)
           MOVE ACR-KEYED-DATE          TO WS-NRM-REASON (18:8)
           PERFORM 2600-WRITE-ITEM      THRU 2600-EXIT.
       2075-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT ONE SOURCE-SECTION BANNER
      *-----------------------------------------------------------------
