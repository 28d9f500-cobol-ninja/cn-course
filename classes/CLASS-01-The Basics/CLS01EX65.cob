      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01EX65.
      * RECEIPTS AND ISSUES AGAINST THE INDEXED LOT-OCCUPANCY FILE
      * (OCCFILE) - WHAT IS ACTUALLY SITTING IN EACH BIN, WHERE THE
      * BIN MASTER (BINMSTR) ONLY SAYS HOW BIG THE BIN IS
      * READ A TRANSACTION FILE (OCCTRN) OF (R)ECEIPTS AND (I)SSUES,
      * EACH NAMING A BIN, A LOT, THE SKU, A QUANTITY AND (FOR A
      * RECEIPT) THE CUBIC FEET ONE UNIT TAKES UP
      * A RECEIPT IS REFUSED WHEN THE BIN IS NOT ON THE MASTER OR IS
      * NOT ACTIVE, OR WHEN THE CUBE IT BRINGS IN (QUANTITY TIMES UNIT
      * CUBE) IS MORE THAN THE BIN HAS FREE - THE BIN'S BUILT CUBE,
      * COMPUTED FROM ITS DIMENSIONS THE WAY CLS01EX05 DOES (METRIC
      * BINS CONVERTED TO FEET), LESS THE CUBE OF EVERY LOT ALREADY IN
      * IT.  A RECEIPT TO A LOT ALREADY IN THE BIN TOPS IT UP, AND IS
      * REFUSED IF ITS SKU OR UNIT CUBE DISAGREES WITH THE LOT'S
      * AN ISSUE IS REFUSED FOR A LOT NOT IN THE BIN OR FOR MORE THAN
      * IS ON HAND; AN ISSUE THAT TAKES A LOT TO ZERO DELETES IT, AND
      * WHEN THAT WAS THE BIN'S LAST LOT THE TRANSACTION DATE IS SET
      * AS THE BIN'S EMPTY-SINCE DATE ON THE MASTER SO THE NIGHTLY
      * FILL-RATE REPORT (CLS01EX66) CAN AGE EMPTY BINS.  THE NEXT
      * RECEIPT INTO THE BIN CLEARS THE DATE AGAIN
      * THE TRANSACTION DATE DEFAULTS TO THE BUSINESS DATE AND IS
      * CALENDAR-CHECKED BY CLS01DTV WHEN GIVEN
      * EVERY TRANSACTION PRINTS ON A PAGED REGISTER AND EVERY REFUSAL
      * GOES TO THE REJECT FILE WITH ITS REASON, THE SAME AUDITED
      * PATTERN CLS01EX32 USES FOR THE BIN MASTER ITSELF
      * A RUN AGAINST AN UNLOADED OCCUPANCY FILE (FILE STATUS '35' ON
      * THE OPEN) FALLS BACK TO CREATING IT, SO THE FIRST RUN IS JUST
      * A RUN WHOSE TRANSACTIONS ARE ALL RECEIPTS
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT OCC-TRAN-FILE        ASSIGN TO "OCCTRN"
                                        FILE STATUS IS WS-TRAN-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIN-MASTER-FILE      ASSIGN TO "BINMSTR"
                                        FILE STATUS IS WS-MASTER-STATUS
                                        RECORD KEY IS BNM-BIN-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT OCCUPANCY-FILE       ASSIGN TO "OCCFILE"
                                        FILE STATUS IS WS-OCC-STATUS
                                        RECORD KEY IS OCC-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS DYNAMIC.
           SELECT OCC-REPORT-FILE      ASSIGN TO "OCCRPT"
                                        FILE STATUS IS WS-OCCRPT-STATUS
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
       FD  OCC-TRAN-FILE.
       01  OCC-TRAN-RECORD.
           05  OTR-ACTION              PIC X(01).
               88  ACTION-IS-RECEIPT               VALUE 'R'.
               88  ACTION-IS-ISSUE                 VALUE 'I'.
           05  OTR-BIN-ID              PIC X(08).
           05  OTR-LOT-ID              PIC X(12).
           05  OTR-SKU                 PIC X(12).
           05  OTR-QUANTITY            PIC 9(07).
           05  OTR-UNIT-CUBE           PIC 9(05)V99.
           05  OTR-DATE                PIC 9(08).
           05  FILLER                  PIC X(25).
       FD  BIN-MASTER-FILE.
       COPY CLS01BNM.
       FD  OCCUPANCY-FILE.
       COPY CLS01OCC.
       FD  OCC-REPORT-FILE.
       01  OCC-REPORT-LINE             PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ACTION              PIC X(01).
           05  REJ-BIN-ID              PIC X(08).
           05  REJ-LOT-ID              PIC X(12).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(29).
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
      * WORK IS DONE; THIS PROGRAM UPDATES THE OCCUPANCY FILE AND
      * THE BIN MASTER, SO CORRECTION AUTHORITY (LEVEL 50) IS
      * REQUIRED
      *================================================================
       01  WS-REQUIRED-AUTHORITY       PIC 9(02)   VALUE 50.
       COPY CLS01OPP.
       COPY CLS01BDP.
       COPY CLS01DTP.
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-TRAN-FILE                    VALUE 'Y'.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  TRAN-IS-VALID                       VALUE 'Y'.
       01  WS-BIN-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
           88  BIN-FOUND-ON-MASTER                 VALUE 'Y'.
       01  WS-LOT-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
           88  LOT-FOUND-IN-BIN                    VALUE 'Y'.
       01  WS-BIN-LOTS-SWITCH          PIC X(01)   VALUE 'N'.
           88  END-OF-BIN-LOTS                     VALUE 'Y'.
       01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-RECEIPT-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-ISSUE-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-EMPTIED-COUNT            PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(30)   VALUE SPACES.
       01  WS-TRAN-DATE                PIC 9(08)   VALUE ZERO.
      *================================================================
      * CUBE ARITHMETIC - THE BIN'S BUILT CUBE IS COMPUTED IN FEET
      * EXACTLY AS CLS01EX05 DOES; THE OCCUPIED CUBE IS THE SUM OF
      * QUANTITY TIMES UNIT CUBE OVER THE LOTS ALREADY IN THE BIN
      *================================================================
       01  WS-METERS-TO-FEET           PIC 9(01)V99999 VALUE 3.28084.
       01  WS-WIDTH-FT                 PIC 9(04)V99 VALUE ZERO.
       01  WS-LENGTH-FT                PIC 9(04)V99 VALUE ZERO.
       01  WS-HEIGHT-FT                PIC 9(04)V99 VALUE ZERO.
       01  WS-BIN-CUBE                 PIC 9(10)V99 VALUE ZERO.
       01  WS-OCCUPIED-CUBE            PIC 9(13)V99 VALUE ZERO.
       01  WS-TRAN-CUBE                PIC 9(13)V99 VALUE ZERO.
       01  WS-FREE-CUBE                PIC S9(13)V99 VALUE ZERO.
      *================================================================
      * OPERATOR ID - AN OPTIONAL FIRST COMMAND-LINE ARGUMENT THAT
      * OVERRIDES CTL-OPERATOR-ID'S 'BATCH' DEFAULT
      *================================================================
       01  WS-OPERATOR-PARM            PIC X(08)   VALUE SPACES.
      *================================================================
      * FILE STATUS FIELDS FOR I/O ERROR CHECKING
      *================================================================
       01  WS-TRAN-STATUS               PIC X(02)   VALUE '00'.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE '00'.
       01  WS-OCC-STATUS                PIC X(02)   VALUE '00'.
       01  WS-OCCRPT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
      * PAGE CONTROL
      *================================================================
       01  WS-PAGE-NUMBER              PIC 9(04)   VALUE ZERO.
       01  WS-LINES-ON-PAGE            PIC 9(04)   VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE       PIC 9(04)   VALUE 40.
      *================================================================
       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(37) VALUE
               'CLS01EX65  BIN RECEIPTS/ISSUES REG.'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  SYS: '.
           05  WS-HDR-SYS-DATE         PIC 9(08).
           05  FILLER                  PIC X(12) VALUE '  OPERATOR: '.
           05  WS-HDR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-HEADER-LINE-3.
           05  FILLER                  PIC X(03) VALUE 'ACT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'BIN-ID'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'LOT'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE '    QTY'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'UNIT CU'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'STATUS'.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-BLANK-LINE                PIC X(80) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-BIN-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-LOT-ID           PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-QUANTITY         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-UNIT-CUBE        PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(30).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS: '.
           05  WS-TOT-RECEIPTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' RECEIPTS '.
           05  WS-TOT-ISSUES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' ISSUES '.
           05  WS-TOT-REJECTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  WS-TOT-EMPTIED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               ' BINS EMPTIED'.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRAN    THRU 2000-EXIT
               UNTIL END-OF-TRAN-FILE
           PERFORM 3000-FINALIZE        THRU 3000-EXIT

           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
      * OPEN THE FILES, PRIME THE READ AND PRINT THE FIRST PAGE HEADER
      * AN I-O OPEN OF AN UNLOADED OCCUPANCY FILE RETURNS STATUS '35',
      * IN WHICH CASE THE FILE IS CREATED EMPTY AND REOPENED SO AN
      * ALL-RECEIPTS RUN CAN PERFORM THE INITIAL LOAD
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

           OPEN INPUT  OCC-TRAN-FILE
           MOVE WS-TRAN-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCTRN'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    BIN-MASTER-FILE
           MOVE WS-MASTER-STATUS         TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN I-O    OCCUPANCY-FILE
           IF WS-OCC-STATUS = '35'
               DISPLAY 'CLS01EX65 - OCCFILE NOT LOADED - CREATING'
               OPEN OUTPUT OCCUPANCY-FILE
               MOVE WS-OCC-STATUS        TO WS-CURRENT-STATUS
               MOVE 'OCCFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               CLOSE OCCUPANCY-FILE
               OPEN I-O OCCUPANCY-FILE
           END-IF
           MOVE WS-OCC-STATUS            TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT OCC-REPORT-FILE
           MOVE WS-OCCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'OCCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN OUTPUT REJECT-FILE
           MOVE WS-REJECT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'REJFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1200-WRITE-HEADER    THRU 1200-EXIT

           PERFORM 2100-READ-TRAN       THRU 2100-EXIT.
       1000-EXIT.
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

           WRITE OCC-REPORT-LINE          FROM WS-HEADER-LINE-1
           WRITE OCC-REPORT-LINE          FROM WS-HEADER-LINE-2
           WRITE OCC-REPORT-LINE          FROM WS-BLANK-LINE
           WRITE OCC-REPORT-LINE          FROM WS-HEADER-LINE-3
           MOVE WS-OCCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'OCCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           MOVE ZERO                    TO WS-LINES-ON-PAGE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE TRANSACTION, THEN APPLY IT OR REJECT IT, AND
      * PRINT ITS REGISTER LINE EITHER WAY
      *-----------------------------------------------------------------
       2000-PROCESS-TRAN.
           PERFORM 1900-VALIDATE-TRAN   THRU 1900-EXIT

           IF TRAN-IS-VALID
               IF ACTION-IS-RECEIPT
                   PERFORM 2200-APPLY-RECEIPT THRU 2200-EXIT
               ELSE
                   PERFORM 2300-APPLY-ISSUE   THRU 2300-EXIT
               END-IF
           ELSE
               PERFORM 2600-REJECT-TRAN THRU 2600-EXIT
           END-IF

           PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT

           ADD 1                        TO WS-RECORD-COUNT

           PERFORM 2100-READ-TRAN       THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * EDIT THE ACTION, KEYS, QUANTITY, UNIT CUBE AND DATE, LOOK THE
      * BIN UP ON THE MASTER AND, FOR A RECEIPT, MEASURE THE BIN'S
      * FREE CUBE; THE LOT IS READ LAST SO ITS RECORD IS THE ONE IN
      * THE OCCUPANCY RECORD AREA WHEN THE TRANSACTION IS APPLIED
      *-----------------------------------------------------------------
       1900-VALIDATE-TRAN.
           SET WS-VALID-SWITCH          TO 'N'
           SET WS-BIN-FOUND-SWITCH      TO 'N'
           SET WS-LOT-FOUND-SWITCH      TO 'N'
           MOVE SPACES                  TO WS-REJECT-REASON

           IF NOT ACTION-IS-RECEIPT AND NOT ACTION-IS-ISSUE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF OTR-BIN-ID = SPACES
               MOVE 'BIN ID IS BLANK'        TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF OTR-LOT-ID = SPACES
               MOVE 'LOT ID IS BLANK'        TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF OTR-QUANTITY NOT NUMERIC
               OR OTR-QUANTITY = ZERO
               MOVE 'QUANTITY NOT NUMERIC/ZERO'
                                             TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-RECEIPT
               IF OTR-UNIT-CUBE NOT NUMERIC
                   OR OTR-UNIT-CUBE = ZERO
                   MOVE 'UNIT CUBE NOT NUMERIC/ZERO'
                                             TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
           END-IF

           IF OTR-DATE NUMERIC AND OTR-DATE > ZERO
               MOVE OTR-DATE            TO DTV-DATE
               MOVE ZERO                TO DTV-COMPARE-DATE
               MOVE ZERO                TO DTV-TOLERANCE-DAYS
               CALL 'CLS01DTV'          USING DATE-VALIDATION-PARMS
               IF NOT DTV-DATE-IS-VALID
                   MOVE 'TRANSACTION DATE INVALID'
                                             TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               MOVE OTR-DATE            TO WS-TRAN-DATE
           ELSE
               MOVE CTL-RUN-DATE        TO WS-TRAN-DATE
           END-IF

           MOVE OTR-BIN-ID              TO BNM-BIN-ID
           READ BIN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BIN-FOUND-ON-MASTER TO TRUE
           END-READ

           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           IF WS-MASTER-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           IF NOT BIN-FOUND-ON-MASTER
               MOVE 'BIN NOT FOUND ON MASTER' TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF

           IF ACTION-IS-RECEIPT
               IF NOT BIN-IS-ACTIVE
                   MOVE 'BIN IS NOT ACTIVE'  TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               PERFORM 2150-MEASURE-FREE-CUBE THRU 2150-EXIT
               COMPUTE WS-TRAN-CUBE =
                   OTR-QUANTITY * OTR-UNIT-CUBE
               IF WS-TRAN-CUBE > WS-FREE-CUBE
                   MOVE 'INSUFFICIENT FREE CUBE IN BIN'
                                             TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
           END-IF

           MOVE OTR-BIN-ID              TO OCC-BIN-ID
           MOVE OTR-LOT-ID              TO OCC-LOT-ID
           READ OCCUPANCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOT-FOUND-IN-BIN TO TRUE
           END-READ

           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           IF WS-OCC-STATUS NOT = '23'
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-IS-ISSUE AND NOT LOT-FOUND-IN-BIN
                   MOVE 'LOT NOT IN BIN'     TO WS-REJECT-REASON
               WHEN ACTION-IS-ISSUE
                    AND OTR-QUANTITY > OCC-QUANTITY
                   MOVE 'ISSUE EXCEEDS QTY ON HAND'
                                             TO WS-REJECT-REASON
               WHEN ACTION-IS-RECEIPT AND LOT-FOUND-IN-BIN
                    AND OTR-UNIT-CUBE NOT = OCC-UNIT-CUBE
                   MOVE 'UNIT CUBE DIFFERS FROM LOT'
                                             TO WS-REJECT-REASON
               WHEN ACTION-IS-RECEIPT AND LOT-FOUND-IN-BIN
                    AND OTR-SKU NOT = SPACES
                    AND OTR-SKU NOT = OCC-SKU
                   MOVE 'SKU DIFFERS FROM LOT'
                                             TO WS-REJECT-REASON
               WHEN OTHER
                   SET TRAN-IS-VALID     TO TRUE
           END-EVALUATE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE BIN'S FREE CUBE - ITS BUILT CUBE IN FEET (METRIC BINS
      * CONVERTED AS CLS01EX05 DOES) LESS THE CUBE OF EVERY LOT THE
      * OCCUPANCY FILE HOLDS FOR IT
      *-----------------------------------------------------------------
       2150-MEASURE-FREE-CUBE.
           IF BNM-UNIT-IS-METERS
               COMPUTE WS-WIDTH-FT =
                   BNM-WIDTH * WS-METERS-TO-FEET
               COMPUTE WS-LENGTH-FT =
                   BNM-LENGTH * WS-METERS-TO-FEET
               COMPUTE WS-HEIGHT-FT =
                   BNM-HEIGHT * WS-METERS-TO-FEET
           ELSE
               MOVE BNM-WIDTH           TO WS-WIDTH-FT
               MOVE BNM-LENGTH          TO WS-LENGTH-FT
               MOVE BNM-HEIGHT          TO WS-HEIGHT-FT
           END-IF
           COMPUTE WS-BIN-CUBE ROUNDED =
               WS-WIDTH-FT * WS-LENGTH-FT * WS-HEIGHT-FT

           MOVE ZERO                    TO WS-OCCUPIED-CUBE
           PERFORM 2400-START-BIN-LOTS  THRU 2400-EXIT
           PERFORM 2160-ADD-LOT-CUBE    THRU 2160-EXIT
               UNTIL END-OF-BIN-LOTS

           COMPUTE WS-FREE-CUBE = WS-BIN-CUBE - WS-OCCUPIED-CUBE.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ADD ONE LOT'S CUBE TO THE BIN'S OCCUPIED CUBE AND STEP TO THE
      * NEXT LOT IN THE BIN
      *-----------------------------------------------------------------
       2160-ADD-LOT-CUBE.
           COMPUTE WS-OCCUPIED-CUBE = WS-OCCUPIED-CUBE +
               (OCC-QUANTITY * OCC-UNIT-CUBE)

           PERFORM 2450-NEXT-BIN-LOT    THRU 2450-EXIT.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * POSITION THE OCCUPANCY FILE ON THE FIRST LOT OF THE CURRENT
      * BIN AND READ IT - NO LOT FOR THE BIN SETS END-OF-BIN-LOTS
      *-----------------------------------------------------------------
       2400-START-BIN-LOTS.
           SET WS-BIN-LOTS-SWITCH       TO 'N'
           MOVE OTR-BIN-ID              TO OCC-BIN-ID
           MOVE LOW-VALUES              TO OCC-LOT-ID
           START OCCUPANCY-FILE
               KEY IS NOT LESS THAN OCC-KEY
               INVALID KEY
                   SET END-OF-BIN-LOTS  TO TRUE
                   GO TO 2400-EXIT
           END-START
           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2450-NEXT-BIN-LOT    THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT OCCUPANCY RECORD - THE END OF THE FILE OR A
      * RECORD FOR ANOTHER BIN ENDS THE CURRENT BIN'S LOTS
      *-----------------------------------------------------------------
       2450-NEXT-BIN-LOT.
           READ OCCUPANCY-FILE NEXT RECORD
               AT END
                   SET END-OF-BIN-LOTS  TO TRUE
                   GO TO 2450-EXIT
           END-READ
           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF OCC-BIN-ID NOT = OTR-BIN-ID
               SET END-OF-BIN-LOTS      TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BOOK A RECEIPT - TOP UP THE LOT READ BY 1900-VALIDATE-TRAN OR
      * WRITE A NEW ONE, AND CLEAR THE BIN'S EMPTY-SINCE DATE
      *-----------------------------------------------------------------
       2200-APPLY-RECEIPT.
           IF LOT-FOUND-IN-BIN
               ADD OTR-QUANTITY         TO OCC-QUANTITY
               REWRITE LOT-OCCUPANCY-RECORD
               MOVE 'RECEIVED - LOT TOPPED UP' TO WS-REGISTER-STATUS
           ELSE
               MOVE SPACES              TO LOT-OCCUPANCY-RECORD
               MOVE OTR-BIN-ID          TO OCC-BIN-ID
               MOVE OTR-LOT-ID          TO OCC-LOT-ID
               MOVE OTR-SKU             TO OCC-SKU
               MOVE OTR-QUANTITY        TO OCC-QUANTITY
               MOVE OTR-UNIT-CUBE       TO OCC-UNIT-CUBE
               MOVE WS-TRAN-DATE        TO OCC-RECEIVED-DATE
               WRITE LOT-OCCUPANCY-RECORD
               MOVE 'RECEIVED - NEW LOT' TO WS-REGISTER-STATUS
           END-IF
           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF BNM-EMPTY-SINCE NOT NUMERIC
               OR BNM-EMPTY-SINCE > ZERO
               MOVE ZERO                TO BNM-EMPTY-SINCE
               REWRITE BIN-MASTER-RECORD
               MOVE WS-MASTER-STATUS    TO WS-CURRENT-STATUS
               MOVE 'BINMSTR'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF

           ADD 1                        TO WS-RECEIPT-COUNT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BOOK AN ISSUE - DRAW THE LOT DOWN, DELETING IT AT ZERO; WHEN
      * THAT LEAVES THE BIN WITH NO LOTS, STAMP THE TRANSACTION DATE
      * ON THE MASTER AS THE DATE THE BIN WENT EMPTY
      *-----------------------------------------------------------------
       2300-APPLY-ISSUE.
           ADD 1                        TO WS-ISSUE-COUNT
           SUBTRACT OTR-QUANTITY        FROM OCC-QUANTITY

           IF OCC-QUANTITY > ZERO
               REWRITE LOT-OCCUPANCY-RECORD
               MOVE WS-OCC-STATUS       TO WS-CURRENT-STATUS
               MOVE 'OCCFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE 'ISSUED'            TO WS-REGISTER-STATUS
               GO TO 2300-EXIT
           END-IF

           DELETE OCCUPANCY-FILE
           MOVE WS-OCC-STATUS           TO WS-CURRENT-STATUS
           MOVE 'OCCFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE 'ISSUED - LOT CLOSED'   TO WS-REGISTER-STATUS

           PERFORM 2400-START-BIN-LOTS  THRU 2400-EXIT
           IF NOT END-OF-BIN-LOTS
               GO TO 2300-EXIT
           END-IF

           MOVE WS-TRAN-DATE            TO BNM-EMPTY-SINCE
           REWRITE BIN-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'BINMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-EMPTIED-COUNT
           MOVE 'ISSUED - BIN NOW EMPTY' TO WS-REGISTER-STATUS.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOG A TRANSACTION THAT FAILED VALIDATION TO THE REJECT FILE
      *-----------------------------------------------------------------
       2600-REJECT-TRAN.
           MOVE SPACES                  TO REJECT-RECORD
           MOVE OTR-ACTION              TO REJ-ACTION
           MOVE OTR-BIN-ID              TO REJ-BIN-ID
           MOVE OTR-LOT-ID              TO REJ-LOT-ID
           MOVE WS-REJECT-REASON        TO REJ-REASON
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'REJFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-REJECT-COUNT
           MOVE WS-REJECT-REASON        TO WS-REGISTER-STATUS
           DISPLAY 'CLS01EX65 - REJECTED ' OTR-BIN-ID ' '
               OTR-LOT-ID ': ' WS-REJECT-REASON.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER LINE FOR THE CURRENT TRANSACTION, STARTING
      * A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL
      *-----------------------------------------------------------------
       2700-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-MAX-LINES-PER-PAGE
               PERFORM 1200-WRITE-HEADER THRU 1200-EXIT
           END-IF

           MOVE OTR-ACTION               TO WS-DTL-ACTION
           MOVE OTR-BIN-ID               TO WS-DTL-BIN-ID
           MOVE OTR-LOT-ID               TO WS-DTL-LOT-ID
           IF OTR-QUANTITY NUMERIC
               MOVE OTR-QUANTITY         TO WS-DTL-QUANTITY
           ELSE
               MOVE ZERO                 TO WS-DTL-QUANTITY
           END-IF
           IF OTR-UNIT-CUBE NUMERIC
               MOVE OTR-UNIT-CUBE        TO WS-DTL-UNIT-CUBE
           ELSE
               MOVE ZERO                 TO WS-DTL-UNIT-CUBE
           END-IF
           MOVE WS-REGISTER-STATUS       TO WS-DTL-STATUS
           WRITE OCC-REPORT-LINE          FROM WS-DETAIL-LINE
           MOVE WS-OCCRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'OCCRPT'                 TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           ADD 1                        TO WS-LINES-ON-PAGE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT RECEIPT/ISSUE TRANSACTION
      *-----------------------------------------------------------------
       2100-READ-TRAN.
           READ OCC-TRAN-FILE
               AT END
                   SET END-OF-TRAN-FILE  TO TRUE
           END-READ

           IF NOT END-OF-TRAN-FILE
               MOVE WS-TRAN-STATUS       TO WS-CURRENT-STATUS
               MOVE 'OCCTRN'             TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT THE REGISTER TOTALS AND CLOSE THE FILES
      *-----------------------------------------------------------------
       3000-FINALIZE.
           MOVE WS-RECEIPT-COUNT        TO WS-TOT-RECEIPTS
           MOVE WS-ISSUE-COUNT          TO WS-TOT-ISSUES
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           MOVE WS-EMPTIED-COUNT        TO WS-TOT-EMPTIED
           WRITE OCC-REPORT-LINE         FROM WS-BLANK-LINE
           WRITE OCC-REPORT-LINE         FROM WS-TOTAL-LINE
           MOVE WS-OCCRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'OCCRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           DISPLAY 'CLS01EX65 PROCESSED ' WS-RECORD-COUNT
               ' TRANSACTIONS, ' WS-RECEIPT-COUNT ' RECEIPTS, '
               WS-ISSUE-COUNT ' ISSUES, ' WS-REJECT-COUNT
               ' REJECTED, ' WS-EMPTIED-COUNT ' BINS EMPTIED - '
               'OPERATOR ' CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE
               ' BATCH ' CTL-BATCH-ID

           PERFORM 3900-WRITE-RUN-LOG THRU 3900-EXIT

           CLOSE OCC-TRAN-FILE
           CLOSE BIN-MASTER-FILE
           CLOSE OCCUPANCY-FILE
           CLOSE OCC-REPORT-FILE
           CLOSE REJECT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE OPERATOR AGAINST THE AUTHORIZATION MASTER - AN
      * UNKNOWN, INACTIVE OR UNDER-AUTHORIZED ID REFUSES THE RUN
      *-----------------------------------------------------------------
       1050-VALIDATE-OPERATOR.
           MOVE CTL-OPERATOR-ID         TO OPV-OPERATOR-ID
           MOVE WS-REQUIRED-AUTHORITY   TO OPV-REQUIRED-LEVEL
           MOVE 'CLS01X65'              TO OPV-CALLER-ID
           MOVE CTL-RUN-DATE            TO OPV-BUSINESS-DATE
           CALL 'CLS01OPV'              USING
               OPERATOR-VALIDATION-PARMS

           IF NOT OPV-AUTHORIZED
               DISPLAY 'CLS01EX65 - OPERATOR ' CTL-OPERATOR-ID
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
           MOVE 'CLS01X65'              TO LOG-PROGRAM-ID
           MOVE CTL-BATCH-ID            TO LOG-BATCH-ID
           MOVE CTL-OPERATOR-ID         TO LOG-OPERATOR-ID
           MOVE WS-LOG-START-DATE       TO LOG-START-DATE
           MOVE WS-LOG-START-TIME       TO LOG-START-TIME
           ACCEPT LOG-END-DATE          FROM DATE YYYYMMDD
           ACCEPT LOG-END-TIME          FROM TIME
           MOVE WS-RECORD-COUNT         TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-RECEIPT-COUNT + WS-ISSUE-COUNT
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
      * COMMON I/O ERROR CHECK - ANY STATUS OTHER THAN '00' ON AN
      * OPEN, WRITE, REWRITE, DELETE, START OR GENUINE READ ERROR
      * (THE NORMAL '10' AT-END AND '23' NOT-ON-FILE STATUSES NEVER
      * REACH HERE) IS TREATED AS FATAL
      *-----------------------------------------------------------------
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-STATUS NOT = '00'
               DISPLAY 'CLS01EX65 - I/O ERROR ON ' WS-CURRENT-FILE-ID
                   ' FILE STATUS: ' WS-CURRENT-STATUS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF.
       9900-EXIT.
           EXIT.
