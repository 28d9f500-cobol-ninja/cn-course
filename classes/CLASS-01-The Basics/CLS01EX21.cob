      * PERCENTAGE ON ANY OF THOSE COMPARES IS FLAGGED ON THE
      * VARIANCE REPORT AND SURFACES THROUGH A NON-ZERO RETURN CODE
      * TONIGHT'S TOTALS ARE APPENDED TO THE HISTORY AFTERWARD, SO
      * THE FILE MAINTAINS ITSELF NIGHT OVER NIGHT.  EACH PROGRAM'S
      * TONIGHT IS ALSO WRITTEN BROKEN DOWN BY BATCH SOURCE (THE
      * TWO-CHARACTER BATCH ID PREFIX) FROM EX43'S 'B' LEVEL ROWS -
      * THE PLAN VERSUS ACTUAL REPORT NEEDS THEM; THE COMPARE HERE
      * STAYS ON THE PROGRAM RECORDS AND PASSES THEM BY
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - VARIANCE THRESHOLD IN WHOLE PERCENT (DEFAULT 040)
           88  PROGRAM-IN-TABLE                    VALUE 'Y'.
       01  WS-LOOKUP-PROGRAM           PIC X(08)   VALUE SPACES.
      *================================================================
      * TONIGHT'S TOTALS PER PROGRAM PER BATCH SOURCE, FOR THE HISTORY
      *================================================================
       01  WS-SOURCE-TABLE.
           05  WS-ST-ENTRY             OCCURS 100 TIMES.
               10  WS-ST-PROGRAM-ID    PIC X(08).
               10  WS-ST-SOURCE        PIC X(02).
               10  WS-ST-COUNT         PIC 9(06).
               10  WS-ST-TOTAL         PIC S9(11)V99 COMP.
       01  WS-ST-USED                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-ST-SUB                   PIC 9(03)   COMP VALUE ZERO.
       01  WS-ST-MATCH-SUB             PIC 9(03)   COMP VALUE ZERO.
       01  WS-ST-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
           88  SOURCE-IN-TABLE                     VALUE 'Y'.
      *================================================================
      * VARIANCE WORK AREAS
      *================================================================
       01  WS-PRIOR-COUNT              PIC 9(06)   VALUE ZERO.

      *-----------------------------------------------------------------
      * ROLL ONE OF CLS01EX43'S PROGRAM/DATE TOTALS INTO ITS
      * PROGRAM'S TONIGHT FIGURES - A 'B' BATCH-LEVEL ROW GOES TO ITS
      * BATCH SOURCE INSTEAD, AND OTHER NIGHTS' ROWS PASS BY
      *-----------------------------------------------------------------
       2000-TALLY-RESULT.
           ADD 1                        TO WS-READ-COUNT

           IF TOT-RUN-DATE NOT = CTL-RUN-DATE
               GO TO 2000-NEXT
           END-IF

           IF TOTALS-BY-PROGRAM-BATCH
               PERFORM 2300-TALLY-SOURCE THRU 2300-EXIT
               GO TO 2000-NEXT
           END-IF

           IF NOT TOTALS-BY-PROGRAM-DATE
               GO TO 2000-NEXT
           END-IF

       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ROLL ONE BATCH-LEVEL ROW INTO ITS PROGRAM AND BATCH SOURCE -
      * A ROW WITH NO BATCH ID HAS NO SOURCE AND IS LEFT OUT
      *-----------------------------------------------------------------
       2300-TALLY-SOURCE.
           IF TOT-BATCH-ID (1:2) = SPACES
               GO TO 2300-EXIT
           END-IF

           SET WS-ST-FOUND-SWITCH       TO 'N'
           MOVE ZERO                    TO WS-ST-MATCH-SUB
           PERFORM 2350-MATCH-SOURCE    THRU 2350-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED
                   OR SOURCE-IN-TABLE

           IF NOT SOURCE-IN-TABLE
               IF WS-ST-USED < 100
                   ADD 1                TO WS-ST-USED
                   MOVE WS-ST-USED      TO WS-ST-MATCH-SUB
                   MOVE TOT-PROGRAM-ID  TO WS-ST-PROGRAM-ID
                                            (WS-ST-USED)
                   MOVE TOT-BATCH-ID (1:2)
                                        TO WS-ST-SOURCE (WS-ST-USED)
                   MOVE ZERO            TO WS-ST-COUNT (WS-ST-USED)
                                           WS-ST-TOTAL (WS-ST-USED)
               ELSE
                   DISPLAY 'CLS01EX21 - SOURCE TABLE FULL - '
                       TOT-PROGRAM-ID ' ' TOT-BATCH-ID (1:2)
                       ' NOT WRITTEN TO HISTORY'
                   GO TO 2300-EXIT
               END-IF
           END-IF

           ADD TOT-ITEM-COUNT           TO WS-ST-COUNT
                                            (WS-ST-MATCH-SUB)
           ADD TOT-VALUE-TOTAL          TO WS-ST-TOTAL
                                            (WS-ST-MATCH-SUB).
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MATCH ONE SOURCE-TABLE ENTRY AGAINST THE CURRENT BATCH ROW
      *-----------------------------------------------------------------
       2350-MATCH-SOURCE.
           IF WS-ST-PROGRAM-ID (WS-ST-SUB) = TOT-PROGRAM-ID
               AND WS-ST-SOURCE (WS-ST-SUB) = TOT-BATCH-ID (1:2)
               SET SOURCE-IN-TABLE      TO TRUE
               MOVE WS-ST-SUB           TO WS-ST-MATCH-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT TOTALS RECORD
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * LOAD ONE HISTORY RECORD INTO ITS PROGRAM'S RING OF THE LAST
      * TEN RUNS - WHEN THE RING IS FULL THE OLDEST RUN DROPS OFF.
      * THE BATCH-SOURCE BREAKDOWN RECORDS ARE NOT PART OF THE COMPARE
      *-----------------------------------------------------------------
       2400-LOAD-HISTORY.
           READ HISTORY-FILE
           MOVE 'RESHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF HIST-BATCH-SOURCE NOT = SPACES
               GO TO 2400-EXIT
           END-IF

           MOVE HIST-PROGRAM-ID         TO WS-LOOKUP-PROGRAM
           PERFORM 2200-FIND-PROGRAM    THRU 2200-EXIT
           IF WS-PT-MATCH-SUB = ZERO

      *-----------------------------------------------------------------
      * APPEND TONIGHT'S PER-PROGRAM TOTALS TO THE HISTORY FILE SO
      * TOMORROW'S RUN HAS TONIGHT TO COMPARE AGAINST, THEN THE SAME
      * TOTALS BROKEN DOWN BY BATCH SOURCE
      *-----------------------------------------------------------------
       3300-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-USED

           PERFORM 3320-WRITE-SOURCE-HISTORY THRU 3320-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED

           CLOSE HISTORY-FILE.
       3300-EXIT.
           EXIT.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE ONE PROGRAM'S BATCH-SOURCE HISTORY RECORD FOR TONIGHT
      *-----------------------------------------------------------------
       3320-WRITE-SOURCE-HISTORY.
           MOVE SPACES                  TO RESULTS-HISTORY-RECORD
           MOVE CTL-RUN-DATE            TO HIST-RUN-DATE
           MOVE WS-ST-PROGRAM-ID (WS-ST-SUB) TO HIST-PROGRAM-ID
           MOVE WS-ST-COUNT (WS-ST-SUB) TO HIST-ITEM-COUNT
           MOVE WS-ST-TOTAL (WS-ST-SUB) TO HIST-VALUE-TOTAL
           MOVE WS-ST-SOURCE (WS-ST-SUB) TO HIST-BATCH-SOURCE
           WRITE RESULTS-HISTORY-RECORD
           MOVE WS-HIST-STATUS          TO WS-CURRENT-STATUS
           MOVE 'RESHIST'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THIS RUN'S IDENTIFICATION, TIMESTAMPS, COUNTS AND
      * RETURN CODE TO THE CENTRAL RUN LOG SO THE NUMBERS SURVIVE
