      * EACH DETAIL PAIR ALSO CARRIES THE ACCOUNT NUMBER IT POSTS TO,
      * VALIDATED AGAINST THE INDEXED ACCOUNT MASTER - A BLANK OR
      * UNKNOWN ACCOUNT REJECTS TO REJFILE LIKE ANY OTHER EDIT
      * FAILURE, AS DOES ONE FROZEN OR CLOSED ON THE MASTER (EACH WITH
      * ITS OWN REASON) - AND EVERY GOOD PAIR'S BASE-CURRENCY SUM IS
      * POSTED TO THE RUNNING BALANCE LEDGER (LDGFILE) KEYED BY ACCOUNT,
      * WITH A PER-ACCOUNT ACTIVITY REGISTER PRINTED AT END OF RUN -
      * A LEDGER, NOT AN ADDING MACHINE
      * VALIDATE EACH PAIR IS NUMERIC BEFORE THE COMPUTE AND LOG
      * SO A BATCH THAT HAS ALREADY POSTED FAILS THE RUN INSTEAD OF
      * BEING SUMMED INTO RESFILE A SECOND TIME; A RUN THAT ENDS WITH
      * ITS CONTROL TOTALS IN BALANCE MARKS ITS BATCH POSTED WITH ITS
      * COUNTS AND RUN DATE.  A BATCH CLS01EX50 HAS REVERSED IS NOT
      * A DUPLICATE - ITS CORRECTED RESUBMISSION POSTS UNDER THE SAME
      * ID AND RETURNS THE REGISTER ENTRY TO POSTED
      * A FOURTH COMMAND-LINE PARAMETER OF 'VERIFY' RUNS THE
      * PRE-FLIGHT MODE THE DAY SHIFT USES AGAINST THE STAGED FILE:
      * THE FULL EDIT SET - HEADER VALIDATION, BATCH-REGISTER
      * CARRIES THE WOULD-BE REJECTS AND THE VERDICT, AND THE RUN
      * LOGS UNDER 'CLS01X4V' SO A 4 P.M. PRE-FLIGHT NEVER LOOKS
      * LIKE A BLOWN BATCH WINDOW
      * EVERY PAIR POSTED TO THE LEDGER IS ALSO APPENDED TO THE
      * POSTING HISTORY FILE (POSTHIST) WITH ITS ACCOUNT, BATCH,
      * BUSINESS DATE, CURRENCY, ORIGINAL AND CONVERTED AMOUNT AND
      * THE RUNNING BALANCE IT LEFT, SO THE POSTINGS BEHIND A
      * BALANCE SURVIVE THE NIGHT - CLS01EX48 PRINTS THE MONTH-END
      * ACCOUNT STATEMENTS FROM IT
      * A DETAIL PAIR MAY CARRY A VALUE DATE.  ONE DATED ON OR BEFORE
      * THE BUSINESS DATE POSTS TONIGHT AS ANY OTHER; ONE DATED LATER
      * IS EDITED IN FULL AND, IF GOOD, HELD UNPOSTED ON THE PENDING
      * POSTINGS FILE (PNDFILE) - IT COUNTS TOWARD THE BATCH'S
      * CONTROL TOTALS TONIGHT, AND CLS01EX51 RELEASES IT INTO THE
      * TRANFILE OF THE NIGHT ITS VALUE DATE ARRIVES.  A VALUE DATE
      * THAT IS NOT A REAL DATE, OR IS MORE THAN A YEAR FROM THE
      * BUSINESS DATE, REJECTS.  A RELEASED PAIR COMES BACK WITH THE
      * BATCH IT WAS SUBMITTED IN STAMPED ON IT, AND ITS RESFILE ROW
      * CARRIES THAT SOURCE BATCH (AND EVERY ROW ITS ACCOUNT) SO
      * CLS01EX50 REVERSES IT WITH THE BATCH IT BELONGS TO
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
                                        FILE STATUS IS WS-PHS-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE         ASSIGN TO "PNDFILE"
                                        FILE STATUS IS WS-PND-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-REPORT-FILE   ASSIGN TO "LDGRPT"
                                        FILE STATUS IS WS-LDGRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
                                        SIGN IS LEADING SEPARATE.
           05  TRAN-CURRENCY-CODE      PIC X(03).
           05  TRAN-ACCOUNT-NUMBER     PIC X(10).
           05  TRAN-VALUE-DATE         PIC X(08).
           05  TRAN-VALUE-DATE-N       REDEFINES TRAN-VALUE-DATE
                                        PIC 9(08).
           05  TRAN-SOURCE-BATCH       PIC X(10).
           05  FILLER                  PIC X(33).
      *-----------------------------------------------------------------
      * EACH BATCH OPENS WITH A HEADER, NOT A DETAIL PAIR, CARRYING
      * THE BATCH-ID/RUN-DATE/EXPECTED-COUNT IT WAS SUBMITTED WITH,
       COPY CLS01MST.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  POSTING-HISTORY-FILE.
       COPY CLS01PHS.
       FD  PENDING-FILE.
       COPY CLS01PND.
       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-LINE          PIC X(80).
       FD  CERT-REPORT-FILE.
           88  TRAN-IS-VALID                       VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
      *================================================================
      * VALUE-DATE CONTROLS - A PAIR DATED AFTER THE BUSINESS DATE IS
      * HELD ON THE PENDING FILE INSTEAD OF POSTED; A VALUE DATE MAY
      * BE AT MOST WS-VALUE-DATE-TOLERANCE DAYS FROM THE BUSINESS DATE
      *================================================================
       01  WS-VALUE-DATE-TOLERANCE     PIC 9(03)   VALUE 366.
       01  WS-HOLD-SWITCH              PIC X(01)   VALUE 'N'.
           88  PAIR-IS-HELD                        VALUE 'Y'.
       01  WS-HELD-COUNT               PIC 9(06)   VALUE ZERO.
       01  WS-TOTAL-HELD-COUNT         PIC 9(06)   VALUE ZERO.
      *================================================================
      * TRANSACTION-HEADER CONTROLS - THE HEADER RECORD AT THE FRONT
      * OF THE FILE IS VALIDATED BEFORE ANY DETAIL RECORD IS PROCESSED
      *================================================================
       01  WS-ACCTMST-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS             PIC X(02)   VALUE '00'.
       01  WS-LDGRPT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-PHS-STATUS                PIC X(02)   VALUE '00'.
       01  WS-PND-STATUS                PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
               MOVE 'LDGFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

               OPEN EXTEND POSTING-HISTORY-FILE
               IF WS-PHS-STATUS = '35'
                   OPEN OUTPUT POSTING-HISTORY-FILE
               END-IF
               MOVE WS-PHS-STATUS       TO WS-CURRENT-STATUS
               MOVE 'POSTHIST'          TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

               OPEN EXTEND PENDING-FILE
               IF WS-PND-STATUS = '35'
                   OPEN OUTPUT PENDING-FILE
               END-IF
               MOVE WS-PND-STATUS       TO WS-CURRENT-STATUS
               MOVE 'PNDFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

               OPEN OUTPUT LEDGER-REPORT-FILE
               MOVE WS-LDGRPT-STATUS    TO WS-CURRENT-STATUS
               MOVE 'LDGRPT'            TO WS-CURRENT-FILE-ID
           ADD 1                        TO WS-BATCH-COUNT
           MOVE ZERO                    TO WS-LINE-COUNT
                                            WS-REJECT-COUNT
                                            WS-HELD-COUNT
           IF NOT FIRST-BATCH-OF-FILE
               MOVE ZERO                TO WS-CONTROL-HASH
           END-IF

           DISPLAY 'CLS01EX04 - BATCH ' CTL-BATCH-ID ' PROCESSED '
               WS-LINE-COUNT ' RECORDS, ' WS-REJECT-COUNT
               ' REJECTED, ' WS-HELD-COUNT ' HELD FOR VALUE DATE'

           PERFORM 3100-CHECK-CONTROL-TOTALS THRU 3100-EXIT

               ADD 1                    TO WS-FAILED-BATCH-COUNT
           END-IF
           ADD WS-LINE-COUNT            TO WS-TOTAL-LINE-COUNT
           ADD WS-REJECT-COUNT          TO WS-TOTAL-REJECT-COUNT
           ADD WS-HELD-COUNT            TO WS-TOTAL-HELD-COUNT.
       5100-EXIT.
           EXIT.

       1960-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A BLANK VALUE DATE POSTS TONIGHT.  OTHERWISE IT MUST BE A REAL
      * DATE WITHIN THE TOLERANCE OF THE BUSINESS DATE (CLS01DTV
      * JUDGES BOTH); ONE AFTER THE BUSINESS DATE HOLDS THE PAIR
      *-----------------------------------------------------------------
       1980-CHECK-VALUE-DATE.
           IF TRAN-VALUE-DATE = SPACES
               GO TO 1980-EXIT
           END-IF

           IF TRAN-VALUE-DATE NOT NUMERIC
               MOVE 'VALUE DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 1980-EXIT
           END-IF

           MOVE TRAN-VALUE-DATE-N       TO DTV-DATE
           MOVE CTL-RUN-DATE            TO DTV-COMPARE-DATE
           MOVE WS-VALUE-DATE-TOLERANCE TO DTV-TOLERANCE-DAYS
           CALL 'CLS01DTV'              USING DATE-VALIDATION-PARMS

           IF DTV-STALE-DATE
               MOVE 'VALUE DATE OUT OF RANGE' TO WS-REJECT-REASON
               GO TO 1980-EXIT
           END-IF
           IF NOT DTV-DATE-IS-VALID
               MOVE 'VALUE DATE NOT A VALID DATE'
                                        TO WS-REJECT-REASON
               GO TO 1980-EXIT
           END-IF

           IF TRAN-VALUE-DATE-N > CTL-RUN-DATE
               SET PAIR-IS-HELD         TO TRUE
           END-IF.
       1980-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SKIP ONE ALREADY-PROCESSED RECORD DURING A RESTART
      *-----------------------------------------------------------------
           PERFORM 1900-VALIDATE-TRAN  THRU 1900-EXIT
           PERFORM 2600-ACCUMULATE-HASH THRU 2600-EXIT

           IF TRAN-IS-VALID AND PAIR-IS-HELD
               PERFORM 2350-HOLD-PAIR   THRU 2350-EXIT
               GO TO 2000-COUNT-RECORD
           END-IF

           IF NOT TRAN-IS-VALID
               MOVE TRAN-INP-A          TO REJ-INP-A
               MOVE TRAN-INP-B          TO REJ-INP-B

                   PERFORM 2700-POST-LEDGER THRU 2700-EXIT
               END-IF
           END-IF.

       2000-COUNT-RECORD.
           ADD 1                       TO WS-LINE-COUNT

           DIVIDE WS-LINE-COUNT BY WS-CHECKPOINT-INTERVAL
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * HOLD A GOOD PAIR WHOSE VALUE DATE HAS NOT ARRIVED - NOTHING IS
      * POSTED, THE PAIR GOES TO THE PENDING FILE AS SUBMITTED UNDER
      * ITS BATCH AND TONIGHT'S DATE (VERIFY MODE ONLY COUNTS IT)
      *-----------------------------------------------------------------
       2350-HOLD-PAIR.
           ADD 1                        TO WS-HELD-COUNT

           IF VERIFY-MODE
               GO TO 2350-EXIT
           END-IF

           MOVE SPACES                  TO PENDING-POSTING-RECORD
           MOVE TRAN-VALUE-DATE-N       TO PND-VALUE-DATE
           MOVE CTL-BATCH-ID            TO PND-SOURCE-BATCH
           MOVE CTL-RUN-DATE            TO PND-SUBMIT-DATE
           MOVE TRAN-RECORD             TO PND-ORIGINAL-RECORD
           WRITE PENDING-POSTING-RECORD
           MOVE WS-PND-STATUS           TO WS-CURRENT-STATUS
           MOVE 'PNDFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE A CHECKPOINT RECORD SO A RERUN AFTER AN ABEND CAN SKIP
      * THE RECORDS THIS RUN HAS ALREADY PROCESSED
           MOVE INP-SUM                TO RSLT-ITEM-VALUE
           MOVE WS-ORIG-SUM            TO RSLT-ORIG-VALUE
           MOVE TRAN-CURRENCY-CODE     TO RSLT-CURRENCY-CODE
           MOVE TRAN-SOURCE-BATCH      TO RSLT-SOURCE-BATCH
           MOVE TRAN-ACCOUNT-NUMBER    TO RSLT-ACCOUNT-NUMBER
           WRITE RESULTS-RECORD
           MOVE WS-RESULTS-STATUS      TO WS-CURRENT-STATUS
           MOVE 'RESFILE'              TO WS-CURRENT-FILE-ID
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 2800-WRITE-POSTING-HISTORY THRU 2800-EXIT

           PERFORM 2750-NOTE-ACTIVITY   THRU 2750-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPEND THE POSTING TO THE HISTORY FILE WITH THE SEQUENCE AND
      * RUNNING BALANCE THE LEDGER RECORD NOW CARRIES
      *-----------------------------------------------------------------
       2800-WRITE-POSTING-HISTORY.
           MOVE SPACES                  TO POSTING-HISTORY-RECORD
           MOVE TRAN-ACCOUNT-NUMBER     TO PHS-ACCOUNT-NUMBER
           MOVE CTL-BATCH-ID            TO PHS-BATCH-ID
           MOVE CTL-RUN-DATE            TO PHS-BUSINESS-DATE
           MOVE LDG-POSTING-COUNT       TO PHS-POSTING-SEQ
           MOVE TRAN-CURRENCY-CODE      TO PHS-CURRENCY-CODE
           MOVE WS-ORIG-SUM             TO PHS-ORIG-AMOUNT
           MOVE INP-SUM                 TO PHS-AMOUNT
           MOVE LDG-BALANCE             TO PHS-RUNNING-BALANCE
           WRITE POSTING-HISTORY-RECORD
           MOVE WS-PHS-STATUS           TO WS-CURRENT-STATUS
           MOVE 'POSTHIST'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ROLL THE POSTING INTO ITS ACCOUNT'S ACTIVITY-TABLE ENTRY FOR
      * THE END-OF-RUN REGISTER, ADDING THE ACCOUNT ON FIRST SIGHT
           SET WS-VALID-SWITCH         TO 'N'
           MOVE SPACES                 TO WS-REJECT-REASON
           SET WS-OVERFLOW-SWITCH      TO 'N'
           SET WS-HOLD-SWITCH          TO 'N'

           IF TRAN-INP-A NOT NUMERIC
               MOVE 'INP-A IS NOT NUMERIC'      TO WS-REJECT-REASON
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1950-SELECT-RATE THRU 1950-EXIT
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 1980-CHECK-VALUE-DATE THRU 1980-EXIT
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       SET TRAN-IS-VALID   TO TRUE
                       MOVE TRAN-INP-A      TO INP-A

      *-----------------------------------------------------------------
      * RANDOM-READ THE PAIR'S ACCOUNT ON THE ACCOUNT MASTER - A
      * BLANK OR UNKNOWN ACCOUNT REJECTS LIKE ANY OTHER EDIT FAILURE,
      * AND SO DOES ONE FROZEN OR CLOSED BY CLS01EX12 - NO MONEY
      * MOVES ON AN ACCOUNT UNDER REVIEW OR WOUND UP
      *-----------------------------------------------------------------
       1930-CHECK-ACCOUNT.
           SET WS-ACCOUNT-FOUND-SWITCH  TO 'N'

           IF NOT ACCOUNT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
               GO TO 1930-EXIT
           END-IF

           IF MST-ACCOUNT-FROZEN
               MOVE 'ACCOUNT IS FROZEN'     TO WS-REJECT-REASON
           END-IF
           IF MST-ACCOUNT-CLOSED
               MOVE 'ACCOUNT IS CLOSED'     TO WS-REJECT-REASON
           END-IF.
       1930-EXIT.
           EXIT.
               ' RECORDS ACROSS ' WS-BATCH-COUNT ' BATCHES ('
               WS-POSTED-BATCH-COUNT ' POSTED, '
               WS-FAILED-BATCH-COUNT ' FAILED), '
               WS-TOTAL-REJECT-COUNT ' REJECTED, '
               WS-TOTAL-HELD-COUNT ' HELD FOR VALUE DATE - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE

           IF VERIFY-MODE
               CLOSE CHECKPOINT-FILE
               CLOSE RESULTS-FILE
               CLOSE LEDGER-FILE
               CLOSE POSTING-HISTORY-FILE
               CLOSE PENDING-FILE
               CLOSE LEDGER-REPORT-FILE
           END-IF.
       3000-EXIT.
