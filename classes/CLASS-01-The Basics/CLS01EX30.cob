      *-----------------------------------------------------------------
      * ROLL ONE HISTORY RECORD INTO ITS PROGRAM'S BUCKET FOR
      * WHICHEVER OF THE THREE MONTHS IT BELONGS TO, AND REMEMBER
      * THE NIGHT WHEN IT FALLS IN THE REPORT MONTH - A BATCH-SOURCE
      * BREAKDOWN RECORD IS ALREADY IN ITS PROGRAM'S RECORD
      *-----------------------------------------------------------------
       2000-TALLY-HISTORY.
           READ HISTORY-FILE

           ADD 1                        TO WS-READ-COUNT
           IF HIST-RUN-DATE NOT NUMERIC
               OR HIST-BATCH-SOURCE NOT = SPACES
               GO TO 2000-EXIT
           END-IF

