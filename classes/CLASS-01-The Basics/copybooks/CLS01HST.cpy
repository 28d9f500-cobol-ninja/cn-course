      * PRINTS) AGAINST THE PRIOR RUN AND THE TRAILING AVERAGE -
      * THIS FILE IS WHAT MAKES A 40 PERCENT OVERNIGHT SWING VISIBLE
      * THE SAME NIGHT INSTEAD OF AT MONTH-END
      * HIST-BATCH-SOURCE IS SPACES ON THE PROGRAM'S OWN RECORD.  AFTER
      * THOSE, CLS01EX21 WRITES ONE RECORD PER PROGRAM PER BATCH
      * SOURCE (THE TWO-CHARACTER PREFIX OF THE BATCH ID - 'SI', 'VD'
      * AND SO ON) FROM CLS01EX43'S BATCH-LEVEL TOTALS, SO THE PLAN
      * VERSUS ACTUAL REPORT (CLS01EX76) CAN MEET A PLAN SET PER
      * SOURCE.  A READER AFTER THE PROGRAM FIGURES SKIPS THEM - THEY
      * ARE ALREADY IN THE PROGRAM RECORD
      *****************************************************************
       01  RESULTS-HISTORY-RECORD.
           05  HIST-RUN-DATE           PIC 9(08).
           05  HIST-ITEM-COUNT         PIC 9(06).
           05  HIST-VALUE-TOTAL        PIC S9(09)V99
                                        SIGN IS LEADING SEPARATE.
           05  HIST-BATCH-SOURCE       PIC X(02).
           05  FILLER                  PIC X(44).
