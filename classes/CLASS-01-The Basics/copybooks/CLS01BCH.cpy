      * MARKED POSTED WITH ITS COUNTS AND RUN DATE WHEN ITS RUN ENDS
      * WITH THE CONTROL TOTALS IN BALANCE; A RESUBMITTED BATCH THAT
      * IS ALREADY POSTED FAILS HEADER VALIDATION INSTEAD OF BEING
      * SUMMED INTO RESFILE A SECOND TIME.  CLS01EX50'S REVERSAL
      * MARKS A POSTED BATCH REVERSED WITH THE DATE IT WAS BACKED
      * OUT; A REVERSED BATCH IS NO LONGER 'POSTED', SO ITS CORRECTED
      * RESUBMISSION PASSES THE DUPLICATE CHECK AND POSTS AGAIN
      *****************************************************************
       01  BATCH-REGISTER-RECORD.
           05  BCH-BATCH-ID            PIC X(10).
           05  BCH-STATUS              PIC X(01).
               88  BATCH-IS-POSTED                 VALUE 'P'.
               88  BATCH-IS-REVERSED               VALUE 'R'.
           05  BCH-RUN-DATE            PIC 9(08).
           05  BCH-RECORD-COUNT        PIC 9(07).
           05  BCH-REJECT-COUNT        PIC 9(06).
           05  BCH-REVERSED-DATE       PIC X(08).
           05  FILLER                  PIC X(40).
