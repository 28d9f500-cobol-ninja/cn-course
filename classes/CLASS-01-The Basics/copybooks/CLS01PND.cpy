      *****************************************************************
      * CLS01PND - VALUE-DATED PENDING POSTING RECORD (PNDFILE)
      * ONE RECORD PER TRANFILE DETAIL PAIR WHOSE VALUE DATE WAS
      * STILL IN THE FUTURE WHEN CLS01EX04 EDITED IT.  THE PAIR IS
      * HELD HERE, UNPOSTED, UNTIL CLS01EX51 AT THE FRONT OF THE
      * CYCLE FINDS ITS RELEASE DATE (THE VALUE DATE, OR THE NEXT
      * BUSINESS DAY ON THE PROCESSING CALENDAR WHEN THE VALUE DATE
      * IS A WEEKEND OR HOLIDAY) HAS ARRIVED AND RELEASES IT INTO
      * THAT NIGHT'S TRANFILE
      * PND-ORIGINAL-RECORD HOLDS THE DETAIL PAIR EXACTLY AS IT WAS
      * SUBMITTED, SO A RELEASE IS A STRAIGHT COPY, NOT A RE-KEYING
      *****************************************************************
       01  PENDING-POSTING-RECORD.
           05  PND-VALUE-DATE          PIC 9(08).
           05  PND-SOURCE-BATCH        PIC X(10).
           05  PND-SUBMIT-DATE         PIC 9(08).
           05  PND-ORIGINAL-RECORD     PIC X(80).
           05  FILLER                  PIC X(14).
