      *****************************************************************
      * CLS01SVQ - POSTING SURVEILLANCE REVIEW-QUEUE ITEM (REVQUE)
      * ONE RECORD PER POSTING OR ACCOUNT-NIGHT CLS01EX55 FLAGGED AND
      * NO REVIEWER HAS YET CLEARED.  THE ITEM IS IDENTIFIED BY THE
      * BUSINESS DATE IT WAS FLAGGED ON AND ITS SEQUENCE WITHIN THAT
      * NIGHT - THE KEY A REVIEWER QUOTES ON THE DISPOSITION FILE.
      * SVQ-FLAG-TYPE SAYS WHAT TRIPPED IT:
      *   L - ONE POSTING OVER ITS CURRENCY'S SINGLE-POSTING LIMIT
      *       (SVQ-AMOUNT IS THE ORIGINAL-CURRENCY AMOUNT)
      *   C - MORE POSTINGS TO THE ACCOUNT IN ONE NIGHT THAN ALLOWED
      *       (SVQ-AMOUNT AND SVQ-LIMIT ARE COUNTS)
      *   N - THE ACCOUNT'S NET MOVEMENT FOR THE NIGHT OVER THE LIMIT
      *   P - ONE POSTING FAR OUTSIDE THE ACCOUNT'S OWN PATTERN
      *       (SVQ-LIMIT IS ITS TYPICAL POSTING SIZE)
      * AN ESCALATED ITEM STAYS ON THE QUEUE, WITH THE REVIEWER AND
      * REASON, UNTIL IT IS CLEARED; A CLEARED ITEM LEAVES IT
      *****************************************************************
       01  REVIEW-ITEM-RECORD.
           05  SVQ-ITEM-KEY.
               10  SVQ-FLAG-DATE       PIC 9(08).
               10  SVQ-ITEM-SEQ        PIC 9(05).
           05  SVQ-FLAG-TYPE           PIC X(01).
               88  SVQ-LARGE-POSTING               VALUE 'L'.
               88  SVQ-NIGHT-COUNT                 VALUE 'C'.
               88  SVQ-NIGHT-NET                   VALUE 'N'.
               88  SVQ-OUT-OF-PATTERN              VALUE 'P'.
           05  SVQ-ACCOUNT-NUMBER      PIC X(10).
           05  SVQ-BATCH-ID            PIC X(10).
           05  SVQ-POSTING-SEQ         PIC 9(07).
           05  SVQ-CURRENCY-CODE       PIC X(03).
           05  SVQ-AMOUNT              PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  SVQ-LIMIT               PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  SVQ-STATUS              PIC X(01).
               88  SVQ-IS-OPEN                     VALUE 'O'.
               88  SVQ-IS-ESCALATED                VALUE 'E'.
           05  SVQ-REVIEWER            PIC X(08).
           05  SVQ-REASON              PIC X(30).
           05  SVQ-ACTION-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
