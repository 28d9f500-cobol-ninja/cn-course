      *****************************************************************
      * CLS01PHS - PER-ACCOUNT POSTING HISTORY RECORD (POSTHIST)
      * ONE RECORD PER DETAIL PAIR POSTED TO THE LEDGER, APPENDED BY
      * CLS01EX04 AS IT REWRITES THE ACCOUNT'S LDGFILE BALANCE.
      * PHS-POSTING-SEQ IS THE ACCOUNT'S LDG-POSTING-COUNT AFTER THE
      * POSTING AND PHS-RUNNING-BALANCE THE LDG-BALANCE IT LEFT, SO
      * THE POSTINGS BEHIND ANY BALANCE CAN BE LISTED IN ORDER AND
      * PROVEN AGAINST THE LEDGER - CLS01EX48 PRINTS THE STATEMENTS
      * CLS01EX50'S BATCH REVERSAL APPENDS ITS EQUAL-AND-OPPOSITE
      * POSTINGS UNDER THE SAME BATCH ID, MARKED PHS-ENTRY-TYPE 'R'
      * (AN ORDINARY POSTING LEAVES IT SPACE)
      *****************************************************************
       01  POSTING-HISTORY-RECORD.
           05  PHS-ACCOUNT-NUMBER      PIC X(10).
           05  PHS-BATCH-ID            PIC X(10).
           05  PHS-BUSINESS-DATE       PIC 9(08).
           05  PHS-POSTING-SEQ         PIC 9(07).
           05  PHS-CURRENCY-CODE       PIC X(03).
           05  PHS-ORIG-AMOUNT         PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  PHS-AMOUNT              PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  PHS-RUNNING-BALANCE     PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  PHS-ENTRY-TYPE          PIC X(01).
               88  PHS-IS-REVERSAL                 VALUE 'R'.
           05  FILLER                  PIC X(07).
