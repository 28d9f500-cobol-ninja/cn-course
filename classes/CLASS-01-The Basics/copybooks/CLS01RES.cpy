      * AMOUNT AND ITS CURRENCY CODE RIDE ALONG IN RSLT-ORIG-VALUE/
      * RSLT-CURRENCY-CODE (SPACES FROM THE PROGRAMS THAT ONLY DEAL
      * IN BASE CURRENCY)
      * A CLS01EX04 ROW ALSO CARRIES THE ACCOUNT THE PAIR POSTED TO
      * AND, FOR A VALUE-DATED PAIR CLS01EX51 RELEASED INTO A 'VD'
      * BATCH, THE BATCH IT WAS ORIGINALLY SUBMITTED IN - SO
      * CLS01EX50 CAN REVERSE THE RELEASED PAIRS WITH THEIR SOURCE
      * BATCH (SPACES ON EVERY OTHER ROW)
       01  RESULTS-RECORD.
           05  RSLT-PROGRAM-ID         PIC X(08).
           05  RSLT-RUN-DATE           PIC 9(08).
           05  RSLT-ORIG-VALUE         PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  RSLT-CURRENCY-CODE      PIC X(03).
           05  RSLT-SOURCE-BATCH       PIC X(10).
           05  RSLT-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                  PIC X(01).
