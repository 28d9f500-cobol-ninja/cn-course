      *****************************************************************
      * CLS01SGL - SIGN-ON ATTEMPT LOG RECORD (SIGNLOG)
      * ONE RECORD APPENDED BY CLS01SGN FOR EVERY SIGN-ON ATTEMPT AT
      * AN ONLINE SCREEN, ACCEPTED OR NOT - WHICH ID, AT WHICH
      * SCREEN, WHEN, THE RESULT CODE (AS IN CLS01SGP) AND THE
      * FAILED-ATTEMPT COUNT IT LEFT ON THE OPERATOR MASTER.  THE
      * CLS01EX60 SECURITY REPORT READS IT BACK FOR REPEATED FAILURES
      *****************************************************************
       01  SIGN-ON-LOG-RECORD.
           05  SGL-OPERATOR-ID         PIC X(08).
           05  SGL-PROGRAM-ID          PIC X(08).
           05  SGL-BUSINESS-DATE       PIC 9(08).
           05  SGL-SYSTEM-DATE         PIC 9(08).
           05  SGL-TIME                PIC X(08).
           05  SGL-RESULT              PIC X(01).
           05  SGL-RESULT-TEXT         PIC X(30).
           05  SGL-FAILED-ATTEMPTS     PIC 9(02).
           05  FILLER                  PIC X(07).
