      *****************************************************************
      * CLS01SGP - PARAMETER AREA FOR THE CLS01SGN SIGN-ON SUBPROGRAM
      * THE ONLINE SCREEN FILLS THE OPERATOR ID (ALREADY VALIDATED BY
      * CLS01OPV), ITS OWN PROGRAM ID, THE BUSINESS DATE AND THE
      * PASSWORD KEYED ON ITS SIGN-ON SCREEN - PLUS A NEW PASSWORD
      * KEYED TWICE WHEN THE OPERATOR IS CHANGING IT.  CLS01SGN
      * RETURNS THE RESULT, A PRINTABLE REASON AND, AFTER A WRONG
      * PASSWORD, HOW MANY ATTEMPTS ARE LEFT BEFORE THE LOCK; IT
      * CLEARS THE THREE PASSWORD FIELDS BEFORE IT RETURNS
      *   'A' SIGNED ON              'C' SIGNED ON, PASSWORD CHANGED
      *   'W' WRONG PASSWORD         'L' LOCKED OUT
      *   'E' PASSWORD EXPIRED (OR ISSUED BY CLS01EX26) - A NEW ONE
      *       MUST BE KEYED
      *   'R' NEW PASSWORD REFUSED   'N' NO PASSWORD ISSUED
      *   'U' OPERATOR NOT ON MASTER 'M' MASTER OR LOG UNAVAILABLE
      *****************************************************************
       01  SIGN-ON-PARMS.
           05  SGN-OPERATOR-ID         PIC X(08).
           05  SGN-CALLER-ID           PIC X(08).
           05  SGN-BUSINESS-DATE       PIC 9(08).
           05  SGN-PASSWORD            PIC X(08).
           05  SGN-NEW-PASSWORD        PIC X(08).
           05  SGN-NEW-CONFIRM         PIC X(08).
           05  SGN-RESULT              PIC X(01).
               88  SGN-ACCEPTED                    VALUE 'A' 'C'.
               88  SGN-SIGNED-ON                   VALUE 'A'.
               88  SGN-PASSWORD-CHANGED            VALUE 'C'.
               88  SGN-WRONG-PASSWORD              VALUE 'W'.
               88  SGN-LOCKED-OUT                  VALUE 'L'.
               88  SGN-PASSWORD-EXPIRED            VALUE 'E'.
               88  SGN-CHANGE-REFUSED              VALUE 'R'.
               88  SGN-NO-PASSWORD                 VALUE 'N'.
               88  SGN-UNKNOWN-OPERATOR            VALUE 'U'.
               88  SGN-NOT-AVAILABLE               VALUE 'M'.
           05  SGN-RESULT-TEXT         PIC X(30).
           05  SGN-ATTEMPTS-LEFT       PIC 9(02).
