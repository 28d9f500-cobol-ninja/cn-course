      *****************************************************************
      * CLS01SPC - SIGN-ON SECURITY POLICY CARD (SECPARM)
      * ONE CARD, KEPT BY SECURITY ADMINISTRATION, READ BY CLS01SGN
      * AT EVERY SIGN-ON AND BY THE CLS01EX60 SECURITY REPORT
      *   SPC-MAX-FAILURES  - FAILED SIGN-ONS IN A ROW THAT LOCK THE
      *                       OPERATOR ID (DEFAULT 03)
      *   SPC-EXPIRY-DAYS   - DAYS A PASSWORD STAYS GOOD AFTER IT WAS
      *                       SET (DEFAULT 090)
      * A MISSING CARD, OR A FIELD THAT IS NOT NUMERIC OR IS ZERO,
      * TAKES THE DEFAULT
      *****************************************************************
       01  SECURITY-POLICY-RECORD.
           05  SPC-MAX-FAILURES        PIC 9(02).
           05  SPC-EXPIRY-DAYS         PIC 9(03).
           05  FILLER                  PIC X(75).
