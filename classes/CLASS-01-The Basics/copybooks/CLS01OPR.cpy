      * AUTHORITY LEVELS: 10 IS ENOUGH TO RUN THE REPORT-ONLY
      * PROGRAMS, 50 (CORRECTION AUTHORITY) IS REQUIRED BY THE
      * PROGRAMS THAT UPDATE THE ACCOUNT MASTER
      * THE ONLINE SCREENS ALSO REQUIRE THE OPERATOR'S PASSWORD AT
      * SIGN-ON (CLS01SGN).  ONLY A ONE-WAY DIGEST OF IT, SALTED WITH
      * THE OPERATOR ID (CLS01PWH), IS EVER KEPT - A ZERO OR BLANK
      * DIGEST MEANS NO PASSWORD HAS BEEN ISSUED.  A ZERO PASSWORD
      * DATE MEANS THE PASSWORD WAS ISSUED BY CLS01EX26 AND MUST BE
      * CHANGED AT THE NEXT SIGN-ON.  TOO MANY FAILED SIGN-ONS IN A
      * ROW LOCK THE ID UNTIL CLS01EX26 RESETS IT
      * OPR-ROLE NAMES THE JOB ROLE THE OPERATOR HOLDS (BLANK FOR
      * NONE) - A GRANT TO THE ROLE ON THE PROGRAM-AUTHORITY MATRIX
      * (PGMAUTH, CLS01PGA) COVERS EVERY OPERATOR IN IT
      *****************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-AUTH-LEVEL          PIC 9(02).
           05  OPR-ACTIVE-FLAG         PIC X(01).
               88  OPERATOR-IS-ACTIVE              VALUE 'A'.
           05  OPR-PASSWORD-DIGEST     PIC 9(15).
           05  OPR-PASSWORD-DATE       PIC 9(08).
           05  OPR-FAILED-ATTEMPTS     PIC 9(02).
           05  OPR-LOCK-FLAG           PIC X(01).
               88  OPERATOR-IS-LOCKED              VALUE 'L'.
           05  OPR-LOCKED-DATE         PIC 9(08).
           05  OPR-ROLE                PIC X(08).
           05  FILLER                  PIC X(02).
