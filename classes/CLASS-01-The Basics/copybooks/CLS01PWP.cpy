      *****************************************************************
      * CLS01PWP - PARAMETER AREA FOR THE CLS01PWH PASSWORD DIGEST
      * SUBPROGRAM
      * THE CALLER FILLS THE OPERATOR ID (THE SALT) AND THE PASSWORD
      * AS KEYED; CLS01PWH RETURNS THE ONE-WAY DIGEST THAT IS STORED
      * ON, OR COMPARED WITH, OPR-PASSWORD-DIGEST.  THE CALLER CLEARS
      * PWD-PASSWORD AS SOON AS THE DIGEST IS BACK
      *****************************************************************
       01  PASSWORD-DIGEST-PARMS.
           05  PWD-OPERATOR-ID         PIC X(08).
           05  PWD-PASSWORD            PIC X(08).
           05  PWD-DIGEST              PIC 9(15).
