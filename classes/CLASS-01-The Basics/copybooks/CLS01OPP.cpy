      * WAS FOUND, AND LEAVES A USAGE RECORD ON OPRUSAGE FOR EVERY
      * SUCCESSFUL VALIDATION SO CLS01EX34 CAN ANSWER THE AUDITOR'S
      * STANDING QUESTION OF WHICH IDS HAVE ACTUALLY BEEN USED
      * OPV-REQUIRED-LEVEL IS THE CALLER'S BUILT-IN LEVEL; WHEN THE
      * CALLER IS CATALOGUED ON THE PROGRAM-AUTHORITY MATRIX THE
      * MATRIX'S LEVEL IS USED INSTEAD, AND A PROGRAM THE MATRIX
      * RESTRICTS TO ITS GRANTEES ALSO NEEDS A GRANT TO THE OPERATOR
      * OR THE OPERATOR'S ROLE
      *****************************************************************
       01  OPERATOR-VALIDATION-PARMS.
           05  OPV-OPERATOR-ID         PIC X(08).
               88  OPV-AUTHORIZED                  VALUE 'A'.
               88  OPV-UNKNOWN-OPERATOR            VALUE 'U'.
               88  OPV-INACTIVE-OPERATOR           VALUE 'I'.
               88  OPV-LOCKED-OPERATOR             VALUE 'K'.
               88  OPV-INSUFFICIENT-LEVEL          VALUE 'L'.
               88  OPV-NO-OPERATOR-MASTER          VALUE 'M'.
               88  OPV-NOT-GRANTED                 VALUE 'P'.
               88  OPV-NO-AUTHORITY-MATRIX         VALUE 'X'.
           05  OPV-RESULT-TEXT         PIC X(30).
           05  OPV-OPERATOR-NAME       PIC X(25).
