      *****************************************************************
      * CLS01PGA - PROGRAM-AUTHORITY MATRIX RECORD (PGMAUTH)
      * THE SECURITY OFFICER'S LIST OF WHO MAY RUN WHAT, KEPT BY
      * CLS01EX61 AND CONSULTED BY CLS01OPV ON EVERY VALIDATION.
      * PROGRAMS ARE KEYED BY THE ID THEY VALIDATE AND LOG UNDER
      * (CLS01X10, CLS01EX4 ...).  TWO KINDS OF RECORD SHARE THE KEY:
      *   P - THE PROGRAM'S CATALOGUE ENTRY (GRANTEE ID BLANK): THE
      *       AUTHORITY LEVEL IT REQUIRES (REPLACING THE LEVEL BUILT
      *       INTO THE PROGRAM), WHETHER ONLY ITS GRANTEES MAY RUN IT,
      *       WHETHER IT IS A BATCH PROGRAM OR AN ONLINE SCREEN, AND
      *       WHAT IT IS
      *   O - A GRANT OF THE PROGRAM TO ONE OPERATOR ID
      *   R - A GRANT OF THE PROGRAM TO A ROLE (OPR-ROLE)
      * A PROGRAM NOT CATALOGUED RUNS ON ITS BUILT-IN LEVEL ALONE; A
      * CATALOGUED ONE NOT RESTRICTED TO GRANTEES RUNS FOR ANY ACTIVE
      * OPERATOR AT ITS LEVEL; A RESTRICTED ONE ALSO NEEDS A GRANT
      *****************************************************************
       01  PROGRAM-AUTHORITY-RECORD.
           05  PGA-KEY.
               10  PGA-PROGRAM-ID      PIC X(08).
               10  PGA-ENTRY-TYPE      PIC X(01).
                   88  PGA-PROGRAM-ENTRY           VALUE 'P'.
                   88  PGA-OPERATOR-GRANT          VALUE 'O'.
                   88  PGA-ROLE-GRANT              VALUE 'R'.
               10  PGA-GRANTEE-ID      PIC X(08).
           05  PGA-REQUIRED-LEVEL      PIC 9(02).
           05  PGA-RESTRICTED-FLAG     PIC X(01).
               88  PGA-GRANTEES-ONLY               VALUE 'Y'.
           05  PGA-PROGRAM-KIND        PIC X(01).
               88  PGA-BATCH-PROGRAM               VALUE 'B'.
               88  PGA-ONLINE-SCREEN               VALUE 'S'.
           05  PGA-DESCRIPTION         PIC X(30).
           05  PGA-MAINT-DATE          PIC 9(08).
           05  PGA-MAINT-BY            PIC X(08).
           05  FILLER                  PIC X(13).
