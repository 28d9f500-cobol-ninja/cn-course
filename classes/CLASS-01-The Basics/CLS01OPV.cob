      *   'A' AUTHORIZED          - ON THE MASTER, ACTIVE, LEVEL OK
      *   'U' UNKNOWN OPERATOR    - NOT ON THE MASTER
      *   'I' INACTIVE OPERATOR   - ON THE MASTER BUT NOT ACTIVE
      *   'K' LOCKED OPERATOR     - LOCKED OUT BY FAILED SIGN-ONS
      *                             UNTIL CLS01EX26 RESETS IT - A
      *                             LOCKED ID RUNS NOTHING, BATCH
      *                             OR ONLINE
      *   'L' INSUFFICIENT LEVEL  - ACTIVE BUT BELOW THE REQUIRED
      *                             AUTHORITY LEVEL
      *   'P' NOT GRANTED         - THE PROGRAM-AUTHORITY MATRIX
      *                             RESTRICTS THE CALLER TO ITS
      *                             GRANTEES AND NEITHER THE ID NOR
      *                             ITS ROLE HOLDS A GRANT
      *   'M' NO OPERATOR MASTER  - OPERMSTR COULD NOT BE OPENED
      *   'X' NO AUTHORITY MATRIX - PGMAUTH EXISTS BUT COULD NOT BE
      *                             OPENED
      * THE LEVEL JUDGED IS THE CALLER'S OWN UNLESS THE CALLER IS
      * CATALOGUED ON THE PROGRAM-AUTHORITY MATRIX (PGMAUTH, KEPT BY
      * CLS01EX61), WHOSE LEVEL THEN STANDS INSTEAD.  A MATRIX NOT
      * YET LOADED, OR A CALLER NOT ON IT, LEAVES THE BUILT-IN LEVEL
      * AS THE ONLY TEST
      * THE MASTER IS OPENED AND CLOSED PER CALL - EACH PROGRAM
      * VALIDATES EXACTLY ONCE, AT 1000-INITIALIZE TIME
      * EVERY SUCCESSFUL VALIDATION ALSO APPENDS A USAGE RECORD
                                        RECORD KEY IS OPR-OPERATOR-ID
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT PROGRAM-AUTHORITY-FILE ASSIGN TO "PGMAUTH"
                                        FILE STATUS IS WS-PGA-STATUS
                                        RECORD KEY IS PGA-KEY
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT USAGE-FILE           ASSIGN TO "OPRUSAGE"
                                        FILE STATUS IS WS-USAGE-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
       FILE                            SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY CLS01OPR.
       FD  PROGRAM-AUTHORITY-FILE.
       COPY CLS01PGA.
       FD  USAGE-FILE.
       COPY CLS01OPU.
      *================================================================
       01  WS-USAGE-STATUS             PIC X(02)   VALUE '00'.
       01  WS-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-PGA-STATUS               PIC X(02)   VALUE '00'.
       01  WS-EFFECTIVE-LEVEL          PIC 9(02)   VALUE ZERO.
       01  WS-MATRIX-SWITCH            PIC X(01)   VALUE 'N'.
           88  MATRIX-UNAVAILABLE                  VALUE 'Y'.
       01  WS-GRANT-SWITCH             PIC X(01)   VALUE 'N'.
           88  PROGRAM-NOT-GRANTED                 VALUE 'Y'.
      *================================================================
       LINKAGE                         SECTION.
      *================================================================
           END-IF

           PERFORM 2000-READ-OPERATOR   THRU 2000-EXIT
           PERFORM 2050-CONSULT-MATRIX  THRU 2050-EXIT
           PERFORM 2100-JUDGE-OPERATOR  THRU 2100-EXIT

           IF OPV-AUTHORIZED
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK THE CALLER UP ON THE PROGRAM-AUTHORITY MATRIX - ITS
      * CATALOGUED LEVEL REPLACES THE BUILT-IN ONE, AND A PROGRAM
      * RESTRICTED TO ITS GRANTEES NEEDS A GRANT TO THE OPERATOR ID
      * OR TO THE OPERATOR'S ROLE
      *-----------------------------------------------------------------
       2050-CONSULT-MATRIX.
           MOVE OPV-REQUIRED-LEVEL      TO WS-EFFECTIVE-LEVEL
           MOVE 'N'                     TO WS-MATRIX-SWITCH
                                            WS-GRANT-SWITCH

           IF NOT OPERATOR-FOUND
               GO TO 2050-EXIT
           END-IF

           OPEN INPUT  PROGRAM-AUTHORITY-FILE
           IF WS-PGA-STATUS = '35'
               GO TO 2050-EXIT
           END-IF
           IF WS-PGA-STATUS NOT = '00'
               SET MATRIX-UNAVAILABLE   TO TRUE
               GO TO 2050-EXIT
           END-IF

           MOVE OPV-CALLER-ID           TO PGA-PROGRAM-ID
           SET PGA-PROGRAM-ENTRY        TO TRUE
           MOVE SPACES                  TO PGA-GRANTEE-ID
           READ PROGRAM-AUTHORITY-FILE
               INVALID KEY
                   CLOSE PROGRAM-AUTHORITY-FILE
                   GO TO 2050-EXIT
           END-READ

           IF PGA-REQUIRED-LEVEL NUMERIC AND PGA-REQUIRED-LEVEL > ZERO
               MOVE PGA-REQUIRED-LEVEL  TO WS-EFFECTIVE-LEVEL
           END-IF
           IF NOT PGA-GRANTEES-ONLY
               CLOSE PROGRAM-AUTHORITY-FILE
               GO TO 2050-EXIT
           END-IF

           SET PROGRAM-NOT-GRANTED      TO TRUE
           MOVE OPV-CALLER-ID           TO PGA-PROGRAM-ID
           SET PGA-OPERATOR-GRANT       TO TRUE
           MOVE OPV-OPERATOR-ID         TO PGA-GRANTEE-ID
           READ PROGRAM-AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N'             TO WS-GRANT-SWITCH
           END-READ

           IF PROGRAM-NOT-GRANTED AND OPR-ROLE NOT = SPACES
               MOVE OPV-CALLER-ID       TO PGA-PROGRAM-ID
               SET PGA-ROLE-GRANT       TO TRUE
               MOVE OPR-ROLE            TO PGA-GRANTEE-ID
               READ PROGRAM-AUTHORITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N'         TO WS-GRANT-SWITCH
               END-READ
           END-IF

           CLOSE PROGRAM-AUTHORITY-FILE.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * TURN WHAT THE READ FOUND INTO THE RESULT CODE AND TEXT
      *-----------------------------------------------------------------
                   MOVE 'OPERATOR IS INACTIVE'
                                         TO OPV-RESULT-TEXT
                   MOVE OPR-NAME         TO OPV-OPERATOR-NAME
               WHEN OPERATOR-IS-LOCKED
                   SET OPV-LOCKED-OPERATOR TO TRUE
                   MOVE 'OPERATOR IS LOCKED OUT'
                                         TO OPV-RESULT-TEXT
                   MOVE OPR-NAME         TO OPV-OPERATOR-NAME
               WHEN MATRIX-UNAVAILABLE
                   SET OPV-NO-AUTHORITY-MATRIX TO TRUE
                   MOVE 'AUTHORITY MATRIX NOT AVAILABLE'
                                         TO OPV-RESULT-TEXT
                   MOVE OPR-NAME         TO OPV-OPERATOR-NAME
               WHEN OPR-AUTH-LEVEL < WS-EFFECTIVE-LEVEL
                   SET OPV-INSUFFICIENT-LEVEL TO TRUE
                   MOVE 'AUTHORITY LEVEL TOO LOW'
                                         TO OPV-RESULT-TEXT
                   MOVE OPR-NAME         TO OPV-OPERATOR-NAME
               WHEN PROGRAM-NOT-GRANTED
                   SET OPV-NOT-GRANTED   TO TRUE
                   MOVE 'PROGRAM NOT GRANTED TO OPERATOR'
                                         TO OPV-RESULT-TEXT
                   MOVE OPR-NAME         TO OPV-OPERATOR-NAME
               WHEN OTHER
                   SET OPV-AUTHORIZED    TO TRUE
                   MOVE 'AUTHORIZED'     TO OPV-RESULT-TEXT
