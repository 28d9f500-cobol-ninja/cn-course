           05  DEA-NAME                PIC X(25).
           05  DEA-AUTH-LEVEL          PIC 9(02).
           05  DEA-ACTIVE-FLAG         PIC X(01).
           05  FILLER                  PIC X(08).
           05  DEA-ROLE                PIC X(08).
           05  FILLER                  PIC X(27).
       FD  RUN-LOG-FILE.
       COPY CLS01LOG.
      *================================================================

      *-----------------------------------------------------------------
      * CUT THE READY-MADE DEACTIVATION REQUEST - A CHANGE CARD IN
      * CLS01EX26'S OPMFILE FORMAT CARRYING THE ID'S CURRENT NAME,
      * LEVEL AND ROLE WITH THE ACTIVE FLAG SET INACTIVE
      *-----------------------------------------------------------------
       2700-WRITE-DEACTIVATION.
           MOVE SPACES                  TO DEACTIVATE-RECORD
           MOVE OPR-NAME                TO DEA-NAME
           MOVE OPR-AUTH-LEVEL          TO DEA-AUTH-LEVEL
           MOVE 'I'                     TO DEA-ACTIVE-FLAG
           MOVE OPR-ROLE                TO DEA-ROLE
           WRITE DEACTIVATE-RECORD
           MOVE WS-DEACT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'DEAFILE'               TO WS-CURRENT-FILE-ID
