      * THE INTERFACE FILE (GLFILE) CARRIES THE GL SYSTEM'S LAYOUT:
      * A BATCH HEADER, THE 'D'/'C' DETAIL ROWS (UNSIGNED AMOUNTS,
      * ORIGINAL CURRENCY RIDING ALONG) AND A TRAILER WITH THE ROW
      * COUNT AND A HASH TOTAL OF THE ABSOLUTE AMOUNTS; EACH ROW
      * ALSO NAMES THE TRANFILE BATCH (SUM-BATCH-ID) IT CAME FROM SO
      * CLS01EX49 CAN PROVE THE LEDGER MOVEMENT AGAINST IT PER BATCH
      * THE POSTING SUMMARY TIES THE INTERFACE NET BACK TO THE SAME
      * SUMFILE NET CLS01EX16 BALANCED - A DISAGREEMENT IS RC 16,
      * THE FILE DOES NOT LEAVE THE BUILDING OUT OF BALANCE
           05  SUM-BATCH-ID            PIC X(10).
           05  FILLER                  PIC X(30).
       FD  GL-INTERFACE-FILE.
       COPY CLS01GLI.
       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE              PIC X(80).
       FD  RUN-LOG-FILE.
           MOVE SUM-CURRENCY-CODE       TO GLD-CURRENCY-CODE
           MOVE CTL-RUN-DATE            TO GLD-BUSINESS-DATE
           MOVE 'CLS01EX4 NIGHTLY'      TO GLD-DESCRIPTION
           MOVE SUM-BATCH-ID            TO GLD-SOURCE-BATCH
           WRITE GL-INTERFACE-RECORD
           MOVE WS-GLFILE-STATUS        TO WS-CURRENT-STATUS
           MOVE 'GLFILE'                TO WS-CURRENT-FILE-ID
