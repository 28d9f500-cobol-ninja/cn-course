      *****************************************************************
      * CLS01IUH - INSTRUMENT USAGE HISTORY RECORD (INSTUSE)
      * ONE RECORD PER READFILE GROUP RECORD THAT NAMED AN
      * INSTRUMENT, APPENDED NIGHTLY BY CLS01EX06 - THE SAME
      * SELF-MAINTAINING PATTERN QCHIST AND RESHIST FOLLOW.  WHEN
      * METROLOGY LATER FAILS AN INSTRUMENT, CLS01EX73 READS IT BACK
      * TO LIST EVERY GROUP THE INSTRUMENT MEASURED SINCE ITS LAST
      * GOOD CALIBRATION
      *   IUH-READING-COUNT    - READINGS THE RECORD CARRIED
      *   IUH-EXCLUDED-COUNT   - HOW MANY OF THEM CLS01EX06 LEFT OUT
      *                          BECAUSE THE INSTRUMENT WAS OVERDUE
      *                          OR FAILED THAT NIGHT
      *   IUH-AVERAGE          - THE AVERAGE CLS01EX06 PUBLISHED FOR
      *                          THE RECORD (ZERO WHEN NONE WAS)
      *****************************************************************
       01  INSTRUMENT-USAGE-RECORD.
           05  IUH-RUN-DATE            PIC 9(08).
           05  IUH-INSTRUMENT-ID       PIC X(08).
           05  IUH-GROUP-ID            PIC X(08).
           05  IUH-READING-COUNT       PIC 9(02).
           05  IUH-EXCLUDED-COUNT      PIC 9(02).
           05  IUH-AVERAGE             PIC 9(03)V9.
           05  FILLER                  PIC X(48).
