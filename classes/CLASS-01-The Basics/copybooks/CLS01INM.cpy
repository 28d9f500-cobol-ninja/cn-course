      *****************************************************************
      * CLS01INM - INSTRUMENT CALIBRATION MASTER RECORD (INSTMSTR)
      * ONE RECORD PER MEASURING INSTRUMENT (SENSOR, GAUGE) WHOSE
      * READINGS REACH CLS01EX06 - THE INSTRUMENT ID IS THE ONE THE
      * COLLECTORS STAMP ON EACH STREAM READING AND CLS01EX42 CARRIES
      * ON THE READFILE GROUP RECORD.  MAINTAINED ONLY THROUGH
      * CLS01EX72'S AUDITED RUN
      *   INM-PROCESS-LINE     - THE FOUR-CHARACTER GROUP PREFIX OF
      *                          THE LINE THE INSTRUMENT SERVES
      *   INM-LAST-CALIBRATED  - DATE OF THE LAST GOOD CALIBRATION -
      *                          A FAILED INSTRUMENT KEEPS IT, SO IT
      *                          STILL MARKS WHERE THE LOOK-BACK
      *                          STARTS
      *   INM-DUE-DATE         - NEXT CALIBRATION DUE; READINGS TAKEN
      *                          AFTER IT ARE EXCLUDED BY CLS01EX06
      *   INM-STATUS           - A ACTIVE, F FAILED (EVERY READING
      *                          EXCLUDED UNTIL IT IS RECALIBRATED)
      *   INM-FAILED-DATE      - WHEN METROLOGY FAILED IT (ZERO WHILE
      *                          ACTIVE)
      *   INM-CHANGED-DATE/BY  - BUSINESS DATE AND OPERATOR OF THE
      *                          LAST MAINTENANCE
      *****************************************************************
       01  INSTRUMENT-MASTER-RECORD.
           05  INM-INSTRUMENT-ID       PIC X(08).
           05  INM-PROCESS-LINE        PIC X(04).
           05  INM-DESCRIPTION         PIC X(16).
           05  INM-LAST-CALIBRATED     PIC 9(08).
           05  INM-DUE-DATE            PIC 9(08).
           05  INM-STATUS              PIC X(01).
               88  INM-IS-ACTIVE                   VALUE 'A'.
               88  INM-IS-FAILED                   VALUE 'F'.
           05  INM-FAILED-DATE         PIC 9(08).
           05  INM-ADDED-DATE          PIC 9(08).
           05  INM-CHANGED-DATE        PIC 9(08).
           05  INM-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(03).
