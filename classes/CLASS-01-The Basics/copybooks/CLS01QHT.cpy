      *****************************************************************
      * CLS01QHT - QC HOLD TRIGGER RECORD (CHRTFLG, DRFTFLG)
      * ONE RECORD PER READING GROUP A NIGHTLY QC STEP FOUND IN
      * BREACH, FOR CLS01EX71 TO PUT ON QC HOLD:
      *   C - CLS01EX17 RANGE OR SIGMA OVER ITS CONTROL LIMIT
      *   D - CLS01EX33 DRIFT ACROSS NIGHTS (A PROCESS-LINE SERIES,
      *       PREFIX + '/ALL', HOLDS EVERY GROUP OF THAT LINE)
      * QHT-DETAIL IS THE FLAG TEXT THE STEP PRINTED ON ITS REPORT
      *****************************************************************
       01  QC-HOLD-TRIGGER-RECORD.
           05  QHT-GROUP-ID            PIC X(08).
           05  QHT-REASON-CODE         PIC X(01).
               88  QHT-CHART-FLAG                  VALUE 'C'.
               88  QHT-DRIFT-FLAG                  VALUE 'D'.
           05  QHT-RUN-DATE            PIC 9(08).
           05  QHT-DETAIL              PIC X(24).
           05  FILLER                  PIC X(39).
