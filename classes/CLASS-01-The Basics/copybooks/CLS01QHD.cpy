      *****************************************************************
      * CLS01QHD - QC HOLD RECORD (QCHOLD)
      * ONE RECORD PER READING GROUP ON QC HOLD, CARRIED NIGHT TO
      * NIGHT BY CLS01EX71.  A GROUP GOES ON HOLD THE FIRST NIGHT IT
      * BREACHES FOR ANY OF THE THREE REASONS, EACH REMEMBERED IN
      * ITS OWN FLAG BYTE FOR THE LIFE OF THE HOLD:
      *   E - QCLIMITS EXCLUSIONS OVER THE ALLOWED SHARE OF THE
      *       GROUP'S READINGS (CLS01EX06 QCEXCEPT)
      *   C - RANGE OR SIGMA OVER THE CONTROL LIMITS (CLS01EX17)
      *   D - DRIFT ACROSS NIGHTS (CLS01EX33)
      * QA'S DISPOSITIONS MOVE IT ON:
      *   H - HELD: NO DECISION YET (ALSO WHERE A GROUP SENT FOR
      *       RETEST COMES BACK TO WHEN IT BREACHES AGAIN)
      *   T - RETEST ASKED FOR: STILL OPEN, AWAITING NEW READINGS
      *   J - REJECTED: THE GROUP'S DATA IS BAD AND STAYS OUT OF THE
      *       WAREHOUSE EXTRACT UNTIL QA RELEASES IT
      * A RELEASED GROUP LEAVES THE FILE.  QHD-HOLD-DATE IS THE
      * NIGHT THE HOLD STARTED - ITS AGE IS COUNTED FROM IT
      *****************************************************************
       01  QC-HOLD-RECORD.
           05  QHD-GROUP-ID            PIC X(08).
           05  QHD-HOLD-DATE           PIC 9(08).
           05  QHD-REASON-FLAGS.
               10  QHD-EXCL-FLAG       PIC X(01).
               10  QHD-CHART-FLAG      PIC X(01).
               10  QHD-DRIFT-FLAG      PIC X(01).
           05  QHD-DETAIL              PIC X(24).
           05  QHD-LAST-BREACH-DATE    PIC 9(08).
           05  QHD-BREACH-NIGHTS       PIC 9(03).
           05  QHD-STATUS              PIC X(01).
               88  QHD-IS-HELD                     VALUE 'H'.
               88  QHD-IS-RETEST                   VALUE 'T'.
               88  QHD-IS-REJECTED                 VALUE 'J'.
           05  QHD-APPROVER            PIC X(08).
           05  QHD-DISP-REASON         PIC X(30).
           05  QHD-ACTION-DATE         PIC 9(08).
           05  FILLER                  PIC X(19).
