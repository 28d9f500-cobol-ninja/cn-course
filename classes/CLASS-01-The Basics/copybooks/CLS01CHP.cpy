      *****************************************************************
      * CLS01CHP - PARAMETER AREA FOR THE CLS01CHN RECORD-CHAIN
      * SUBPROGRAM
      * AUDITOUT AND JRNFILE RECORDS EACH CARRY A CHAIN SEQUENCE AND
      * A CHAIN HASH.  THE HASH FOLDS THE WHOLE RECORD - WITH ITS OWN
      * HASH FIELD HELD AT ZERO - INTO THE HASH OF THE RECORD BEFORE
      * IT, SO EDITING, DROPPING OR REORDERING ANY RECORD BREAKS
      * EVERY LINK FROM THAT POINT ON
      *   (L)INK            - PRODUCERS: CHN-PRIOR-HASH AND THE
      *                       RECORD AS IT WILL BE WRITTEN IN
      *                       CHN-RECORD-AREA; CHN-LINK-HASH BACK
      *   (J)OURNAL VERIFY  - WALK JRNFILE FROM THE TOP
      *   (A)UDIT VERIFY    - WALK AUDITOUT FROM THE TOP
      * A VERIFY RETURNS THE RESULT, THE COUNTS, THE LAST SEQUENCE
      * AND HASH ON THE FILE (WHERE A PRODUCER APPENDING TO JRNFILE
      * PICKS THE CHAIN UP) AND THE FIRST BROKEN RECORD:
      *   'G' CHAIN INTACT   'X' CHAIN BROKEN
      *   'N' FILE ABSENT    'E' FILE COULD NOT BE READ
      * JRNFILE RECORDS JOURNALED BEFORE THE CHAIN EXISTED (BLANK
      * CHAIN FIELDS) ARE COUNTED AS UNCHAINED AND PASSED, BUT ONLY
      * AHEAD OF THE FIRST CHAINED RECORD; AUDITOUT IS WRITTEN NEW
      * EACH NIGHT AND MAY HOLD NONE
      *****************************************************************
       01  CHAIN-PARMS.
           05  CHN-ACTION              PIC X(01).
               88  CHN-LINK-RECORD                 VALUE 'L'.
               88  CHN-VERIFY-JOURNAL              VALUE 'J'.
               88  CHN-VERIFY-AUDIT                VALUE 'A'.
           05  CHN-PRIOR-HASH          PIC 9(15).
           05  CHN-RECORD-AREA         PIC X(240).
           05  CHN-LINK-HASH           PIC 9(15).
           05  CHN-RESULT              PIC X(01).
               88  CHN-CHAIN-INTACT                VALUE 'G'.
               88  CHN-CHAIN-BROKEN                VALUE 'X'.
               88  CHN-FILE-ABSENT                 VALUE 'N'.
               88  CHN-FILE-ERROR                  VALUE 'E'.
           05  CHN-FILE-STATUS         PIC X(02).
           05  CHN-RECORDS-READ        PIC 9(09).
           05  CHN-UNCHAINED-COUNT     PIC 9(09).
           05  CHN-BREAK-COUNT         PIC 9(09).
           05  CHN-LAST-SEQUENCE       PIC 9(09).
           05  CHN-LAST-HASH           PIC 9(15).
           05  CHN-FIRST-BREAK-RECORD  PIC 9(09).
           05  CHN-FIRST-BREAK-SEQUENCE PIC X(09).
           05  CHN-FIRST-BREAK-KEY     PIC X(10).
           05  CHN-FIRST-BREAK-REASON  PIC X(30).
