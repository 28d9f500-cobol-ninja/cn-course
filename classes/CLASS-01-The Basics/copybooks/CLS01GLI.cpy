      *****************************************************************
      * CLS01GLI - GENERAL-LEDGER INTERFACE RECORD (GLFILE)
      * THE GL SYSTEM'S BATCH LAYOUT AS CLS01EX39 BUILDS IT: A 'H'
      * BATCH HEADER, THE 'D' JOURNAL ROWS (DEBIT/CREDIT FLAG AND AN
      * UNSIGNED AMOUNT, ORIGINAL CURRENCY RIDING ALONG) AND A 'T'
      * TRAILER WITH THE ROW COUNT AND A HASH TOTAL OF THE ABSOLUTE
      * AMOUNTS.  GLD-SOURCE-BATCH NAMES THE TRANFILE BATCH THE ROW
      * CAME FROM SO THE LEDGER PROOF CAN TIE THE GL BACK PER BATCH
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GLI-REC-TYPE            PIC X(01).
           05  GLI-DETAIL              PIC X(79).
       01  GL-HEADER-RECORD            REDEFINES GL-INTERFACE-RECORD.
           05  GLH-REC-TYPE            PIC X(01).
           05  GLH-BATCH-ID            PIC X(10).
           05  GLH-BUSINESS-DATE      PIC 9(08).
           05  GLH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(53).
       01  GL-DETAIL-RECORD            REDEFINES GL-INTERFACE-RECORD.
           05  GLD-REC-TYPE            PIC X(01).
           05  GLD-ACCOUNT-NUMBER      PIC X(10).
           05  GLD-DEBIT-CREDIT        PIC X(01).
           05  GLD-AMOUNT              PIC 9(09)V99.
           05  GLD-CURRENCY-CODE       PIC X(03).
           05  GLD-BUSINESS-DATE       PIC 9(08).
           05  GLD-DESCRIPTION         PIC X(20).
           05  GLD-SOURCE-BATCH        PIC X(10).
           05  FILLER                  PIC X(16).
       01  GL-TRAILER-RECORD           REDEFINES GL-INTERFACE-RECORD.
           05  GLT-REC-TYPE            PIC X(01).
           05  GLT-RECORD-COUNT        PIC 9(07).
           05  GLT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(57).
