      * CLS01MST - INDEXED ACCOUNT-MASTER RECORD (ACCTMSTR)
      * THE KEYED MASTER CLS01EX12 LOADS AND MAINTAINS AND CLS01EX07
      * CORRECTS IN PLACE.  THE RECORD CARRIES THE ACCOUNT NAME AND
      * THE TWO SUFFIX FIELDS THE CORRECTION PROGRAMS OPERATE ON,
      * PLUS THE ACCOUNT'S STATUS (OPEN, FROZEN OR CLOSED) WITH THE
      * DATE AND REASON OF THE LAST STATUS CHANGE - ONLY CLS01EX12'S
      * FREEZE/UNFREEZE/CLOSE ACTIONS SET IT, AND A RECORD WRITTEN
      * BEFORE THE STATUS EXISTED (STATUS SPACE) COUNTS AS OPEN
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  MST-ACCOUNT-NUMBER      PIC X(10).
           05  MST-ACCOUNT-NAME        PIC X(25).
           05  MST-SUFFIX-1            PIC X(01).
           05  MST-SUFFIX-2            PIC X(01).
           05  MST-ACCOUNT-STATUS      PIC X(01).
               88  MST-ACCOUNT-OPEN                VALUE 'O' SPACE.
               88  MST-ACCOUNT-FROZEN              VALUE 'F'.
               88  MST-ACCOUNT-CLOSED              VALUE 'C'.
           05  MST-STATUS-DATE         PIC X(08).
           05  MST-STATUS-REASON       PIC X(20).
           05  FILLER                  PIC X(14).
