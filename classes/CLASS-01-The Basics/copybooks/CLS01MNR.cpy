      *****************************************************************
      * CLS01MNR - ACCOUNT-MASTER MAINTENANCE REQUEST CARD (MNTFILE)
      * ONE REQUEST PER CARD FOR CLS01EX12, KEYED ON THE ACCOUNT
      * NUMBER AND CARRYING AN ACTION CODE: (A)DD, (C)HANGE OR
      * (D)ELETE WITH THE ACCOUNT NAME AND SUFFIX FIELDS, OR
      * (F)REEZE, (U)NFREEZE OR CLOSE (X) WITH THE STATUS REASON.
      * CARDS ARE KEYED BY HAND OR GENERATED BY CLS01EX64 FROM THE
      * MIGRATED TARGET FILE
      *****************************************************************
       01  MAINT-REQUEST-RECORD.
           05  MNT-ACTION              PIC X(01).
               88  ACTION-IS-ADD                   VALUE 'A'.
               88  ACTION-IS-CHANGE                VALUE 'C'.
               88  ACTION-IS-DELETE                VALUE 'D'.
               88  ACTION-IS-FREEZE                VALUE 'F'.
               88  ACTION-IS-UNFREEZE              VALUE 'U'.
               88  ACTION-IS-CLOSE                 VALUE 'X'.
               88  ACTION-IS-STATUS-CHANGE         VALUE 'F' 'U' 'X'.
           05  MNT-ACCOUNT-NUMBER      PIC X(10).
           05  MNT-ACCOUNT-NAME        PIC X(25).
           05  MNT-SUFFIX-1            PIC X(01).
           05  MNT-SUFFIX-2            PIC X(01).
           05  MNT-STATUS-REASON       PIC X(20).
           05  FILLER                  PIC X(22).
