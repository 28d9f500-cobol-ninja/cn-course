      *****************************************************************
      * CLS01ACR - ONLINE ACCOUNT-MASTER CHANGE REQUEST (ACCTPEND)
      * ONE RECORD PER CHANGE OR ADD KEYED AND CONFIRMED ON THE
      * CLS01EX10 SCREEN.  NOTHING KEYED ONLINE REACHES ACCTMSTR
      * UNTIL A SECOND OPERATOR - NEVER THE ONE WHO KEYED IT - HAS
      * APPROVED IT ON THE CLS01EX59 APPROVAL SCREEN, SO THE FILE IS
      * KEYED ON THE ACCOUNT NUMBER AND AN ACCOUNT CAN HAVE ONLY ONE
      * CHANGE AWAITING APPROVAL AT A TIME
      *   ACR-BEFORE-IMAGE  - THE MASTER RECORD AS THE MAKER SAW IT
      *                       (SPACES ON AN ADD); AT APPROVAL THE
      *                       MASTER MUST STILL MATCH IT
      *   ACR-AFTER-IMAGE   - THE MASTER RECORD AS IT WILL BE WRITTEN
      * A DECIDED REQUEST LEAVES ACCTPEND AND IS APPENDED, WITH THE
      * CHECKER, DECISION AND ANY REJECT REASON, TO THE DECISION
      * HISTORY (ACCTDEC) IN THE SAME LAYOUT
      *****************************************************************
       01  ACCOUNT-CHANGE-REQUEST.
           05  ACR-ACCOUNT-NUMBER      PIC X(10).
           05  ACR-ACTION              PIC X(01).
               88  ACR-ADD-ACCOUNT                 VALUE 'A'.
               88  ACR-CHANGE-ACCOUNT              VALUE 'C'.
           05  ACR-STATUS              PIC X(01).
               88  ACR-AWAITING-APPROVAL           VALUE 'P'.
               88  ACR-APPROVED                    VALUE 'A'.
               88  ACR-REJECTED                    VALUE 'R'.
           05  ACR-MAKER-ID            PIC X(08).
           05  ACR-KEYED-DATE          PIC 9(08).
           05  ACR-KEYED-TIME          PIC X(08).
           05  ACR-CHECKER-ID          PIC X(08).
           05  ACR-DECISION-DATE       PIC 9(08).
           05  ACR-DECISION-TIME       PIC X(08).
           05  ACR-REJECT-REASON       PIC X(30).
           05  ACR-BEFORE-IMAGE        PIC X(80).
           05  ACR-BEFORE-FIELDS       REDEFINES ACR-BEFORE-IMAGE.
               10  FILLER              PIC X(10).
               10  ACR-BEFORE-NAME     PIC X(25).
               10  ACR-BEFORE-SUFFIX-1 PIC X(01).
               10  ACR-BEFORE-SUFFIX-2 PIC X(01).
               10  FILLER              PIC X(43).
           05  ACR-AFTER-IMAGE         PIC X(80).
           05  ACR-AFTER-FIELDS        REDEFINES ACR-AFTER-IMAGE.
               10  FILLER              PIC X(10).
               10  ACR-AFTER-NAME      PIC X(25).
               10  ACR-AFTER-SUFFIX-1  PIC X(01).
               10  ACR-AFTER-SUFFIX-2  PIC X(01).
               10  FILLER              PIC X(43).
           05  FILLER                  PIC X(10).
