      *****************************************************************
      * CLS01CSM - CUSTOMER MASTER RECORD (CUSMSTR)
      * ONE RECORD PER CUSTOMER - THE PERSON OR BUSINESS BEHIND ONE
      * OR MORE ACCOUNTS ON ACCTMSTR.  MAINTAINED ONLY THROUGH
      * CLS01EX56'S AUDITED ADD/CHANGE/DELETE RUN; THE ACCOUNTS ARE
      * TIED TO IT BY THE LINK FILE (CLS01CLK) CLS01EX57 MAINTAINS,
      * AND CLS01EX58 ROLLS THE LINKED LEDGER BALANCES UP PER
      * CUSTOMER
      *   CUS-CUSTOMER-TYPE   - I INDIVIDUAL, B BUSINESS, J JOINT
      *   CUS-EXPOSURE-LIMIT  - WHOLE BASE UNITS THE CUSTOMER'S
      *                         ACCOUNTS MAY BE OVERDRAWN BY
      *                         BETWEEN THEM (ZERO = THE HOUSE LIMIT)
      *   CUS-CHANGED-DATE/BY - BUSINESS DATE AND OPERATOR OF THE
      *                         LAST ADD OR CHANGE
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER-ID         PIC X(08).
           05  CUS-CUSTOMER-NAME       PIC X(30).
           05  CUS-CUSTOMER-TYPE       PIC X(01).
               88  CUS-INDIVIDUAL                  VALUE 'I'.
               88  CUS-BUSINESS                    VALUE 'B'.
               88  CUS-JOINT                       VALUE 'J'.
               88  CUS-TYPE-VALID                  VALUE 'I' 'B' 'J'.
           05  CUS-EXPOSURE-LIMIT      PIC 9(09).
           05  CUS-ADDED-DATE          PIC 9(08).
           05  CUS-CHANGED-DATE        PIC 9(08).
           05  CUS-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(08).
