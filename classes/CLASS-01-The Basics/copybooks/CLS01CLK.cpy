      *****************************************************************
      * CLS01CLK - ACCOUNT-TO-CUSTOMER LINK RECORD (CUSLINK)
      * ONE RECORD PER ACCOUNT THAT BELONGS TO A CUSTOMER ON THE
      * CUSTOMER MASTER (CLS01CSM) - AN ACCOUNT BELONGS TO ONE
      * CUSTOMER AT MOST.  MAINTAINED ONLY THROUGH CLS01EX57'S
      * AUDITED LINK/UNLINK RUN
      *   CLK-LINK-SOURCE  - M LINKED BY A MAINTENANCE REQUEST
      *                      D LINKED FROM A CONFIRMED CLS01EX41
      *                        DUPLICATE PAIR
      *   CLK-LINK-DATE/BY - BUSINESS DATE AND OPERATOR OF THE RUN
      *                      THAT MADE THE LINK
      *****************************************************************
       01  CUSTOMER-LINK-RECORD.
           05  CLK-ACCOUNT-NUMBER      PIC X(10).
           05  CLK-CUSTOMER-ID         PIC X(08).
           05  CLK-LINK-SOURCE         PIC X(01).
               88  CLK-FROM-REQUEST                VALUE 'M'.
               88  CLK-FROM-DUPLICATE              VALUE 'D'.
           05  CLK-LINK-DATE           PIC 9(08).
           05  CLK-LINKED-BY           PIC X(08).
           05  FILLER                  PIC X(45).
