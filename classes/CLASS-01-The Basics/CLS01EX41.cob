      * BOTH FULL RECORDS SIDE BY SIDE, AND THE CANDIDATE FILE
      * (DUPFILE: SCORE, BOTH ACCOUNT NUMBERS) IS MACHINE-READABLE
      * SO A CONFIRMED DUPLICATE TURNS INTO CLS01EX12 DELETE/CHANGE
      * REQUESTS WITHOUT RE-KEYING.  A PAIR REVIEW FINDS TO BE ONE
      * CUSTOMER'S TWO REAL ACCOUNTS IS NOT DELETED BUT LINKED: ITS
      * DUPFILE RECORD IS COPIED UNCHANGED TO CLS01EX57'S CONFIRMED-
      * PAIR FILE (DUPCONF) AND BOTH ACCOUNTS END UP UNDER ONE
      * CUSTOMER
      * CANDIDATES SURFACE THROUGH RETURN CODE 8
      *****************************************************************
       ENVIRONMENT                     DIVISION.
