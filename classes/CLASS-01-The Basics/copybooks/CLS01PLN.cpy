      *****************************************************************
      * CLS01PLN - BUDGET/TARGET (PLAN) MASTER RECORD (PLNMSTR)
      * ONE RECORD PER PRODUCING PROGRAM PER MONTH, AND WHERE THE
      * BUSINESS PLANS A SOURCE SEPARATELY ONE PER PROGRAM, BATCH
      * SOURCE AND MONTH - WHAT THE MONTH WAS EXPECTED TO PRODUCE.
      * MAINTAINED ONLY THROUGH CLS01EX75'S AUDITED RUN AND READ BY
      * CLS01EX76'S PLAN VERSUS ACTUAL REPORT OVER RESHIST
      *   PLN-PROGRAM-ID       - THE PRODUCING PROGRAM AS IT APPEARS
      *                          ON RESHIST (HIST-PROGRAM-ID)
      *   PLN-BATCH-SOURCE     - SPACES FOR THE PROGRAM AS A WHOLE, OR
      *                          THE TWO-CHARACTER BATCH ID PREFIX OF
      *                          THE SOURCE PLANNED ('SI', 'VD' ...)
      *   PLN-MONTH            - YYYYMM
      *   PLN-ITEM-COUNT       - PLANNED ITEMS FOR THE WHOLE MONTH
      *   PLN-VALUE-TOTAL      - PLANNED VALUE FOR THE WHOLE MONTH, IN
      *                          BASE CURRENCY
      *   PLN-TOLERANCE-PCT    - HOW FAR THE PROJECTED MONTH END MAY
      *                          STRAY FROM THE PLAN, IN WHOLE PERCENT
      *                          (ZERO = THE REPORT'S DEFAULT BAND)
      *   PLN-ADDED-DATE       - BUSINESS DATE THE PLAN WAS ADDED
      *   PLN-CHANGED-DATE/BY  - BUSINESS DATE AND OPERATOR OF THE
      *                          LAST MAINTENANCE
      *****************************************************************
       01  PLAN-MASTER-RECORD.
           05  PLN-KEY.
               10  PLN-PROGRAM-ID      PIC X(08).
               10  PLN-BATCH-SOURCE    PIC X(02).
               10  PLN-MONTH           PIC 9(06).
           05  PLN-ITEM-COUNT          PIC 9(07).
           05  PLN-VALUE-TOTAL         PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  PLN-TOLERANCE-PCT       PIC 9(03).
           05  PLN-ADDED-DATE          PIC 9(08).
           05  PLN-CHANGED-DATE        PIC 9(08).
           05  PLN-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(16).
