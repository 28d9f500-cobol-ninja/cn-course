      *****************************************************************
      * CLS01SPR - SPACE RATE MASTER RECORD (SPCRATE)
      * ONE RECORD PER WAREHOUSE, KEPT BY FINANCE: WHAT A MONTH OF
      * ONE SQUARE FOOT OF FLOOR AND ONE CUBIC FOOT OF STORAGE COSTS
      * IN THAT BUILDING, IN THE BASE CURRENCY.  A BUILDING CHARGED
      * ON FLOOR SPACE ALONE CARRIES A ZERO CUBIC-FOOT RATE, AND THE
      * REVERSE.  CLS01EX68 PRICES EACH ZONE'S AVERAGE FOOTAGE FOR THE
      * MONTH AT ITS WAREHOUSE'S RATES; A WAREHOUSE WITH NO RECORD
      * HERE IS NOT BILLED AND IS REPORTED
      *****************************************************************
       01  SPACE-RATE-RECORD.
           05  SPR-WAREHOUSE           PIC X(08).
           05  SPR-SQFT-RATE           PIC 9(03)V9(04).
           05  SPR-CUFT-RATE           PIC 9(03)V9(04).
           05  FILLER                  PIC X(58).
