      *****************************************************************
      * CLS01ODS - OVERDRAFT RATE/FEE SCHEDULE RECORD (ODSCHED)
      * THE TERMS CLS01EX54 CHARGES OVERDRAWN LEDGER BALANCES ON AT
      * PERIOD END, KEPT BY FINANCE ONE RECORD PER SET OF TERMS AND
      * EFFECTIVE-DATED THE WAY THE RATE MASTER IS: FOR A PERIOD THE
      * LATEST RECORD EFFECTIVE ON OR BEFORE THE PERIOD'S LAST DAY
      * APPLIES.  A RECORD WITH A BLANK ACCOUNT NUMBER IS THE HOUSE
      * SCHEDULE; ONE NAMING AN ACCOUNT GIVES THAT ACCOUNT ITS OWN
      * TERMS (A ZERO RATE AND FEE WAIVES THE CHARGE)
      *   ODS-ANNUAL-RATE   - PERCENT A YEAR ON THE OVERDRAWN BALANCE
      *   ODS-DAY-BASIS     - 360 OR 365 DAYS TO THE YEAR
      *   ODS-FLAT-FEE      - WHOLE UNITS, CHARGED WHEN THE PERIOD
      *                       CLOSES WITH THE ACCOUNT OVERDRAWN BY
      *                       MORE THAN ODS-FEE-THRESHOLD
      *****************************************************************
       01  OVERDRAFT-SCHEDULE-RECORD.
           05  ODS-ACCOUNT-NUMBER      PIC X(10).
           05  ODS-EFFECTIVE-DATE      PIC 9(08).
           05  ODS-ANNUAL-RATE         PIC 9(02)V9(04).
           05  ODS-DAY-BASIS           PIC 9(03).
           05  ODS-FLAT-FEE            PIC 9(05).
           05  ODS-FEE-THRESHOLD       PIC 9(07).
           05  ODS-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(21).
