      *****************************************************************
      * CLS01EXC - EXTRACT CONTROL RECORD (EXTCTL / EXTPEND)
      * ONE RECORD PER EXTRACT FILE CLS01EX25 WRITES (RESEXT, BINEXT,
      * AVGEXT, ACCTCDC): THE BUSINESS DATE, THE SOURCE NAME AND THE
      * SAME ROW COUNT AND HASH TOTAL THE EXTRACT'S TRAILER CARRIES.
      * THE TRAILER PROVES WHAT WE SENT - THIS RECORD IS WHAT
      * CLS01EX38 MATCHES THE WAREHOUSE LOADER'S ACKNOWLEDGMENT
      * AGAINST TO PROVE THEY GOT IT
      * AN EXTRACT STILL UNACKNOWLEDGED IS CARRIED NIGHT OVER NIGHT
      * ON EXTPEND IN THE SAME LAYOUT, WITH EXC-AGE-CYCLES COUNTING
      * THE NIGHTS IT HAS BEEN OPEN
