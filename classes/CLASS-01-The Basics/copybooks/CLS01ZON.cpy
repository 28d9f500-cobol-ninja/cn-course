      * THE ZONE ROLLUP CAN REPORT UTILIZATION AGAINST RATED
      * CAPACITY AND ROLL ZONES UP TO THEIR WAREHOUSES - A ZONE IN
      * BINOUT WITH NO RECORD HERE IS REPORTED AS UNREGISTERED
      * ZM-COST-CENTER IS THE DEPARTMENT THE ZONE'S SPACE IS BILLED TO
      * BY THE CLS01EX68 MONTH-END CHARGEBACK - SPACES LEAVE THE ZONE
      * UNASSIGNED AND ITS FOOTAGE FALLS TO CENTRAL OVERHEAD
      *****************************************************************
       01  ZONE-MASTER-RECORD.
           05  ZM-ZONE                 PIC X(04).
           05  ZM-RATED-CAPACITY       PIC 9(09).
           05  ZM-STATUS               PIC X(01).
               88  ZONE-IS-ACTIVE                  VALUE 'A'.
           05  ZM-COST-CENTER          PIC X(10).
           05  FILLER                  PIC X(48).
