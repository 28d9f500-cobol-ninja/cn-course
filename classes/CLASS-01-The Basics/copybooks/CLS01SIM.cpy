      *****************************************************************
      * CLS01SIM - STANDING-INSTRUCTION MASTER RECORD (SIMSTR)
      * ONE RECORD PER RECURRING POSTING A DEPARTMENT USED TO KEY
      * INTO TRANFILE BY HAND EVERY PERIOD, MAINTAINED ONLY THROUGH
      * CLS01EX52'S AUDITED ADD/CHANGE/DELETE RUN AND READ EACH NIGHT
      * BY CLS01EX53, WHICH WRITES THE INSTRUCTIONS DUE THAT NIGHT AS
      * A HEADED TRANFILE BATCH
      * SIM-FREQUENCY SAYS WHEN AN INSTRUCTION FALLS DUE:
      *   M - MONTHLY, ON THE START DATE'S DAY OF THE MONTH
      *   W - WEEKLY, EVERY SEVENTH DAY COUNTING FROM THE START DATE
      *   D - ON THE NAMED SIM-DAY-OF-MONTH (01-31) EACH MONTH
      * A MONTHLY DAY PAST THE END OF A SHORT MONTH FALLS ON ITS LAST
      * DAY.  SIM-END-DATE ZERO MEANS THE INSTRUCTION RUNS UNTIL IT
      * IS DEACTIVATED OR DELETED.  SIM-AMOUNT POSTS AS THE PAIR'S
      * INP-A (INP-B ZERO), SIGNED THE WAY TRANFILE SIGNS IT
      *****************************************************************
       01  STANDING-INSTRUCTION-RECORD.
           05  SIM-INSTRUCTION-ID      PIC X(08).
           05  SIM-ACCOUNT-NUMBER      PIC X(10).
           05  SIM-AMOUNT              PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
           05  SIM-CURRENCY-CODE       PIC X(03).
           05  SIM-FREQUENCY           PIC X(01).
               88  SIM-IS-MONTHLY                  VALUE 'M'.
               88  SIM-IS-WEEKLY                   VALUE 'W'.
               88  SIM-IS-NAMED-DAY                VALUE 'D'.
               88  SIM-FREQUENCY-VALID             VALUE 'M' 'W' 'D'.
           05  SIM-DAY-OF-MONTH        PIC 9(02).
           05  SIM-START-DATE          PIC 9(08).
           05  SIM-END-DATE            PIC 9(08).
           05  SIM-ACTIVE-FLAG         PIC X(01).
               88  SIM-IS-ACTIVE                   VALUE 'Y'.
               88  SIM-IS-INACTIVE                 VALUE 'N'.
           05  SIM-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(11).
