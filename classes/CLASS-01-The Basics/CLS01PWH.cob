      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01PWH.
      * SHARED PASSWORD DIGEST SUBPROGRAM
      * NO OPERATOR PASSWORD IS EVER KEPT AS KEYED - CLS01SGN AT
      * SIGN-ON AND CLS01EX26 WHEN IT ISSUES A PASSWORD BOTH CALL
      * THIS ROUTINE AND KEEP OR COMPARE ONLY THE DIGEST IT RETURNS
      * THE PASSWORD IS SALTED WITH THE OPERATOR ID (THE SAME
      * PASSWORD ON TWO IDS GIVES TWO DIGESTS) AND THE SIXTEEN BYTES
      * ARE FOLDED INTO A FIFTEEN-DIGIT REMAINDER OVER MANY ROUNDS,
      * EACH ROUND WEIGHTING EVERY BYTE BY ITS POSITION, SO THE
      * DIGEST CANNOT BE TURNED BACK INTO THE PASSWORD FROM THE
      * MASTER.  A DIGEST OF ZERO IS RESERVED FOR "NO PASSWORD
      * ISSUED" AND IS NEVER RETURNED
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       DATA                            DIVISION.
      *================================================================
       WORKING-STORAGE                 SECTION.
      *================================================================
       01  WS-DIGEST-MODULUS           PIC 9(15)   VALUE
                                                   999999999999989.
       01  WS-DIGEST-MULTIPLIER        PIC 9(03)   VALUE 263.
       01  WS-DIGEST-ROUNDS            PIC 9(03)   COMP VALUE 64.
       01  WS-DIGEST-START             PIC 9(04)   VALUE 5381.
      * SALTED TEXT - OPERATOR ID FOLLOWED BY THE PASSWORD
       01  WS-SALTED-TEXT.
           05  WS-SALTED-ID            PIC X(08).
           05  WS-SALTED-PASSWORD      PIC X(08).
       01  WS-SALTED-BYTES             REDEFINES WS-SALTED-TEXT.
           05  WS-SALTED-BYTE          PIC X(01)   OCCURS 16 TIMES.
      * ONE BYTE IN THE LOW HALF OF A HALFWORD GIVES ITS ORDINAL
       01  WS-ORDINAL-AREA.
           05  WS-ORDINAL-HIGH         PIC X(01)   VALUE LOW-VALUE.
           05  WS-ORDINAL-LOW          PIC X(01)   VALUE LOW-VALUE.
       01  WS-ORDINAL-VALUE            REDEFINES WS-ORDINAL-AREA
                                       PIC 9(04)   COMP.
       01  WS-ROUND                    PIC 9(03)   COMP VALUE ZERO.
       01  WS-BYTE-SUB                 PIC 9(02)   COMP VALUE ZERO.
       01  WS-HASH-VALUE               PIC 9(15)   VALUE ZERO.
       01  WS-HASH-WORK                PIC 9(18)   VALUE ZERO.
       01  WS-HASH-QUOTIENT            PIC 9(18)   VALUE ZERO.
      *================================================================
       LINKAGE                         SECTION.
      *================================================================
       COPY CLS01PWP.
      *****************************************************************
       PROCEDURE                       DIVISION
                                        USING PASSWORD-DIGEST-PARMS.
      *****************************************************************
       0000-MAINLINE.
           MOVE PWD-OPERATOR-ID         TO WS-SALTED-ID
           MOVE PWD-PASSWORD            TO WS-SALTED-PASSWORD
           MOVE WS-DIGEST-START         TO WS-HASH-VALUE

           PERFORM 2000-DIGEST-ROUND    THRU 2000-EXIT
               VARYING WS-ROUND FROM 1 BY 1
                 UNTIL WS-ROUND > WS-DIGEST-ROUNDS

           IF WS-HASH-VALUE = ZERO
               MOVE 1                   TO WS-HASH-VALUE
           END-IF
           MOVE WS-HASH-VALUE           TO PWD-DIGEST

           MOVE SPACES                  TO WS-SALTED-TEXT
           MOVE LOW-VALUE               TO WS-ORDINAL-LOW

           GOBACK.

      *-----------------------------------------------------------------
      * ONE ROUND - FOLD EVERY BYTE OF THE SALTED TEXT INTO THE HASH
      *-----------------------------------------------------------------
       2000-DIGEST-ROUND.
           PERFORM 2100-FOLD-BYTE       THRU 2100-EXIT
               VARYING WS-BYTE-SUB FROM 1 BY 1
                 UNTIL WS-BYTE-SUB > 16.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * HASH = (HASH * MULTIPLIER + BYTE + ROUND * POSITION)
      *        MODULO THE DIGEST MODULUS
      *-----------------------------------------------------------------
       2100-FOLD-BYTE.
           MOVE WS-SALTED-BYTE (WS-BYTE-SUB)
                                        TO WS-ORDINAL-LOW

           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * WS-DIGEST-MULTIPLIER
                                + WS-ORDINAL-VALUE
                                + WS-ROUND * WS-BYTE-SUB
           DIVIDE WS-HASH-WORK BY WS-DIGEST-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-VALUE.
       2100-EXIT.
           EXIT.
