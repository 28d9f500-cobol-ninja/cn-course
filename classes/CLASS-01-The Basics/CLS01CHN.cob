      *****************************************************************
       IDENTIFICATION                  DIVISION.
      *****************************************************************
       PROGRAM-ID.                     CLS01CHN.
      * SHARED RECORD-CHAIN SUBPROGRAM FOR AUDITOUT AND JRNFILE
      * THE AUDIT TRAIL AND THE UPDATE JOURNAL ARE PLAIN SEQUENTIAL
      * FILES, SO EVERY RECORD WRITTEN TO EITHER CARRIES A CHAIN
      * SEQUENCE AND A CHAIN HASH.  THE HASH FOLDS THE WHOLE RECORD,
      * ITS OWN HASH FIELD HELD AT ZERO, INTO THE HASH OF THE RECORD
      * BEFORE IT - AN EDITED RECORD NO LONGER MATCHES ITS HASH, A
      * DROPPED OR REORDERED ONE BREAKS THE SEQUENCE, AND EITHER WAY
      * THE NEXT LINK FAILS TOO
      * CALLED BY:
      *   CLS01EX07, CLS01EX12, CLS01EX59 - (L)INK EACH RECORD THEY
      *       WRITE; THE JRNFILE PRODUCERS FIRST (J)OURNAL-VERIFY
      *       TO PICK UP THE LAST SEQUENCE AND HASH ON THE FILE
      *   CLS01EX63 - THE NIGHTLY VERIFICATION OF BOTH FILES
      *   CLS01EX14, CLS01EX40 - WHICH REFUSE A BROKEN FILE BEFORE
      *       READING A RECORD OF IT
      * AFTER A BREAK THE WALK PICKS THE CHAIN UP AGAIN FROM THE
      * BROKEN RECORD'S OWN FIELDS, SO ONE ALTERATION IS COUNTED
      * ONCE AND ANY LATER BREAK IS STILL COUNTED
      * THE FOLD IS THE CLS01PWH ONE: HASH = (HASH * 263 + BYTE +
      * POSITION) MODULO A FIFTEEN-DIGIT PRIME; ZERO IS RESERVED
      * FOR "NO PRIOR RECORD" AND IS NEVER RETURNED AS A LINK
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE         ASSIGN TO "JRNFILE"
                                        FILE STATUS IS WS-JOURNAL-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE           ASSIGN TO "AUDITOUT"
                                        FILE STATUS IS WS-AUDIT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA                            DIVISION.
      *****************************************************************
       FILE                            SECTION.
       FD  JOURNAL-FILE.
       COPY CLS01JRN.
       FD  AUDIT-FILE.
       COPY CLS01AUD.
      *================================================================
       WORKING-STORAGE                 SECTION.
      *================================================================
       01  WS-JOURNAL-STATUS           PIC X(02)   VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-LINK-MODULUS             PIC 9(15)   VALUE
                                                   999999999999989.
       01  WS-LINK-MULTIPLIER          PIC 9(03)   VALUE 263.
      * THE TEXT BEING FOLDED - ONE RECORD, SPACE-PADDED TO 240
       01  WS-LINK-TEXT.
           05  WS-LINK-BYTE            PIC X(01)   OCCURS 240 TIMES.
      * ONE BYTE IN THE LOW HALF OF A HALFWORD GIVES ITS ORDINAL
       01  WS-ORDINAL-AREA.
           05  WS-ORDINAL-HIGH         PIC X(01)   VALUE LOW-VALUE.
           05  WS-ORDINAL-LOW          PIC X(01)   VALUE LOW-VALUE.
       01  WS-ORDINAL-VALUE            REDEFINES WS-ORDINAL-AREA
                                       PIC 9(04)   COMP.
       01  WS-BYTE-SUB                 PIC 9(03)   COMP VALUE ZERO.
       01  WS-HASH-VALUE               PIC 9(15)   VALUE ZERO.
       01  WS-HASH-WORK                PIC 9(18)   VALUE ZERO.
       01  WS-HASH-QUOTIENT            PIC 9(18)   VALUE ZERO.
      *================================================================
      * THE RECORD BEING VERIFIED, SEEN THROUGH ITS OWN FILE'S
      * LAYOUT - THE CHAIN FIELDS ARE TAKEN AS READ, THEN THE HASH
      * FIELD IS ZEROED TO GIVE THE TEXT THE PRODUCER FOLDED
      *================================================================
       01  WS-JRN-IMAGE.
           05  WS-JRN-IMG-MARKER       PIC X(06).
               88  JRN-IMG-ENVELOPE                VALUE 'ENVHDR'
                                                         'ENVTRL'.
           05  FILLER                  PIC X(36).
           05  WS-JRN-IMG-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(160).
           05  WS-JRN-IMG-SEQUENCE     PIC X(09).
           05  WS-JRN-IMG-HASH         PIC X(15).
           05  FILLER                  PIC X(04).
       01  WS-AUD-IMAGE.
           05  WS-AUD-IMG-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(28).
           05  WS-AUD-IMG-SEQUENCE     PIC X(09).
           05  WS-AUD-IMG-HASH         PIC X(15).
           05  FILLER                  PIC X(178).
      * THE CHAIN FIELDS OF THE CURRENT RECORD, EITHER FILE
       01  WS-REC-CHAIN.
           05  WS-REC-SEQUENCE-X       PIC X(09).
           05  WS-REC-HASH-X           PIC X(15).
       01  WS-REC-CHAIN-NUM            REDEFINES WS-REC-CHAIN.
           05  WS-REC-SEQUENCE         PIC 9(09).
           05  WS-REC-HASH             PIC 9(15).
       01  WS-REC-KEY                  PIC X(10)   VALUE SPACES.
       01  WS-EXPECTED-SEQUENCE        PIC 9(09)   VALUE ZERO.
       01  WS-BREAK-REASON             PIC X(30)   VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  END-OF-CHAIN-FILE                   VALUE 'Y'.
       01  WS-STARTED-SWITCH           PIC X(01)   VALUE 'N'.
           88  CHAIN-STARTED                       VALUE 'Y'.
       01  WS-UNCHAINED-SWITCH         PIC X(01)   VALUE 'N'.
           88  UNCHAINED-ALLOWED                   VALUE 'Y'.
      *================================================================
       LINKAGE                         SECTION.
      *================================================================
       COPY CLS01CHP.
      *****************************************************************
       PROCEDURE                       DIVISION
                                        USING CHAIN-PARMS.
      *****************************************************************
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN CHN-LINK-RECORD
                   MOVE CHN-PRIOR-HASH  TO WS-HASH-VALUE
                   MOVE CHN-RECORD-AREA TO WS-LINK-TEXT
                   PERFORM 2000-COMPUTE-LINK THRU 2000-EXIT
                   MOVE WS-HASH-VALUE   TO CHN-LINK-HASH
               WHEN CHN-VERIFY-JOURNAL
                   PERFORM 3000-VERIFY-JOURNAL THRU 3000-EXIT
               WHEN CHN-VERIFY-AUDIT
                   PERFORM 4000-VERIFY-AUDIT   THRU 4000-EXIT
               WHEN OTHER
                   SET CHN-FILE-ERROR   TO TRUE
           END-EVALUATE

           MOVE LOW-VALUE               TO WS-ORDINAL-LOW

           GOBACK.

      *-----------------------------------------------------------------
      * FOLD EVERY BYTE OF WS-LINK-TEXT INTO THE HASH ALREADY IN
      * WS-HASH-VALUE (THE PRIOR RECORD'S HASH)
      *-----------------------------------------------------------------
       2000-COMPUTE-LINK.
           PERFORM 2100-FOLD-BYTE       THRU 2100-EXIT
               VARYING WS-BYTE-SUB FROM 1 BY 1
                 UNTIL WS-BYTE-SUB > 240

           IF WS-HASH-VALUE = ZERO
               MOVE 1                   TO WS-HASH-VALUE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * HASH = (HASH * MULTIPLIER + BYTE + POSITION)
      *        MODULO THE LINK MODULUS
      *-----------------------------------------------------------------
       2100-FOLD-BYTE.
           MOVE WS-LINK-BYTE (WS-BYTE-SUB)
                                        TO WS-ORDINAL-LOW

           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * WS-LINK-MULTIPLIER
                                + WS-ORDINAL-VALUE
                                + WS-BYTE-SUB
           DIVIDE WS-HASH-WORK BY WS-LINK-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-VALUE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK JRNFILE FROM THE TOP - RECORDS JOURNALED BEFORE THE
      * CHAIN EXISTED MAY LEAD THE FILE
      *-----------------------------------------------------------------
       3000-VERIFY-JOURNAL.
           PERFORM 5000-START-VERIFY    THRU 5000-EXIT
           SET UNCHAINED-ALLOWED        TO TRUE

           OPEN INPUT  JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS       TO CHN-FILE-STATUS
           IF WS-JOURNAL-STATUS = '35'
               SET CHN-FILE-ABSENT      TO TRUE
               GO TO 3000-EXIT
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               SET CHN-FILE-ERROR       TO TRUE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-READ-JOURNAL    THRU 3100-EXIT
           PERFORM 3200-CHECK-JOURNAL   THRU 3200-EXIT
               UNTIL END-OF-CHAIN-FILE

           CLOSE JOURNAL-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT JOURNAL RECORD - A READ ERROR ENDS THE WALK
      *-----------------------------------------------------------------
       3100-READ-JOURNAL.
           READ JOURNAL-FILE            INTO WS-JRN-IMAGE
               AT END
                   SET END-OF-CHAIN-FILE TO TRUE
           END-READ

           IF NOT END-OF-CHAIN-FILE
               AND WS-JOURNAL-STATUS NOT = '00'
               MOVE WS-JOURNAL-STATUS   TO CHN-FILE-STATUS
               SET CHN-FILE-ERROR       TO TRUE
               SET END-OF-CHAIN-FILE    TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECK ONE JOURNAL RECORD'S LINK AND READ THE NEXT
      *-----------------------------------------------------------------
       3200-CHECK-JOURNAL.
           MOVE WS-JRN-IMG-SEQUENCE     TO WS-REC-SEQUENCE-X
           MOVE WS-JRN-IMG-HASH         TO WS-REC-HASH-X
           IF JRN-IMG-ENVELOPE
               MOVE WS-JRN-IMG-MARKER   TO WS-REC-KEY
           ELSE
               MOVE WS-JRN-IMG-ACCOUNT  TO WS-REC-KEY
           END-IF
           MOVE ZEROS                   TO WS-JRN-IMG-HASH
           MOVE WS-JRN-IMAGE            TO WS-LINK-TEXT

           PERFORM 6000-CHECK-LINK      THRU 6000-EXIT
           PERFORM 3100-READ-JOURNAL    THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK AUDITOUT FROM THE TOP - THE FILE IS WRITTEN NEW EACH
      * NIGHT, SO EVERY RECORD ON IT MUST BE CHAINED
      *-----------------------------------------------------------------
       4000-VERIFY-AUDIT.
           PERFORM 5000-START-VERIFY    THRU 5000-EXIT

           OPEN INPUT  AUDIT-FILE
           MOVE WS-AUDIT-STATUS         TO CHN-FILE-STATUS
           IF WS-AUDIT-STATUS = '35'
               SET CHN-FILE-ABSENT      TO TRUE
               GO TO 4000-EXIT
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               SET CHN-FILE-ERROR       TO TRUE
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-READ-AUDIT      THRU 4100-EXIT
           PERFORM 4200-CHECK-AUDIT     THRU 4200-EXIT
               UNTIL END-OF-CHAIN-FILE

           CLOSE AUDIT-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * READ THE NEXT AUDIT RECORD - A READ ERROR ENDS THE WALK
      *-----------------------------------------------------------------
       4100-READ-AUDIT.
           READ AUDIT-FILE              INTO WS-AUD-IMAGE
               AT END
                   SET END-OF-CHAIN-FILE TO TRUE
           END-READ

           IF NOT END-OF-CHAIN-FILE
               AND WS-AUDIT-STATUS NOT = '00'
               MOVE WS-AUDIT-STATUS     TO CHN-FILE-STATUS
               SET CHN-FILE-ERROR       TO TRUE
               SET END-OF-CHAIN-FILE    TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CHECK ONE AUDIT RECORD'S LINK AND READ THE NEXT
      *-----------------------------------------------------------------
       4200-CHECK-AUDIT.
           MOVE WS-AUD-IMG-SEQUENCE     TO WS-REC-SEQUENCE-X
           MOVE WS-AUD-IMG-HASH         TO WS-REC-HASH-X
           MOVE WS-AUD-IMG-ACCOUNT      TO WS-REC-KEY
           MOVE ZEROS                   TO WS-AUD-IMG-HASH
           MOVE WS-AUD-IMAGE            TO WS-LINK-TEXT

           PERFORM 6000-CHECK-LINK      THRU 6000-EXIT
           PERFORM 4100-READ-AUDIT      THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLEAR THE RESULT AREA AHEAD OF A WALK
      *-----------------------------------------------------------------
       5000-START-VERIFY.
           SET CHN-CHAIN-INTACT         TO TRUE
           MOVE '00'                    TO CHN-FILE-STATUS
           MOVE ZERO                    TO CHN-RECORDS-READ
                                           CHN-UNCHAINED-COUNT
                                           CHN-BREAK-COUNT
                                           CHN-LAST-SEQUENCE
                                           CHN-LAST-HASH
                                           CHN-FIRST-BREAK-RECORD
           MOVE SPACES                  TO CHN-FIRST-BREAK-SEQUENCE
                                           CHN-FIRST-BREAK-KEY
                                           CHN-FIRST-BREAK-REASON
           MOVE 'N'                     TO WS-EOF-SWITCH
                                           WS-STARTED-SWITCH
                                           WS-UNCHAINED-SWITCH.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JUDGE ONE RECORD'S LINK TO THE RECORD BEFORE IT, THEN TAKE
      * ITS SEQUENCE AND HASH AS THE NEW END OF THE CHAIN
      *-----------------------------------------------------------------
       6000-CHECK-LINK.
           ADD 1                        TO CHN-RECORDS-READ

           IF WS-REC-SEQUENCE-X = SPACES
               AND WS-REC-HASH-X = SPACES
               IF UNCHAINED-ALLOWED
                   AND NOT CHAIN-STARTED
                   ADD 1                TO CHN-UNCHAINED-COUNT
                   GO TO 6000-EXIT
               END-IF
               MOVE 'RECORD CARRIES NO CHAIN'
                                        TO WS-BREAK-REASON
               PERFORM 6100-NOTE-BREAK  THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF

           SET CHAIN-STARTED            TO TRUE
           IF WS-REC-SEQUENCE-X NOT NUMERIC
               OR WS-REC-HASH-X NOT NUMERIC
               MOVE 'CHAIN FIELDS UNREADABLE'
                                        TO WS-BREAK-REASON
               PERFORM 6100-NOTE-BREAK  THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF

           COMPUTE WS-EXPECTED-SEQUENCE = CHN-LAST-SEQUENCE + 1
           MOVE SPACES                  TO WS-BREAK-REASON
           EVALUATE TRUE
               WHEN WS-REC-SEQUENCE > WS-EXPECTED-SEQUENCE
                   MOVE 'SEQUENCE GAP - RECORDS MISSING'
                                        TO WS-BREAK-REASON
               WHEN WS-REC-SEQUENCE < WS-EXPECTED-SEQUENCE
                   MOVE 'SEQUENCE REPEATED OR REORDERED'
                                        TO WS-BREAK-REASON
               WHEN OTHER
                   MOVE CHN-LAST-HASH   TO WS-HASH-VALUE
                   PERFORM 2000-COMPUTE-LINK THRU 2000-EXIT
                   IF WS-HASH-VALUE NOT = WS-REC-HASH
                       MOVE 'CHAIN HASH MISMATCH - ALTERED'
                                        TO WS-BREAK-REASON
                   END-IF
           END-EVALUATE
           IF WS-BREAK-REASON NOT = SPACES
               PERFORM 6100-NOTE-BREAK  THRU 6100-EXIT
           END-IF

           MOVE WS-REC-SEQUENCE         TO CHN-LAST-SEQUENCE
           MOVE WS-REC-HASH             TO CHN-LAST-HASH.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * COUNT A BREAK AND KEEP THE FIRST ONE'S PARTICULARS - A READ
      * ERROR ALREADY REPORTED OUTRANKS A BROKEN CHAIN
      *-----------------------------------------------------------------
       6100-NOTE-BREAK.
           ADD 1                        TO CHN-BREAK-COUNT
           IF NOT CHN-FILE-ERROR
               SET CHN-CHAIN-BROKEN     TO TRUE
           END-IF

           IF CHN-BREAK-COUNT = 1
               MOVE CHN-RECORDS-READ    TO CHN-FIRST-BREAK-RECORD
               MOVE WS-REC-SEQUENCE-X   TO CHN-FIRST-BREAK-SEQUENCE
               MOVE WS-REC-KEY          TO CHN-FIRST-BREAK-KEY
               MOVE WS-BREAK-REASON     TO CHN-FIRST-BREAK-REASON
           END-IF.
       6100-EXIT.
           EXIT.
