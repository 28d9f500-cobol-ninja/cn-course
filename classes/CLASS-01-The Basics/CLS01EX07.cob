      * A REQUEST NAMING AN ACCOUNT NOT ON THE MASTER, OR WHOSE MASTER
      * FIELDS ARE BLANK OR NON-ALPHANUMERIC, IS REJECTED BEFORE THE
      * SWAP AND LOGGED TO AN EXCEPTION FILE INSTEAD OF BEING PROCESSED
      * - AS IS ONE NAMING AN ACCOUNT CLS01EX12 HAS FROZEN OR CLOSED
      * EVERY SWAP THAT IS PERFORMED IS WRITTEN TO A BEFORE/AFTER
      * AUDIT RECORD TAGGED WITH THE OPERATOR ID AND A TIMESTAMP
      * A JOURNAL RECORD CARRYING THE FULL BEFORE- AND AFTER-IMAGES OF
      * FILE, THE APPENDED JRNFILE AS ONE ENVHDR/ENVTRL SECTION PER
      * NIGHT - WITH THE RECORD COUNT AND A HASH OF THE NUMERIC
      * ACCOUNT NUMBERS, SO A TRUNCATED FILE STOPS ITS CONSUMERS
      * EVERY AUDIT AND JOURNAL RECORD, ENVELOPE RECORDS INCLUDED, IS
      * STAMPED WITH A CHAIN SEQUENCE AND HASH (CLS01CHN) - AUDITOUT'S
      * CHAIN STARTS AFRESH WITH THE NIGHT'S FILE, JRNFILE'S CARRIES
      * ON FROM THE LAST RECORD ALREADY ON IT - SO CLS01EX63 CAN
      * PROVE NEITHER FILE HAS BEEN EDITED OR THINNED SINCE
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
       01  WS-ENV-JRN-COUNT            PIC 9(07)   VALUE ZERO.
       01  WS-ENV-JRN-HASH             PIC 9(13)V99 VALUE ZERO.
       01  WS-ENV-ACCOUNT-NUM          PIC 9(10)   VALUE ZERO.
      *================================================================
      * RECORD-CHAIN CONTROLS - THE SEQUENCE AND HASH OF THE LAST
      * RECORD WRITTEN TO EACH CHAINED FILE (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       01  WS-AUD-CHAIN-SEQUENCE       PIC 9(09)   VALUE ZERO.
       01  WS-AUD-CHAIN-HASH           PIC 9(15)   VALUE ZERO.
       01  WS-JRN-CHAIN-SEQUENCE       PIC 9(09)   VALUE ZERO.
       01  WS-JRN-CHAIN-HASH           PIC 9(15)   VALUE ZERO.
       01  INP-A                       PIC X(01).
       01  INP-B                       PIC X(01).
       01  INP-SAVE                    PIC X(01).
           MOVE CTL-RUN-DATE             TO ENV-BUSINESS-DATE
           MOVE 1                        TO ENV-GENERATION
           CALL 'CLS01ENV'               USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA          TO AUDIT-RECORD
           PERFORM 2350-CHAIN-AUDIT      THRU 2350-EXIT
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-STATUS          TO WS-CURRENT-STATUS
           MOVE 'AUDITOUT'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE 'CKPFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1100-PICK-UP-JOURNAL-CHAIN THRU 1100-EXIT

           OPEN EXTEND  JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           MOVE CTL-RUN-DATE             TO ENV-BUSINESS-DATE
           MOVE 1                        TO ENV-GENERATION
           CALL 'CLS01ENV'               USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA          TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL    THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               MOVE INP-B                TO AUD-AFTER-2
               MOVE CTL-OPERATOR-ID      TO AUD-OPERATOR-ID
               MOVE WS-TIMESTAMP          TO AUD-TIMESTAMP
               PERFORM 2350-CHAIN-AUDIT   THRU 2350-EXIT
               WRITE AUDIT-RECORD
               MOVE WS-AUDIT-STATUS      TO WS-CURRENT-STATUS
               MOVE 'AUDITOUT'           TO WS-CURRENT-FILE-ID
           MOVE WS-TIMESTAMP            TO JRN-TIMESTAMP
           MOVE CORR-ACCOUNT-NUMBER     TO JRN-ACCOUNT-NUMBER
           MOVE ACCOUNT-MASTER-RECORD   TO JRN-AFTER-IMAGE
           PERFORM 2460-CHAIN-JOURNAL THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS       TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'               TO WS-CURRENT-FILE-ID
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PICK UP THE JOURNAL CHAIN WHERE THE LAST RUN LEFT IT - THE
      * LAST SEQUENCE AND HASH ON JRNFILE, ZERO ON A NEW FILE.  A
      * JOURNAL THAT CANNOT BE READ IS FATAL; A BROKEN ONE IS SAID
      * HERE, LEFT FOR CLS01EX63 TO REPORT, AND CHAINED ON FROM ITS
      * LAST RECORD
      *-----------------------------------------------------------------
       1100-PICK-UP-JOURNAL-CHAIN.
           SET CHN-VERIFY-JOURNAL       TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           IF CHN-FILE-ERROR
               MOVE CHN-FILE-STATUS     TO WS-CURRENT-STATUS
               MOVE 'JRNFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF
           IF CHN-CHAIN-BROKEN
               DISPLAY 'CLS01EX07 - JRNFILE CHAIN ALREADY BROKEN AT '
                   'RECORD ' CHN-FIRST-BREAK-RECORD ': '
                   CHN-FIRST-BREAK-REASON
           END-IF
           MOVE CHN-LAST-SEQUENCE       TO WS-JRN-CHAIN-SEQUENCE
           MOVE CHN-LAST-HASH           TO WS-JRN-CHAIN-HASH.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * STAMP THE JOURNAL RECORD ABOUT TO BE WRITTEN WITH THE NEXT
      * CHAIN SEQUENCE AND ITS LINK TO THE RECORD BEFORE IT
      *-----------------------------------------------------------------
       2460-CHAIN-JOURNAL.
           ADD 1                        TO WS-JRN-CHAIN-SEQUENCE
           MOVE WS-JRN-CHAIN-SEQUENCE   TO JRN-CHAIN-SEQUENCE
           MOVE ZERO                    TO JRN-CHAIN-HASH
           SET CHN-LINK-RECORD          TO TRUE
           MOVE WS-JRN-CHAIN-HASH       TO CHN-PRIOR-HASH
           MOVE JOURNAL-RECORD          TO CHN-RECORD-AREA
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           MOVE CHN-LINK-HASH           TO JRN-CHAIN-HASH
                                           WS-JRN-CHAIN-HASH.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * STAMP THE AUDIT RECORD ABOUT TO BE WRITTEN WITH THE NEXT
      * CHAIN SEQUENCE AND ITS LINK TO THE RECORD BEFORE IT
      *-----------------------------------------------------------------
       2350-CHAIN-AUDIT.
           ADD 1                        TO WS-AUD-CHAIN-SEQUENCE
           MOVE WS-AUD-CHAIN-SEQUENCE   TO AUD-CHAIN-SEQUENCE
           MOVE ZERO                    TO AUD-CHAIN-HASH
           SET CHN-LINK-RECORD          TO TRUE
           MOVE WS-AUD-CHAIN-HASH       TO CHN-PRIOR-HASH
           MOVE AUDIT-RECORD            TO CHN-RECORD-AREA
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           MOVE CHN-LINK-HASH           TO AUD-CHAIN-HASH
                                           WS-AUD-CHAIN-HASH.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE A CHECKPOINT RECORD SO A RERUN AFTER AN ABEND CAN SKIP
      * THE REQUESTS THIS RUN HAS ALREADY PROCESSED

      *-----------------------------------------------------------------
      * RANDOM-READ THE ACCOUNT-MASTER RECORD NAMED BY THE REQUEST AND
      * REJECT IT IF THE ACCOUNT IS NOT ON THE MASTER, IS FROZEN OR
      * CLOSED, OR ITS SWAP FIELDS ARE BLANK OR NON-ALPHANUMERIC
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           SET WS-VALID-SWITCH          TO 'N'
           END-IF

           IF ACCOUNT-FOUND-ON-MASTER
               IF MST-ACCOUNT-FROZEN
                   MOVE 'ACCOUNT FROZEN - NO SWAP'
                                             TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF MST-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT CLOSED - NO SWAP'
                                             TO WS-REJECT-REASON
                   GO TO 1900-EXIT
               END-IF
               IF MST-SUFFIX-1 = SPACE OR MST-SUFFIX-2 = SPACE
                   MOVE 'BLANK SWAP FIELD'   TO WS-REJECT-REASON
               ELSE
           MOVE WS-ENV-AUD-COUNT       TO ENV-RECORD-COUNT
           MOVE WS-ENV-AUD-HASH        TO ENV-HASH-TOTAL
           CALL 'CLS01ENV'             USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA        TO AUDIT-RECORD
           PERFORM 2350-CHAIN-AUDIT    THRU 2350-EXIT
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'AUDITOUT'             TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           MOVE WS-ENV-JRN-COUNT       TO ENV-RECORD-COUNT
           MOVE WS-ENV-JRN-HASH        TO ENV-HASH-TOTAL
           CALL 'CLS01ENV'             USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA        TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL  THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS      TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
