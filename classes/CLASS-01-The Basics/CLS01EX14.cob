      * EVERY IMAGE APPLIED OR SKIPPED IS PRINTED ON A RECOVERY
      * REGISTER; A JOURNALED ACCOUNT NO LONGER ON THE MASTER IS
      * REPORTED AND FLAGS THE RUN WITH A NON-ZERO RETURN CODE
      * NOTHING IS APPLIED FROM A JOURNAL WHOSE RECORD CHAIN
      * (CLS01CHN) IS BROKEN - AN EDITED, DROPPED OR REORDERED
      * RECORD REFUSES THE WHOLE RUN BEFORE THE MASTER IS OPENED
      *****************************************************************
       ENVIRONMENT                     DIVISION.
      *****************************************************************
      * SECTION'S TRAILER IS VERIFIED AND AN UNTERMINATED SECTION
      * AT END OF FILE IS A TRUNCATED JOURNAL
      *================================================================
      *================================================================
      * RECORD-CHAIN VERIFICATION (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       COPY CLS01ENP.
       01  WS-ENV-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-ENV-HASH                 PIC 9(13)V99 VALUE ZERO.
               SET MODE-IS-BACKOUT       TO TRUE
           END-IF

           PERFORM 1100-VERIFY-JOURNAL-CHAIN THRU 1100-EXIT

           OPEN INPUT  JOURNAL-FILE
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK THE JOURNAL'S RECORD CHAIN BEFORE TRUSTING A RECORD OF
      * IT - A BROKEN CHAIN OR AN UNREADABLE FILE REFUSES THE RUN; A
      * MISSING FILE IS LEFT FOR THE OPEN TO REPORT
      *-----------------------------------------------------------------
       1100-VERIFY-JOURNAL-CHAIN.
           SET CHN-VERIFY-JOURNAL       TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS

           IF CHN-CHAIN-BROKEN
               DISPLAY 'CLS01EX14 - JRNFILE FAILS CHAIN VERIFICATION - '
                   CHN-BREAK-COUNT ' BREAK(S), FIRST AT RECORD '
                   CHN-FIRST-BREAK-RECORD ': ' CHN-FIRST-BREAK-REASON
               DISPLAY 'CLS01EX14 - RECOVERY REFUSED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHN-FILE-ERROR
               MOVE CHN-FILE-STATUS     TO WS-CURRENT-STATUS
               MOVE 'JRNFILE'           TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PRINT A NEW PAGE HEADER AND RESET THE PAGE LINE COUNT
      *-----------------------------------------------------------------
