      * AN INTERNAL SORT ON THE EVENT TIMESTAMP PUTS THE THREE
      * SOURCES INTO ONE TIMELINE.  ONE REQUEST IN, ONE BINDER-READY
      * REPORT OUT
      * AUDITOUT AND JRNFILE ARE BOTH CHAIN-VERIFIED (CLS01CHN)
      * BEFORE EITHER IS READ - A DOSSIER IS NEVER PRINTED FROM A
      * FILE WHOSE RECORD CHAIN IS BROKEN
      * COMMAND-LINE PARAMETERS:
      *   1 - OPERATOR ID (THE USUAL CTL-OPERATOR-ID OVERRIDE)
      *   2 - THE ACCOUNT NUMBER UNDER REVIEW (REQUIRED)
      * OLDER BARE RECORDS AT THE FRONT); EVERY SECTION TRAILER IS
      * VERIFIED AGAINST WHAT THE SECTION HELD
      *================================================================
      *================================================================
      * RECORD-CHAIN VERIFICATION (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       COPY CLS01ENP.
       01  WS-ENV-COUNT                PIC 9(07)   VALUE ZERO.
       01  WS-ENV-HASH                 PIC 9(13)V99 VALUE ZERO.
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1100-VERIFY-CHAINS   THRU 1100-EXIT

           OPEN INPUT  AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               SET NO-AUDIT-FILE         TO TRUE
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WALK BOTH FILES' RECORD CHAINS BEFORE TRUSTING EITHER - A
      * MISSING FILE IS ALLOWED FOR, AS IT IS AT THE OPEN
      *-----------------------------------------------------------------
       1100-VERIFY-CHAINS.
           SET CHN-VERIFY-AUDIT         TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           MOVE 'AUDITOUT'              TO WS-CURRENT-FILE-ID
           PERFORM 1150-JUDGE-CHAIN     THRU 1150-EXIT

           SET CHN-VERIFY-JOURNAL       TO TRUE
           CALL 'CLS01CHN'              USING CHAIN-PARMS
           MOVE 'JRNFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 1150-JUDGE-CHAIN     THRU 1150-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A BROKEN CHAIN OR AN UNREADABLE FILE REFUSES THE DOSSIER
      *-----------------------------------------------------------------
       1150-JUDGE-CHAIN.
           IF CHN-CHAIN-BROKEN
               DISPLAY 'CLS01EX40 - ' WS-CURRENT-FILE-ID
                   ' FAILS CHAIN VERIFICATION - ' CHN-BREAK-COUNT
                   ' BREAK(S), FIRST AT RECORD '
                   CHN-FIRST-BREAK-RECORD ': ' CHN-FIRST-BREAK-REASON
               DISPLAY 'CLS01EX40 - DOSSIER REFUSED'
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHN-FILE-ERROR
               MOVE CHN-FILE-STATUS     TO WS-CURRENT-STATUS
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOAD ONE RUN-LOG RECORD INTO THE PROGRAM/BATCH-TO-OPERATOR
      * TABLE - A RERUN OVERWRITES, THE LAST RUN'S OPERATOR WINS
