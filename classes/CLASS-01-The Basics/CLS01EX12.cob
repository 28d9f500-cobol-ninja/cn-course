      * READ A TRANSACTION FILE OF MAINTENANCE REQUESTS KEYED ON
      * MST-ACCOUNT-NUMBER, EACH CARRYING AN ACTION CODE - (A)DD,
      * (C)HANGE OR (D)ELETE - AND THE ACCOUNT NAME AND SUFFIX FIELDS
      * THREE MORE ACTIONS MOVE THE ACCOUNT THROUGH ITS STATUS
      * LIFECYCLE, EACH STAMPED WITH THE BUSINESS DATE AND THE REASON
      * CARRIED ON THE REQUEST: (F)REEZE AN OPEN ACCOUNT, (U)NFREEZE A
      * FROZEN ONE, AND CLOSE (X) ONE THAT IS NOT ALREADY CLOSED - A
      * CLOSE IS REFUSED WHILE THE ACCOUNT'S LDGFILE BALANCE IS NOT
      * ZERO, AND A CLOSED ACCOUNT TAKES NO FURTHER CHANGES.  AN ADD
      * IS WRITTEN OPEN.  CLS01EX04, CLS01EX07 AND CLS01EX10 REFUSE
      * ACTIVITY AGAINST FROZEN AND CLOSED ACCOUNTS
      * AN ADD FOR AN ACCOUNT ALREADY ON THE MASTER, OR A CHANGE OR
      * DELETE FOR AN ACCOUNT NOT ON THE MASTER, IS REJECTED TO THE
      * EXCEPTION FILE INSTEAD OF BEING APPLIED
      * DELETE'S AFTER-IMAGE ARE SPACES), SO THE CLS01EX40 DOSSIER
      * AND THE CLS01EX14 RECOVERY SEE MAINTENANCE THE SAME WAY THEY
      * SEE CLS01EX07'S CORRECTIONS
      * EACH JOURNAL RECORD IS CHAINED (CLS01CHN) TO THE LAST RECORD
      * ALREADY ON JRNFILE, WHICHEVER PROGRAM WROTE IT
      * A RUN AGAINST AN UNLOADED MASTER (FILE STATUS '35' ON THE
      * OPEN) FALLS BACK TO CREATING THE FILE, SO THE INITIAL LOAD IS
      * JUST A MAINTENANCE RUN WHOSE REQUESTS ARE ALL ADDS
                                        RECORD KEY IS MST-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT LEDGER-FILE          ASSIGN TO "LDGFILE"
                                        FILE STATUS IS WS-LEDGER-STATUS
                                        RECORD KEY IS LDG-ACCOUNT-NUMBER
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE IS RANDOM.
           SELECT MAINT-REPORT-FILE    ASSIGN TO "MNTRPT"
                                        FILE STATUS IS WS-MNTRPT-STATUS
                                        ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       FILE                            SECTION.
       FD  MAINT-FILE.
       COPY CLS01MNR.
       FD  ACCOUNT-MASTER-FILE.
       COPY CLS01MST.
       FD  LEDGER-FILE.
       COPY CLS01LDG.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(80).
       FD  REJECT-FILE.
       01  WS-ADD-COUNT                PIC 9(06)   VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-FREEZE-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-UNFREEZE-COUNT           PIC 9(06)   VALUE ZERO.
       01  WS-CLOSE-COUNT              PIC 9(06)   VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06)   VALUE ZERO.
       01  WS-VALID-SWITCH             PIC X(01)   VALUE 'N'.
           88  REQUEST-IS-VALID                    VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC X(20)   VALUE SPACES.
      *================================================================
      * LEDGER LOOKUP FOR A CLOSE - NO LEDGER FILE YET (STATUS '35')
      * OR NO LEDGER RECORD FOR THE ACCOUNT MEANS A ZERO BALANCE
      *================================================================
       01  WS-LEDGER-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
           88  LEDGER-IS-OPEN                      VALUE 'Y'.
      *================================================================
      * JOURNAL WORK AREAS - THE BEFORE-IMAGE IS CAPTURED BY
      * 1900-VALIDATE-REQUEST'S MASTER READ, THE TIMESTAMP AT THE
      * MOMENT EACH ACTION IS APPLIED
       01  WS-ENV-JRN-HASH             PIC 9(13)V99 VALUE ZERO.
       01  WS-ENV-ACCOUNT-NUM          PIC 9(10)   VALUE ZERO.
      *================================================================
      * RECORD-CHAIN CONTROLS - THE SEQUENCE AND HASH OF THE LAST
      * RECORD WRITTEN TO EACH CHAINED FILE (CLS01CHN)
      *================================================================
       COPY CLS01CHP.
       01  WS-JRN-CHAIN-SEQUENCE       PIC 9(09)   VALUE ZERO.
       01  WS-JRN-CHAIN-HASH           PIC 9(15)   VALUE ZERO.
      *================================================================
      * OPERATOR ID - AN OPTIONAL FIRST COMMAND-LINE ARGUMENT THAT
      * OVERRIDES CTL-OPERATOR-ID'S 'BATCH' DEFAULT
      *================================================================
       01  WS-MNTRPT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-REJECT-STATUS             PIC X(02)   VALUE '00'.
       01  WS-JOURNAL-STATUS            PIC X(02)   VALUE '00'.
       01  WS-LEDGER-STATUS             PIC X(02)   VALUE '00'.
       01  WS-CURRENT-STATUS            PIC X(02)   VALUE '00'.
       01  WS-CURRENT-FILE-ID           PIC X(08)   VALUE SPACES.
      *================================================================
           05  WS-TOT-REJECTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE ' REJECTS '.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-STATUS-TOTAL-LINE.
           05  FILLER                  PIC X(08) VALUE 'STATUS: '.
           05  WS-TOT-FREEZES          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' FROZEN '.
           05  WS-TOT-UNFREEZES        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' UNFROZEN '.
           05  WS-TOT-CLOSES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE ' CLOSED '.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *****************************************************************
       PROCEDURE                       DIVISION.
      *****************************************************************
           MOVE 'ACCTMSTR'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           OPEN INPUT  LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '35'
               MOVE WS-LEDGER-STATUS     TO WS-CURRENT-STATUS
               MOVE 'LDGFILE'            TO WS-CURRENT-FILE-ID
               PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
               SET LEDGER-IS-OPEN        TO TRUE
           END-IF

           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE WS-MNTRPT-STATUS         TO WS-CURRENT-STATUS
           MOVE 'MNTRPT'                 TO WS-CURRENT-FILE-ID
           MOVE 'REJFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           PERFORM 1100-PICK-UP-JOURNAL-CHAIN THRU 1100-EXIT

           OPEN EXTEND  JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           MOVE CTL-RUN-DATE             TO ENV-BUSINESS-DATE
           MOVE 1                        TO ENV-GENERATION
           CALL 'CLS01ENV'               USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA          TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL    THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS        TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
                       PERFORM 2300-CHANGE-ACCOUNT THRU 2300-EXIT
                   WHEN ACTION-IS-DELETE
                       PERFORM 2400-DELETE-ACCOUNT THRU 2400-EXIT
                   WHEN ACTION-IS-STATUS-CHANGE
                       PERFORM 2500-CHANGE-STATUS  THRU 2500-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2600-REJECT-REQUEST THRU 2600-EXIT
      *-----------------------------------------------------------------
      * EDIT THE ACTION CODE AND ACCOUNT NUMBER, THEN RANDOM-READ THE
      * MASTER SO ADDS CAN REJECT DUPLICATES AND CHANGES/DELETES CAN
      * REJECT ACCOUNTS THAT ARE NOT ON THE MASTER - A STATUS ACTION
      * MUST ALSO FIND THE ACCOUNT IN A STATUS IT CAN MOVE FROM
      *-----------------------------------------------------------------
       1900-VALIDATE-REQUEST.
           SET WS-VALID-SWITCH          TO 'N'

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-CHANGE
                                 AND NOT ACTION-IS-DELETE
                                 AND NOT ACTION-IS-STATUS-CHANGE
               MOVE 'INVALID ACTION CODE'    TO WS-REJECT-REASON
               GO TO 1900-EXIT
           END-IF
               WHEN ACTION-IS-ADD AND MNT-ACCOUNT-NAME = SPACES
                   MOVE 'ACCOUNT NAME IS BLANK'
                                         TO WS-REJECT-REASON
               WHEN NOT ACTION-IS-ADD
                     AND NOT ACCOUNT-FOUND-ON-MASTER
                   MOVE 'ACCOUNT NOT FOUND ON MASTER'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-CHANGE AND MST-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT IS CLOSED'
                                         TO WS-REJECT-REASON
               WHEN (ACTION-IS-FREEZE OR ACTION-IS-CLOSE)
                     AND MNT-STATUS-REASON = SPACES
                   MOVE 'STATUS REASON IS BLANK'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-FREEZE AND NOT MST-ACCOUNT-OPEN
                   MOVE 'ACCOUNT IS NOT OPEN'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-UNFREEZE AND NOT MST-ACCOUNT-FROZEN
                   MOVE 'ACCOUNT IS NOT FROZEN'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-CLOSE AND MST-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED'
                                         TO WS-REJECT-REASON
               WHEN ACTION-IS-CLOSE
                   PERFORM 1950-CHECK-LEDGER-BALANCE THRU 1950-EXIT
                   IF WS-REJECT-REASON = SPACES
                       SET REQUEST-IS-VALID TO TRUE
                   END-IF
               WHEN OTHER
                   SET REQUEST-IS-VALID  TO TRUE
           END-EVALUATE.
           EXIT.

      *-----------------------------------------------------------------
      * A CLOSE IS REFUSED WHILE THE ACCOUNT STILL CARRIES A LEDGER
      * BALANCE - NO LEDGER RECORD (OR NO LEDGER YET) IS A ZERO ONE
      *-----------------------------------------------------------------
       1950-CHECK-LEDGER-BALANCE.
           IF NOT LEDGER-IS-OPEN
               GO TO 1950-EXIT
           END-IF

           MOVE MNT-ACCOUNT-NUMBER      TO LDG-ACCOUNT-NUMBER
           READ LEDGER-FILE
               INVALID KEY
                   GO TO 1950-EXIT
           END-READ

           MOVE WS-LEDGER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'LDGFILE'               TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           IF LDG-BALANCE NOT = ZERO
               MOVE 'LEDGER BALANCE NOT ZERO' TO WS-REJECT-REASON
           END-IF.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE A NEW MASTER RECORD FROM THE REQUEST FIELDS - A NEW
      * ACCOUNT IS OPEN AS OF THE BUSINESS DATE
      *-----------------------------------------------------------------
       2200-ADD-ACCOUNT.
           MOVE SPACES                  TO ACCOUNT-MASTER-RECORD
           MOVE MNT-ACCOUNT-NAME        TO MST-ACCOUNT-NAME
           MOVE MNT-SUFFIX-1            TO MST-SUFFIX-1
           MOVE MNT-SUFFIX-2            TO MST-SUFFIX-2
           MOVE 'O'                     TO MST-ACCOUNT-STATUS
           MOVE CTL-RUN-DATE            TO MST-STATUS-DATE
           IF MNT-STATUS-REASON = SPACES
               MOVE 'OPENED'            TO MST-STATUS-REASON
           ELSE
               MOVE MNT-STATUS-REASON   TO MST-STATUS-REASON
           END-IF
           PERFORM 2450-WRITE-JOURNAL   THRU 2450-EXIT
           WRITE ACCOUNT-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MOVE THE ACCOUNT READ BY 1900-VALIDATE-REQUEST TO ITS NEW
      * STATUS, STAMPED WITH THE BUSINESS DATE AND THE REQUEST'S
      * REASON, AND REWRITE IT IN PLACE
      *-----------------------------------------------------------------
       2500-CHANGE-STATUS.
           EVALUATE TRUE
               WHEN ACTION-IS-FREEZE
                   MOVE 'F'             TO MST-ACCOUNT-STATUS
                   ADD 1                TO WS-FREEZE-COUNT
                   MOVE 'FROZEN'        TO WS-REGISTER-STATUS
               WHEN ACTION-IS-UNFREEZE
                   MOVE 'O'             TO MST-ACCOUNT-STATUS
                   ADD 1                TO WS-UNFREEZE-COUNT
                   MOVE 'UNFROZEN'      TO WS-REGISTER-STATUS
               WHEN ACTION-IS-CLOSE
                   MOVE 'C'             TO MST-ACCOUNT-STATUS
                   ADD 1                TO WS-CLOSE-COUNT
                   MOVE 'CLOSED'        TO WS-REGISTER-STATUS
           END-EVALUATE
           MOVE CTL-RUN-DATE            TO MST-STATUS-DATE
           MOVE MNT-STATUS-REASON       TO MST-STATUS-REASON

           PERFORM 2450-WRITE-JOURNAL   THRU 2450-EXIT
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE WS-MASTER-STATUS        TO WS-CURRENT-STATUS
           MOVE 'ACCTMSTR'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * JOURNAL THE ACTION ABOUT TO BE APPLIED - THE BEFORE-IMAGE AS
      * 1900-VALIDATE-REQUEST READ IT (SPACES ON AN ADD), THE
           MOVE MNT-ACCOUNT-NUMBER      TO JRN-ACCOUNT-NUMBER
           MOVE WS-BEFORE-IMAGE         TO JRN-BEFORE-IMAGE
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
               DISPLAY 'CLS01EX12 - JRNFILE CHAIN ALREADY BROKEN AT '
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
      * LOG A REQUEST THAT FAILED VALIDATION TO THE EXCEPTION FILE
      *-----------------------------------------------------------------

           MOVE MNT-ACTION               TO WS-DTL-ACTION
           MOVE MNT-ACCOUNT-NUMBER       TO WS-DTL-ACCOUNT-NUMBER
           IF ACTION-IS-STATUS-CHANGE
               MOVE MNT-STATUS-REASON    TO WS-DTL-ACCOUNT-NAME
           ELSE
               MOVE MNT-ACCOUNT-NAME     TO WS-DTL-ACCOUNT-NAME
           END-IF
           MOVE MNT-SUFFIX-1             TO WS-DTL-SUFFIX-1
           MOVE MNT-SUFFIX-2             TO WS-DTL-SUFFIX-2
           IF WS-REGISTER-STATUS = 'REJECTED'
           MOVE WS-REJECT-COUNT         TO WS-TOT-REJECTS
           WRITE MAINT-REPORT-LINE       FROM WS-BLANK-LINE
           WRITE MAINT-REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE WS-FREEZE-COUNT         TO WS-TOT-FREEZES
           MOVE WS-UNFREEZE-COUNT       TO WS-TOT-UNFREEZES
           MOVE WS-CLOSE-COUNT          TO WS-TOT-CLOSES
           WRITE MAINT-REPORT-LINE       FROM WS-STATUS-TOTAL-LINE
           MOVE WS-MNTRPT-STATUS        TO WS-CURRENT-STATUS
           MOVE 'MNTRPT'                TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT
           DISPLAY 'CLS01EX12 PROCESSED ' WS-RECORD-COUNT
               ' REQUESTS, ' WS-ADD-COUNT ' ADDED, ' WS-CHANGE-COUNT
               ' CHANGED, ' WS-DELETE-COUNT ' DELETED, '
               WS-FREEZE-COUNT ' FROZEN, ' WS-UNFREEZE-COUNT
               ' UNFROZEN, ' WS-CLOSE-COUNT ' CLOSED, '
               WS-REJECT-COUNT ' REJECTED - OPERATOR '
               CTL-OPERATOR-ID ' RUN DATE ' CTL-RUN-DATE ' BATCH '
               CTL-BATCH-ID
           MOVE WS-ENV-JRN-COUNT       TO ENV-RECORD-COUNT
           MOVE WS-ENV-JRN-HASH        TO ENV-HASH-TOTAL
           CALL 'CLS01ENV'             USING ENVELOPE-PARMS
           MOVE ENV-RECORD-AREA        TO JOURNAL-RECORD
           PERFORM 2460-CHAIN-JOURNAL  THRU 2460-EXIT
           WRITE JOURNAL-RECORD
           MOVE WS-JOURNAL-STATUS      TO WS-CURRENT-STATUS
           MOVE 'JRNFILE'              TO WS-CURRENT-FILE-ID
           PERFORM 9900-CHECK-FILE-STATUS THRU 9900-EXIT

           CLOSE MAINT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE JOURNAL-FILE.
           MOVE WS-RECORD-COUNT TO LOG-INPUT-COUNT
           COMPUTE LOG-OUTPUT-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
               + WS-FREEZE-COUNT + WS-UNFREEZE-COUNT + WS-CLOSE-COUNT
           MOVE WS-REJECT-COUNT TO LOG-REJECT-COUNT
           MOVE RETURN-CODE             TO LOG-RETURN-CODE
           WRITE RUN-LOG-RECORD
