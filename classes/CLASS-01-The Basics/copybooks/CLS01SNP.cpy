      *****************************************************************
      * CLS01SNP - LEDGER BALANCE SNAPSHOT RECORD (LDGSNAP)
      * ONE RECORD PER LDGFILE ACCOUNT, IN ACCOUNT ORDER, TAKEN BY
      * CLS01EX49 EACH NIGHT ITS SUBLEDGER/GL PROOF RUNS.  THE NEXT
      * NIGHT'S PROOF MEASURES EACH ACCOUNT'S MOVEMENT AS ITS
      * BALANCE NOW LESS ITS BALANCE HERE; SNP-SNAPSHOT-DATE IS THE
      * BUSINESS DATE THE SNAPSHOT WAS TAKEN ON
      *****************************************************************
       01  LEDGER-SNAPSHOT-RECORD.
           05  SNP-ACCOUNT-NUMBER      PIC X(10).
           05  SNP-BALANCE             PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  SNP-POSTING-COUNT       PIC 9(07).
           05  SNP-SNAPSHOT-DATE       PIC 9(08).
           05  FILLER                  PIC X(41).
