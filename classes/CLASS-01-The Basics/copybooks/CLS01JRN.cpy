      * THE AUDIT RECORD ONLY KEEPS THE TWO SUFFIX CHARACTERS - THIS
      * RECORD KEEPS THE WHOLE 80-BYTE MASTER RECORD BOTH WAYS SO A
      * BACKOUT IS A MECHANICAL REWRITE, NOT GUESSWORK
      * EVERY RECORD - ENVELOPE HEADERS AND TRAILERS INCLUDED - ENDS
      * WITH A CHAIN SEQUENCE AND A CHAIN HASH THAT FOLDS THE RECORD
      * INTO THE HASH OF THE RECORD BEFORE IT (CLS01CHN).  THE CHAIN
      * RUNS UNBROKEN ACROSS EVERY RUN APPENDED TO THE FILE, SO AN
      * EDITED OR DROPPED RECORD IS CAUGHT BY CLS01EX63 AND REFUSED
      * BY CLS01EX14 AND CLS01EX40.  RECORDS JOURNALED BEFORE THE
      * CHAIN WAS INTRODUCED HAVE BLANK CHAIN FIELDS
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRN-PROGRAM-ID          PIC X(08).
           05  JRN-ACCOUNT-NUMBER      PIC X(10).
           05  JRN-BEFORE-IMAGE        PIC X(80).
           05  JRN-AFTER-IMAGE         PIC X(80).
           05  JRN-CHAIN-SEQUENCE      PIC 9(09).
           05  JRN-CHAIN-HASH          PIC 9(15).
