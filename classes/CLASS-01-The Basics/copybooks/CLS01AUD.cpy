      * PRINTED REPORT INSTEAD OF BROWSING THE RAW DATASET
      * AUD-TIMESTAMP IS THE SWAP'S DATE (YYYYMMDD) FOLLOWED BY ITS
      * TIME (HHMMSSCC), BOTH AS CAPTURED AT THE MOMENT OF THE SWAP
      * EVERY RECORD ON THE FILE - THE ENVELOPE HEADER AND TRAILER
      * INCLUDED - CARRIES A CHAIN SEQUENCE (1, 2, 3 ... FROM THE
      * TOP OF THE NIGHT'S FILE) AND A CHAIN HASH FOLDING THE
      * RECORD INTO THE HASH OF THE RECORD BEFORE IT (CLS01CHN), SO
      * AN EDITED OR DROPPED RECORD BREAKS THE CHAIN
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUD-ACCOUNT-NUMBER      PIC X(10).
           05  AUD-AFTER-2             PIC X(01).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-TIMESTAMP           PIC X(16).
           05  AUD-CHAIN-SEQUENCE      PIC 9(09).
           05  AUD-CHAIN-HASH          PIC 9(15).
           05  FILLER                  PIC X(18).
