      *****************************************************************
      * ARITHFPR
      * RECENTLY-SEEN TRANSACTION FINGERPRINT RECORD (DDNAME DUPFPRT,
      * VSAM KSDS, KEY = THE WHOLE FINGERPRINT PLUS THE BATCH DATE
      * AND REC-NO IT WAS SEEN UNDER).  ARITHEDIT WRITES ONE RECORD
      * FOR EVERY DETAIL IT PASSES TO THE CLEAN FEED AND CHECKS EACH
      * INCOMING DETAIL AGAINST THE RECORDS OF EARLIER BATCH DATES
      * INSIDE ITS LOOK-BACK WINDOW, SO A PROVIDER RESENDING AN
      * EARLIER DAY'S TRANSACTIONS UNDER A NEW BATCH DATE IS CAUGHT
      * BEFORE IT POSTS (AND BILLS) TWICE.
      * THE FINGERPRINT IS THE DEPARTMENT, THE A AND B OPERANDS AND
      * THE OPERATOR EXACTLY AS RECEIVED, PLUS - WHEN THE FEED CAME
      * THROUGH ARITHMRG - THE PROVIDER AND THE PROVIDER'S OWN RECORD
      * NUMBER FROM THE CROSS-REFERENCE (ARITHXRF); BOTH ARE SPACES
      * FOR A FEED THAT WAS NOT MERGED.
      * RECORDS OLDER THAN THE LOOK-BACK WINDOW ARE PURGED BY EACH
      * ARITHEDIT RUN, SO THE DATASET ONLY EVER HOLDS A WINDOW'S
      * WORTH OF TRAFFIC.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHFPR REPLACING
      *         PREFIX-FPRT-RECORD BY FP-FPRT-RECORD
      *         PREFIX-FPRT-KEY    BY FP-FPRT-KEY ...
      *****************************************************************
       01  PREFIX-FPRT-RECORD.
           05  PREFIX-FPRT-KEY.
               10  PREFIX-FINGERPRINT.
                   15  PREFIX-DEPT   PIC X(03).
                   15  PREFIX-A      PIC X(10).
                   15  PREFIX-B      PIC X(10).
                   15  PREFIX-OPE    PIC X(01).
                   15  PREFIX-PROVIDER
                                     PIC X(03).
                   15  PREFIX-ORIG-RECNO
                                     PIC X(06).
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
           05  PREFIX-SEEN-STAMP     PIC X(14).
