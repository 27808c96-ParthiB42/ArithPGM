      *****************************************************************
      * ARITHJCT
      * GENERAL LEDGER JOURNAL-CONTROL RECORD (DDNAME JRNLCTL, VSAM
      * KSDS, KEY = BATCH DATE + REC-NO).  TWO KINDS OF RECORD:
      *   REC-NO ZERO - ONE PER BATCH DATE, WRITTEN BY ARITHGLJ WHEN
      *     IT HAS BUILT THAT DATE'S JOURNAL.  ANY DATE THAT ALREADY
      *     HAS ONE IS REFUSED - SO A DAY'S DEPARTMENT TOTALS CAN
      *     NEVER REACH THE LEDGER TWICE.  STAMP IS THE DATE-TIME THE
      *     JOURNAL'S HISTORY SCAN BEGAN: A HISTORY RECORD OF THE
      *     DATE STAMPED LATER THAN THAT POSTED TOO LATE FOR IT.
      *   REC-NO NON-ZERO - ONE PER LATE POSTING (A HELD CALCULATION
      *     APPROVED, OR A REJECT RESUBMITTED, AFTER ITS OWN DATE WAS
      *     JOURNALED), KEYED ON THE POSTING'S OWN BATCH DATE AND
      *     REC-NO, NAMING IN CARRIED-BY THE BATCH DATE WHOSE JOURNAL
      *     CARRIED IT TO THE LEDGER - SO A LATE POSTING ALSO GOES
      *     ONCE ONLY.  LINES AND TOTALS ARE ZERO.
      * THERE IS NO OVERRIDE: A JOURNAL THAT WENT OUT WRONG IS
      * CORRECTED IN THE LEDGER, NOT BY SENDING THE DAY AGAIN.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHJCT REPLACING
      *         PREFIX-JCTL-RECORD BY JC-JCTL-RECORD
      *         PREFIX-JCTL-KEY    BY JC-JCTL-KEY ...
      *****************************************************************
       01  PREFIX-JCTL-RECORD.
           05  PREFIX-JCTL-KEY.
               10  PREFIX-JCTL-DATE  PIC X(08).
               10  PREFIX-JCTL-RECNO PIC 9(06).
           05  PREFIX-JCTL-STAMP     PIC X(14).
           05  PREFIX-JCTL-LINES     PIC 9(06).
           05  PREFIX-JCTL-DR-TOTAL  PIC 9(13)V99.
           05  PREFIX-JCTL-CR-TOTAL  PIC 9(13)V99.
           05  PREFIX-JCTL-CARRIED-BY
                                     PIC X(08).
