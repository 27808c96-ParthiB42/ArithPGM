      *****************************************************************
      * ARITHPPA
      * PRIOR-PERIOD ADJUSTMENT REGISTER (DDNAME PRIORADJ, VSAM KSDS,
      * KEY = THE ORIGINAL CALCULATION'S BATCH DATE PLUS REC-NO).
      * WHEN A REVERSAL (OPE 'V' - SEE ARITHREC) TARGETS A
      * CALCULATION IN A CLOSED MONTH (SEE ARITHPER), ARITHPGM
      * LEAVES THE ORIGINAL HISTORY RECORD AS IT WAS BILLED AND
      * POSTS THE OFFSET IN THE CURRENT PERIOD INSTEAD; THIS RECORD
      * IS THE POINTER BETWEEN THE TWO.  IT ALSO STOPS THE SAME
      * ORIGINAL BEING ADJUSTED TWICE, SINCE THE ORIGINAL IS NEVER
      * STAMPED 'V', AND CARRIES THE ORIGINAL OPERATION SO ARITHBIL
      * CAN CREDIT WHAT WAS CHARGED FOR IT.
      *     ORIG-OPE/-C  THE ORIGINAL CALCULATION'S OPE AND RESULT
      *     DEPT         THE ORIGINAL (AND ADJUSTMENT'S) DEPARTMENT
      *     ADJ-DATE     BATCH DATE AND REC-NO OF THE ADJUSTMENT
      *     ADJ-RECNO    POSTING - ITS MONTH IS THE INVOICE THAT
      *                  CARRIES THE CREDIT
      *     ADJ-STAMP    DATE-TIME THE ADJUSTMENT POSTED
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHPPA REPLACING
      *         PREFIX-ADJ-RECORD BY PA-ADJ-RECORD
      *         PREFIX-ADJ-KEY    BY PA-ADJ-KEY ...
      *****************************************************************
       01  PREFIX-ADJ-RECORD.
           05  PREFIX-ADJ-KEY.
               10  PREFIX-ORIG-DATE  PIC X(08).
               10  PREFIX-ORIG-RECNO PIC 9(6).
           05  PREFIX-ORIG-OPE       PIC X(01).
           05  PREFIX-ORIG-C         PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-DEPT           PIC X(03).
           05  PREFIX-ADJ-DATE       PIC X(08).
           05  PREFIX-ADJ-RECNO      PIC 9(6).
           05  PREFIX-ADJ-STAMP      PIC X(14).
