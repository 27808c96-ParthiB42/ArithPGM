      *****************************************************************
      * ARITHCHN
      * CHAINED-CALCULATION REGISTER (DDNAME CHAINREF, VSAM KSDS,
      * KEY = THE CHAINED CALCULATION'S BATCH DATE PLUS REC-NO).
      * WHEN A BATCH CALCULATION TAKES ITS A OR B OPERAND FROM THE
      * C RESULT OF AN EARLIER RECORD ('R' REFERENCE - SEE ARITHREC)
      * ARITHPGM RESOLVES THE REFERENCE TO THE AMOUNT, WHICH IS WHAT
      * THE RESULT AND HISTORY RECORDS CARRY; THIS RECORD KEEPS THE
      * LINK ITSELF, WHATEVER LATER HAPPENS TO THE CALCULATION
      * (HELD, APPROVED, REVERSED).  A REFERENCE ONLY EVER NAMES AN
      * EARLIER REC-NO OF THE SAME BATCH DATE, SO EVERY RECORD THAT
      * CAN DEPEND ON A GIVEN CALCULATION FOLLOWS IT IN KEY ORDER.
      *     A-RECNO      REC-NO WHOSE C WAS USED AS A (ZERO WHEN A
      *                  WAS A LITERAL AMOUNT)
      *     B-RECNO      REC-NO WHOSE C WAS USED AS B (ZERO WHEN B
      *                  WAS A LITERAL AMOUNT)
      *     CHAIN-STAMP  DATE-TIME THE CALCULATION WAS POSTED
      * READ BY ARITHINQ (CHAIN REQUEST) AND BY ARITHPGM WHEN A
      * REVERSAL LEAVES DEPENDENT CALCULATIONS STANDING.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHCHN REPLACING
      *         PREFIX-CHAIN-RECORD BY CN-CHAIN-RECORD
      *         PREFIX-CHAIN-KEY    BY CN-CHAIN-KEY ...
      *****************************************************************
       01  PREFIX-CHAIN-RECORD.
           05  PREFIX-CHAIN-KEY.
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
           05  PREFIX-A-RECNO        PIC 9(6).
           05  PREFIX-B-RECNO        PIC 9(6).
           05  PREFIX-CHAIN-STAMP    PIC X(14).
