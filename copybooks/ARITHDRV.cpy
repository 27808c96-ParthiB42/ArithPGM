      *****************************************************************
      * ARITHDRV
      * DEPENDENT-REVERSAL REVIEW RECORD (DDNAME DEPREVW, SEQUENTIAL,
      * 80 BYTES).  WHEN ARITHPGM REVERSES A CALCULATION (OPE 'V' -
      * SEE ARITHREC) THAT OTHER CALCULATIONS TOOK AS A CHAINED
      * OPERAND, DIRECTLY OR THROUGH FURTHER CALCULATIONS, THOSE
      * DEPENDENTS STILL STAND ON THE REVERSED AMOUNT.  ONE RECORD
      * IS WRITTEN PER DEPENDENT STILL POSTED ('S') OR AWAITING
      * APPROVAL ('H'), FOR AN ANALYST TO DECIDE ON FOLLOW-UP
      * REVERSALS.  DEPENDENTS ALREADY REVERSED ARE NOT LISTED.
      *     REV-DATE/-RECNO     THE REVERSING BATCH RECORD
      *     TARGET-DATE/-RECNO  THE CALCULATION IT REVERSED
      *     DEP-RECNO           THE DEPENDENT (SAME BATCH DATE AS
      *                         THE TARGET)
      *     DEP-LEVEL           01 = USES THE TARGET'S C DIRECTLY,
      *                         02 = USES A LEVEL-01 DEPENDENT, ...
      *     DEP-VIA-RECNO       THE REC-NO WHOSE C IT USES THAT LINKS
      *                         IT TO THE TARGET
      *     DEP-OPE/-C/-STATUS  THE DEPENDENT AS ON THE HISTORY MASTER
      *     DEP-DEPT
      *     PRIOR-FLAG          'Y' - THE TARGET WAS IN A CLOSED
      *                         MONTH AND THE REVERSAL POSTED AS A
      *                         PRIOR-PERIOD ADJUSTMENT (SEE ARITHPPA)
      *     REVIEW-STAMP        DATE-TIME THE DEPENDENT WAS FOUND
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHDRV REPLACING
      *         PREFIX-REVIEW-RECORD BY DV-REVIEW-RECORD
      *         PREFIX-REV-DATE      BY DV-REV-DATE ...
      *****************************************************************
       01  PREFIX-REVIEW-RECORD.
           05  PREFIX-REV-DATE       PIC X(08).
           05  PREFIX-REV-RECNO      PIC 9(6).
           05  PREFIX-TARGET-DATE    PIC X(08).
           05  PREFIX-TARGET-RECNO   PIC 9(6).
           05  PREFIX-DEP-RECNO      PIC 9(6).
           05  PREFIX-DEP-LEVEL      PIC 9(2).
           05  PREFIX-DEP-VIA-RECNO  PIC 9(6).
           05  PREFIX-DEP-OPE        PIC X(01).
           05  PREFIX-DEP-C          PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-DEP-STATUS     PIC X(01).
           05  PREFIX-DEP-DEPT       PIC X(03).
           05  PREFIX-PRIOR-FLAG     PIC X(01).
           05  PREFIX-REVIEW-STAMP   PIC X(14).
           05  FILLER                PIC X(08).
