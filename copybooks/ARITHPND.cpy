      *****************************************************************
      * ARITHPND
      * PENDING-APPROVAL RECORD (DDNAME PENDAPRV, VSAM KSDS, KEY =
      * BATCH DATE PLUS REC-NO, THE SAME KEY AS THE HISTORY MASTER).
      * ARITHPGM WRITES ONE RECORD FOR EVERY CALCULATION IT HOLDS
      * INSTEAD OF POSTING, IN THE BATCH OR ON RESUBMIT (A REPAIRED
      * REJECT IS HELD UNDER ITS ORIGINAL BATCH DATE AND REC-NO, AND
      * ITS RSB MARKER ON ARITHREJ CARRIES STATUS 'H') - RESULT OVER
      * THE DEPARTMENT'S AMOUNT CEILING, OR OVER ITS DEVIATION
      * MULTIPLE OF THE DEPARTMENT'S HISTORICAL AVERAGE (SEE
      * ARITHDPT) - AND STAMPS THE HISTORY RECORD STATUS 'H'.
      * THE SUPERVISOR'S APPROVAL PROGRAM (ARITHAPR) LISTS THE
      * RECORDS STILL WAITING AND APPROVES OR DECLINES EACH ONE; THE
      * RECORD IS KEPT AFTERWARDS WITH THE ACTION, THE APPROVER AND
      * THE TIMESTAMP AS THE AUDIT TRAIL.
      * A, B AND C ARE THE RESOLVED OPERANDS AND THE RESULT AS
      * COMPUTED WHEN THE RECORD WAS HELD.
      * HOLD-REASON VALUES:
      *     C    RESULT OVER THE DEPARTMENT'S AMOUNT CEILING
      *     D    RESULT OVER THE DEPARTMENT'S DEVIATION LIMIT
      * HOLD-LIMIT IS THE CEILING OR DEVIATION LIMIT THAT WAS
      * EXCEEDED.
      * ACTION VALUES:
      *     SPACE  AWAITING A SUPERVISOR
      *     A      APPROVED - POSTED UNDER ITS ORIGINAL BATCH DATE
      *            AND REC-NO
      *     D      DECLINED - WRITTEN TO ARITHREJ WITH REASON R10
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHPND REPLACING
      *         PREFIX-PEND-RECORD BY PD-PEND-RECORD
      *         PREFIX-PEND-KEY    BY PD-PEND-KEY ...
      *****************************************************************
       01  PREFIX-PEND-RECORD.
           05  PREFIX-PEND-KEY.
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
           05  PREFIX-A              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-B              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-OPE            PIC X(01).
           05  PREFIX-C              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-REMAINDER      PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-DEPT           PIC X(03).
           05  PREFIX-HOLD-REASON    PIC X(01).
           05  PREFIX-HOLD-LIMIT     PIC 9(10)V99.
           05  PREFIX-HELD-STAMP     PIC X(14).
           05  PREFIX-ACTION         PIC X(01).
           05  PREFIX-APPROVER       PIC X(08).
           05  PREFIX-ACTION-STAMP   PIC X(14).
