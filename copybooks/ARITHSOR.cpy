      *****************************************************************
      * ARITHSOR
      * STANDING-ORDER MASTER RECORD (DDNAME SORDMAST, VSAM KSDS,
      * KEY = ORDER NUMBER).  ONE RECORD PER RECURRING CALCULATION A
      * DEPARTMENT WOULD OTHERWISE KEY BY HAND EVERY DAY, WEEK OR
      * MONTH-END.  MAINTAINED BY ARITHSOM; EACH DAY ARITHSOG WRITES
      * THE ORDERS FALLING DUE AS A PROVIDER FEED (PROVIDER 'STD')
      * FOR ARITHMRG, UNDER THE ORDER NUMBER AS THE PROVIDER'S OWN
      * RECORD NUMBER - SO A REJECT OR ACKNOWLEDGEMENT TRACES
      * STRAIGHT BACK TO THE ORDER THROUGH THE CROSS-REFERENCE.
      * A AND B ARE LITERAL AMOUNTS, AS ON ARITHREC (NO CHAINED
      * REFERENCES, NO REVERSALS); OPE IS ANY ARITHREC OPERATOR BUT
      * 'V'.
      * FREQUENCY AND DAY:
      *     D    EVERY BATCH DATE                     (DAY 00)
      *     W    WEEKLY ON A WEEKDAY           (DAY 01 MON - 07 SUN)
      *     M    MONTHLY ON A DAY OF THE MONTH    (DAY 01 - 31; IN A
      *          SHORTER MONTH, ON ITS LAST DAY)
      *     L    MONTHLY ON THE LAST BUSINESS DAY (MON-FRI) (DAY 00)
      *     AN OCCURRENCE THAT FALLS ON A DAY WITH NO BATCH IS
      *     GENERATED ON THE NEXT BATCH DATE.
      * START-DATE / END-DATE BOUND THE OCCURRENCES (END-DATE SPACES
      * = NO END).  STATUS VALUES:
      *     A    ACTIVE
      *     S    SUSPENDED - NOTHING GENERATED UNTIL RESUMED; AN
      *          OCCURRENCE FALLING WHILE SUSPENDED IS NOT CAUGHT UP
      *          BEYOND THE MOST RECENT ONE
      *     E    ENDED - KEPT FOR REFERENCE, NEVER GENERATED AGAIN
      * LAST-GEN-DATE IS THE BATCH DATE THE ORDER WAS LAST GENERATED
      * FOR.  IT IS WHAT STOPS A RERUN PRODUCING AN ITEM TWICE: A
      * RERUN FOR THAT SAME DATE REPRODUCES THE SAME ITEM UNDER THE
      * SAME NUMBER (THE FEED IS REPLACED, NOT ADDED TO), AND NO
      * LATER DATE GENERATES AN OCCURRENCE ON OR BEFORE IT AGAIN.
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHSOR REPLACING
      *         PREFIX-ORDER-RECORD BY SO-ORDER-RECORD
      *         PREFIX-ORDER-NO     BY SO-ORDER-NO ...
      *****************************************************************
       01  PREFIX-ORDER-RECORD.
           05  PREFIX-ORDER-NO       PIC 9(6).
           05  PREFIX-DEPT           PIC X(03).
           05  PREFIX-A              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-B              PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PREFIX-OPE            PIC X(01).
           05  PREFIX-FREQUENCY      PIC X(01).
           05  PREFIX-FREQ-DAY       PIC 9(02).
           05  PREFIX-START-DATE     PIC X(08).
           05  PREFIX-END-DATE       PIC X(08).
           05  PREFIX-ORDER-STATUS   PIC X(01).
           05  PREFIX-LAST-GEN-DATE  PIC X(08).
           05  PREFIX-GEN-COUNT      PIC 9(6).
           05  PREFIX-DESCRIPTION    PIC X(30).
           05  PREFIX-MAINT-DATE     PIC X(08).
