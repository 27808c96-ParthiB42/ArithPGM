      *****************************************************************
      * ARITHAKR
      * PROVIDER ACKNOWLEDGEMENT REGISTER RECORD (DDNAME ACKREG, VSAM
      * KSDS, KEY = BATCH DATE PLUS REC-NO, AS FOR ARITHHST).
      * ARITHACK WRITES ONE RECORD PER TRANSACTION IT ACKNOWLEDGES,
      * CARRYING THE PROVIDER AND THE PROVIDER'S OWN RECORD NUMBER.
      * THE DAILY CROSS-REFERENCE (ARITHXRF) IS REWRITTEN BY EVERY
      * MERGE, SO THIS REGISTER IS THE ONLY PLACE A LATER RUN CAN
      * FIND WHICH PROVIDER A RESUBMITTED REJECT BELONGS TO; IT ALSO
      * RECORDS WHETHER A FOLLOW-UP HAS GONE OUT, SO A RERUN NEVER
      * SENDS A PROVIDER THE SAME FOLLOW-UP ON TWO DIFFERENT DAYS.
      * ACK-STATUS VALUES:
      *     A    ACKNOWLEDGED ACCEPTED
      *     R    ACKNOWLEDGED REJECTED - FOLLOW-UP STILL OWED IF IT
      *          IS EVER RESUBMITTED
      *     H    ACKNOWLEDGED HELD FOR SUPERVISOR APPROVAL, OR
      *          REJECTED AND THEN FOLLOWED UP AS HELD WHEN THE
      *          RESUBMIT WAS HELD (FUP-DATE AND FUP-RUN SET) - A
      *          FOLLOW-UP IS OWED ONCE THE SUPERVISOR DECIDES.  AN
      *          APPROVAL IS FOLLOWED UP AS ACCEPTED AND BECOMES F;
      *          A DECLINE IS FOLLOWED UP AS REJECTED R10 AND
      *          BECOMES R, WITH FUP-DATE AND FUP-RUN SET AS FOR F
      *     F    ACKNOWLEDGED REJECTED (OR HELD), THEN FOLLOWED UP
      *          AS ACCEPTED ON FUP-DATE BY THE RUN NAMED IN FUP-RUN
      *          (D = THE DAILY ACKNOWLEDGEMENT STEP, R = THE STEP
      *          THAT FOLLOWS A RESUBMIT RUN); A RERUN OF THAT SAME
      *          STEP FOR THAT SAME DATE REPEATS THE FOLLOW-UP,
      *          NOTHING ELSE DOES
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHAKR REPLACING
      *         PREFIX-ACKREG-RECORD BY AK-ACKREG-RECORD
      *         PREFIX-ACKREG-KEY    BY AK-ACKREG-KEY ...
      *****************************************************************
       01  PREFIX-ACKREG-RECORD.
           05  PREFIX-ACKREG-KEY.
               10  PREFIX-BATCH-DATE PIC X(08).
               10  PREFIX-REC-NO     PIC 9(6).
           05  PREFIX-PROVIDER       PIC X(03).
           05  PREFIX-ORIG-RECNO     PIC X(06).
           05  PREFIX-ACK-STATUS     PIC X(01).
           05  PREFIX-ACK-STAMP      PIC X(14).
           05  PREFIX-FUP-DATE       PIC X(08).
           05  PREFIX-FUP-RUN        PIC X(01).
