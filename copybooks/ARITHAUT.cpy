      *****************************************************************
      * ARITHAUT
      * OPERATOR AUTHORIZATION RECORD (DDNAME AUTHFILE, VSAM KSDS,
      * KEY = OPERATOR ID PLUS FUNCTION CODE).  ONE RECORD PER
      * FUNCTION AN OPERATOR MAY PERFORM; NO RECORD MEANS NOT
      * AUTHORIZED.  MAINTAINED BY ARITHAUT, WHICH NEVER LETS AN
      * OPERATOR GRANT A FUNCTION TO THEMSELVES; READ BY EVERY
      * PROGRAM THAT PERFORMS ONE OF THE FUNCTIONS BEFORE IT ACTS.
      * FUNCTION CODES:
      *     DPT  DEPARTMENT MAINTENANCE - ARITHDPT ADD, CLOSE,
      *          REOPEN AND THRESHOLDS
      *     OVR  OVERRIDE - ARITHPGM RE-POSTING A DATE ALREADY POSTED
      *          AND RECONCILED UNDER OVERRIDE=Y
      *     INT  INTERACTIVE POSTING - ARITHPGM INTERACTIVE MODE
      *     INQ  HISTORY INQUIRY - ARITHINQ
      *     RSB  RESUBMIT - ARITHPGM RESUBMIT MODE
      *     PCL  PERIOD REOPEN - AUTHORIZING AN ARITHPCL REOPEN OF A
      *          CLOSED MONTH (HELD BY THE AUTHORIZER, NOT THE
      *          OPERATOR WHO ASKS)
      *     SOM  STANDING-ORDER MAINTENANCE - ARITHSOM ADD, SUSPEND,
      *          RESUME AND TERMINATE
      *     APR  HELD-CALCULATION APPROVAL - ARITHAPR APPROVE AND
      *          DECLINE
      * EXPIRY-DATE IS THE LAST DATE THE AUTHORITY MAY BE USED
      * (SPACES = NO EXPIRY).  GRANTED-BY/-STAMP NAME WHO LAST
      * GRANTED OR RENEWED IT AND WHEN.
      * EVERY USE AND EVERY REFUSED ATTEMPT IS WRITTEN TO THE
      * SECURITY LOG (SEE ARITHSEC).
      * COPY WITH REPLACING TO GIVE THE FIELDS A UNIQUE PREFIX, AS
      * FOR ARITHREC, E.G.
      *     COPY ARITHAUT REPLACING
      *         PREFIX-AUTH-RECORD   BY AU-AUTH-RECORD
      *         PREFIX-AUTH-KEY      BY AU-AUTH-KEY ...
      *****************************************************************
       01  PREFIX-AUTH-RECORD.
           05  PREFIX-AUTH-KEY.
               10  PREFIX-OPERATOR   PIC X(08).
               10  PREFIX-FUNCTION   PIC X(03).
           05  PREFIX-EXPIRY-DATE    PIC X(08).
           05  PREFIX-GRANTED-BY     PIC X(08).
           05  PREFIX-GRANTED-STAMP  PIC X(14).
